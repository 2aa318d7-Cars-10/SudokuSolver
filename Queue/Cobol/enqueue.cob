      *> ID. The queue file is created on first use, matching this
      *> repo's existing HistoryFile-creation idiom (OPEN OUTPUT/CLOSE
      *> then OPEN I-O when FILE STATUS comes back "35").
      *> The -sub account must be on the submitter master, active,
      *> and inside its daily quota; a refused submission is written
      *> to the quarantine file (ai2025_rejects.txt) with the same
      *> line layout the solver's WRITE-REJECT uses, and nothing is
      *> queued or staged.
      *> A matrix file may also carry Killer Sudoku cage records,
      *>   CAGE,<id>,<sum>,<rc>[,<rc>...]
      *> one per cage: a one-character cage ID, the target sum and
      *> up to nine member cells as row/column digit pairs. Any
      *> CAGE record makes the puzzle a Killer (variant 'K') and the
      *> givens grid becomes optional; the cages travel on the queue
      *> record's Q-CAGE-DATA. A badly formed cage refuses the run.
      *> -hold <yyyymmdd[hhmm[ss]]> queues the submission as held
      *> ('H') until that release time instead of pending, so the
      *> drains spend the window on work wanted now; a release time
      *> already passed is queued pending as usual.
      *> Before writing, the run registers a shared hold on the queue
      *> (or, with -stage, on the staging file) in the run-lock
      *> registry (see RunLock), waiting while QMerge or another
      *> exclusive job has it rather than writing underneath it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StageFS.

           SELECT SubmitterFile ASSIGN TO "submitter_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ACCOUNT
               FILE STATUS IS WS-SubFS.

           SELECT RejectFile ASSIGN TO "ai2025_rejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RejFS.

       DATA DIVISION.
       FILE SECTION.
       FD MatrixFile.
      *> record, queried by QJournal. '-' as the old status marks a
      *> fresh insert.
       FD JournalFile.
       01 JournalLine PIC X(637).

      *> Daytime staging file: while a drain holds the indexed queue
      *> open I-O, -stage appends the submission here instead, as
      *> with the sequence number as the control total -- QMerge
      *> refuses a file whose sequence has gaps, then loads the
      *> records as pending when the queue is safe to open.
      *> A Killer submission appends one more field after the board:
      *> Q-CAGE-DATA as stored (count, cage map, then the ID/sum
      *> pairs actually in use). A held submission ends the line
      *> with HOLD=<release-ts>.
       FD StagingFile.
       01 StageLine PIC X(500).

       FD SubmitterFile.
       COPY "SUBMREC".

       FD RejectFile.
       01 RejectLine PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-Board.
       01  WS-StageFS    PIC XX.
       01  WS-StageSeq   PIC 9(4) VALUE 0.
       01  WS-StageSeqKnown PIC X VALUE 'N'.
       01  WS-StageRec   PIC X(500).
       01  WS-StageCageLen PIC 999.
       01  WS-StageEOF   PIC X.
       01  WS-StageLen   PIC 999.

      *> -hold <release-after>: WS-Status is what the record is
      *> written with, 'H' while WS-ReleaseTS is still to come.
       01  WS-Status     PIC X VALUE 'P'.
       01  WS-ReleaseTS  PIC X(14) VALUE SPACES.
       01  WS-HoldArg    PIC X(20).
       01  WS-HoldLen    PIC 99.
       01  WS-HoldOK     PIC X.

       01  WS-PackFilename PIC X(100).
       01  WS-PackFS     PIC XX.
       01  WS-JrnOld     PIC X.
       01  WS-JrnNew     PIC X.
       01  WS-JrnRec     PIC X(60).
       COPY "JRNREC".

       01  WS-EOF        PIC X VALUE 'N'.
       01  WS-Line       PIC X(90).
       01  WS-Variant    PIC X VALUE SPACE.
       01  WS-VarTally   PIC 9(4).

      *> CAGE record parsing: the comma-separated fields of one
      *> record, and the first fault found in any of them (blank when
      *> every cage is well formed).
       01  WS-Killer     PIC X VALUE 'N'.
       01  WS-CageTokens.
           05  WS-CageTag     PIC X(10).
           05  WS-CageTokId   PIC X(10).
           05  WS-CageTokSum  PIC X(10).
           05  WS-CageTokCell PIC X(10) OCCURS 10 TIMES.
       01  WS-CageFault  PIC X(50) VALUE SPACES.
       01  WS-CageIdx    PIC 99.
       01  WS-CageK      PIC 99.
       01  WS-CageSum    PIC 99.
       01  WS-CageCells  PIC 99.
       01  WS-CageTotal  PIC 9(4).
       01  WS-CageMin    PIC 99.
       01  WS-CageMax    PIC 99.
       01  WS-CageR      PIC 9.
       01  WS-CageC      PIC 9.
       01  WS-CagePos    PIC 99.

      *> Submitter master check: WS-SubWant is the number of records
      *> this run is about to add, checked against what is left of
      *> the day's quota; WS-SubRule names the refusal for the
      *> quarantine line, blank when the account passes.
       01  WS-SubFS      PIC XX.
       01  WS-SubWant    PIC 9(5).
       01  WS-SubRule    PIC X(13).
       01  WS-SubLeft    PIC 9(5).
       01  WS-Today      PIC X(8).
       01  WS-RejFS      PIC XX.
       01  WS-RejRec     PIC X(200).
       01  WS-RejBoard   PIC X(81).

      *> Shared hold on the queue or staging file (see RunLock).
       01  WS-LockFunc   PIC X.
       01  WS-LockRes    PIC X(100).
       01  WS-LockProg   PIC X(12) VALUE "ENQUEUE".
       01  WS-LockMode   PIC X.
       01  WS-LockWait   PIC X VALUE 'Y'.
       01  WS-LockResult PIC X.
       01  WS-LockHolder PIC X(12).
       01  WS-LockRC     PIC S9(9) COMP.

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "Starting Enqueue..."
           IF ARG-COUNT < 3
               DISPLAY "Usage: Enqueue <queue-file> <puzzle-id> <matrix-file>"
                   " -sub <account> [-class E|N|B] [-stage <file>]"
                   " [-hold <yyyymmdd[hhmm]>]"
               DISPLAY "       Enqueue <queue-file> <id-prefix> -pack <pack-file>"
                   " -sub <account> [-class E|N|B] [-stage <file>]"
                   " [-hold <yyyymmdd[hhmm]>]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
                       TO WS-StageFilename
                   MOVE 'Y' TO WS-StageMode
               END-IF
               IF FUNCTION TRIM(CURRENT-ARG) = "-hold"
                   AND WS-ArgIdx < ARG-COUNT
                   ADD 1 TO WS-ArgIdx
                   DISPLAY WS-ArgIdx UPON ARGUMENT-NUMBER
                   ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
                   MOVE FUNCTION TRIM(CURRENT-ARG) TO WS-HoldArg
                   PERFORM Check-Release-Time
               END-IF
           END-PERFORM

           IF WS-Submitter = SPACES
               MOVE FUNCTION TRIM(CURRENT-ARG) TO WS-PackFilename
               MOVE 'Y' TO WS-PackMode
               PERFORM Enqueue-Pack
               PERFORM Release-Locks
               STOP RUN
           END-IF
           MOVE CURRENT-ARG TO WS-MatrixFilename

           PERFORM Read-Board
           IF WS-CageFault NOT = SPACES
               DISPLAY "Enqueue refused: "
                   FUNCTION TRIM(WS-CageFault)
                   " in " FUNCTION TRIM(WS-MatrixFilename)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Flatten-Board

           MOVE 1 TO WS-SubWant
           PERFORM Check-Submitter
           IF WS-SubRule NOT = SPACES
               MOVE Q-PUZZLE-DATA TO WS-RejBoard
               PERFORM Write-Submitter-Reject
               PERFORM Report-Submitter-Refusal
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-Status TO Q-STATUS
           MOVE WS-ReleaseTS TO Q-RELEASE-TS
           MOVE WS-Class TO Q-CLASS
           MOVE WS-Submitter TO Q-SUBMITTER
           SET Q-PREF-ANY TO TRUE
           MOVE 0 TO Q-RETRY-COUNT
           MOVE SPACES TO Q-FAIL-REASON

           PERFORM Hold-Target-File
           IF WS-StageMode = 'Y'
               PERFORM Stage-Record
               PERFORM Release-Locks
               STOP RUN
           END-IF

                   MOVE 1 TO RETURN-CODE
               ELSE
                   DISPLAY "Enqueued puzzle " FUNCTION TRIM(Q-PUZZLE-ID)
                   IF Q-HELD
                       DISPLAY "  held until " Q-RELEASE-TS
                   END-IF
                   MOVE '-' TO WS-JrnOld
                   MOVE WS-Status TO WS-JrnNew
                   PERFORM Write-Journal
                   MOVE 0 TO RETURN-CODE
                   MOVE 1 TO WS-SubWant
                   PERFORM Charge-Submitter
               END-IF
           END-IF
           CLOSE QueueFile

           PERFORM Release-Locks
           STOP RUN.

       Enqueue-Pack.
      *> the staging file), each puzzle as <id-prefix><NNN>.
           PERFORM Read-Pack-File

      *> The whole pack is accepted or refused as one submission, so
      *> the quota must have room for every puzzle in it.
           MOVE WS-PackRead TO WS-SubWant
           PERFORM Check-Submitter
           IF WS-SubRule NOT = SPACES
               PERFORM VARYING WS-PackIdx FROM 1 BY 1
                       UNTIL WS-PackIdx > WS-PackRead
                   MOVE WS-PackIdx TO WS-PackSeq
                   MOVE SPACES TO Q-PUZZLE-ID
                   STRING FUNCTION TRIM(WS-IdPrefix)
                                          DELIMITED BY SIZE
                       WS-PackSeq         DELIMITED BY SIZE
                       INTO Q-PUZZLE-ID
                   MOVE WS-PackBoard(WS-PackIdx) TO WS-RejBoard
                   PERFORM Write-Submitter-Reject
               END-PERFORM
               PERFORM Report-Submitter-Refusal
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Hold-Target-File
           IF WS-StageMode = 'Y'
               PERFORM VARYING WS-PackIdx FROM 1 BY 1
                       UNTIL WS-PackIdx > WS-PackRead
                   MOVE WS-Class TO Q-CLASS
                   MOVE WS-Submitter TO Q-SUBMITTER
                   MOVE WS-Variant TO Q-VARIANT
                   MOVE WS-Status TO Q-STATUS
                   MOVE WS-ReleaseTS TO Q-RELEASE-TS
                   INITIALIZE Q-CAGE-DATA
                   MOVE WS-PackBoard(WS-PackIdx) TO Q-PUZZLE-DATA
                   MOVE FUNCTION CURRENT-DATE(1:14) TO Q-TIMESTAMP
                   PERFORM Stage-Record
               END-PERFORM
               DISPLAY "Staged " WS-PackRead " puzzle(s) from pack "
                   FUNCTION TRIM(WS-PackId)
               PERFORM Release-Locks
               STOP RUN
           END-IF

           IF WS-QueueFS NOT = "00"
               DISPLAY "Cannot open queue (FILE STATUS " WS-QueueFS ")"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Locks
               STOP RUN
           END-IF

           MOVE 0 TO WS-SubWant
           PERFORM VARYING WS-PackIdx FROM 1 BY 1
                   UNTIL WS-PackIdx > WS-PackRead
               MOVE WS-PackIdx TO WS-PackSeq
               STRING FUNCTION TRIM(WS-IdPrefix) DELIMITED BY SIZE
                   WS-PackSeq                    DELIMITED BY SIZE
                   INTO Q-PUZZLE-ID
               MOVE WS-Status TO Q-STATUS
               MOVE WS-ReleaseTS TO Q-RELEASE-TS
               MOVE WS-Class TO Q-CLASS
               MOVE WS-Submitter TO Q-SUBMITTER
               SET Q-PREF-ANY TO TRUE
               MOVE WS-Variant TO Q-VARIANT
               INITIALIZE Q-CAGE-DATA
               MOVE SPACE TO Q-DELIVERED
               MOVE WS-PackBoard(WS-PackIdx) TO Q-PUZZLE-DATA
               MOVE SPACES TO Q-SOLUTION-DATA
                       MOVE 1 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE '-' TO WS-JrnOld
                       MOVE WS-Status TO WS-JrnNew
                       PERFORM Write-Journal
                       ADD 1 TO WS-SubWant
               END-WRITE
           END-PERFORM
           CLOSE QueueFile
           PERFORM Charge-Submitter
           DISPLAY "Enqueued " WS-PackRead " puzzle(s) from pack "
               FUNCTION TRIM(WS-PackId)
           IF WS-Status = 'H'
               DISPLAY "  held until " WS-ReleaseTS
           END-IF.

       Read-Pack-File.
           OPEN INPUT PackFile
           MOVE PackLine(1:81) TO WS-PackBoard(WS-PackRead).

       Read-Board.
      *> Read to end of file rather than stopping after row 9: CAGE
      *> records may follow the grid.
           MOVE ZERO TO WS-Board
           INITIALIZE Q-CAGE-DATA
           MOVE 'N' TO WS-Killer
           MOVE SPACES TO WS-CageFault
           OPEN INPUT MatrixFile
           MOVE 1 TO WS-RowIdx
           MOVE 1 TO WS-ColIdx
           MOVE 'N' TO WS-EOF

           PERFORM UNTIL WS-EOF = 'Y'
               READ MatrixFile INTO WS-Line
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-Line(1:1) = '#'
                           PERFORM Check-Variant-Header
                       END-IF
                       IF WS-Line(1:5) = "CAGE,"
                           PERFORM Parse-Cage-Record
                       END-IF
                       IF WS-Line(1:1) NOT = '#' AND WS-Line NOT = SPACES
                           AND WS-Line(1:5) NOT = "CAGE,"
                           AND WS-RowIdx <= 9
                           IF WS-RowIdx = 1 AND WS-ColIdx = 1
                               AND WS-Line(81:1) NOT = SPACE
                               AND WS-Line(82:1) = SPACE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MatrixFile
           IF WS-Killer = 'Y'
               PERFORM Check-Cages
           END-IF.

       Parse-Cage-Record.
      *> One CAGE,<id>,<sum>,<rc>[,<rc>...] record into the next
      *> Q-CAGE-ENTRY, marking each member cell in Q-CAGE-MAP.
           MOVE 'Y' TO WS-Killer
           IF WS-CageFault NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CageTokens
           UNSTRING WS-Line DELIMITED BY ","
               INTO WS-CageTag WS-CageTokId WS-CageTokSum
                   WS-CageTokCell(1) WS-CageTokCell(2)
                   WS-CageTokCell(3) WS-CageTokCell(4)
                   WS-CageTokCell(5) WS-CageTokCell(6)
                   WS-CageTokCell(7) WS-CageTokCell(8)
                   WS-CageTokCell(9) WS-CageTokCell(10)
           MOVE FUNCTION TRIM(WS-CageTokId) TO WS-CageTokId
           IF WS-CageTokId = SPACES OR WS-CageTokId(2:1) NOT = SPACE
               MOVE "CAGE ID MUST BE ONE CHARACTER" TO WS-CageFault
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CageK FROM 1 BY 1
                   UNTIL WS-CageK > Q-CAGE-COUNT
               IF Q-CAGE-ID(WS-CageK) = WS-CageTokId(1:1)
                   MOVE SPACES TO WS-CageFault
                   STRING "CAGE " WS-CageTokId(1:1) " DEFINED TWICE"
                       DELIMITED BY SIZE INTO WS-CageFault
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-CageTokSum) IS NOT NUMERIC
               OR WS-CageTokCell(10) NOT = SPACES
               MOVE SPACES TO WS-CageFault
               STRING "CAGE " WS-CageTokId(1:1)
                   " NEEDS A SUM AND 1-9 CELLS"
                   DELIMITED BY SIZE INTO WS-CageFault
               EXIT PARAGRAPH
           END-IF
           IF Q-CAGE-COUNT >= 81
               MOVE "MORE THAN 81 CAGES" TO WS-CageFault
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Q-CAGE-COUNT
           MOVE Q-CAGE-COUNT TO WS-CageIdx
           MOVE WS-CageTokId(1:1) TO Q-CAGE-ID(WS-CageIdx)
           MOVE FUNCTION NUMVAL(WS-CageTokSum) TO Q-CAGE-SUM(WS-CageIdx)
           PERFORM VARYING WS-CageK FROM 1 BY 1 UNTIL WS-CageK > 9
               MOVE FUNCTION TRIM(WS-CageTokCell(WS-CageK))
                   TO WS-CageTokCell(WS-CageK)
               IF WS-CageTokCell(WS-CageK) NOT = SPACES
                   IF WS-CageTokCell(WS-CageK)(1:2) IS NOT NUMERIC
                       OR WS-CageTokCell(WS-CageK)(3:1) NOT = SPACE
                       OR WS-CageTokCell(WS-CageK)(1:1) = '0'
                       OR WS-CageTokCell(WS-CageK)(2:1) = '0'
                       MOVE SPACES TO WS-CageFault
                       STRING "CAGE " WS-CageTokId(1:1)
                           " HAS A BAD CELL "
                           WS-CageTokCell(WS-CageK)
                           DELIMITED BY SIZE INTO WS-CageFault
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-CageTokCell(WS-CageK)(1:1) TO WS-CageR
                   MOVE WS-CageTokCell(WS-CageK)(2:1) TO WS-CageC
                   COMPUTE WS-CagePos = (WS-CageR - 1) * 9 + WS-CageC
                   IF Q-CAGE-MAP(WS-CagePos:1) NOT = SPACE
                       MOVE SPACES TO WS-CageFault
                       STRING "CELL " WS-CageTokCell(WS-CageK)(1:2)
                           " IS IN TWO CAGES"
                           DELIMITED BY SIZE INTO WS-CageFault
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-CageTokId(1:1) TO Q-CAGE-MAP(WS-CagePos:1)
               END-IF
           END-PERFORM.

       Check-Cages.
      *> Whole-puzzle cage checks once every record is in: Killer
      *> rules do not combine with X-Sudoku, each cage needs at least
      *> one cell and a target its cell count can reach with distinct
      *> digits, and when the cages cover the whole grid their
      *> targets must add up to 405 (nine rows of 45).
           IF WS-CageFault NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-Variant = 'X'
               MOVE "CAGE RECORDS ON AN X-SUDOKU" TO WS-CageFault
               EXIT PARAGRAPH
           END-IF
           MOVE 'K' TO WS-Variant
           MOVE 0 TO WS-CageTotal
           PERFORM VARYING WS-CageIdx FROM 1 BY 1
                   UNTIL WS-CageIdx > Q-CAGE-COUNT
               MOVE 0 TO WS-CageCells
               INSPECT Q-CAGE-MAP TALLYING WS-CageCells
                   FOR ALL Q-CAGE-ID(WS-CageIdx)
               COMPUTE WS-CageMin = WS-CageCells * (WS-CageCells + 1) / 2
               COMPUTE WS-CageMax = WS-CageCells * (19 - WS-CageCells) / 2
               MOVE Q-CAGE-SUM(WS-CageIdx) TO WS-CageSum
               IF WS-CageCells = 0
                   OR WS-CageSum < WS-CageMin OR WS-CageSum > WS-CageMax
                   MOVE SPACES TO WS-CageFault
                   STRING "CAGE " Q-CAGE-ID(WS-CageIdx)
                       " TARGET " WS-CageSum
                       " IMPOSSIBLE FOR ITS CELLS"
                       DELIMITED BY SIZE INTO WS-CageFault
                   EXIT PARAGRAPH
               END-IF
               ADD WS-CageSum TO WS-CageTotal
           END-PERFORM
           MOVE 0 TO WS-CageCells
           INSPECT Q-CAGE-MAP TALLYING WS-CageCells FOR ALL SPACE
           IF WS-CageCells = 0 AND WS-CageTotal NOT = 405
               MOVE "CAGE TARGETS DO NOT ADD UP TO 405" TO WS-CageFault
           END-IF.

       Stage-Record.
      *> Append one staged submission. The sequence number doubles
                   FUNCTION TRIM(WS-StageFilename)
                   " (FILE STATUS " WS-StageFS ")"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Locks
               STOP RUN
           END-IF
           ADD 1 TO WS-StageSeq
               ","                    DELIMITED BY SIZE
               Q-PUZZLE-DATA          DELIMITED BY SIZE
               INTO WS-StageRec
           IF Q-VARIANT-K
               COMPUTE WS-StageCageLen = 83 + 3 * Q-CAGE-COUNT
               MOVE ","  TO WS-StageRec(130:1)
               MOVE Q-CAGE-DATA(1:WS-StageCageLen)
                   TO WS-StageRec(131:WS-StageCageLen)
           END-IF
           IF Q-HELD
               MOVE FUNCTION STORED-CHAR-LENGTH(WS-StageRec)
                   TO WS-StageLen
               MOVE ",HOLD=" TO WS-StageRec(WS-StageLen + 1:6)
               MOVE Q-RELEASE-TS TO WS-StageRec(WS-StageLen + 7:14)
           END-IF
           WRITE StageLine FROM WS-StageRec
           CLOSE StagingFile
           DISPLAY "Staged puzzle " FUNCTION TRIM(Q-PUZZLE-ID)
           END-PERFORM
           CLOSE StagingFile.

       Check-Release-Time.
      *> yyyymmdd, yyyymmddhhmm or yyyymmddhhmmss; the missing time
      *> of day is midnight. A time already gone by is no hold at
      *> all -- the record is wanted now and goes in pending.
           MOVE FUNCTION STORED-CHAR-LENGTH(WS-HoldArg) TO WS-HoldLen
           MOVE 'Y' TO WS-HoldOK
           IF WS-HoldLen NOT = 8 AND WS-HoldLen NOT = 12
               AND WS-HoldLen NOT = 14
               MOVE 'N' TO WS-HoldOK
           ELSE
               IF WS-HoldArg(1:WS-HoldLen) IS NOT NUMERIC
                   MOVE 'N' TO WS-HoldOK
               END-IF
           END-IF
           IF WS-HoldOK = 'Y'
               MOVE ALL "0" TO WS-ReleaseTS
               MOVE WS-HoldArg(1:WS-HoldLen)
                   TO WS-ReleaseTS(1:WS-HoldLen)
               IF WS-ReleaseTS(5:2) < "01" OR WS-ReleaseTS(5:2) > "12"
                   OR WS-ReleaseTS(7:2) < "01"
                   OR WS-ReleaseTS(7:2) > "31"
                   OR WS-ReleaseTS(9:2) > "23"
                   OR WS-ReleaseTS(11:2) > "59"
                   OR WS-ReleaseTS(13:2) > "59"
                   MOVE 'N' TO WS-HoldOK
               END-IF
           END-IF
           IF WS-HoldOK = 'N'
               DISPLAY "Invalid -hold (want yyyymmdd, yyyymmddhhmm or"
                   " yyyymmddhhmmss): " FUNCTION TRIM(WS-HoldArg)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ReleaseTS > FUNCTION CURRENT-DATE(1:14)
               MOVE 'H' TO WS-Status
           ELSE
               DISPLAY "Release time " WS-ReleaseTS
                   " has already passed -- queued as pending"
               MOVE 'P' TO WS-Status
               MOVE SPACES TO WS-ReleaseTS
           END-IF.

       Write-Journal.
      *> Append one transition line for the record currently in
      *> QUEUE-RECORD; opened and closed per line so every writer in
               WS-JrnNew                      DELIMITED BY SIZE
               ",ENQUEUE,00"                  DELIMITED BY SIZE
               INTO WS-JrnRec
           MOVE WS-JrnRec TO JI-TRANSITION
           MOVE ",IMG=" TO JI-IMAGE-TAG
           MOVE QUEUE-RECORD TO JI-AFTER-IMAGE
           WRITE JournalLine FROM JOURNAL-IMAGE-LINE
           CLOSE JournalFile.

       Check-Submitter.
      *> Account must be on the master and active, and the day's
      *> quota (zero = no cap) must have room for WS-SubWant more
      *> records. Read-only: the quota is charged by
      *> Charge-Submitter once records are actually queued -- a
      *> staged submission is charged by QMerge when it lands.
           MOVE SPACES TO WS-SubRule
           OPEN INPUT SubmitterFile
           IF WS-SubFS NOT = "00"
               MOVE "SUB-UNKNOWN" TO WS-SubRule
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Submitter TO SM-ACCOUNT
           READ SubmitterFile RECORD
               INVALID KEY MOVE "SUB-UNKNOWN" TO WS-SubRule
           END-READ
           CLOSE SubmitterFile
           IF WS-SubRule NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF NOT SM-ACTIVE
               MOVE "SUB-SUSPENDED" TO WS-SubRule
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           IF SM-QUOTA-DATE NOT = WS-Today
               MOVE 0 TO SM-QUOTA-USED
           END-IF
           IF SM-DAILY-QUOTA > 0
               IF SM-QUOTA-USED >= SM-DAILY-QUOTA
                   MOVE 0 TO WS-SubLeft
               ELSE
                   COMPUTE WS-SubLeft = SM-DAILY-QUOTA - SM-QUOTA-USED
               END-IF
               IF WS-SubWant > WS-SubLeft
                   MOVE "SUB-QUOTA" TO WS-SubRule
               END-IF
           END-IF.

       Charge-Submitter.
      *> Add WS-SubWant records to the account's count for today,
      *> starting the count over on the first submission of a day.
           IF WS-SubWant = 0
               EXIT PARAGRAPH
           END-IF
           OPEN I-O SubmitterFile
           IF WS-SubFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Submitter TO SM-ACCOUNT
           READ SubmitterFile RECORD
               INVALID KEY
                   CLOSE SubmitterFile
                   EXIT PARAGRAPH
           END-READ
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           IF SM-QUOTA-DATE NOT = WS-Today
               MOVE WS-Today TO SM-QUOTA-DATE
               MOVE 0 TO SM-QUOTA-USED
           END-IF
           ADD WS-SubWant TO SM-QUOTA-USED
           REWRITE SUBMITTER-RECORD
           CLOSE SubmitterFile.

       Report-Submitter-Refusal.
           EVALUATE WS-SubRule
               WHEN "SUB-UNKNOWN"
                   DISPLAY "Enqueue refused: account "
                       FUNCTION TRIM(WS-Submitter)
                       " is not on the submitter master"
               WHEN "SUB-SUSPENDED"
                   DISPLAY "Enqueue refused: account "
                       FUNCTION TRIM(WS-Submitter) " is suspended"
               WHEN OTHER
                   DISPLAY "Enqueue refused: account "
                       FUNCTION TRIM(WS-Submitter) " has "
                       WS-SubLeft " submission(s) left today, "
                       WS-SubWant " offered"
           END-EVALUATE
           DISPLAY "Refusal written to ai2025_rejects.txt".

       Write-Submitter-Reject.
      *> Quarantine line in the solver's WRITE-REJECT layout, named
      *> by the puzzle ID the submission asked for; ROW/COL/DIGIT
      *> are not applicable to an account refusal.
           OPEN EXTEND RejectFile
           IF WS-RejFS = "35"
               OPEN OUTPUT RejectFile
               CLOSE RejectFile
               OPEN EXTEND RejectFile
           END-IF
           IF WS-RejFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RejRec
           STRING FUNCTION TRIM(Q-PUZZLE-ID)  DELIMITED BY SIZE
               ","                            DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:14)    DELIMITED BY SIZE
               ",RULE="                       DELIMITED BY SIZE
               FUNCTION TRIM(WS-SubRule)      DELIMITED BY SIZE
               ",ROW=0,COL=0,DIGIT=0,BOARD="  DELIMITED BY SIZE
               WS-RejBoard                    DELIMITED BY SIZE
               INTO WS-RejRec
           WRITE RejectLine FROM WS-RejRec
           CLOSE RejectFile.

       Check-Variant-Header.
      *> "# VARIANT=X" (anywhere on a comment line) flags X-Sudoku.
           MOVE 0 TO WS-VarTally
               COMPUTE WS-SLCol = FUNCTION MOD(WS-SLIdx - 1, 9) + 1
               MOVE WS-Cell(WS-SLRow, WS-SLCol) TO Q-PUZZLE-DATA(WS-SLIdx:1)
           END-PERFORM.

       Hold-Target-File.
      *> Whichever file this run is about to write: the staging file
      *> with -stage, the queue otherwise.
           IF WS-StageMode = 'Y'
               MOVE WS-StageFilename TO WS-LockRes
           ELSE
               MOVE WS-QueueFilename TO WS-LockRes
           END-IF
           MOVE 'S' TO WS-LockMode
           PERFORM Take-Lock.

       Take-Lock.
      *> WS-LockRes and WS-LockMode are set by the caller. A refusal
      *> gives back whatever this run already holds and stops it.
           MOVE 'L' TO WS-LockFunc
           CALL "RunLock" USING WS-LockFunc WS-LockRes WS-LockProg
               WS-LockMode WS-LockWait WS-LockResult WS-LockHolder
           IF WS-LockResult NOT = 'G'
               IF WS-LockResult = 'B'
                   DISPLAY FUNCTION TRIM(WS-LockRes) " is held by "
                       FUNCTION TRIM(WS-LockHolder)
                       " -- nothing enqueued"
               ELSE
                   DISPLAY "Run-lock registry unusable -- "
                       "nothing enqueued"
               END-IF
               PERFORM Release-Locks
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       Release-Locks.
      *> Gives back every hold this run has; the call would otherwise
      *> clear a RETURN-CODE already set.
           MOVE RETURN-CODE TO WS-LockRC
           MOVE 'A' TO WS-LockFunc
           CALL "RunLock" USING WS-LockFunc WS-LockRes WS-LockProg
               WS-LockMode WS-LockWait WS-LockResult WS-LockHolder
           MOVE WS-LockRC TO RETURN-CODE.

       END PROGRAM Enqueue.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RunLock.

      *> Registers and releases this job's holds in the run-lock
      *> registry (run_locks.txt, LOCKREC layout), so jobs that must
      *> not touch the same file at once cannot. A hold is shared
      *> (appenders and record-level updaters, any number together)
      *> or exclusive (a job that rewrites, merges into or rebuilds
      *> the file, alone). A request that meets a conflicting hold
      *> waits for it, polling, up to LOCK-WAIT-SEC seconds from
      *> sudoku_runctl.txt (default 300) when the caller asks to
      *> wait, and is refused at once when it does not; either way
      *> a refusal names the holding program.
      *> A hold whose process has gone (a job that crashed or was
      *> cancelled) or older than LOCK-STALE-HOURS (default 24) is
      *> stale: the next job to register clears it and raises a WARN
      *> alert naming what was held.
      *> Every update reads and rewrites the whole registry under a
      *> latch -- the directory run_locks.latch, whose creation is
      *> atomic -- so two jobs never rewrite it at once. A latch
      *> still there after 30 seconds was left by a job killed in
      *> mid-update, and is broken.
      *>
      *> LS-Function 'L': register a hold on LS-Resource in LS-Mode
      *>   ('S' shared, 'X' exclusive), waiting if LS-Wait is 'Y'.
      *> LS-Function 'F': release this job's hold on LS-Resource.
      *> LS-Function 'A': release every hold this job has.
      *> LS-Result comes back 'G' (done), 'B' (held by LS-Holder --
      *> refused, or the wait ran out) or 'E' (registry unusable).
      *> The call leaves RETURN-CODE at zero; a caller that has set
      *> one keeps its own copy across the call.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LockFile ASSIGN TO "run_locks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-LockFS.
           SELECT RunctlFile ASSIGN TO "sudoku_runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-RunctlFS.
           SELECT AlertFile ASSIGN TO "operations_alerts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-AlertFS.

       DATA DIVISION.
       FILE SECTION.
       FD LockFile.
       COPY "LOCKREC".

       FD RunctlFile.
       01 RL-RunctlLine PIC X(200).

       FD AlertFile.
       COPY "ALERTREC".

       WORKING-STORAGE SECTION.
       01  RL-LockFS     PIC XX.
       01  RL-RunctlFS   PIC XX.
       01  RL-AlertFS    PIC XX.
       01  RL-EOF        PIC X.
       01  RL-RunctlKey  PIC X(30).
       01  RL-RunctlVal  PIC X(100).
       01  RL-WaitSec    PIC 9(5) VALUE 300.
       01  RL-StaleHours PIC 9(5) VALUE 24.

      *> This run of the job: its process ID and the time of its
      *> first call, taken once and stamped on every hold it takes.
       01  RL-Ready      PIC X VALUE 'N'.
       01  RL-Pid        PIC 9(9) COMP-5.
       01  RL-MyPid      PIC 9(10).
       01  RL-MyStart    PIC X(14).

      *> The registry in storage while it is being updated.
       01  RL-Registry.
           05  RL-Count     PIC 9(3).
           05  RL-Entry OCCURS 500 TIMES PIC X(81).
       01  RL-Idx        PIC 9(3).
       01  RL-Kept       PIC 9(3).
       01  RL-Changed    PIC X.

       01  RL-Resource   PIC X(40).
       01  RL-Done       PIC X.
       01  RL-Mine       PIC X.
       01  RL-Conflict   PIC X.
       01  RL-Stale      PIC X.
       01  RL-Latched    PIC X.
       01  RL-Tries      PIC 99.
       01  RL-Waited     PIC 9(5).
       01  RL-Pause      PIC 9(4) COMP-5 VALUE 5.
       01  RL-Blink      PIC 9(4) COMP-5 VALUE 1.
       01  RL-Cmd        PIC X(60).
       01  RL-Now        PIC X(21).
       01  RL-AgeHours   PIC S9(9).
       01  RL-AlertMsg   PIC X(60).

       LINKAGE SECTION.
       01  LS-Function   PIC X.
       01  LS-Resource   PIC X(100).
       01  LS-Program    PIC X(12).
       01  LS-Mode       PIC X.
       01  LS-Wait       PIC X.
       01  LS-Result     PIC X.
       01  LS-Holder     PIC X(12).

       PROCEDURE DIVISION USING LS-Function LS-Resource LS-Program
               LS-Mode LS-Wait LS-Result LS-Holder.
       Run-Lock-Main.
           IF RL-Ready = 'N'
               PERFORM Set-Up
           END-IF
           MOVE 'E' TO LS-Result
           MOVE SPACES TO LS-Holder
           MOVE FUNCTION TRIM(LS-Resource) TO RL-Resource
           EVALUATE LS-Function
               WHEN 'L'
                   PERFORM Take-Hold
               WHEN 'F'
                   PERFORM Drop-Holds
               WHEN 'A'
                   MOVE SPACES TO RL-Resource
                   PERFORM Drop-Holds
           END-EVALUATE
           MOVE 0 TO RETURN-CODE
           GOBACK.

       Set-Up.
           CALL "C$GETPID" RETURNING RL-Pid
           MOVE RL-Pid TO RL-MyPid
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-MyStart
           OPEN INPUT RunctlFile
           IF RL-RunctlFS = "00"
               MOVE 'N' TO RL-EOF
               PERFORM UNTIL RL-EOF = 'Y'
                   READ RunctlFile
                       AT END MOVE 'Y' TO RL-EOF
                       NOT AT END
                           IF RL-RunctlLine NOT = SPACES
                               AND RL-RunctlLine(1:1) NOT = '#'
                               PERFORM Apply-Runctl-Line
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RunctlFile
           END-IF
           MOVE 'Y' TO RL-Ready.

       Apply-Runctl-Line.
           MOVE SPACES TO RL-RunctlKey RL-RunctlVal
           UNSTRING RL-RunctlLine DELIMITED BY "="
               INTO RL-RunctlKey RL-RunctlVal
           EVALUATE FUNCTION TRIM(RL-RunctlKey)
               WHEN "LOCK-WAIT-SEC"
                   MOVE FUNCTION NUMVAL(RL-RunctlVal) TO RL-WaitSec
               WHEN "LOCK-STALE-HOURS"
                   IF FUNCTION NUMVAL(RL-RunctlVal) > 0
                       MOVE FUNCTION NUMVAL(RL-RunctlVal)
                           TO RL-StaleHours
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Take-Hold.
           MOVE 0 TO RL-Waited
           MOVE 'N' TO RL-Done
           PERFORM UNTIL RL-Done = 'Y'
               PERFORM Try-Hold
               IF RL-Done = 'N'
                   IF LS-Wait NOT = 'Y' OR RL-Waited >= RL-WaitSec
                       MOVE 'B' TO LS-Result
                       MOVE 'Y' TO RL-Done
                   ELSE
                       IF RL-Waited = 0
                           DISPLAY FUNCTION TRIM(LS-Program)
                               ": waiting for "
                               FUNCTION TRIM(RL-Resource)
                               " (held by "
                               FUNCTION TRIM(LS-Holder) ")"
                       END-IF
                       CALL "C$SLEEP" USING RL-Pause
                       ADD RL-Pause TO RL-Waited
                   END-IF
               END-IF
           END-PERFORM.

       Try-Hold.
      *> One look at the registry: clear what is stale, then take the
      *> hold unless a live one conflicts -- exclusive against
      *> anything, shared against exclusive. A hold this run already
      *> has is granted again as it stands.
           PERFORM Take-Latch
           IF RL-Latched = 'N'
               MOVE 'Y' TO RL-Done
               EXIT PARAGRAPH
           END-IF
           PERFORM Load-Registry
           PERFORM Clear-Stale
           MOVE 'N' TO RL-Mine
           MOVE 'N' TO RL-Conflict
           PERFORM VARYING RL-Idx FROM 1 BY 1 UNTIL RL-Idx > RL-Count
               MOVE RL-Entry(RL-Idx) TO LOCK-RECORD
               IF LK-RESOURCE = RL-Resource
                   IF LK-PID = RL-MyPid AND LK-STARTED = RL-MyStart
                       MOVE 'Y' TO RL-Mine
                   ELSE
                       IF LS-Mode = 'X' OR LK-EXCLUSIVE
                           MOVE 'Y' TO RL-Conflict
                           MOVE LK-PROGRAM TO LS-Holder
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF RL-Conflict = 'N'
               MOVE 'Y' TO RL-Done
               MOVE SPACES TO LS-Holder
               IF RL-Mine = 'Y'
                   MOVE 'G' TO LS-Result
               ELSE
                   IF RL-Count < 500
                       MOVE SPACES TO LOCK-RECORD
                       MOVE RL-Resource TO LK-RESOURCE
                       MOVE LS-Program TO LK-PROGRAM
                       MOVE RL-MyStart TO LK-STARTED
                       MOVE LS-Mode TO LK-MODE
                       MOVE RL-MyPid TO LK-PID
                       ADD 1 TO RL-Count
                       MOVE LOCK-RECORD TO RL-Entry(RL-Count)
                       MOVE 'Y' TO RL-Changed
                       MOVE 'G' TO LS-Result
                   ELSE
                       DISPLAY "Run-lock registry full (500 holds) --"
                           " " FUNCTION TRIM(RL-Resource)
                           " not registered"
                   END-IF
               END-IF
           END-IF
           IF RL-Changed = 'Y'
               PERFORM Save-Registry
           END-IF
           PERFORM Drop-Latch.

       Drop-Holds.
      *> RL-Resource blank releases every hold this run has.
           PERFORM Take-Latch
           IF RL-Latched = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM Load-Registry
           MOVE 0 TO RL-Kept
           PERFORM VARYING RL-Idx FROM 1 BY 1 UNTIL RL-Idx > RL-Count
               MOVE RL-Entry(RL-Idx) TO LOCK-RECORD
               IF LK-PID = RL-MyPid AND LK-STARTED = RL-MyStart
                   AND (RL-Resource = SPACES
                       OR LK-RESOURCE = RL-Resource)
                   MOVE 'Y' TO RL-Changed
               ELSE
                   ADD 1 TO RL-Kept
                   MOVE RL-Entry(RL-Idx) TO RL-Entry(RL-Kept)
               END-IF
           END-PERFORM
           MOVE RL-Kept TO RL-Count
           IF RL-Changed = 'Y'
               PERFORM Save-Registry
           END-IF
           PERFORM Drop-Latch
           MOVE 'G' TO LS-Result.

       Clear-Stale.
           MOVE FUNCTION CURRENT-DATE TO RL-Now
           MOVE 0 TO RL-Kept
           PERFORM VARYING RL-Idx FROM 1 BY 1 UNTIL RL-Idx > RL-Count
               MOVE RL-Entry(RL-Idx) TO LOCK-RECORD
               PERFORM Check-Stale
               IF RL-Stale = 'Y'
                   MOVE 'Y' TO RL-Changed
                   PERFORM Alert-Stale
               ELSE
                   ADD 1 TO RL-Kept
                   MOVE RL-Entry(RL-Idx) TO RL-Entry(RL-Kept)
               END-IF
           END-PERFORM
           MOVE RL-Kept TO RL-Count.

       Check-Stale.
      *> The hold in LOCK-RECORD is stale when it cannot be read, is
      *> older than LOCK-STALE-HOURS, or its process has gone (kill
      *> -0 only asks whether the process exists).
           MOVE 'N' TO RL-Stale
           IF LK-PID = RL-MyPid AND LK-STARTED = RL-MyStart
               EXIT PARAGRAPH
           END-IF
           IF LK-PID NOT NUMERIC OR LK-STARTED NOT NUMERIC
               MOVE 'Y' TO RL-Stale
               EXIT PARAGRAPH
           END-IF
           COMPUTE RL-AgeHours =
               (FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RL-Now(1:8)))
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(LK-STARTED(1:8)))) * 24
               + FUNCTION NUMVAL(RL-Now(9:2))
               - FUNCTION NUMVAL(LK-STARTED(9:2))
           IF RL-AgeHours >= RL-StaleHours
               MOVE 'Y' TO RL-Stale
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RL-Cmd
           STRING "kill -0 " LK-PID " 2>/dev/null" DELIMITED BY SIZE
               INTO RL-Cmd
           CALL "SYSTEM" USING RL-Cmd
           IF RETURN-CODE NOT = 0
               MOVE 'Y' TO RL-Stale
           END-IF.

       Alert-Stale.
           DISPLAY "Clearing stale run lock: "
               FUNCTION TRIM(LK-RESOURCE) " held "
               LK-MODE " by " FUNCTION TRIM(LK-PROGRAM)
               " (process " LK-PID ", since " LK-STARTED ")"
           MOVE SPACES TO RL-AlertMsg
           STRING "STALE " LK-MODE "-LOCK CLEARED: "
                                             DELIMITED BY SIZE
               FUNCTION TRIM(LK-PROGRAM)     DELIMITED BY SIZE
               " ON "                        DELIMITED BY SIZE
               FUNCTION TRIM(LK-RESOURCE)    DELIMITED BY SIZE
               INTO RL-AlertMsg
           PERFORM Write-Alert.

       Write-Alert.
           OPEN EXTEND AlertFile
           IF RL-AlertFS = "35"
               OPEN OUTPUT AlertFile
               CLOSE AlertFile
               OPEN EXTEND AlertFile
           END-IF
           IF RL-AlertFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ALERT-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-TIMESTAMP
           MOVE LS-Program TO AL-PROGRAM
           MOVE "WARN" TO AL-SEVERITY
           SET AL-OPEN TO TRUE
           MOVE RL-AlertMsg TO AL-MESSAGE
           WRITE ALERT-RECORD
           CLOSE AlertFile.

       Take-Latch.
           MOVE 'N' TO RL-Latched
           MOVE 'N' TO RL-Changed
           MOVE 0 TO RL-Tries
           PERFORM UNTIL RL-Latched = 'Y' OR RL-Tries >= 30
               MOVE "mkdir run_locks.latch 2>/dev/null" TO RL-Cmd
               CALL "SYSTEM" USING RL-Cmd
               IF RETURN-CODE = 0
                   MOVE 'Y' TO RL-Latched
               ELSE
                   ADD 1 TO RL-Tries
                   CALL "C$SLEEP" USING RL-Blink
               END-IF
           END-PERFORM
           IF RL-Latched = 'N'
      *> Nobody keeps the latch more than a moment: this one was left
      *> by a job killed in mid-update.
               MOVE "rmdir run_locks.latch 2>/dev/null" TO RL-Cmd
               CALL "SYSTEM" USING RL-Cmd
               MOVE "mkdir run_locks.latch 2>/dev/null" TO RL-Cmd
               CALL "SYSTEM" USING RL-Cmd
               IF RETURN-CODE = 0
                   MOVE 'Y' TO RL-Latched
                   MOVE "STALE RUN-LOCK REGISTRY LATCH BROKEN"
                       TO RL-AlertMsg
                   PERFORM Write-Alert
               ELSE
                   DISPLAY "Cannot latch the run-lock registry"
                       " (run_locks.latch)"
               END-IF
           END-IF.

       Drop-Latch.
           MOVE "rmdir run_locks.latch 2>/dev/null" TO RL-Cmd
           CALL "SYSTEM" USING RL-Cmd.

       Load-Registry.
           MOVE 0 TO RL-Count
           OPEN INPUT LockFile
           IF RL-LockFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO RL-EOF
           PERFORM UNTIL RL-EOF = 'Y'
               READ LockFile
                   AT END MOVE 'Y' TO RL-EOF
                   NOT AT END
                       IF LOCK-RECORD NOT = SPACES AND RL-Count < 500
                           ADD 1 TO RL-Count
                           MOVE LOCK-RECORD TO RL-Entry(RL-Count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LockFile.

       Save-Registry.
           OPEN OUTPUT LockFile
           IF RL-LockFS NOT = "00"
               DISPLAY "Cannot rewrite the run-lock registry (FILE"
                   " STATUS " RL-LockFS ")"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RL-Idx FROM 1 BY 1 UNTIL RL-Idx > RL-Count
               MOVE RL-Entry(RL-Idx) TO LOCK-RECORD
               WRITE LOCK-RECORD
           END-PERFORM
           CLOSE LockFile.

       END PROGRAM RunLock.
