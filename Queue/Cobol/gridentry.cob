      *> the "# VARIANT=X" header when the variant is on) or a
      *> pending queue record inserted directly under an assigned
      *> puzzle ID, with the same class/submitter/journal bookkeeping
      *> Enqueue does -- including the submitter master check: an
      *> unknown, suspended or over-quota account is refused, and the
      *> refusal goes to ai2025_rejects.txt like any other producer's.
      *> Killer Sudoku cages are keyed the same way (ID, target sum,
      *> member cells), checked with the grid on every change, and
      *> leave as CAGE records in the .matrix file or as the queue
      *> record's cage fields; a Killer grid may be accepted with no
      *> givens at all.
      *> A queued grid may be held until a release time, as Enqueue
      *> -hold does: it goes in as held ('H') and the drains leave it
      *> alone until then.
      *> The operator signs on first (see SignOn). Anyone signed on
      *> may key and check a grid, but only an operator or supervisor
      *> may accept it to a .matrix file or the queue; every accept,
      *> and every refused one, goes to the console audit trail.
      *>
      *> Usage: GridEntry [queue-file]
      *> Default queue file is puzzle_queue.
           SELECT JournalFile ASSIGN TO "queue_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JrnFS.
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
       01 MatrixLine PIC X(90).

       FD JournalFile.
       01 JournalLine PIC X(637).

       FD SubmitterFile.
       COPY "SUBMREC".

       FD RejectFile.
       01 RejectLine PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-QueueFilename PIC X(100) VALUE "puzzle_queue".
       01  WS-QueueFS    PIC XX.
       01  WS-JrnFS      PIC XX.
       01  WS-JrnRec     PIC X(60).
       COPY "JRNREC".

       01  ARG-COUNT     PIC 9(4).
       01  CURRENT-ARG   PIC X(100).
       01  WS-BoardValid PIC X VALUE 'Y'.
       01  WS-ClueCount  PIC 99.

      *> Killer cages keyed so far, laid out exactly like the queue
      *> record's Q-CAGE-DATA so an accepted grid moves across whole.
       01  WS-CageData.
           05  WS-CageCount  PIC 99.
           05  WS-CageMap    PIC X(81).
           05  WS-CageEntry OCCURS 81 TIMES.
               10  WS-CageId  PIC X.
               10  WS-CageSum PIC 99.
       01  WS-CageIdx    PIC 99.
       01  WS-CageK      PIC 99.
       01  WS-CageCells  PIC 99.
       01  WS-CageGiven  PIC 99.
       01  WS-CageOpen   PIC 99.
       01  WS-CageTotal  PIC 9(4).
       01  WS-CageMin    PIC 99.
       01  WS-CageMax    PIC 99.
       01  WS-CagePos    PIC 99.
       01  WS-CageSeen   PIC 9 OCCURS 9.
       01  WS-CageDigit  PIC 9.
       01  WS-NewId      PIC X.
       01  WS-NewSum     PIC 99.
       01  WS-CageLine   PIC X(60).

       01  WS-RowNum     PIC 99.
       01  WS-ColNum     PIC 99.
       01  WS-CellVal    PIC 99.
       01  WS-RowBuf     PIC X(60).
       01  WS-OutIdx     PIC 99.

       01  WS-SubFS      PIC XX.
       01  WS-SubRule    PIC X(13).
       01  WS-Today      PIC X(8).
       01  WS-RejFS      PIC XX.
       01  WS-RejRec     PIC X(200).

      *> Release-after time keyed for a held queue record.
       01  WS-ReleaseTS  PIC X(14).
       01  WS-HoldLen    PIC 99.
       01  WS-HoldOK     PIC X.

      *> Signed-on operator (see SignOn) and the console audit line
      *> each action writes through AuditLog.
       01  WS-OpId        PIC X(8).
       01  WS-OpRole      PIC X.
           88 WS-CanChange    VALUE 'O' 'S'.
           88 WS-CanSupervise VALUE 'S'.
       01  WS-OpInitials  PIC X(3).
       01  WS-AudProgram  PIC X(12) VALUE "GRIDENTRY".
       01  WS-AudFunction PIC X(12).
       01  WS-AudKey      PIC X(20) VALUE SPACES.
       01  WS-AudBefore   PIC X(60) VALUE SPACES.
       01  WS-AudAfter    PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "Starting GridEntry..."
               ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
               MOVE FUNCTION TRIM(CURRENT-ARG) TO WS-QueueFilename
           END-IF

           PERFORM Sign-On

           MOVE ZERO TO WS-Board
           INITIALIZE WS-CageData

           PERFORM UNTIL WS-Done = 'Y'
               PERFORM Show-Menu
                   WHEN 'C' PERFORM Correct-A-Cell
                   WHEN 'S' PERFORM Show-Board
                   WHEN 'V' PERFORM Toggle-Variant
                   WHEN 'K' PERFORM Key-A-Cage
                   WHEN 'M'
                       IF WS-CanChange
                           PERFORM Accept-To-Matrix
                       ELSE
                           PERFORM Refuse-Function
                       END-IF
                   WHEN 'Q'
                       IF WS-CanChange
                           PERFORM Accept-To-Queue
                       ELSE
                           PERFORM Refuse-Function
                       END-IF
                   WHEN 'N' PERFORM Clear-Board
                   WHEN 'X' MOVE 'Y' TO WS-Done
                   WHEN OTHER DISPLAY "Unknown choice."
               END-EVALUATE
           END-PERFORM

           MOVE "SIGNOFF" TO WS-AudFunction
           PERFORM Write-Audit
           DISPLAY "GridEntry ended."
           MOVE 0 TO RETURN-CODE
           STOP RUN.
           ELSE
               DISPLAY "OFF)"
           END-IF
           DISPLAY "K  key a Killer cage (" WS-CageCount
               " keyed; blank cells drops one)"
           IF WS-CanChange
               DISPLAY "M  accept -> write a .matrix file"
               DISPLAY "Q  accept -> insert a pending (or held) queue"
                   " record"
           END-IF
           DISPLAY "N  start a new blank grid"
           DISPLAY "X  exit"
           DISPLAY "Choice: " WITH NO ADVANCING.

       Clear-Board.
           MOVE ZERO TO WS-Board
           INITIALIZE WS-CageData
           MOVE 'Y' TO WS-BoardValid
           DISPLAY "Grid cleared.".

                   END-IF
               END-PERFORM
               DISPLAY WS-RowNum " " WS-GridLine
           END-PERFORM
           IF WS-CageCount > 0
               DISPLAY " "
               DISPLAY "Cages:"
               PERFORM VARYING WS-RowNum FROM 1 BY 1
                       UNTIL WS-RowNum > 9
                   MOVE SPACES TO WS-GridLine
                   PERFORM VARYING WS-ColNum FROM 1 BY 1
                           UNTIL WS-ColNum > 9
                       COMPUTE WS-CagePos =
                           (WS-RowNum - 1) * 9 + WS-ColNum
                       IF WS-CageMap(WS-CagePos:1) = SPACE
                           MOVE '.' TO
                               WS-GridLine(WS-ColNum * 2 - 1:1)
                       ELSE
                           MOVE WS-CageMap(WS-CagePos:1) TO
                               WS-GridLine(WS-ColNum * 2 - 1:1)
                       END-IF
                   END-PERFORM
                   DISPLAY WS-RowNum " " WS-GridLine
               END-PERFORM
               PERFORM VARYING WS-CageIdx FROM 1 BY 1
                       UNTIL WS-CageIdx > WS-CageCount
                   DISPLAY "  " WS-CageId(WS-CageIdx) " = "
                       WS-CageSum(WS-CageIdx)
               END-PERFORM
           END-IF.

       Key-A-Cage.
      *> One cage: a one-character ID, its target sum and up to nine
      *> member cells as row/column digit pairs. Re-keying an ID
      *> replaces that cage; an empty cell list drops it.
           IF WS-Variant = 'X'
               DISPLAY "Killer cages cannot be combined with X-Sudoku"
                   " -- toggle the variant off first."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Cage ID (one character): " WITH NO ADVANCING
           ACCEPT WS-Answer
           MOVE WS-Answer(1:1) TO WS-NewId
           IF WS-NewId = SPACE OR WS-NewId = ',' OR WS-NewId = '.'
               DISPLAY "Cage ID must be one character other than"
                   " space, comma or period."
               EXIT PARAGRAPH
           END-IF
           PERFORM Drop-Cage
           DISPLAY "Cells (row/column pairs, e.g. 11 12 21;"
               " blank to drop): " WITH NO ADVANCING
           ACCEPT WS-Answer
           IF WS-Answer = SPACES
               DISPLAY "Cage " WS-NewId " dropped."
               PERFORM Show-Board
               PERFORM Validate-Board
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Target sum: " WITH NO ADVANCING
           ACCEPT WS-CageLine
           MOVE FUNCTION NUMVAL(WS-CageLine) TO WS-NewSum
           IF WS-NewSum < 1 OR WS-NewSum > 45
               DISPLAY "Target must be 1-45 -- cage not keyed."
               EXIT PARAGRAPH
           END-IF
      *> Pairs are read as consecutive digits, spacing ignored.
           MOVE 0 TO WS-Taken
           MOVE 0 TO WS-CageCells
           PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 40
               MOVE WS-Answer(WS-Idx:1) TO WS-Char
               IF WS-Char >= '1' AND WS-Char <= '9'
                   IF WS-Taken = 0
                       MOVE WS-Char TO WS-RowNum
                       MOVE 1 TO WS-Taken
                   ELSE
                       MOVE WS-Char TO WS-ColNum
                       MOVE 0 TO WS-Taken
                       COMPUTE WS-CagePos =
                           (WS-RowNum - 1) * 9 + WS-ColNum
                       IF WS-CageMap(WS-CagePos:1) NOT = SPACE
                           AND WS-CageMap(WS-CagePos:1) NOT = WS-NewId
                           DISPLAY "Cell " WS-RowNum WS-ColNum
                               " already in cage "
                               WS-CageMap(WS-CagePos:1) " -- skipped."
                       ELSE
                           IF WS-CageMap(WS-CagePos:1) = SPACE
                               ADD 1 TO WS-CageCells
                           END-IF
                           MOVE WS-NewId TO WS-CageMap(WS-CagePos:1)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CageCells = 0 OR WS-CageCells > 9
               DISPLAY "A cage needs 1-9 cells -- cage not keyed."
               PERFORM Drop-Cage
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CageCount
           MOVE WS-NewId TO WS-CageId(WS-CageCount)
           MOVE WS-NewSum TO WS-CageSum(WS-CageCount)
           PERFORM Show-Board
           PERFORM Validate-Board.

       Drop-Cage.
      *> Remove cage WS-NewId (if keyed) from the map and the table.
           INSPECT WS-CageMap REPLACING ALL WS-NewId BY SPACE
           MOVE 0 TO WS-CageK
           PERFORM VARYING WS-CageIdx FROM 1 BY 1
                   UNTIL WS-CageIdx > WS-CageCount
               IF WS-CageId(WS-CageIdx) = WS-NewId
                   MOVE WS-CageIdx TO WS-CageK
               END-IF
           END-PERFORM
           IF WS-CageK > 0
               PERFORM VARYING WS-CageIdx FROM WS-CageK BY 1
                       UNTIL WS-CageIdx >= WS-CageCount
                   MOVE WS-CageEntry(WS-CageIdx + 1)
                       TO WS-CageEntry(WS-CageIdx)
               END-PERFORM
               MOVE SPACE TO WS-CageId(WS-CageCount)
               MOVE 0 TO WS-CageSum(WS-CageCount)
               SUBTRACT 1 FROM WS-CageCount
           END-IF.

       Toggle-Variant.
           IF WS-CageCount > 0
               DISPLAY "Killer cages are keyed -- X-Sudoku rules"
                   " cannot be combined with them."
               EXIT PARAGRAPH
           END-IF
           IF WS-Variant = 'X'
               MOVE SPACE TO WS-Variant
               DISPLAY "Classic rules."
               END-PERFORM
           END-IF

           IF WS-CageCount > 0
               PERFORM Validate-Cages
           END-IF

           IF WS-BoardValid = 'Y'
               DISPLAY "Board is clean (" WS-ClueCount " clue(s))."
           END-IF.

       Validate-Cages.
      *> Killer rules on what is keyed so far: no given repeated
      *> inside a cage, givens not past the target (and equal to it
      *> once the cage is full), a target the cage's cell count can
      *> reach, and 405 in all when the cages cover the grid.
           MOVE 0 TO WS-CageTotal
           PERFORM VARYING WS-CageIdx FROM 1 BY 1
                   UNTIL WS-CageIdx > WS-CageCount
               MOVE 0 TO WS-CageCells WS-CageGiven WS-CageOpen
               MOVE 0 TO WS-CageSeen(1) WS-CageSeen(2) WS-CageSeen(3)
                   WS-CageSeen(4) WS-CageSeen(5) WS-CageSeen(6)
                   WS-CageSeen(7) WS-CageSeen(8) WS-CageSeen(9)
               PERFORM VARYING WS-CagePos FROM 1 BY 1
                       UNTIL WS-CagePos > 81
                   IF WS-CageMap(WS-CagePos:1) = WS-CageId(WS-CageIdx)
                       ADD 1 TO WS-CageCells
                       COMPUTE WS-SLRow =
                           FUNCTION INTEGER-PART((WS-CagePos - 1) / 9) + 1
                       COMPUTE WS-SLCol =
                           FUNCTION MOD(WS-CagePos - 1, 9) + 1
                       MOVE WS-Cell(WS-SLRow, WS-SLCol) TO WS-CageDigit
                       IF WS-CageDigit = 0
                           ADD 1 TO WS-CageOpen
                       ELSE
                           ADD WS-CageDigit TO WS-CageGiven
                           IF WS-CageSeen(WS-CageDigit) NOT = 0
                               DISPLAY "DUPLICATE: digit " WS-CageDigit
                                   " twice in cage "
                                   WS-CageId(WS-CageIdx)
                               MOVE 'N' TO WS-BoardValid
                           END-IF
                           MOVE 1 TO WS-CageSeen(WS-CageDigit)
                       END-IF
                   END-IF
               END-PERFORM
               COMPUTE WS-CageMin = WS-CageCells * (WS-CageCells + 1) / 2
               COMPUTE WS-CageMax = WS-CageCells * (19 - WS-CageCells) / 2
               IF WS-CageSum(WS-CageIdx) < WS-CageMin
                   OR WS-CageSum(WS-CageIdx) > WS-CageMax
                   DISPLAY "CAGE: " WS-CageId(WS-CageIdx) " target "
                       WS-CageSum(WS-CageIdx) " cannot be made from "
                       WS-CageCells " different digit(s)"
                   MOVE 'N' TO WS-BoardValid
               END-IF
               IF WS-CageGiven > WS-CageSum(WS-CageIdx)
                   OR (WS-CageOpen = 0
                       AND WS-CageGiven NOT = WS-CageSum(WS-CageIdx))
                   DISPLAY "CAGE: " WS-CageId(WS-CageIdx)
                       " givens add up to " WS-CageGiven
                       ", target is " WS-CageSum(WS-CageIdx)
                   MOVE 'N' TO WS-BoardValid
               END-IF
               ADD WS-CageSum(WS-CageIdx) TO WS-CageTotal
           END-PERFORM
           MOVE 0 TO WS-CageCells
           INSPECT WS-CageMap TALLYING WS-CageCells FOR ALL SPACE
           IF WS-CageCells = 0 AND WS-CageTotal NOT = 405
               DISPLAY "CAGE: targets add up to " WS-CageTotal
                   " over the whole grid, not 405"
               MOVE 'N' TO WS-BoardValid
           END-IF.

       Ready-To-Accept.
      *> Shared gate for both accept paths, answered in
      *> WS-BoardValid ('N' refuses).
           PERFORM Validate-Board
           IF WS-BoardValid = 'Y' AND WS-ClueCount = 0
               AND WS-CageCount = 0
               DISPLAY "Nothing keyed yet."
               MOVE 'N' TO WS-BoardValid
           END-IF.
               END-PERFORM
               WRITE MatrixLine FROM WS-RowBuf
           END-PERFORM
           PERFORM VARYING WS-CageIdx FROM 1 BY 1
                   UNTIL WS-CageIdx > WS-CageCount
               PERFORM Write-Cage-Record
           END-PERFORM
           CLOSE MatrixFile
           DISPLAY "Written to "
               FUNCTION TRIM(WS-MatrixFilename) "."
           MOVE "MATRIX" TO WS-AudFunction
           MOVE WS-MatrixFilename TO WS-AudKey
           STRING "WRITTEN " FUNCTION TRIM(WS-MatrixFilename)
               " VARIANT=" WS-Variant " CAGES=" WS-CageCount
               DELIMITED BY SIZE INTO WS-AudAfter
           PERFORM Write-Audit.

       Write-Cage-Record.
      *> CAGE,<id>,<sum>,<rc>[,<rc>...] for cage WS-CageIdx.
           MOVE SPACES TO WS-RowBuf
           STRING "CAGE,"                 DELIMITED BY SIZE
               WS-CageId(WS-CageIdx)      DELIMITED BY SIZE
               ","                        DELIMITED BY SIZE
               WS-CageSum(WS-CageIdx)     DELIMITED BY SIZE
               INTO WS-RowBuf
           MOVE 9 TO WS-OutIdx
           PERFORM VARYING WS-CagePos FROM 1 BY 1 UNTIL WS-CagePos > 81
               IF WS-CageMap(WS-CagePos:1) = WS-CageId(WS-CageIdx)
                   COMPUTE WS-SLRow =
                       FUNCTION INTEGER-PART((WS-CagePos - 1) / 9) + 1
                   COMPUTE WS-SLCol = FUNCTION MOD(WS-CagePos - 1, 9) + 1
                   MOVE ',' TO WS-RowBuf(WS-OutIdx + 1:1)
                   MOVE WS-SLRow(2:1) TO WS-RowBuf(WS-OutIdx + 2:1)
                   MOVE WS-SLCol(2:1) TO WS-RowBuf(WS-OutIdx + 3:1)
                   ADD 3 TO WS-OutIdx
               END-IF
           END-PERFORM
           WRITE MatrixLine FROM WS-RowBuf.

       Accept-To-Queue.
           PERFORM Ready-To-Accept
           ELSE
               MOVE 'N' TO Q-CLASS
           END-IF
           DISPLAY "Hold until yyyymmdd[hhmm] (blank = wanted now): "
               WITH NO ADVANCING
           ACCEPT WS-Answer
           PERFORM Check-Release-Time
           IF WS-HoldOK = 'N'
               DISPLAY "Not a release time -- not queued."
               EXIT PARAGRAPH
           END-IF

           SET Q-PENDING TO TRUE
           MOVE SPACES TO Q-RELEASE-TS
           IF WS-ReleaseTS NOT = SPACES
               SET Q-HELD TO TRUE
               MOVE WS-ReleaseTS TO Q-RELEASE-TS
           END-IF
           SET Q-PREF-ANY TO TRUE
           MOVE WS-Variant TO Q-VARIANT
           MOVE WS-CageData TO Q-CAGE-DATA
           IF WS-CageCount > 0
               SET Q-VARIANT-K TO TRUE
           END-IF
           MOVE SPACE TO Q-DELIVERED
           PERFORM VARYING WS-SLIdx FROM 1 BY 1 UNTIL WS-SLIdx > 81
               COMPUTE WS-SLRow =
           MOVE 0 TO Q-RETRY-COUNT
           MOVE SPACES TO Q-FAIL-REASON

           PERFORM Check-Submitter
           IF WS-SubRule NOT = SPACES
               PERFORM Write-Submitter-Reject
               EVALUATE WS-SubRule
                   WHEN "SUB-UNKNOWN"
                       DISPLAY "Account " FUNCTION TRIM(Q-SUBMITTER)
                           " is not on the submitter master."
                   WHEN "SUB-SUSPENDED"
                       DISPLAY "Account " FUNCTION TRIM(Q-SUBMITTER)
                           " is suspended."
                   WHEN OTHER
                       DISPLAY "Account " FUNCTION TRIM(Q-SUBMITTER)
                           " has used its quota for today."
               END-EVALUATE
               DISPLAY "Not queued -- refusal written to"
                   " ai2025_rejects.txt."
               MOVE "QUEUE" TO WS-AudFunction
               MOVE Q-PUZZLE-ID TO WS-AudKey
               STRING "REFUSED " WS-SubRule " SUBMITTER=" Q-SUBMITTER
                   DELIMITED BY SIZE INTO WS-AudAfter
               PERFORM Write-Audit
               EXIT PARAGRAPH
           END-IF

           OPEN I-O QueueFile
           IF WS-QueueFS = "35"
               OPEN OUTPUT QueueFile
                       FUNCTION TRIM(Q-PUZZLE-ID)
                       " already queued -- pick another."
               NOT INVALID KEY
                   IF Q-HELD
                       DISPLAY "Queued as held record "
                           FUNCTION TRIM(Q-PUZZLE-ID)
                           ", released after " Q-RELEASE-TS "."
                   ELSE
                       DISPLAY "Queued as pending record "
                           FUNCTION TRIM(Q-PUZZLE-ID) "."
                   END-IF
                   PERFORM Write-Journal
                   PERFORM Charge-Submitter
                   MOVE "QUEUE" TO WS-AudFunction
                   MOVE Q-PUZZLE-ID TO WS-AudKey
                   STRING "STATUS=" Q-STATUS " CLASS=" Q-CLASS
                       " VAR=" Q-VARIANT " SUBMITTER=" Q-SUBMITTER
                       " REL=" Q-RELEASE-TS
                       DELIMITED BY SIZE INTO WS-AudAfter
                   PERFORM Write-Audit
           END-WRITE
           CLOSE QueueFile.

       Sign-On.
           CALL "SignOn" USING WS-AudProgram WS-OpId WS-OpRole
               WS-OpInitials
           IF WS-OpId = SPACES
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       Refuse-Function.
      *> A choice the menu did not offer this role: refuse it, and
      *> leave a line in the audit trail that it was tried.
           DISPLAY "Not available to your role."
           MOVE "REFUSED" TO WS-AudFunction
           STRING "CHOICE=" WS-Choice DELIMITED BY SIZE
               INTO WS-AudAfter
           PERFORM Write-Audit.

       Write-Audit.
           CALL "AuditLog" USING WS-OpId WS-AudProgram WS-AudFunction
               WS-AudKey WS-AudBefore WS-AudAfter
           MOVE SPACES TO WS-AudKey WS-AudBefore WS-AudAfter.

       Check-Submitter.
      *> Same account rules Enqueue applies: on file, active, and
      *> room left in today's quota (zero = no cap).
           MOVE SPACES TO WS-SubRule
           OPEN INPUT SubmitterFile
           IF WS-SubFS NOT = "00"
               MOVE "SUB-UNKNOWN" TO WS-SubRule
               EXIT PARAGRAPH
           END-IF
           MOVE Q-SUBMITTER TO SM-ACCOUNT
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
               AND SM-QUOTA-USED >= SM-DAILY-QUOTA
               MOVE "SUB-QUOTA" TO WS-SubRule
           END-IF.

       Charge-Submitter.
           OPEN I-O SubmitterFile
           IF WS-SubFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE Q-SUBMITTER TO SM-ACCOUNT
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
           ADD 1 TO SM-QUOTA-USED
           REWRITE SUBMITTER-RECORD
           CLOSE SubmitterFile.

       Write-Submitter-Reject.
      *> Quarantine line in the solver's WRITE-REJECT layout.
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
               Q-PUZZLE-DATA                  DELIMITED BY SIZE
               INTO WS-RejRec
           WRITE RejectLine FROM WS-RejRec
           CLOSE RejectFile.

       Check-Release-Time.
      *> Same release-time rules as Enqueue -hold: yyyymmdd,
      *> yyyymmddhhmm or yyyymmddhhmmss, midnight when no time is
      *> given; blank, or a time already passed, means no hold.
           MOVE SPACES TO WS-ReleaseTS
           MOVE 'Y' TO WS-HoldOK
           MOVE FUNCTION TRIM(WS-Answer) TO WS-Answer
           IF WS-Answer = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION STORED-CHAR-LENGTH(WS-Answer) TO WS-HoldLen
           IF WS-HoldLen NOT = 8 AND WS-HoldLen NOT = 12
               AND WS-HoldLen NOT = 14
               MOVE 'N' TO WS-HoldOK
               EXIT PARAGRAPH
           END-IF
           IF WS-Answer(1:WS-HoldLen) IS NOT NUMERIC
               MOVE 'N' TO WS-HoldOK
               EXIT PARAGRAPH
           END-IF
           MOVE ALL "0" TO WS-ReleaseTS
           MOVE WS-Answer(1:WS-HoldLen) TO WS-ReleaseTS(1:WS-HoldLen)
           IF WS-ReleaseTS(5:2) < "01" OR WS-ReleaseTS(5:2) > "12"
               OR WS-ReleaseTS(7:2) < "01" OR WS-ReleaseTS(7:2) > "31"
               OR WS-ReleaseTS(9:2) > "23"
               OR WS-ReleaseTS(11:2) > "59"
               OR WS-ReleaseTS(13:2) > "59"
               MOVE 'N' TO WS-HoldOK
               MOVE SPACES TO WS-ReleaseTS
               EXIT PARAGRAPH
           END-IF
           IF WS-ReleaseTS NOT > FUNCTION CURRENT-DATE(1:14)
               DISPLAY "That time has already passed -- no hold."
               MOVE SPACES TO WS-ReleaseTS
           END-IF.

       Write-Journal.
      *> Same transition line every other producer writes.
           OPEN EXTEND JournalFile
           STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
               ","                            DELIMITED BY SIZE
               Q-PUZZLE-ID                    DELIMITED BY SIZE
               ",-,"                          DELIMITED BY SIZE
               Q-STATUS                       DELIMITED BY SIZE
               ",GRIDENTRY,00"                DELIMITED BY SIZE
               INTO WS-JrnRec
           MOVE WS-JrnRec TO JI-TRANSITION
           MOVE ",IMG=" TO JI-IMAGE-TAG
           MOVE QUEUE-RECORD TO JI-AFTER-IMAGE
           WRITE JournalLine FROM JOURNAL-IMAGE-LINE
           CLOSE JournalFile.

       END PROGRAM GridEntry.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SignOn.

      *> Console sign-on against the operator master (OPERREC): up to
      *> three tries at an operator ID and password. On success the
      *> operator's ID, role and initials go back to the console; on
      *> failure the ID comes back blank and the console stops. Every
      *> attempt, good or bad, goes to the console audit trail, and
      *> three bad passwords in a row lock the operator out until a
      *> supervisor reinstates them in OprConsole.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperFile ASSIGN TO "operator_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS SO-OperFS.

       DATA DIVISION.
       FILE SECTION.
       FD OperFile.
       COPY "OPERREC".

       WORKING-STORAGE SECTION.
       01  SO-OperFS     PIC XX.
       01  SO-Tries      PIC 9.
       01  SO-Done       PIC X.
       01  SO-Id         PIC X(8).
       01  SO-Password   PIC X(20).
       01  SO-Hash       PIC 9(10).
       01  SO-Function   PIC X(12).
       01  SO-Key        PIC X(20).
       01  SO-Before     PIC X(60).
       01  SO-After      PIC X(60).

       LINKAGE SECTION.
       01  LS-Program    PIC X(12).
       01  LS-Operator   PIC X(8).
       01  LS-Role       PIC X.
       01  LS-Initials   PIC X(3).

       PROCEDURE DIVISION USING LS-Program LS-Operator LS-Role
               LS-Initials.
       Sign-On-Main.
           MOVE SPACES TO LS-Operator LS-Role LS-Initials
           OPEN I-O OperFile
           IF SO-OperFS = "35"
               DISPLAY "No operator master on file -- a supervisor must"
                   " first be set up in OprConsole."
               GOBACK
           END-IF
           IF SO-OperFS NOT = "00"
               DISPLAY "Cannot open operator master (FILE STATUS "
                   SO-OperFS ")"
               GOBACK
           END-IF

           MOVE 0 TO SO-Tries
           MOVE 'N' TO SO-Done
           PERFORM UNTIL SO-Done = 'Y' OR SO-Tries >= 3
               ADD 1 TO SO-Tries
               PERFORM Try-Sign-On
           END-PERFORM
           CLOSE OperFile
           IF SO-Done NOT = 'Y'
               DISPLAY "Sign-on refused."
           END-IF
           GOBACK.

       Try-Sign-On.
           DISPLAY "Operator ID: " WITH NO ADVANCING
           ACCEPT SO-Id
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SO-Id)) TO SO-Id
           DISPLAY "Password: " WITH NO ADVANCING
           ACCEPT SO-Password
           MOVE SPACES TO SO-Key SO-Before SO-After
           MOVE SO-Id TO SO-Key OP-ID
           READ OperFile RECORD
               INVALID KEY
                   DISPLAY "Operator ID or password not recognised."
           END-READ
           IF SO-OperFS NOT = "00"
               MOVE "UNKNOWN OPERATOR ID" TO SO-After
               PERFORM Log-Refusal
               EXIT PARAGRAPH
           END-IF
           IF NOT OP-ACTIVE
               DISPLAY "Operator " FUNCTION TRIM(SO-Id)
                   " is not active -- see a supervisor."
               MOVE "OPERATOR NOT ACTIVE" TO SO-After
               PERFORM Log-Refusal
               EXIT PARAGRAPH
           END-IF

           CALL "PassHash" USING SO-Id SO-Password SO-Hash
           IF SO-Hash NOT = OP-PASS-HASH
               DISPLAY "Operator ID or password not recognised."
               ADD 1 TO OP-FAIL-COUNT
               MOVE "BAD PASSWORD" TO SO-After
               IF OP-FAIL-COUNT >= 3
                   SET OP-INACTIVE TO TRUE
                   MOVE "BAD PASSWORD -- OPERATOR LOCKED" TO SO-After
                   DISPLAY "Three bad passwords in a row -- operator "
                       FUNCTION TRIM(SO-Id) " is locked."
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:14) TO OP-UPDATED
               REWRITE OPERATOR-RECORD
               PERFORM Log-Refusal
               IF OP-INACTIVE
                   MOVE 3 TO SO-Tries
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO OP-FAIL-COUNT
           MOVE FUNCTION CURRENT-DATE(1:14) TO OP-LAST-SIGNON
           REWRITE OPERATOR-RECORD
           MOVE OP-ID TO LS-Operator
           MOVE OP-ROLE TO LS-Role
           MOVE OP-INITIALS TO LS-Initials
           MOVE 'Y' TO SO-Done
           EVALUATE TRUE
               WHEN OP-SUPERVISOR MOVE "ROLE=SUPERVISOR" TO SO-After
               WHEN OP-OPERATOR   MOVE "ROLE=OPERATOR" TO SO-After
               WHEN OTHER         MOVE "ROLE=VIEWER" TO SO-After
           END-EVALUATE
           MOVE "SIGNON" TO SO-Function
           CALL "AuditLog" USING LS-Operator LS-Program SO-Function
               SO-Key SO-Before SO-After
           DISPLAY "Signed on: " FUNCTION TRIM(OP-NAME) " ("
               FUNCTION TRIM(SO-After(6:)) ")".

       Log-Refusal.
           MOVE "SIGNON-FAIL" TO SO-Function
           CALL "AuditLog" USING SO-Id LS-Program SO-Function
               SO-Key SO-Before SO-After.

       END PROGRAM SignOn.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PassHash.

      *> One-way hash of an operator ID and password for the operator
      *> master: a running polynomial over the character codes of the
      *> two together, reduced modulo the largest ten-digit prime and
      *> taken over them twice so a change anywhere reaches every
      *> digit. Salting with the ID keeps two operators with the same
      *> password from sharing a hash. It is not a cipher; it keeps
      *> passwords out of the master in the clear.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  PH-Text       PIC X(28).
       01  PH-Idx        PIC 99.
       01  PH-Acc        PIC 9(18).

       LINKAGE SECTION.
       01  LS-Id         PIC X(8).
       01  LS-Password   PIC X(20).
       01  LS-Hash       PIC 9(10).

       PROCEDURE DIVISION USING LS-Id LS-Password LS-Hash.
       Pass-Hash-Main.
           MOVE LS-Id TO PH-Text(1:8)
           MOVE LS-Password TO PH-Text(9:20)
           MOVE 7 TO PH-Acc
           PERFORM 2 TIMES
               PERFORM VARYING PH-Idx FROM 1 BY 1 UNTIL PH-Idx > 28
                   COMPUTE PH-Acc = FUNCTION MOD(PH-Acc * 131
                       + FUNCTION ORD(PH-Text(PH-Idx:1)), 9999999967)
               END-PERFORM
           END-PERFORM
           MOVE PH-Acc TO LS-Hash
           GOBACK.

       END PROGRAM PassHash.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditLog.

      *> Appends one line to the console audit trail
      *> (console_audit.txt, AUDITREC layout). Opened and closed per
      *> line, as the journal writers do, so a console left running
      *> never holds the trail open and a crash loses nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AuditFile ASSIGN TO "console_audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AU-AuditFS.

       DATA DIVISION.
       FILE SECTION.
       FD AuditFile.
       COPY "AUDITREC".

       WORKING-STORAGE SECTION.
       01  AU-AuditFS    PIC XX.

       LINKAGE SECTION.
       01  LS-Operator   PIC X(8).
       01  LS-Program    PIC X(12).
       01  LS-Function   PIC X(12).
       01  LS-Key        PIC X(20).
       01  LS-Before     PIC X(60).
       01  LS-After      PIC X(60).

       PROCEDURE DIVISION USING LS-Operator LS-Program LS-Function
               LS-Key LS-Before LS-After.
       Audit-Log-Main.
           OPEN EXTEND AuditFile
           IF AU-AuditFS = "35"
               OPEN OUTPUT AuditFile
               CLOSE AuditFile
               OPEN EXTEND AuditFile
           END-IF
           IF AU-AuditFS NOT = "00"
               DISPLAY "Cannot write console audit trail (FILE STATUS "
                   AU-AuditFS ")"
               GOBACK
           END-IF
           MOVE SPACES TO AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO AU-TIMESTAMP
           MOVE LS-Operator TO AU-OPERATOR
           MOVE LS-Program TO AU-PROGRAM
           MOVE LS-Function TO AU-FUNCTION
           MOVE LS-Key TO AU-KEY
           MOVE LS-Before TO AU-BEFORE
           MOVE LS-After TO AU-AFTER
           WRITE AUDIT-RECORD
           CLOSE AuditFile
           GOBACK.

       END PROGRAM AuditLog.
