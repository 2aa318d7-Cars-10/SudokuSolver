      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LogRetain.

      *> Retention housekeeping for the flat operational logs that
      *> the jobs only ever append to -- queue_journal.txt,
      *> operations_alerts.txt, ai2025_rejects.txt, cycle_log.txt,
      *> the outbox delivery manifest, stats_acked.txt and
      *> console_audit.txt. HistRotate looks after
      *> puzzle_history.txt; this looks after the rest.
      *>
      *> The retention policy file (retention_policy.txt) names each
      *> log, how many days of lines stay in the current file, the
      *> line layout (which says where a line's date and puzzle ID
      *> sit) and the archive file name:
      *>   LOG=<file>,DAYS=<n>,LAYOUT=<layout>,ARCHIVE=<archive-file>
      *> YYYYMMDD in the archive name is replaced by the run date;
      *> without ARCHIVE= the archive is <file>_<yyyymmdd>. Each log
      *> is split into its dated archive copy (lines older than DAYS,
      *> appended, so a second run on the same day adds to the first
      *> one's archive) and a trimmed current file. A line is never
      *> trimmed when
      *>   - its date is within DAYS of today, or it carries no
      *>     readable date;
      *>   - it is an alert still open (AL-STATUS 'O'), whatever its
      *>     age;
      *>   - its puzzle ID is under legal hold: listed in
      *>     legal_hold.txt (<puzzle-id>[,<reason>] per line, '#'
      *>     for comments) or the subject of an open dispute on
      *>     dispute_file.dat.
      *> stats_acked.txt lines carry no date of their own, and an ID
      *> must stay on the ledger while its record is still in the
      *> queue (StatsExt would re-send it and QPurge could never
      *> close it), so an ACKLEDGER line is only eligible once its ID
      *> is on closed_queue_index.txt, and DAYS then counts from the
      *> day QPurge moved the record out.
      *>
      *> Each log is first taken exclusively in the run-lock registry
      *> (run_locks.txt, as the drains and the other appenders
      *> register their holds), then opened with an exclusive lock,
      *> and both are held until the trimmed file has been written
      *> back; a log another job holds in the registry or has open
      *> (CycleRun keeps cycle_log.txt open for the whole cycle) is
      *> reported as in use and left untouched. Run it outside the
      *> cycle, and not while AlertCon has the alert file up -- an
      *> acknowledgment saved afterwards writes back the alerts it
      *> loaded.
      *>
      *> Per log it prints the line count before, the lines archived,
      *> held and kept, and the count after, and checks that before =
      *> archived + after and that the archive took every archived
      *> line, so the day's balancing still adds up across the split.
      *> RETURN-CODE 1 when a log was in use or could not be
      *> processed, or a count did not balance.
      *>
      *> Usage: LogRetain [policy-file]
      *> Default policy file is retention_policy.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PolicyFile ASSIGN TO DYNAMIC WS-PolicyPath
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PolicyFS.
           SELECT HoldFile ASSIGN TO "legal_hold.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HoldFS.
           SELECT DisputeFile ASSIGN TO "dispute_file.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-KEY
               FILE STATUS IS WS-DispFS.
           SELECT IndexFile ASSIGN TO "closed_queue_index.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IndexFS.
      *> The log is read through LogFile and written back through
      *> LogOutFile, both under an exclusive lock; LogFile stays open
      *> (and the lock held) until the trimmed copy is complete.
           SELECT LogFile ASSIGN TO DYNAMIC WS-LogPath
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-LogFS.
           SELECT LogOutFile ASSIGN TO DYNAMIC WS-LogPath
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS WS-LogOutFS.
           SELECT ArchFile ASSIGN TO DYNAMIC WS-ArchPath
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ArchFS.
           SELECT WorkFile ASSIGN TO "retention_work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WorkFS.

       DATA DIVISION.
       FILE SECTION.
       FD PolicyFile.
       01 PolicyLine PIC X(250).

       FD HoldFile.
       01 HoldLine PIC X(100).

       FD DisputeFile.
       COPY "DISPREC".

       FD IndexFile.
       01 IndexLine PIC X(100).

       FD LogFile.
       01 LogLine PIC X(637).

       FD LogOutFile.
       01 LogOutLine PIC X(637).

       FD ArchFile.
       01 ArchLine PIC X(637).

       FD WorkFile.
       01 WorkLine PIC X(637).

       WORKING-STORAGE SECTION.
       01  WS-PolicyPath PIC X(100) VALUE "retention_policy.txt".
       01  WS-LogPath    PIC X(100).
       01  WS-ArchPath   PIC X(100).
       01  WS-PolicyFS   PIC XX.
       01  WS-HoldFS     PIC XX.
       01  WS-DispFS     PIC XX.
       01  WS-IndexFS    PIC XX.
       01  WS-LogFS      PIC XX.
       01  WS-LogOutFS   PIC XX.
       01  WS-ArchFS     PIC XX.
       01  WS-WorkFS     PIC XX.

       01  ARG-COUNT     PIC 9(4).
       01  CURRENT-ARG   PIC X(100).

       01  WS-EOF        PIC X VALUE 'N'.
       01  WS-Line       PIC X(637).
       01  WS-NowTS      PIC X(21).
       01  WS-NowDay     PIC 9(7).
       01  WS-CutDay     PIC S9(7).
       01  WS-RecDay     PIC 9(7).
       01  WS-CleanupCmd PIC X(150).

      *> The policy, one entry per log line in the policy file.
       01  WS-PolTable.
           05  WS-PolCount PIC 99 VALUE 0.
           05  WS-PolEntry OCCURS 20 TIMES.
               10  WS-PolLog     PIC X(100).
               10  WS-PolDays    PIC 9(5).
               10  WS-PolLayout  PIC X(10).
               10  WS-PolArchive PIC X(100).
       01  WS-PolIdx     PIC 99.
       01  WS-PolTok1    PIC X(110).
       01  WS-PolTok2    PIC X(110).
       01  WS-PolTok3    PIC X(110).
       01  WS-PolTok4    PIC X(110).
       01  WS-PolTok     PIC X(110).
       01  WS-PolKey     PIC X(10).
       01  WS-PolVal     PIC X(100).
       01  WS-NewLog     PIC X(100).
       01  WS-NewDays    PIC X(10).
       01  WS-NewLayout  PIC X(10).
       01  WS-NewArchive PIC X(100).
       01  WS-NeedIndex  PIC X VALUE 'N'.

      *> The log being worked.
       01  WS-CurLayout  PIC X(10).
           88  WS-LayJournal  VALUE "JOURNAL".
           88  WS-LayAlerts   VALUE "ALERTS".
           88  WS-LayRejects  VALUE "REJECTS".
           88  WS-LayCycle    VALUE "CYCLE".
           88  WS-LayManifest VALUE "MANIFEST".
           88  WS-LayLedger   VALUE "ACKLEDGER".
           88  WS-LayAudit    VALUE "AUDIT".
           88  WS-LayKnown    VALUE "JOURNAL" "ALERTS" "REJECTS"
                                    "CYCLE" "MANIFEST" "ACKLEDGER"
                                    "AUDIT".
       01  WS-DatePos    PIC 999.
       01  WS-ArchOpen   PIC X.
       01  WS-ArchFail   PIC X.
       01  WS-LineDate   PIC X(8).
       01  WS-LineId     PIC X(10).
       01  WS-LineClass  PIC X.
           88  WS-LineKeep    VALUE 'K'.
           88  WS-LineHeld    VALUE 'H'.
           88  WS-LineArchive VALUE 'A'.
       01  WS-Tok1       PIC X(30).
       01  WS-Tok2       PIC X(30).
       01  WS-Tok3       PIC X(30).

      *> An alert line, to see whether it is still open.
       COPY "ALERTREC".

      *> A console audit line, for the key the action was taken on.
       COPY "AUDITREC".

      *> Puzzle IDs under legal hold.
       01  WS-HoldTable.
           05  WS-HoldCount PIC 9(4) VALUE 0.
           05  WS-HoldId OCCURS 1000 TIMES PIC X(10).
       01  WS-HoldIdx    PIC 9(4).
       01  WS-HoldFound  PIC X.
       01  WS-HoldFull   PIC X VALUE 'N'.
       01  WS-HoldFromFile PIC 9(4) VALUE 0.
       01  WS-HoldFromDisp PIC 9(4) VALUE 0.
       01  WS-HoldTok    PIC X(30).

      *> Purged IDs and the date QPurge moved them out, from
      *> closed_queue_index.txt (only loaded for an ACKLEDGER log).
       01  WS-ClosedTable.
           05  WS-ClosedCount PIC 9(4) VALUE 0.
           05  WS-ClosedEntry OCCURS 5000 TIMES.
               10  WS-ClosedId   PIC X(10).
               10  WS-ClosedDate PIC X(8).
       01  WS-ClosedIdx  PIC 9(4).
       01  WS-ClosedTok1 PIC X(10).
       01  WS-ClosedTok2 PIC X(100).
       01  WS-ClosedTok3 PIC X(5).
       01  WS-ClosedTok4 PIC X(14).

      *> Per-log counts; before must equal archived + after.
       01  WS-CntBefore  PIC 9(9).
       01  WS-CntArch    PIC 9(9).
       01  WS-CntArchOut PIC 9(9).
       01  WS-CntHeld    PIC 9(9).
       01  WS-CntKept    PIC 9(9).
       01  WS-CntAfter   PIC 9(9).

       01  WS-LogsDone   PIC 99 VALUE 0.
       01  WS-LogsBusy   PIC 99 VALUE 0.
       01  WS-LogsFailed PIC 99 VALUE 0.
       01  WS-LogsAbsent PIC 99 VALUE 0.
       01  WS-OutOfBal   PIC 99 VALUE 0.
       01  WS-TotArch    PIC 9(9) VALUE 0.

      *> Run-lock registry call (RunLock, below): an exclusive hold on
      *> each log for the length of its trim, without waiting.
       01  WS-LockFunc   PIC X.
       01  WS-LockRes    PIC X(100).
       01  WS-LockProg   PIC X(12) VALUE "LOGRETAIN".
       01  WS-LockMode   PIC X VALUE 'X'.
       01  WS-LockWait   PIC X VALUE 'N'.
       01  WS-LockResult PIC X.
       01  WS-LockHolder PIC X(12).
       01  WS-LockRC     PIC S9(9) COMP.

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "Starting LogRetain..."
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT >= 1
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
               MOVE FUNCTION TRIM(CURRENT-ARG) TO WS-PolicyPath
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-NowTS
           COMPUTE WS-NowDay = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-NowTS(1:8)))

           PERFORM Load-Policy
           PERFORM Load-Holds
           IF WS-NeedIndex = 'Y'
               PERFORM Load-Closed-Index
           END-IF

           PERFORM VARYING WS-PolIdx FROM 1 BY 1
                   UNTIL WS-PolIdx > WS-PolCount
               PERFORM Retain-One-Log
           END-PERFORM

           MOVE SPACES TO WS-CleanupCmd
           STRING "rm -f retention_work.tmp" DELIMITED BY SIZE
               INTO WS-CleanupCmd
           CALL "SYSTEM" USING WS-CleanupCmd

           DISPLAY "LogRetain: " WS-LogsDone " log(s) trimmed, "
               WS-TotArch " line(s) archived; " WS-LogsAbsent
               " not present, " WS-LogsBusy " in use, "
               WS-LogsFailed " failed."
           IF WS-LogsBusy > 0 OR WS-LogsFailed > 0 OR WS-OutOfBal > 0
               IF WS-OutOfBal > 0
                   DISPLAY "*** " WS-OutOfBal " log(s) OUT OF BALANCE"
               END-IF
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       Load-Policy.
           OPEN INPUT PolicyFile
           IF WS-PolicyFS NOT = "00"
               DISPLAY "Cannot open retention policy "
                   FUNCTION TRIM(WS-PolicyPath)
                   " (FILE STATUS " WS-PolicyFS ") -- nothing trimmed."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PolicyFile INTO WS-Line
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-Line NOT = SPACES
                           AND WS-Line(1:1) NOT = '#'
                           PERFORM Load-Policy-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PolicyFile
           MOVE 'N' TO WS-EOF
           IF WS-PolCount = 0
               DISPLAY "Retention policy " FUNCTION TRIM(WS-PolicyPath)
                   " names no logs -- nothing trimmed."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       Load-Policy-Line.
           MOVE SPACES TO WS-PolTok1 WS-PolTok2 WS-PolTok3 WS-PolTok4
               WS-NewLog WS-NewDays WS-NewLayout WS-NewArchive
           UNSTRING WS-Line DELIMITED BY ","
               INTO WS-PolTok1 WS-PolTok2 WS-PolTok3 WS-PolTok4
           MOVE WS-PolTok1 TO WS-PolTok
           PERFORM Load-Policy-Token
           MOVE WS-PolTok2 TO WS-PolTok
           PERFORM Load-Policy-Token
           MOVE WS-PolTok3 TO WS-PolTok
           PERFORM Load-Policy-Token
           MOVE WS-PolTok4 TO WS-PolTok
           PERFORM Load-Policy-Token

           MOVE WS-NewLayout TO WS-CurLayout
           IF WS-NewLog = SPACES OR WS-NewDays(1:1) IS NOT NUMERIC
                   OR NOT WS-LayKnown
               DISPLAY "Ignoring malformed policy line: "
                   FUNCTION TRIM(WS-Line)
               EXIT PARAGRAPH
           END-IF
           IF WS-PolCount >= 20
               DISPLAY "*** More than 20 logs in the policy -- "
                   FUNCTION TRIM(WS-NewLog) " ignored"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PolCount
           MOVE WS-NewLog TO WS-PolLog(WS-PolCount)
           MOVE FUNCTION NUMVAL(WS-NewDays) TO WS-PolDays(WS-PolCount)
           MOVE WS-NewLayout TO WS-PolLayout(WS-PolCount)
           IF WS-NewArchive = SPACES
               STRING FUNCTION TRIM(WS-NewLog) DELIMITED BY SIZE
                   "_YYYYMMDD"                DELIMITED BY SIZE
                   INTO WS-NewArchive
           END-IF
           MOVE WS-NewArchive TO WS-PolArchive(WS-PolCount)
           IF WS-LayLedger
               MOVE 'Y' TO WS-NeedIndex
           END-IF.

       Load-Policy-Token.
           IF WS-PolTok = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PolKey WS-PolVal
           UNSTRING WS-PolTok DELIMITED BY "="
               INTO WS-PolKey WS-PolVal
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PolKey))
               TO WS-PolKey
           MOVE FUNCTION TRIM(WS-PolVal) TO WS-PolVal
           EVALUATE WS-PolKey
               WHEN "LOG"
                   MOVE WS-PolVal TO WS-NewLog
               WHEN "DAYS"
                   MOVE WS-PolVal TO WS-NewDays
               WHEN "LAYOUT"
                   MOVE FUNCTION UPPER-CASE(WS-PolVal) TO WS-NewLayout
               WHEN "ARCHIVE"
                   MOVE WS-PolVal TO WS-NewArchive
           END-EVALUATE.

       Load-Holds.
      *> The legal-hold list is optional; without it only open
      *> disputes hold lines back.
           OPEN INPUT HoldFile
           IF WS-HoldFS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HoldFile
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF HoldLine NOT = SPACES
                               AND HoldLine(1:1) NOT = '#'
                               MOVE SPACES TO WS-HoldTok
                               UNSTRING HoldLine DELIMITED BY ","
                                   INTO WS-HoldTok
                               MOVE FUNCTION TRIM(WS-HoldTok)
                                   TO WS-LineId
                               PERFORM Add-Hold
                               ADD 1 TO WS-HoldFromFile
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HoldFile
               MOVE 'N' TO WS-EOF
           END-IF

           OPEN INPUT DisputeFile
           IF WS-DispFS = "00"
               MOVE LOW-VALUES TO DP-KEY
               START DisputeFile KEY IS NOT LESS THAN DP-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DisputeFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF DP-OPEN
                               MOVE DP-PUZZLE-ID TO WS-LineId
                               PERFORM Add-Hold
                               ADD 1 TO WS-HoldFromDisp
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DisputeFile
               MOVE 'N' TO WS-EOF
           END-IF

           DISPLAY "Legal hold: " WS-HoldFromFile " from legal_hold.txt, "
               WS-HoldFromDisp " open dispute(s), "
               WS-HoldCount " distinct puzzle ID(s) held."
           IF WS-HoldFull = 'Y'
      *> A hold that cannot be honoured must not let its lines go.
               DISPLAY "*** More than 1000 held puzzle IDs -- nothing"
                   " trimmed until the hold list is reduced."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       Add-Hold.
           IF WS-LineId = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM Check-Hold
           IF WS-HoldFound = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-HoldCount >= 1000
               MOVE 'Y' TO WS-HoldFull
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HoldCount
           MOVE WS-LineId TO WS-HoldId(WS-HoldCount).

       Check-Hold.
           MOVE 'N' TO WS-HoldFound
           PERFORM VARYING WS-HoldIdx FROM 1 BY 1
                   UNTIL WS-HoldIdx > WS-HoldCount
                       OR WS-HoldFound = 'Y'
               IF WS-HoldId(WS-HoldIdx) = WS-LineId
                   MOVE 'Y' TO WS-HoldFound
               END-IF
           END-PERFORM.

       Load-Closed-Index.
      *> IDs past the table's end simply stay on the ledger until a
      *> later run, which errs on the safe side.
           OPEN INPUT IndexFile
           IF WS-IndexFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ IndexFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF IndexLine NOT = SPACES
                           AND WS-ClosedCount < 5000
                           MOVE SPACES TO WS-ClosedTok1 WS-ClosedTok2
                               WS-ClosedTok3 WS-ClosedTok4
                           UNSTRING IndexLine DELIMITED BY ","
                               INTO WS-ClosedTok1 WS-ClosedTok2
                                    WS-ClosedTok3 WS-ClosedTok4
                           ADD 1 TO WS-ClosedCount
                           MOVE WS-ClosedTok1
                               TO WS-ClosedId(WS-ClosedCount)
                           MOVE WS-ClosedTok4(1:8)
                               TO WS-ClosedDate(WS-ClosedCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IndexFile
           MOVE 'N' TO WS-EOF.

       Retain-One-Log.
      *> A log some job has registered a hold on is left for the next
      *> run; the hold taken here is given back whatever the trim did.
           MOVE WS-PolLog(WS-PolIdx) TO WS-LogPath WS-LockRes
           MOVE RETURN-CODE TO WS-LockRC
           MOVE 'L' TO WS-LockFunc
           CALL "RunLock" USING WS-LockFunc WS-LockRes WS-LockProg
               WS-LockMode WS-LockWait WS-LockResult WS-LockHolder
           MOVE WS-LockRC TO RETURN-CODE
           IF WS-LockResult NOT = 'G'
               IF WS-LockResult = 'B'
                   DISPLAY FUNCTION TRIM(WS-LogPath)
                       ": in use by " FUNCTION TRIM(WS-LockHolder)
                       " -- skipped"
                   ADD 1 TO WS-LogsBusy
               ELSE
                   DISPLAY FUNCTION TRIM(WS-LogPath)
                       ": run-lock registry unusable -- skipped"
                   ADD 1 TO WS-LogsFailed
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM Trim-One-Log
           MOVE RETURN-CODE TO WS-LockRC
           MOVE 'F' TO WS-LockFunc
           CALL "RunLock" USING WS-LockFunc WS-LockRes WS-LockProg
               WS-LockMode WS-LockWait WS-LockResult WS-LockHolder
           MOVE WS-LockRC TO RETURN-CODE.

       Trim-One-Log.
           MOVE WS-PolLayout(WS-PolIdx) TO WS-CurLayout
           COMPUTE WS-CutDay = WS-NowDay - WS-PolDays(WS-PolIdx)
           PERFORM Build-Archive-Name
           MOVE 0 TO WS-CntBefore WS-CntArch WS-CntArchOut WS-CntHeld
               WS-CntKept WS-CntAfter
           MOVE 'N' TO WS-ArchOpen WS-ArchFail

           OPEN INPUT LogFile
           EVALUATE WS-LogFS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY FUNCTION TRIM(WS-LogPath)
                       ": not present -- nothing to do"
                   ADD 1 TO WS-LogsAbsent
                   EXIT PARAGRAPH
               WHEN "61"
                   DISPLAY FUNCTION TRIM(WS-LogPath)
                       ": in use by another job -- skipped"
                   ADD 1 TO WS-LogsBusy
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY FUNCTION TRIM(WS-LogPath)
                       ": cannot open (FILE STATUS " WS-LogFS
                       ") -- skipped"
                   ADD 1 TO WS-LogsFailed
                   EXIT PARAGRAPH
           END-EVALUATE

           OPEN OUTPUT WorkFile
           IF WS-WorkFS NOT = "00"
               DISPLAY FUNCTION TRIM(WS-LogPath)
                   ": cannot open work file retention_work.tmp"
                   " (FILE STATUS " WS-WorkFS ") -- skipped"
               CLOSE LogFile
               ADD 1 TO WS-LogsFailed
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
               READ LogFile INTO WS-Line
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CntBefore
                       PERFORM Classify-Line
                       PERFORM File-Line
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE WorkFile
           IF WS-ArchOpen = 'Y'
               CLOSE ArchFile
           END-IF

      *> Nothing old enough, or the archive would not take the
      *> lines: the current file stays exactly as it was.
           IF WS-ArchFail = 'Y'
               CLOSE LogFile
               DISPLAY FUNCTION TRIM(WS-LogPath)
                   ": cannot write archive " FUNCTION TRIM(WS-ArchPath)
                   " (FILE STATUS " WS-ArchFS ") -- left untrimmed"
               ADD 1 TO WS-LogsFailed
               EXIT PARAGRAPH
           END-IF
           IF WS-CntArch = 0
               CLOSE LogFile
               MOVE WS-CntBefore TO WS-CntAfter
               PERFORM Show-Counts
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT LogOutFile
           IF WS-LogOutFS NOT = "00"
               CLOSE LogFile
               DISPLAY FUNCTION TRIM(WS-LogPath)
                   ": cannot rewrite (FILE STATUS " WS-LogOutFS
                   ") -- left untrimmed; archived lines are also in "
                   FUNCTION TRIM(WS-ArchPath)
               ADD 1 TO WS-LogsFailed
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT WorkFile
           PERFORM UNTIL WS-EOF = 'Y'
               READ WorkFile INTO WS-Line
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       WRITE LogOutLine FROM WS-Line
                       ADD 1 TO WS-CntAfter
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE WorkFile
           CLOSE LogOutFile
           CLOSE LogFile

           ADD 1 TO WS-LogsDone
           ADD WS-CntArch TO WS-TotArch
           PERFORM Show-Counts.

       Build-Archive-Name.
      *> YYYYMMDD anywhere in the policy's archive name becomes the
      *> run date.
           MOVE SPACES TO WS-ArchPath
           MOVE 0 TO WS-DatePos
           INSPECT WS-PolArchive(WS-PolIdx) TALLYING WS-DatePos
               FOR CHARACTERS BEFORE INITIAL "YYYYMMDD"
           IF WS-DatePos >= 100
               MOVE WS-PolArchive(WS-PolIdx) TO WS-ArchPath
               EXIT PARAGRAPH
           END-IF
           IF WS-DatePos = 0
               STRING WS-NowTS(1:8)                     DELIMITED BY SIZE
                   WS-PolArchive(WS-PolIdx)(9:)         DELIMITED BY SPACE
                   INTO WS-ArchPath
           ELSE
               STRING WS-PolArchive(WS-PolIdx)(1:WS-DatePos)
                                                        DELIMITED BY SIZE
                   WS-NowTS(1:8)                        DELIMITED BY SIZE
                   WS-PolArchive(WS-PolIdx)(WS-DatePos + 9:)
                                                        DELIMITED BY SPACE
                   INTO WS-ArchPath
           END-IF.

       Classify-Line.
      *> Sets WS-LineClass: K kept (recent, undated or blank), H held
      *> (old enough to go but held back), A archived.
           MOVE 'K' TO WS-LineClass
           IF WS-Line = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LineDate WS-LineId WS-Tok1 WS-Tok2 WS-Tok3
           EVALUATE TRUE
               WHEN WS-LayJournal
                   UNSTRING WS-Line DELIMITED BY ","
                       INTO WS-Tok1 WS-Tok2
                   MOVE WS-Line(1:8) TO WS-LineDate
                   MOVE WS-Tok2 TO WS-LineId
               WHEN WS-LayAlerts
                   MOVE WS-Line TO ALERT-RECORD
                   MOVE AL-TIMESTAMP(1:8) TO WS-LineDate
                   MOVE AL-KEY TO WS-LineId
               WHEN WS-LayRejects
                   UNSTRING WS-Line DELIMITED BY ","
                       INTO WS-Tok1 WS-Tok2
                   MOVE WS-Tok2(1:8) TO WS-LineDate
                   MOVE WS-Tok1 TO WS-LineId
               WHEN WS-LayCycle
                   MOVE WS-Line(1:8) TO WS-LineDate
               WHEN WS-LayManifest
                   UNSTRING WS-Line DELIMITED BY ","
                       INTO WS-Tok1 WS-Tok2 WS-Tok3
                   MOVE WS-Line(1:8) TO WS-LineDate
                   MOVE WS-Tok3 TO WS-LineId
               WHEN WS-LayLedger
                   MOVE WS-Line(1:10) TO WS-LineId
                   PERFORM VARYING WS-ClosedIdx FROM 1 BY 1
                           UNTIL WS-ClosedIdx > WS-ClosedCount
                               OR WS-LineDate NOT = SPACES
                       IF WS-ClosedId(WS-ClosedIdx) = WS-LineId
                           MOVE WS-ClosedDate(WS-ClosedIdx)
                               TO WS-LineDate
                       END-IF
                   END-PERFORM
               WHEN WS-LayAudit
                   MOVE WS-Line TO AUDIT-RECORD
                   MOVE AU-TIMESTAMP(1:8) TO WS-LineDate
                   MOVE AU-KEY(1:10) TO WS-LineId
           END-EVALUATE

           IF WS-LineDate IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RecDay = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-LineDate))
           IF WS-RecDay = 0 OR WS-RecDay >= WS-CutDay
               EXIT PARAGRAPH
           END-IF

           IF WS-LayAlerts AND AL-OPEN
               MOVE 'H' TO WS-LineClass
               EXIT PARAGRAPH
           END-IF
           IF WS-LineId NOT = SPACES
               PERFORM Check-Hold
               IF WS-HoldFound = 'Y'
                   MOVE 'H' TO WS-LineClass
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'A' TO WS-LineClass.

       File-Line.
           EVALUATE TRUE
               WHEN WS-LineArchive AND WS-ArchFail = 'N'
                   PERFORM Write-Archive-Line
               WHEN WS-LineArchive
                   ADD 1 TO WS-CntArch
               WHEN WS-LineHeld
                   ADD 1 TO WS-CntHeld
                   WRITE WorkLine FROM WS-Line
               WHEN OTHER
                   ADD 1 TO WS-CntKept
                   WRITE WorkLine FROM WS-Line
           END-EVALUATE.

       Write-Archive-Line.
      *> The archive is opened on the first line it takes, so a log
      *> with nothing to trim leaves no empty archive behind.
           IF WS-ArchOpen = 'N'
               OPEN EXTEND ArchFile
               IF WS-ArchFS = "35"
                   OPEN OUTPUT ArchFile
                   CLOSE ArchFile
                   OPEN EXTEND ArchFile
               END-IF
               IF WS-ArchFS NOT = "00"
                   MOVE 'Y' TO WS-ArchFail
                   ADD 1 TO WS-CntArch
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-ArchOpen
           END-IF
           ADD 1 TO WS-CntArch
           WRITE ArchLine FROM WS-Line
           IF WS-ArchFS = "00"
               ADD 1 TO WS-CntArchOut
           ELSE
               MOVE 'Y' TO WS-ArchFail
           END-IF.

       Show-Counts.
           DISPLAY FUNCTION TRIM(WS-LogPath) ": before " WS-CntBefore
               " archived " WS-CntArch " held " WS-CntHeld
               " kept " WS-CntKept " after " WS-CntAfter
           IF WS-CntArch > 0
               DISPLAY "    archived to " FUNCTION TRIM(WS-ArchPath)
                   " (" WS-CntArchOut " line(s) written)"
           END-IF
           IF WS-CntBefore NOT = WS-CntArch + WS-CntAfter
                   OR WS-CntAfter NOT = WS-CntHeld + WS-CntKept
                   OR WS-CntArchOut NOT = WS-CntArch
               DISPLAY "*** " FUNCTION TRIM(WS-LogPath)
                   " OUT OF BALANCE: before must equal archived"
                   " + after, and the archive must hold every"
                   " archived line"
               ADD 1 TO WS-OutOfBal
           END-IF.

       END PROGRAM LogRetain.

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
