      *> Runs with no SUB= tag -- matrix-file work, records enqueued
      *> before submitter tracking -- are grouped under UNBILLED so
      *> the statement still accounts for every line of the month.
      *> Each account's department name is printed from the
      *> submitter master (submitter_master.dat), and any SUB= code
      *> the master does not know is listed separately at the foot
      *> so accounting can chase it before billing.
      *>
      *> Usage: Chargeback <yyyymm>

           FILE STATUS IS WS-HistFS.
           SELECT ReportFile ASSIGN TO "chargeback_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SubmitterFile ASSIGN TO "submitter_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ACCOUNT
               FILE STATUS IS WS-SubFS.

       DATA DIVISION.
       FILE SECTION.
       COPY "HISTREC".

       FD HistoryFile.
       01 HistoryLine PIC X(132).

       FD ReportFile.
       01 ReportLine PIC X(120).

       FD SubmitterFile.
       COPY "SUBMREC".

       WORKING-STORAGE SECTION.
       01  WS-MasterFS   PIC XX.
       01  WS-HistFS     PIC XX.
       01  WS-SubFS      PIC XX.
       01  WS-SubOpen    PIC X VALUE 'N'.
       01  WS-DeptName   PIC X(30).
       01  WS-UnknownCnt PIC 99 VALUE 0.

       01  ARG-COUNT     PIC 9(4).
       01  CURRENT-ARG   PIC X(100).

       01  WS-Month      PIC X(6).
       01  WS-EOF        PIC X VALUE 'N'.
       01  WS-Line       PIC X(132).
       01  WS-OutLine    PIC X(120).

       01  WS-TokFile    PIC X(60).
               10  WS-SubDead     PIC 9(6).
               10  WS-SubIter     PIC 9(15).
               10  WS-SubCache    PIC 9(6).
               10  WS-SubKnown    PIC X.
       01  WS-SubIdx     PIC 99.
       01  WS-SubFound   PIC X.
       01  WS-SubOverflow PIC X VALUE 'N'.
           PERFORM Scan-Master
           PERFORM Scan-Current-Log

           OPEN INPUT SubmitterFile
           IF WS-SubFS = "00"
               MOVE 'Y' TO WS-SubOpen
           END-IF
           OPEN OUTPUT ReportFile
           PERFORM Write-Report
           CLOSE ReportFile
           IF WS-SubOpen = 'Y'
               CLOSE SubmitterFile
           END-IF

           DISPLAY "Chargeback: " WS-TotRuns " run(s) billed for "
               WS-Month ", report in chargeback_report.txt"
           IF WS-UnknownCnt > 0
               DISPLAY "*** " WS-UnknownCnt " account code(s) not on"
                   " the submitter master -- see the foot of the"
                   " statement"
           END-IF
           IF WS-SubOverflow = 'Y'
               DISPLAY "*** STATEMENT INCOMPLETE: more than 50"
                   " distinct submitter accounts -- do not bill"
           MOVE 'N' TO WS-RunDead
           IF H-EXTRA NOT = SPACES
               MOVE 0 TO WS-SubIdx
               INSPECT H-EXTRA TALLYING WS-SubIdx
                   FOR ALL "CACHE=Y" ALL "CACHE=I"
               IF WS-SubIdx > 0
                   MOVE 'Y' TO WS-RunCache
               END-IF
           IF WS-TokExtra(1:4) = "SUB="
               MOVE WS-TokExtra(5:8) TO WS-RunSub
           END-IF
           IF WS-TokExtra(1:7) = "CACHE=Y" OR "CACHE=I"
               MOVE 'Y' TO WS-RunCache
           END-IF
           IF WS-TokExtra(1:6) = "DEAD=Y"
               WS-Month                            DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE "ACCOUNT   SUBMITTED  SOLVED  FAILED    DEAD       ITERATIONS  CACHE-HITS  DEPARTMENT"
               TO WS-OutLine
           PERFORM Put-Line

           IF WS-SubCount = 0
               MOVE "(no history lines for this month)" TO WS-OutLine
               PERFORM Put-Line
           END-IF

           IF WS-UnknownCnt > 0
               MOVE SPACES TO WS-OutLine
               PERFORM Put-Line
               MOVE "ACCOUNT CODES NOT ON THE SUBMITTER MASTER:"
                   TO WS-OutLine
               PERFORM Put-Line
               PERFORM VARYING WS-SubIdx FROM 1 BY 1
                       UNTIL WS-SubIdx > WS-SubCount
                   IF WS-SubKnown(WS-SubIdx) = 'N'
                       MOVE SPACES TO WS-OutLine
                       MOVE WS-SubName(WS-SubIdx) TO WS-OutLine(3:8)
                       MOVE WS-SubSubmit(WS-SubIdx) TO WS-DispCnt
                       STRING WS-DispCnt DELIMITED BY SIZE
                           " run(s) this month" DELIMITED BY SIZE
                           INTO WS-OutLine(13:40)
                       PERFORM Put-Line
                   END-IF
               END-PERFORM
           END-IF.

       Write-Statement-Line.
           MOVE WS-DispIter TO WS-OutLine(45:15)
           MOVE WS-SubCache(WS-SubIdx) TO WS-DispCnt
           MOVE WS-DispCnt TO WS-OutLine(66:6)
           PERFORM Lookup-Department
           MOVE WS-DeptName TO WS-OutLine(74:30)
           PERFORM Put-Line.

       Lookup-Department.
      *> UNBILLED is this report's own bucket, not an account, so it
      *> is never listed as unknown.
           MOVE 'Y' TO WS-SubKnown(WS-SubIdx)
           IF WS-SubName(WS-SubIdx) = "UNBILLED"
               MOVE "(no SUB= tag)" TO WS-DeptName
               EXIT PARAGRAPH
           END-IF
           MOVE "*** NOT ON SUBMITTER MASTER" TO WS-DeptName
           IF WS-SubOpen = 'Y'
               MOVE WS-SubName(WS-SubIdx) TO SM-ACCOUNT
               READ SubmitterFile RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SM-DEPT-NAME TO WS-DeptName
               END-READ
           END-IF
           IF WS-DeptName = "*** NOT ON SUBMITTER MASTER"
               MOVE 'N' TO WS-SubKnown(WS-SubIdx)
               ADD 1 TO WS-UnknownCnt
           END-IF.

       Put-Line.
           DISPLAY FUNCTION TRIM(WS-OutLine)
           WRITE ReportLine FROM WS-OutLine.
