      *> records by status, history lines per engine -- and reports:
      *>   - queue records finished (S/F/D) with no history line,
      *>   - queue records still pending at end of day,
      *>   - held records whose release time has already passed.
      *>   - history lines naming a puzzle ID no longer in the queue.
      *> A history line for a record QPurge has since moved out to a
      *> closed-queue file (listed in closed_queue_index.txt) is
      *> accounted for, not an orphan: it is counted on its own line
      *> of the report instead.
      *> Held records (H) waiting for their release time, or for an
      *> operator to release them, are their own category: they are
      *> counted and balance; only one whose release time has passed
      *> is listed -- they are not pending work the day failed to do.
      *> Verification-failed records (V) are counted on their own
      *> line too: they have their history line from the solve that
      *> got them wrong, and are waiting on the other engine's drain.
      *> After a point-in-time recovery, -rollforward balances the
      *> queue against the totals RollFwd left in
      *> rollforward_totals.txt (or the file named): the record count
      *> and every status count must agree, and a roll-forward that
      *> left conflicts unresolved is out of balance until an
      *> operator has settled them and RollFwd has been rerun.
      *> RETURN-CODE is 1 when anything is out of balance, so the
      *> nightly JCL chain can refuse to call the day closed.
      *>
      *> Usage: EODRecon <queue-file> [-rollforward [totals-file]]

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HistoryFile ASSIGN TO "puzzle_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HistFS.
           SELECT ClosedIndex ASSIGN TO "closed_queue_index.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ClosedFS.
           SELECT ReportFile ASSIGN TO "eod_recon_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AlertFile ASSIGN TO "operations_alerts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AlertFS.
           SELECT RollTotals ASSIGN TO DYNAMIC WS-RollFilename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RollFS.

       DATA DIVISION.
       FILE SECTION.
       COPY "QUEUEREC".

       FD HistoryFile.
       01 HistoryLine PIC X(132).

       FD ClosedIndex.
       01 ClosedIndexLine PIC X(100).

       FD ReportFile.
       01 ReportLine PIC X(100).
       FD AlertFile.
       COPY "ALERTREC".

      *> RollFwd's RFTRL control line.
       FD RollTotals.
       01 RollTotalsLine PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-QueueFilename PIC X(100).
       01  WS-QueueFS    PIC XX.
       01  WS-HistFS     PIC XX.
       01  WS-ClosedFS   PIC XX.
       01  WS-RollFS     PIC XX.
       01  WS-RollFilename PIC X(100) VALUE "rollforward_totals.txt".
       01  WS-RollWanted PIC X VALUE 'N'.

       01  ARG-COUNT     PIC 9(4).
       01  CURRENT-ARG   PIC X(100).

       01  WS-EOF        PIC X VALUE 'N'.
       01  WS-Line       PIC X(132).
       01  WS-OutLine    PIC X(100).

      *> Every queue record's ID, status and whether at least one
               10  WS-IdKey     PIC X(10).
               10  WS-IdStatus  PIC X.
               10  WS-IdHasHist PIC X.
               10  WS-IdRelease PIC X(14).
       01  WS-IdIdx      PIC 9(4).
       01  WS-IdFound    PIC X.

       01  WS-CntF       PIC 9(4) VALUE 0.
       01  WS-CntD       PIC 9(4) VALUE 0.
       01  WS-CntI       PIC 9(4) VALUE 0.
       01  WS-CntH       PIC 9(4) VALUE 0.
       01  WS-CntHOpen   PIC 9(4) VALUE 0.
       01  WS-CntV       PIC 9(4) VALUE 0.
       01  WS-HeldLate   PIC 9(4) VALUE 0.
       01  WS-NowTS      PIC X(14).

      *> Puzzle IDs QPurge has moved out of the queue.
       01  WS-ClosedTable.
           05  WS-ClosedCount PIC 9(5) VALUE 0.
           05  WS-ClosedId OCCURS 20000 TIMES PIC X(10).
       01  WS-ClosedIdx  PIC 9(5).
       01  WS-PurgedHist PIC 9(6) VALUE 0.

       01  WS-EngTable.
           05  WS-EngCount  PIC 99 VALUE 0.
       01  WS-IdOverflow PIC X VALUE 'N'.
       01  WS-DotFound   PIC 9(4).

      *> RFTRL fields, in RollFwd's order.
       01  WS-RollLine   PIC X(200).
       01  WS-RollTok.
           05  WS-RollTag     PIC X(8).
           05  WS-RollSnapTS  PIC X(14).
           05  WS-RollUntilTS PIC X(14).
           05  WS-RollRead    PIC X(9).
           05  WS-RollBefore  PIC X(9).
           05  WS-RollApplied PIC X(9).
           05  WS-RollSkipped PIC X(9).
           05  WS-RollConfl   PIC X(9).
           05  WS-RollBeyond  PIC X(9).
           05  WS-RollTotal   PIC X(9).
           05  WS-RollP       PIC X(9).
           05  WS-RollS       PIC X(9).
           05  WS-RollF       PIC X(9).
           05  WS-RollD       PIC X(9).
           05  WS-RollI       PIC X(9).
           05  WS-RollH       PIC X(9).
           05  WS-RollV       PIC X(9).
       01  WS-RollLabel  PIC X(16).
       01  WS-RollWant   PIC 9(6).
       01  WS-RollHave   PIC 9(6).

       01  WS-DispA      PIC Z(5)9.
       01  WS-DispB      PIC Z(5)9.
       01  WS-AlertFS    PIC XX.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(CURRENT-ARG) TO WS-QueueFilename
           IF ARG-COUNT >= 2
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
               IF FUNCTION TRIM(CURRENT-ARG) = "-rollforward"
                   MOVE 'Y' TO WS-RollWanted
                   IF ARG-COUNT >= 3
                       DISPLAY 3 UPON ARGUMENT-NUMBER
                       ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
                       MOVE FUNCTION TRIM(CURRENT-ARG)
                           TO WS-RollFilename
                   END-IF
               END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NowTS
           PERFORM Load-Queue
           PERFORM Load-Closed-Index
           PERFORM Scan-History

           OPEN OUTPUT ReportFile
                           WHEN 'F' ADD 1 TO WS-CntF
                           WHEN 'D' ADD 1 TO WS-CntD
                           WHEN 'I' ADD 1 TO WS-CntI
                           WHEN 'H' ADD 1 TO WS-CntH
                               IF Q-RELEASE-TS = SPACES
                                   ADD 1 TO WS-CntHOpen
                               END-IF
                           WHEN 'V' ADD 1 TO WS-CntV
                       END-EVALUATE
                       IF WS-IdCount < 2000
                           ADD 1 TO WS-IdCount
                           MOVE Q-PUZZLE-ID TO WS-IdKey(WS-IdCount)
                           MOVE Q-STATUS TO WS-IdStatus(WS-IdCount)
                           MOVE 'N' TO WS-IdHasHist(WS-IdCount)
                           MOVE Q-RELEASE-TS TO WS-IdRelease(WS-IdCount)
                       ELSE
      *> A record the per-record checks cannot see means this run
      *> cannot prove the day balanced -- never report it as such.
           END-PERFORM
           CLOSE QueueFile.

       Load-Closed-Index.
           OPEN INPUT ClosedIndex
           IF WS-ClosedFS NOT = "00"
      *> No index just means nothing has been purged yet.
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ClosedIndex INTO WS-Line
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-Line NOT = SPACES
                           AND WS-ClosedCount < 20000
                           ADD 1 TO WS-ClosedCount
                           MOVE WS-Line(1:10)
                               TO WS-ClosedId(WS-ClosedCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ClosedIndex.

       Scan-History.
           OPEN INPUT HistoryFile
           IF WS-HistFS NOT = "00"
                   MOVE 'Y' TO WS-IdHasHist(WS-IdIdx + 1)
               END-IF
           END-PERFORM
           IF WS-IdFound = 'N'
               PERFORM VARYING WS-ClosedIdx FROM 1 BY 1
                       UNTIL WS-ClosedIdx > WS-ClosedCount
                           OR WS-IdFound = 'Y'
                   IF WS-ClosedId(WS-ClosedIdx) = WS-TokFile(1:10)
                       AND FUNCTION STORED-CHAR-LENGTH(WS-TokFile)
                           <= 10
                       MOVE 'Y' TO WS-IdFound
                       ADD 1 TO WS-PurgedHist
                   END-IF
               END-PERFORM
           END-IF
           IF WS-IdFound = 'N'
               MOVE 0 TO WS-DotFound
               INSPECT WS-TokFile TALLYING WS-DotFound
               WS-DispA                 DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE WS-CntH TO WS-DispA
           MOVE WS-CntHOpen TO WS-DispB
           MOVE SPACES TO WS-OutLine
           STRING "  HELD (H):        " DELIMITED BY SIZE
               WS-DispA                 DELIMITED BY SIZE
               "  (UNTIL RELEASED:"     DELIMITED BY SIZE
               WS-DispB                 DELIMITED BY SIZE
               ")"                      DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE WS-CntV TO WS-DispA
           MOVE SPACES TO WS-OutLine
           STRING "  VERIFY FAIL (V): " DELIMITED BY SIZE
               WS-DispA                 DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           IF WS-CntI > 0
      *> In-flight at end of day means a drain crashed and its
      *> recovery pass has not run yet -- never a closed day.
           END-PERFORM

      *> Discrepancies: finished records must have a history line,
      *> and nothing should still be pending when the day closes. A
      *> held record is neither, unless its release time has come
      *> and gone without a drain taking it.
           PERFORM VARYING WS-IdIdx FROM 1 BY 1
                   UNTIL WS-IdIdx > WS-IdCount
               IF WS-IdStatus(WS-IdIdx) NOT = 'P'
                   AND WS-IdStatus(WS-IdIdx) NOT = 'H'
                   AND WS-IdHasHist(WS-IdIdx) = 'N'
                   ADD 1 TO WS-NoHistDone
                   MOVE SPACES TO WS-OutLine
                   PERFORM Put-Line
                   MOVE 'Y' TO WS-OutOfBal
               END-IF
               IF WS-IdStatus(WS-IdIdx) = 'H'
                   AND WS-IdRelease(WS-IdIdx) NOT = SPACES
                   AND WS-IdRelease(WS-IdIdx) <= WS-NowTS
                   ADD 1 TO WS-HeldLate
                   MOVE SPACES TO WS-OutLine
                   STRING "HELD PAST ITS RELEASE TIME: "
                                                 DELIMITED BY SIZE
                       WS-IdKey(WS-IdIdx)        DELIMITED BY SIZE
                       " (RELEASE "              DELIMITED BY SIZE
                       WS-IdRelease(WS-IdIdx)    DELIMITED BY SIZE
                       ")"                       DELIMITED BY SIZE
                       INTO WS-OutLine
                   PERFORM Put-Line
                   MOVE 'Y' TO WS-OutOfBal
               END-IF
           END-PERFORM

           IF WS-PurgedHist > 0
               MOVE WS-PurgedHist TO WS-DispA
               MOVE SPACES TO WS-OutLine
               STRING "HISTORY LINES FOR PURGED RECORDS (ACCOUNTED FOR): "
                                            DELIMITED BY SIZE
                   WS-DispA                 DELIMITED BY SIZE
                   INTO WS-OutLine
               PERFORM Put-Line
           END-IF

           IF WS-OrphanHist > 0
               MOVE WS-OrphanHist TO WS-DispA
               MOVE SPACES TO WS-OutLine
               PERFORM Put-Line
           END-IF

           IF WS-RollWanted = 'Y'
               PERFORM Balance-Rollforward
           END-IF

           IF WS-IdOverflow = 'Y'
               MOVE "*** QUEUE EXCEEDS 2000 RECORDS -- PER-RECORD CHECKS INCOMPLETE ***"
                   TO WS-OutLine
           END-IF
           PERFORM Put-Line.

       Balance-Rollforward.
           OPEN INPUT RollTotals
           IF WS-RollFS NOT = "00"
               MOVE SPACES TO WS-OutLine
               STRING "NO ROLL-FORWARD TOTALS IN "   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RollFilename)    DELIMITED BY SIZE
                   INTO WS-OutLine
               PERFORM Put-Line
               MOVE 'Y' TO WS-OutOfBal
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RollLine
           READ RollTotals INTO WS-RollLine
               AT END MOVE SPACES TO WS-RollLine
           END-READ
           CLOSE RollTotals
           MOVE SPACES TO WS-RollTok
           UNSTRING WS-RollLine DELIMITED BY ","
               INTO WS-RollTag WS-RollSnapTS WS-RollUntilTS
                   WS-RollRead WS-RollBefore WS-RollApplied
                   WS-RollSkipped WS-RollConfl WS-RollBeyond
                   WS-RollTotal WS-RollP WS-RollS WS-RollF
                   WS-RollD WS-RollI WS-RollH WS-RollV
           IF WS-RollTag NOT = "RFTRL"
               MOVE SPACES TO WS-OutLine
               STRING "NO RFTRL LINE IN "            DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RollFilename)    DELIMITED BY SIZE
                   INTO WS-OutLine
               PERFORM Put-Line
               MOVE 'Y' TO WS-OutOfBal
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OutLine
           STRING "ROLL-FORWARD FROM SNAPSHOT "      DELIMITED BY SIZE
               WS-RollSnapTS                         DELIMITED BY SIZE
               " -- APPLIED "                        DELIMITED BY SIZE
               FUNCTION TRIM(WS-RollApplied)         DELIMITED BY SIZE
               ", SKIPPED "                          DELIMITED BY SIZE
               FUNCTION TRIM(WS-RollSkipped)         DELIMITED BY SIZE
               ", CONFLICTS "                        DELIMITED BY SIZE
               FUNCTION TRIM(WS-RollConfl)           DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           IF FUNCTION NUMVAL(WS-RollConfl) > 0
               MOVE SPACES TO WS-OutLine
               STRING "ROLL-FORWARD CONFLICTS UNRESOLVED: "
                                                     DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RollConfl)       DELIMITED BY SIZE
                   INTO WS-OutLine
               PERFORM Put-Line
               MOVE 'Y' TO WS-OutOfBal
           END-IF

           MOVE "RECORDS TOTAL" TO WS-RollLabel
           MOVE FUNCTION NUMVAL(WS-RollTotal) TO WS-RollWant
           MOVE WS-CntTotal TO WS-RollHave
           PERFORM Compare-Roll-Count
           MOVE "PENDING (P)" TO WS-RollLabel
           MOVE FUNCTION NUMVAL(WS-RollP) TO WS-RollWant
           MOVE WS-CntP TO WS-RollHave
           PERFORM Compare-Roll-Count
           MOVE "SOLVED (S)" TO WS-RollLabel
           MOVE FUNCTION NUMVAL(WS-RollS) TO WS-RollWant
           MOVE WS-CntS TO WS-RollHave
           PERFORM Compare-Roll-Count
           MOVE "FAILED (F)" TO WS-RollLabel
           MOVE FUNCTION NUMVAL(WS-RollF) TO WS-RollWant
           MOVE WS-CntF TO WS-RollHave
           PERFORM Compare-Roll-Count
           MOVE "DEAD-LETTER (D)" TO WS-RollLabel
           MOVE FUNCTION NUMVAL(WS-RollD) TO WS-RollWant
           MOVE WS-CntD TO WS-RollHave
           PERFORM Compare-Roll-Count
           MOVE "IN-FLIGHT (I)" TO WS-RollLabel
           MOVE FUNCTION NUMVAL(WS-RollI) TO WS-RollWant
           MOVE WS-CntI TO WS-RollHave
           PERFORM Compare-Roll-Count
           MOVE "HELD (H)" TO WS-RollLabel
           MOVE FUNCTION NUMVAL(WS-RollH) TO WS-RollWant
           MOVE WS-CntH TO WS-RollHave
           PERFORM Compare-Roll-Count
           MOVE "VERIFY FAIL (V)" TO WS-RollLabel
           MOVE FUNCTION NUMVAL(WS-RollV) TO WS-RollWant
           MOVE WS-CntV TO WS-RollHave
           PERFORM Compare-Roll-Count.

       Compare-Roll-Count.
           IF WS-RollWant = WS-RollHave
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RollWant TO WS-DispA
           MOVE WS-RollHave TO WS-DispB
           MOVE SPACES TO WS-OutLine
           STRING "ROLL-FORWARD TOTALS DISAGREE: " DELIMITED BY SIZE
               WS-RollLabel                        DELIMITED BY SIZE
               " RECOVERED"                        DELIMITED BY SIZE
               WS-DispA                            DELIMITED BY SIZE
               ", QUEUE"                           DELIMITED BY SIZE
               WS-DispB                            DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE 'Y' TO WS-OutOfBal.

       Write-Balance-Alert.
           OPEN EXTEND AlertFile
           IF WS-AlertFS = "35"
