      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RollFwd.

      *> Point-in-time recovery for the puzzle queue, run after
      *> IXRestore has reloaded a QUEUE snapshot. Reads the snapshot's
      *> SNAPHDR for the moment it was taken, then reapplies every
      *> queue_journal.txt transition from that moment on, in journal
      *> order, up to a chosen point in time -- using the record
      *> after-image each writer logs beside its transition (see
      *> JRNREC):
      *>   insert ('-' old)  -> the image is written; a record already
      *>                        there and identical is skipped;
      *>   delete ('X' new)  -> the record is deleted if its status is
      *>                        still the old one; already gone is
      *>                        skipped;
      *>   anything else     -> the image replaces the record if its
      *>                        status is still the old one; a record
      *>                        already identical to the image is
      *>                        skipped.
      *> Anything else is a CONFLICT: left as it is and reported, for
      *> an operator to settle with QConsole -- as is a journal line
      *> with no after-image (written before images were logged). A
      *> line stamped in the snapshot's own second may already be in
      *> the snapshot, which is why identical records are skipped,
      *> not conflicts; the same rule makes a rerun over an already
      *> rolled queue skip everything.
      *>
      *> Every transition in range gets a line in
      *> rollforward_report.txt (APPLIED / SKIPPED / CONFLICT), then
      *> the totals: lines read, before the snapshot, applied (by
      *> insert/update/delete), skipped, conflicts, beyond the point,
      *> and the recovered queue counted by status. The same totals go
      *> to rollforward_totals.txt as one line
      *>   RFTRL,<snapshot-ts>,<until-ts>,<read>,<before>,<applied>,
      *>     <skipped>,<conflicts>,<beyond>,<records>,<P>,<S>,<F>,
      *>     <D>,<I>,<H>,<V>
      *> which EODRecon -rollforward balances the queue against.
      *> RETURN-CODE is 1 when any transition conflicted.
      *>
      *> Usage: RollFwd <restored-queue> <snapshot-file>
      *>                [until-yyyymmdd[hhmm[ss]]] [-journal <file>]
      *> Without a point in time every transition on the journal is
      *> applied; a date alone means the end of that day. -journal
      *> names an older journal (e.g. one LogRetain has archived) in
      *> place of queue_journal.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QueueFile ASSIGN TO DYNAMIC WS-QueueFilename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Q-PUZZLE-ID
               FILE STATUS IS WS-QueueFS.
           SELECT SnapFile ASSIGN TO DYNAMIC WS-SnapFilename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SnapFS.
           SELECT JournalFile ASSIGN TO DYNAMIC WS-JrnFilename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JrnFS.
           SELECT ReportFile ASSIGN TO "rollforward_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TotalsFile ASSIGN TO "rollforward_totals.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD QueueFile.
       COPY "QUEUEREC".

       FD SnapFile.
       01 SnapLine PIC X(600).

       FD JournalFile.
       01 JournalLine PIC X(637).

       FD ReportFile.
       01 ReportLine PIC X(100).

       FD TotalsFile.
       01 TotalsLine PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-QueueFilename PIC X(100).
       01  WS-SnapFilename  PIC X(100).
       01  WS-JrnFilename   PIC X(100) VALUE "queue_journal.txt".
       01  WS-QueueFS    PIC XX.
       01  WS-SnapFS     PIC XX.
       01  WS-JrnFS      PIC XX.

       01  ARG-COUNT     PIC 9(4).
       01  CURRENT-ARG   PIC X(100).
       01  WS-ArgIdx     PIC 9(4).

       COPY "JRNREC".

       01  WS-EOF        PIC X VALUE 'N'.
       01  WS-Line       PIC X(600).
       01  WS-OutLine    PIC X(100).
       01  WS-TotLine    PIC X(200).

       01  WS-SnapTS     PIC X(14) VALUE SPACES.
       01  WS-UntilTS    PIC X(14) VALUE SPACES.
       01  WS-UntilArg   PIC X(14).
       01  WS-UntilLen   PIC 99.
       01  WS-TokTag     PIC X(8).
       01  WS-TokType    PIC X(8).
       01  WS-TokTS      PIC X(14).

       01  WS-TrnTS      PIC X(14).
       01  WS-TrnId      PIC X(10).
       01  WS-TrnOld     PIC X(3).
       01  WS-TrnNew     PIC X(3).
       01  WS-TrnProg    PIC X(12).
       01  WS-TrnShard   PIC X(4).
       01  WS-Result     PIC X(8).
       01  WS-Reason     PIC X(30).

       01  WS-CntRead    PIC 9(6) VALUE 0.
       01  WS-CntBefore  PIC 9(6) VALUE 0.
       01  WS-CntInsert  PIC 9(6) VALUE 0.
       01  WS-CntUpdate  PIC 9(6) VALUE 0.
       01  WS-CntDelete  PIC 9(6) VALUE 0.
       01  WS-CntApplied PIC 9(6) VALUE 0.
       01  WS-CntSkipped PIC 9(6) VALUE 0.
       01  WS-CntConflict PIC 9(6) VALUE 0.
       01  WS-CntBeyond  PIC 9(6) VALUE 0.

       01  WS-CntTotal   PIC 9(6) VALUE 0.
       01  WS-CntP       PIC 9(6) VALUE 0.
       01  WS-CntS       PIC 9(6) VALUE 0.
       01  WS-CntF       PIC 9(6) VALUE 0.
       01  WS-CntD       PIC 9(6) VALUE 0.
       01  WS-CntI       PIC 9(6) VALUE 0.
       01  WS-CntH       PIC 9(6) VALUE 0.
       01  WS-CntV       PIC 9(6) VALUE 0.

       01  WS-DispA      PIC Z(5)9.

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "Starting RollFwd..."
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT < 2
               DISPLAY "Usage: RollFwd <restored-queue> <snapshot-file>"
                   " [until-yyyymmdd[hhmm[ss]]] [-journal <file>]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(CURRENT-ARG) TO WS-QueueFilename
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(CURRENT-ARG) TO WS-SnapFilename

           MOVE 3 TO WS-ArgIdx
           PERFORM UNTIL WS-ArgIdx > ARG-COUNT
               DISPLAY WS-ArgIdx UPON ARGUMENT-NUMBER
               ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
               IF FUNCTION TRIM(CURRENT-ARG) = "-journal"
                   AND WS-ArgIdx < ARG-COUNT
                   ADD 1 TO WS-ArgIdx
                   DISPLAY WS-ArgIdx UPON ARGUMENT-NUMBER
                   ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
                   MOVE FUNCTION TRIM(CURRENT-ARG) TO WS-JrnFilename
               ELSE
                   MOVE FUNCTION TRIM(CURRENT-ARG) TO WS-UntilArg
                   PERFORM Check-Until-Time
               END-IF
               ADD 1 TO WS-ArgIdx
           END-PERFORM

           PERFORM Read-Snapshot-Header

           OPEN I-O QueueFile
           IF WS-QueueFS NOT = "00"
               DISPLAY "Cannot open queue "
                   FUNCTION TRIM(WS-QueueFilename)
                   " (FILE STATUS " WS-QueueFS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT JournalFile
           IF WS-JrnFS NOT = "00"
               DISPLAY "Cannot open journal "
                   FUNCTION TRIM(WS-JrnFilename)
                   " (FILE STATUS " WS-JrnFS ")"
               CLOSE QueueFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ReportFile
           MOVE "QUEUE ROLL-FORWARD" TO WS-OutLine
           PERFORM Put-Line
           MOVE SPACES TO WS-OutLine
           STRING "QUEUE: "                       DELIMITED BY SIZE
               FUNCTION TRIM(WS-QueueFilename)    DELIMITED BY SIZE
               "  SNAPSHOT: "                     DELIMITED BY SIZE
               FUNCTION TRIM(WS-SnapFilename)     DELIMITED BY SIZE
               " AT "                             DELIMITED BY SIZE
               WS-SnapTS                          DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE SPACES TO WS-OutLine
           IF WS-UntilTS = SPACES
               STRING "JOURNAL: "                 DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JrnFilename)  DELIMITED BY SIZE
                   "  UP TO: END OF JOURNAL"      DELIMITED BY SIZE
                   INTO WS-OutLine
           ELSE
               STRING "JOURNAL: "                 DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JrnFilename)  DELIMITED BY SIZE
                   "  UP TO: "                    DELIMITED BY SIZE
                   WS-UntilTS                     DELIMITED BY SIZE
                   INTO WS-OutLine
           END-IF
           PERFORM Put-Line

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ JournalFile INTO JOURNAL-IMAGE-LINE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF JOURNAL-IMAGE-LINE NOT = SPACES
                           PERFORM Roll-One-Transition
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JournalFile

           PERFORM Count-Recovered-Queue
           CLOSE QueueFile

           PERFORM Write-Totals
           CLOSE ReportFile

           IF WS-CntConflict > 0
               DISPLAY "RollFwd: " WS-CntConflict " conflict(s) --"
                   " see rollforward_report.txt"
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "RollFwd: queue rolled forward, no conflicts."
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       Check-Until-Time.
      *> yyyymmdd, yyyymmddhhmm or yyyymmddhhmmss; a date alone runs
      *> to the end of that day.
           MOVE FUNCTION STORED-CHAR-LENGTH(WS-UntilArg) TO WS-UntilLen
           EVALUATE WS-UntilLen
               WHEN 8
                   STRING WS-UntilArg(1:8) "235959" DELIMITED BY SIZE
                       INTO WS-UntilTS
               WHEN 12
                   STRING WS-UntilArg(1:12) "59" DELIMITED BY SIZE
                       INTO WS-UntilTS
               WHEN 14
                   MOVE WS-UntilArg TO WS-UntilTS
               WHEN OTHER
                   MOVE SPACES TO WS-UntilTS
           END-EVALUATE
           IF WS-UntilTS = SPACES OR WS-UntilTS NOT NUMERIC
               DISPLAY "Point in time " FUNCTION TRIM(WS-UntilArg)
                   " is not yyyymmdd[hhmm[ss]]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       Read-Snapshot-Header.
      *> Only the SNAPHDR is wanted -- IXRestore has already proved
      *> the snapshot's trailer totals when it loaded the queue.
           OPEN INPUT SnapFile
           IF WS-SnapFS NOT = "00"
               DISPLAY "Cannot open snapshot "
                   FUNCTION TRIM(WS-SnapFilename)
                   " (FILE STATUS " WS-SnapFS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-Line
           READ SnapFile INTO WS-Line
               AT END MOVE SPACES TO WS-Line
           END-READ
           CLOSE SnapFile
           IF WS-Line(1:8) NOT = "SNAPHDR,"
               DISPLAY "*** ROLL-FORWARD REFUSED: "
                   FUNCTION TRIM(WS-SnapFilename)
                   " does not start with a SNAPHDR"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-TokTag WS-TokType WS-TokTS
           UNSTRING WS-Line DELIMITED BY ","
               INTO WS-TokTag WS-TokType WS-TokTS
           IF FUNCTION TRIM(WS-TokType) NOT = "QUEUE"
               DISPLAY "*** ROLL-FORWARD REFUSED: snapshot holds "
                   FUNCTION TRIM(WS-TokType) " records, not QUEUE"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TokTS NOT NUMERIC
               DISPLAY "*** ROLL-FORWARD REFUSED: SNAPHDR carries no"
                   " snapshot time"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-TokTS TO WS-SnapTS
           IF WS-UntilTS NOT = SPACES AND WS-UntilTS < WS-SnapTS
               DISPLAY "*** ROLL-FORWARD REFUSED: point in time "
                   WS-UntilTS " is before the snapshot (" WS-SnapTS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       Roll-One-Transition.
           ADD 1 TO WS-CntRead
           MOVE SPACES TO WS-TrnTS WS-TrnId WS-TrnOld WS-TrnNew
               WS-TrnProg WS-TrnShard
           UNSTRING JI-TRANSITION DELIMITED BY ","
               INTO WS-TrnTS WS-TrnId WS-TrnOld WS-TrnNew
                   WS-TrnProg WS-TrnShard
           IF WS-TrnTS < WS-SnapTS
               ADD 1 TO WS-CntBefore
               EXIT PARAGRAPH
           END-IF
           IF WS-UntilTS NOT = SPACES AND WS-TrnTS > WS-UntilTS
               ADD 1 TO WS-CntBeyond
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-Result WS-Reason
           EVALUATE TRUE
               WHEN NOT JI-HAS-IMAGE
                   MOVE "CONFLICT" TO WS-Result
                   MOVE "NO AFTER-IMAGE ON JOURNAL" TO WS-Reason
               WHEN JI-AFTER-IMAGE(1:10) NOT = WS-TrnId
                   MOVE "CONFLICT" TO WS-Result
                   MOVE "IMAGE IS FOR ANOTHER ID" TO WS-Reason
               WHEN WS-TrnOld(1:1) = '-'
                   PERFORM Apply-Insert
               WHEN WS-TrnNew(1:1) = 'X'
                   PERFORM Apply-Delete
               WHEN OTHER
                   PERFORM Apply-Update
           END-EVALUATE

           EVALUATE WS-Result
               WHEN "APPLIED"  ADD 1 TO WS-CntApplied
               WHEN "SKIPPED"  ADD 1 TO WS-CntSkipped
               WHEN OTHER      ADD 1 TO WS-CntConflict
           END-EVALUATE
           MOVE SPACES TO WS-OutLine
           STRING WS-Result                 DELIMITED BY SIZE
               " "                          DELIMITED BY SIZE
               WS-TrnTS                     DELIMITED BY SIZE
               " "                          DELIMITED BY SIZE
               WS-TrnId                     DELIMITED BY SIZE
               " "                          DELIMITED BY SIZE
               WS-TrnOld(1:1)               DELIMITED BY SIZE
               "->"                         DELIMITED BY SIZE
               WS-TrnNew(1:1)               DELIMITED BY SIZE
               " "                          DELIMITED BY SIZE
               WS-TrnProg                   DELIMITED BY SIZE
               " "                          DELIMITED BY SIZE
               WS-Reason                    DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line.

       Apply-Insert.
           MOVE WS-TrnId TO Q-PUZZLE-ID
           READ QueueFile
               INVALID KEY
                   MOVE JI-AFTER-IMAGE TO QUEUE-RECORD
                   WRITE QUEUE-RECORD
                   IF WS-QueueFS = "00"
                       MOVE "APPLIED" TO WS-Result
                       MOVE "INSERTED" TO WS-Reason
                       ADD 1 TO WS-CntInsert
                   ELSE
                       MOVE "CONFLICT" TO WS-Result
                       STRING "WRITE FAILED, STATUS " WS-QueueFS
                           DELIMITED BY SIZE INTO WS-Reason
                   END-IF
               NOT INVALID KEY
                   IF QUEUE-RECORD = JI-AFTER-IMAGE
                       MOVE "SKIPPED" TO WS-Result
                       MOVE "ALREADY IN QUEUE" TO WS-Reason
                   ELSE
                       MOVE "CONFLICT" TO WS-Result
                       STRING "ON FILE WITH STATUS " Q-STATUS
                           DELIMITED BY SIZE INTO WS-Reason
                   END-IF
           END-READ.

       Apply-Delete.
           MOVE WS-TrnId TO Q-PUZZLE-ID
           READ QueueFile
               INVALID KEY
                   MOVE "SKIPPED" TO WS-Result
                   MOVE "ALREADY GONE" TO WS-Reason
               NOT INVALID KEY
                   IF Q-STATUS = WS-TrnOld(1:1)
                       DELETE QueueFile RECORD
                       IF WS-QueueFS = "00"
                           MOVE "APPLIED" TO WS-Result
                           MOVE "DELETED" TO WS-Reason
                           ADD 1 TO WS-CntDelete
                       ELSE
                           MOVE "CONFLICT" TO WS-Result
                           STRING "DELETE FAILED, STATUS " WS-QueueFS
                               DELIMITED BY SIZE INTO WS-Reason
                       END-IF
                   ELSE
                       MOVE "CONFLICT" TO WS-Result
                       STRING "ON FILE WITH STATUS " Q-STATUS
                           DELIMITED BY SIZE INTO WS-Reason
                   END-IF
           END-READ.

       Apply-Update.
           MOVE WS-TrnId TO Q-PUZZLE-ID
           READ QueueFile
               INVALID KEY
                   MOVE "CONFLICT" TO WS-Result
                   MOVE "NOT IN QUEUE" TO WS-Reason
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN QUEUE-RECORD = JI-AFTER-IMAGE
                           MOVE "SKIPPED" TO WS-Result
                           MOVE "ALREADY APPLIED" TO WS-Reason
                       WHEN Q-STATUS = WS-TrnOld(1:1)
                           MOVE JI-AFTER-IMAGE TO QUEUE-RECORD
                           REWRITE QUEUE-RECORD
                           IF WS-QueueFS = "00"
                               MOVE "APPLIED" TO WS-Result
                               MOVE "UPDATED" TO WS-Reason
                               ADD 1 TO WS-CntUpdate
                           ELSE
                               MOVE "CONFLICT" TO WS-Result
                               STRING "REWRITE FAILED, STATUS "
                                   WS-QueueFS
                                   DELIMITED BY SIZE INTO WS-Reason
                           END-IF
                       WHEN OTHER
                           MOVE "CONFLICT" TO WS-Result
                           STRING "ON FILE WITH STATUS " Q-STATUS
                               DELIMITED BY SIZE INTO WS-Reason
                   END-EVALUATE
           END-READ.

       Count-Recovered-Queue.
      *> The recovered queue by status, labelled the way EODRecon
      *> counts it.
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO Q-PUZZLE-ID
           START QueueFile KEY IS NOT LESS THAN Q-PUZZLE-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ QueueFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CntTotal
                       EVALUATE Q-STATUS
                           WHEN 'P' ADD 1 TO WS-CntP
                           WHEN 'S' ADD 1 TO WS-CntS
                           WHEN 'F' ADD 1 TO WS-CntF
                           WHEN 'D' ADD 1 TO WS-CntD
                           WHEN 'I' ADD 1 TO WS-CntI
                           WHEN 'H' ADD 1 TO WS-CntH
                           WHEN 'V' ADD 1 TO WS-CntV
                       END-EVALUATE
               END-READ
           END-PERFORM.

       Write-Totals.
           MOVE WS-CntRead TO WS-DispA
           MOVE SPACES TO WS-OutLine
           STRING "JOURNAL LINES READ:        " DELIMITED BY SIZE
               WS-DispA                         DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE WS-CntBefore TO WS-DispA
           MOVE SPACES TO WS-OutLine
           STRING "  BEFORE THE SNAPSHOT:     " DELIMITED BY SIZE
               WS-DispA                         DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE WS-CntApplied TO WS-DispA
           MOVE SPACES TO WS-OutLine
           STRING "  APPLIED:                 " DELIMITED BY SIZE
               WS-DispA                         DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE WS-CntInsert TO WS-DispA
           MOVE SPACES TO WS-OutLine
           STRING "    INSERTS:               " DELIMITED BY SIZE
               WS-DispA                         DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE WS-CntUpdate TO WS-DispA
           MOVE SPACES TO WS-OutLine
           STRING "    UPDATES:               " DELIMITED BY SIZE
               WS-DispA                         DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE WS-CntDelete TO WS-DispA
           MOVE SPACES TO WS-OutLine
           STRING "    DELETES:               " DELIMITED BY SIZE
               WS-DispA                         DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE WS-CntSkipped TO WS-DispA
           MOVE SPACES TO WS-OutLine
           STRING "  SKIPPED:                 " DELIMITED BY SIZE
               WS-DispA                         DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE WS-CntConflict TO WS-DispA
           MOVE SPACES TO WS-OutLine
           STRING "  CONFLICTS:               " DELIMITED BY SIZE
               WS-DispA                         DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE WS-CntBeyond TO WS-DispA
           MOVE SPACES TO WS-OutLine
           STRING "  BEYOND THE POINT IN TIME:" DELIMITED BY SIZE
               WS-DispA                         DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line

           MOVE WS-CntTotal TO WS-DispA
           MOVE SPACES TO WS-OutLine
           STRING "RECOVERED QUEUE RECORDS:   " DELIMITED BY SIZE
               WS-DispA                         DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE WS-CntP TO WS-DispA
           MOVE SPACES TO WS-OutLine
           STRING "  PENDING (P):     " DELIMITED BY SIZE
               WS-DispA                 DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE WS-CntS TO WS-DispA
           MOVE SPACES TO WS-OutLine
           STRING "  SOLVED (S):      " DELIMITED BY SIZE
               WS-DispA                 DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE WS-CntF TO WS-DispA
           MOVE SPACES TO WS-OutLine
           STRING "  FAILED (F):      " DELIMITED BY SIZE
               WS-DispA                 DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE WS-CntD TO WS-DispA
           MOVE SPACES TO WS-OutLine
           STRING "  DEAD-LETTER (D): " DELIMITED BY SIZE
               WS-DispA                 DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE WS-CntH TO WS-DispA
           MOVE SPACES TO WS-OutLine
           STRING "  HELD (H):        " DELIMITED BY SIZE
               WS-DispA                 DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE WS-CntV TO WS-DispA
           MOVE SPACES TO WS-OutLine
           STRING "  VERIFY FAIL (V): " DELIMITED BY SIZE
               WS-DispA                 DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE WS-CntI TO WS-DispA
           MOVE SPACES TO WS-OutLine
           STRING "  IN-FLIGHT (I):   " DELIMITED BY SIZE
               WS-DispA                 DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line

           MOVE SPACES TO WS-TotLine
           STRING "RFTRL,"            DELIMITED BY SIZE
               WS-SnapTS              DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               WS-UntilTS             DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               WS-CntRead             DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               WS-CntBefore           DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               WS-CntApplied          DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               WS-CntSkipped          DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               WS-CntConflict         DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               WS-CntBeyond           DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               WS-CntTotal            DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               WS-CntP                DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               WS-CntS                DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               WS-CntF                DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               WS-CntD                DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               WS-CntI                DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               WS-CntH                DELIMITED BY SIZE
               ","                    DELIMITED BY SIZE
               WS-CntV                DELIMITED BY SIZE
               INTO WS-TotLine
           OPEN OUTPUT TotalsFile
           WRITE TotalsLine FROM WS-TotLine
           CLOSE TotalsFile.

       Put-Line.
           DISPLAY FUNCTION TRIM(WS-OutLine)
           WRITE ReportLine FROM WS-OutLine.

       END PROGRAM RollFwd.
