      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QPurge.

      *> Closed-record purge for the indexed puzzle queue. Without it
      *> the queue only ever grows, and every drain pass, QAging,
      *> EODRecon and StatsExt walks last year's finished work again.
      *> A record is closed -- and moved out -- only when all of these
      *> hold:
      *>   - status S (solved) or D (dead-letter), so nothing still
      *>     in play is ever touched;
      *>   - Q-DELIVERED = 'Y', so the submitter has the outcome;
      *>   - its ID is on the stats acknowledgment ledger
      *>     (stats_acked.txt), so the stats feed has it;
      *>   - Q-TIMESTAMP is more than the retention age (in days,
      *>     passed in) behind today.
      *> Each run appends one control-bracketed block to the day's
      *> sequential closed-queue file closed_queue_<yyyymmdd>.txt --
      *>   CLQHDR,<yyyymmddhhmmss>,<queue-file>,<retention-days>
      *>   CLQ,<record image>            (one per purged record)
      *>   CLQTRL,<count>,<hash-total>
      *> -- with the same count-plus-hash contract as the IXBackup
      *> snapshot, so the block can be proved or reloaded the same
      *> way. The record is deleted from the queue first and only
      *> written out once the delete has taken; each removal is
      *> journaled to queue_journal.txt ('X' new status, QPURGE as
      *> the program) and indexed in closed_queue_index.txt --
      *>   <puzzle-id>,<closed-queue-file>,<final-status>,<purged-ts>
      *> -- which is how EODRecon knows a purged ID is accounted for
      *> and how HistQuery finds the closed file holding a purged
      *> record's final status and solution.
      *>
      *> Usage: QPurge <queue-file> <retention-days>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QueueFile ASSIGN TO DYNAMIC WS-QueueFilename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Q-PUZZLE-ID
               FILE STATUS IS WS-QueueFS.
           SELECT LedgerFile ASSIGN TO "stats_acked.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LedgerFS.
           SELECT ClosedFile ASSIGN TO DYNAMIC WS-ClosedFilename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ClosedFS.
           SELECT IndexFile ASSIGN TO "closed_queue_index.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IndexFS.
           SELECT JournalFile ASSIGN TO "queue_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JrnFS.

       DATA DIVISION.
       FILE SECTION.
       FD QueueFile.
       COPY "QUEUEREC".

       FD LedgerFile.
       01 LedgerLine PIC X(20).

       FD ClosedFile.
       01 ClosedLine PIC X(600).

       FD IndexFile.
       01 IndexLine PIC X(100).

      *> Queue lifecycle journal (see QJournal); a purge is a delete
      *> like any other and must show in the record's timeline.
       FD JournalFile.
       01 JournalLine PIC X(637).

       WORKING-STORAGE SECTION.
       01  WS-QueueFilename PIC X(100).
       01  WS-ClosedFilename PIC X(100).
       01  WS-QueueFS    PIC XX.
       01  WS-LedgerFS   PIC XX.
       01  WS-ClosedFS   PIC XX.
       01  WS-IndexFS    PIC XX.
       01  WS-JrnFS      PIC XX.

       01  ARG-COUNT     PIC 9(4).
       01  CURRENT-ARG   PIC X(100).

       01  WS-EOF        PIC X VALUE 'N'.
       01  WS-Retention  PIC 9(5) VALUE 0.
       01  WS-NowTS      PIC X(21).
       01  WS-NowDay     PIC 9(7).
       01  WS-RecDay     PIC 9(7).
       01  WS-AgeDays    PIC 9(7).

      *> IDs on the stats acknowledgment ledger (see StatsAck).
       01  WS-LedTable.
           05  WS-LedCount PIC 9(4) VALUE 0.
           05  WS-LedId OCCURS 5000 TIMES PIC X(10).
       01  WS-LedIdx     PIC 9(4).
       01  WS-LedFound   PIC X.

      *> Records that qualified on the read pass; the delete pass
      *> works from this list so the key-order walk is never
      *> disturbed by its own deletes.
       01  WS-PurgeTable.
           05  WS-PurgeCount PIC 9(4) VALUE 0.
           05  WS-PurgeId OCCURS 2000 TIMES PIC X(10).
       01  WS-PurgeIdx   PIC 9(4).
       01  WS-PurgeFull  PIC X VALUE 'N'.

       01  WS-CntScanned PIC 9(6) VALUE 0.
       01  WS-CntPurged  PIC 9(9) VALUE 0.
       01  WS-CntFailed  PIC 9(6) VALUE 0.
       01  WS-HashTotal  PIC 9(18) VALUE 0.
       01  WS-RecImage   PIC X(600).
       01  WS-RecLen     PIC 999 VALUE 572.
       01  WS-Idx        PIC 999.
       01  WS-OutLine    PIC X(600).
       01  WS-CntDisp    PIC 9(9).
       01  WS-HashDisp   PIC 9(18).
       01  WS-RetDisp    PIC 9(5).

       01  WS-JrnOld     PIC X.
       01  WS-JrnRec     PIC X(60).
       COPY "JRNREC".

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "Starting QPurge..."
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT < 2
               DISPLAY "Usage: QPurge <queue-file> <retention-days>"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(CURRENT-ARG) TO WS-QueueFilename
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
           IF CURRENT-ARG(1:1) IS NOT NUMERIC
               DISPLAY "Retention age must be a number of days, not "
                   FUNCTION TRIM(CURRENT-ARG)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION NUMVAL(CURRENT-ARG) TO WS-Retention

           MOVE FUNCTION CURRENT-DATE TO WS-NowTS
           COMPUTE WS-NowDay = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-NowTS(1:8)))
           MOVE SPACES TO WS-ClosedFilename
           STRING "closed_queue_"   DELIMITED BY SIZE
               WS-NowTS(1:8)        DELIMITED BY SIZE
               ".txt"               DELIMITED BY SIZE
               INTO WS-ClosedFilename

           PERFORM Load-Ledger

           OPEN I-O QueueFile
           IF WS-QueueFS NOT = "00"
               DISPLAY "Cannot open queue "
                   FUNCTION TRIM(WS-QueueFilename)
                   " (FILE STATUS " WS-QueueFS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Select-Closed-Records

           IF WS-PurgeCount = 0
               CLOSE QueueFile
               DISPLAY "QPurge: " WS-CntScanned " record(s) scanned,"
                   " nothing eligible for purge."
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

      *> A run adds its own block to the day's file, so a second run
      *> on the same day never overwrites the first one's records.
           OPEN EXTEND ClosedFile
           IF WS-ClosedFS = "35"
               OPEN OUTPUT ClosedFile
               CLOSE ClosedFile
               OPEN EXTEND ClosedFile
           END-IF
           IF WS-ClosedFS NOT = "00"
               DISPLAY "Cannot open closed-queue file "
                   FUNCTION TRIM(WS-ClosedFilename)
                   " (FILE STATUS " WS-ClosedFS ")"
               CLOSE QueueFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND IndexFile
           IF WS-IndexFS = "35"
               OPEN OUTPUT IndexFile
               CLOSE IndexFile
               OPEN EXTEND IndexFile
           END-IF

           MOVE WS-Retention TO WS-RetDisp
           MOVE SPACES TO WS-OutLine
           STRING "CLQHDR,"                   DELIMITED BY SIZE
               WS-NowTS(1:14)                 DELIMITED BY SIZE
               ","                            DELIMITED BY SIZE
               FUNCTION TRIM(WS-QueueFilename) DELIMITED BY SIZE
               ","                            DELIMITED BY SIZE
               WS-RetDisp                     DELIMITED BY SIZE
               INTO WS-OutLine
           WRITE ClosedLine FROM WS-OutLine

           PERFORM VARYING WS-PurgeIdx FROM 1 BY 1
                   UNTIL WS-PurgeIdx > WS-PurgeCount
               PERFORM Purge-One-Record
           END-PERFORM

           MOVE WS-CntPurged TO WS-CntDisp
           MOVE WS-HashTotal TO WS-HashDisp
           MOVE SPACES TO WS-OutLine
           STRING "CLQTRL,"     DELIMITED BY SIZE
               WS-CntDisp       DELIMITED BY SIZE
               ","              DELIMITED BY SIZE
               WS-HashDisp      DELIMITED BY SIZE
               INTO WS-OutLine
           WRITE ClosedLine FROM WS-OutLine
           CLOSE ClosedFile
           CLOSE IndexFile
           CLOSE QueueFile

           DISPLAY "QPurge: " WS-CntPurged " record(s) moved to "
               FUNCTION TRIM(WS-ClosedFilename)
           IF WS-PurgeFull = 'Y'
               DISPLAY "QPurge: more than 2000 eligible records --"
                   " run again to take the rest"
           END-IF
           IF WS-CntFailed > 0
               DISPLAY "*** " WS-CntFailed " eligible record(s) could"
                   " not be deleted and stay in the queue"
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       Load-Ledger.
           OPEN INPUT LedgerFile
           IF WS-LedgerFS NOT = "00"
      *> No ledger means nothing has been acknowledged yet, so
      *> nothing can qualify -- the run still reports cleanly.
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LedgerFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF LedgerLine NOT = SPACES
                           AND WS-LedCount < 5000
                           ADD 1 TO WS-LedCount
                           MOVE LedgerLine(1:10)
                               TO WS-LedId(WS-LedCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LedgerFile
           MOVE 'N' TO WS-EOF.

       Select-Closed-Records.
           MOVE LOW-VALUES TO Q-PUZZLE-ID
           START QueueFile KEY IS NOT LESS THAN Q-PUZZLE-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ QueueFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CntScanned
                       PERFORM Check-Eligible
                       IF WS-LedFound = 'Y'
                           IF WS-PurgeCount < 2000
                               ADD 1 TO WS-PurgeCount
                               MOVE Q-PUZZLE-ID
                                   TO WS-PurgeId(WS-PurgeCount)
                           ELSE
                               MOVE 'Y' TO WS-PurgeFull
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       Check-Eligible.
      *> Leaves WS-LedFound 'Y' only when the record in the buffer
      *> meets every purge condition.
           MOVE 'N' TO WS-LedFound
           IF NOT Q-SOLVED AND NOT Q-DEAD
               EXIT PARAGRAPH
           END-IF
           IF Q-DELIVERED NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF Q-TIMESTAMP(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RecDay = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(Q-TIMESTAMP(1:8)))
           IF WS-RecDay > WS-NowDay
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AgeDays = WS-NowDay - WS-RecDay
           IF WS-AgeDays <= WS-Retention
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LedIdx FROM 1 BY 1
                   UNTIL WS-LedIdx > WS-LedCount
                       OR WS-LedFound = 'Y'
               IF WS-LedId(WS-LedIdx) = Q-PUZZLE-ID
                   MOVE 'Y' TO WS-LedFound
               END-IF
           END-PERFORM.

       Purge-One-Record.
      *> Re-read under the key and re-check: a console action since
      *> the selection pass must win over the purge.
           MOVE WS-PurgeId(WS-PurgeIdx) TO Q-PUZZLE-ID
           READ QueueFile RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM Check-Eligible
           IF WS-LedFound = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE QUEUE-RECORD TO WS-RecImage
           MOVE Q-STATUS TO WS-JrnOld
           DELETE QueueFile RECORD
           IF WS-QueueFS NOT = "00"
               DISPLAY "Delete of " FUNCTION TRIM(Q-PUZZLE-ID)
                   " failed (FILE STATUS " WS-QueueFS ")"
               ADD 1 TO WS-CntFailed
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CntPurged
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > WS-RecLen
               ADD FUNCTION ORD(WS-RecImage(WS-Idx:1))
                   TO WS-HashTotal
           END-PERFORM
           MOVE SPACES TO WS-OutLine
           MOVE "CLQ," TO WS-OutLine(1:4)
           MOVE WS-RecImage(1:WS-RecLen) TO WS-OutLine(5:WS-RecLen)
           WRITE ClosedLine FROM WS-OutLine

           MOVE SPACES TO IndexLine
           STRING WS-RecImage(1:10)          DELIMITED BY SIZE
               ","                           DELIMITED BY SIZE
               FUNCTION TRIM(WS-ClosedFilename) DELIMITED BY SIZE
               ","                           DELIMITED BY SIZE
               WS-JrnOld                     DELIMITED BY SIZE
               ","                           DELIMITED BY SIZE
               WS-NowTS(1:14)                DELIMITED BY SIZE
               INTO IndexLine
           WRITE IndexLine

           PERFORM Write-Journal.

       Write-Journal.
      *> One transition line in the shared queue lifecycle journal;
      *> 'X' as the new status records the removal.
           OPEN EXTEND JournalFile
           IF WS-JrnFS = "35"
               OPEN OUTPUT JournalFile
               CLOSE JournalFile
               OPEN EXTEND JournalFile
           END-IF
           IF WS-JrnFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-JrnRec
           STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
               ","                            DELIMITED BY SIZE
               WS-RecImage(1:10)              DELIMITED BY SIZE
               ","                            DELIMITED BY SIZE
               WS-JrnOld                      DELIMITED BY SIZE
               ",X,QPURGE,00"                 DELIMITED BY SIZE
               INTO WS-JrnRec
           MOVE WS-JrnRec TO JI-TRANSITION
           MOVE ",IMG=" TO JI-IMAGE-TAG
           MOVE WS-RecImage(1:WS-RecLen) TO JI-AFTER-IMAGE
           WRITE JournalLine FROM JOURNAL-IMAGE-LINE
           CLOSE JournalFile.

       END PROGRAM QPurge.
