      *> Usage: QRouter <queue-file> [clue-threshold]
      *> Records with fewer clues than the threshold route to CP;
      *> default threshold is 30.
      *> A record whose tag changes is journalled with its status
      *> unchanged, so RollFwd replays the routing too.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS Q-PUZZLE-ID
               FILE STATUS IS WS-QueueFS.

           SELECT JournalFile ASSIGN TO "queue_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JrnFS.

       DATA DIVISION.
       FILE SECTION.
       FD QueueFile.
       COPY "QUEUEREC".

       FD JournalFile.
       01 JournalLine PIC X(637).

       WORKING-STORAGE SECTION.
       01  WS-QueueFilename PIC X(100).
       01  WS-QueueFS    PIC XX.
       01  WS-JrnFS      PIC XX.
       01  WS-JrnRec     PIC X(60).
       COPY "JRNREC".

       01  ARG-COUNT     PIC 9(4).
       01  CURRENT-ARG   PIC X(100).
       01  WS-Threshold  PIC 99 VALUE 30.
       01  WS-ClueCount  PIC 99.
       01  WS-Idx        PIC 999.
       01  WS-NowTS      PIC X(14).
       01  WS-OldPref    PIC XX.

       01  WS-CntCP      PIC 9(4) VALUE 0.
       01  WS-CntBT      PIC 9(4) VALUE 0.
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NowTS
           MOVE LOW-VALUES TO Q-PUZZLE-ID
           START QueueFile KEY IS NOT LESS THAN Q-PUZZLE-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
               READ QueueFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
      *> Only work the drains will take gets routed: pending records,
      *> held ones whose release time has passed, and failed ones
      *> still inside their retry budget. Finished, in-flight and
      *> still-held records are left alone, and so are verification-
      *> failed ones: Outbox has already sent those to the other
      *> engine on purpose.
                       IF Q-PENDING OR Q-FAILED
                           OR (Q-HELD AND Q-RELEASE-TS NOT = SPACES
                               AND Q-RELEASE-TS <= WS-NowTS)
                           PERFORM Route-One-Record
                       ELSE
                           ADD 1 TO WS-CntSkip
           STOP RUN.

       Route-One-Record.
           MOVE Q-ENGINE-PREF TO WS-OldPref
           MOVE 0 TO WS-ClueCount
           PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 81
               IF Q-PUZZLE-DATA(WS-Idx:1) >= '1'
                   FUNCTION TRIM(Q-PUZZLE-ID)
                   " (FILE STATUS " WS-QueueFS ")"
               MOVE 1 TO RETURN-CODE
           ELSE
               IF Q-ENGINE-PREF NOT = WS-OldPref
                   PERFORM Write-Journal
               END-IF
           END-IF.

       Write-Journal.
      *> A routing change leaves the status as it was; the line is
      *> there for the record image.
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
               Q-PUZZLE-ID                    DELIMITED BY SIZE
               ","                            DELIMITED BY SIZE
               Q-STATUS                       DELIMITED BY SIZE
               ","                            DELIMITED BY SIZE
               Q-STATUS                       DELIMITED BY SIZE
               ",QROUTER,00"                  DELIMITED BY SIZE
               INTO WS-JrnRec
           MOVE WS-JrnRec TO JI-TRANSITION
           MOVE ",IMG=" TO JI-IMAGE-TAG
           MOVE QUEUE-RECORD TO JI-AFTER-IMAGE
           WRITE JournalLine FROM JOURNAL-IMAGE-LINE
           CLOSE JournalFile.

       END PROGRAM QRouter.
