      *> threshold so the scheduler can page someone before a
      *> submitter does.
      *>
      *> A held record whose release time has passed waits like any
      *> pending one, but its age runs from Q-RELEASE-TS: the time it
      *> spent held was asked for, not owed. Held records not yet due
      *> are counted on their own line and never aged or breached.
      *> A verification-failed record (solved, but the answer failed
      *> Outbox's check and is waiting on the other engine) is still
      *> owed to the submitter and is aged like a pending one.
      *>
      *> Usage: QAging <queue-file> [threshold-hours]
      *> Default threshold is 24 hours -- the turnaround we promise.

       01  WS-Cnt1To3    PIC 9(4) VALUE 0.
       01  WS-CntOver3   PIC 9(4) VALUE 0.
       01  WS-CntBreach  PIC 9(4) VALUE 0.
       01  WS-CntHeld    PIC 9(4) VALUE 0.
       01  WS-AgeFrom    PIC X(14).

      *> Pending records with their ages, for the oldest-offender list
       01  WS-AgeTable.
               READ QueueFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN Q-PENDING
                               PERFORM Age-One-Record
                           WHEN Q-VERIFY-FAILED
                               PERFORM Age-One-Record
                           WHEN Q-HELD AND Q-RELEASE-TS NOT = SPACES
                               AND Q-RELEASE-TS <= WS-NowTS(1:14)
                               PERFORM Age-One-Record
                           WHEN Q-HELD
                               ADD 1 TO WS-CntHeld
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE QueueFile
           STOP RUN.

       Age-One-Record.
      *> A record that was held (released by QConsole, or due by its
      *> own release time) ages from its release, not its enqueue.
           MOVE Q-TIMESTAMP TO WS-AgeFrom
           IF Q-RELEASE-TS IS NUMERIC
               AND Q-RELEASE-TS > Q-TIMESTAMP
               MOVE Q-RELEASE-TS TO WS-AgeFrom
           END-IF
           IF WS-AgeFrom(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DayNum = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-AgeFrom(1:8)))
           COMPUTE WS-RecSec = WS-DayNum * 86400
               + FUNCTION NUMVAL(WS-AgeFrom(9:2)) * 3600
               + FUNCTION NUMVAL(WS-AgeFrom(11:2)) * 60
               + FUNCTION NUMVAL(WS-AgeFrom(13:2))
           IF WS-RecSec > WS-NowSec
               MOVE 0 TO WS-AgeHours
           ELSE
               ADD 1 TO WS-AgeCount
               MOVE Q-PUZZLE-ID TO WS-AgeKey(WS-AgeCount)
               MOVE WS-AgeHours TO WS-AgeHrs(WS-AgeCount)
               MOVE WS-AgeFrom TO WS-AgeTS(WS-AgeCount)
      *> Blank class reads as normal, matching the drain's own
      *> treatment of it.
               IF Q-CLASS = SPACE
               WS-DispA              DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE WS-CntHeld TO WS-DispA
           MOVE SPACES TO WS-OutLine
           STRING "  HELD, NOT YET DUE:" DELIMITED BY SIZE
               WS-DispA              DELIMITED BY SIZE
               "  (not aged)"        DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line

           MOVE SPACES TO WS-OutLine
           PERFORM Put-Line
                   WS-AgeKey(WS-MaxIdx)  DELIMITED BY SIZE
                   "  CLASS "            DELIMITED BY SIZE
                   WS-AgeClass(WS-MaxIdx) DELIMITED BY SIZE
                   "  WAITING SINCE "    DELIMITED BY SIZE
                   WS-AgeTS(WS-MaxIdx)   DELIMITED BY SIZE
                   "  AGE "              DELIMITED BY SIZE
                   WS-DispH              DELIMITED BY SIZE
