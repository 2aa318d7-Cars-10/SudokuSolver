       COPY "QUEUEREC".

       FD HistoryFile.
       01 HistoryLine PIC X(132).

       FD ExtractFile.
       01 ExtractRecord PIC X(234).
       01  CURRENT-ARG   PIC X(100).

       01  WS-EOF        PIC X VALUE 'N'.
       01  WS-Line       PIC X(132).
       01  WS-ExtractDate PIC X(8) VALUE SPACES.
       01  WS-AckFS      PIC XX.

       01  WS-RecCount   PIC 9(9) VALUE 0.
       01  WS-HashTotal  PIC 9(18) VALUE 0.
       01  WS-ClueCount  PIC 99.
       01  WS-RateClues  PIC 99.
       01  WS-Idx        PIC 999.

       PROCEDURE DIVISION.
                   ADD 1 TO WS-ClueCount
               END-IF
           END-PERFORM
      *> A Killer grid may carry no givens at all; its cages count
      *> toward the clue brackets, as they do in the solvers.
           MOVE WS-ClueCount TO WS-RateClues
           IF Q-VARIANT-K
               IF WS-ClueCount + Q-CAGE-COUNT > 81
                   MOVE 81 TO WS-RateClues
               ELSE
                   ADD Q-CAGE-COUNT TO WS-RateClues
               END-IF
           END-IF
           IF WS-RateClues >= 36
                   AND EXT-ITERATIONS <= (81 - WS-ClueCount)
               MOVE "Easy" TO EXT-DIFFICULTY
           ELSE
               IF WS-RateClues >= 28
                       AND EXT-ITERATIONS <= (81 - WS-ClueCount) * 3
                   MOVE "Medium" TO EXT-DIFFICULTY
               ELSE
