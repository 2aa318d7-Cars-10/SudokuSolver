      *> two already-finished grids, on purpose, so it can certify a
      *> solution any of the four solvers produced without trusting
      *> whichever one produced it.
      *> A Killer Sudoku's CAGE records in the original matrix are
      *> checked as well: each cage's cells must hold different
      *> digits adding up to the cage's target.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-Variant    PIC X VALUE SPACE.
       01  WS-VarTally   PIC 9(4).

      *> CAGE,<id>,<sum>,<rc>[,<rc>...] records from the original
      *> matrix, kept as read and taken apart in Check-Cages.
       01  WS-CageCount  PIC 99 VALUE 0.
       01  WS-CageLine   PIC X(90) OCCURS 81.
       01  WS-CageIdx    PIC 99.
       01  WS-CageK      PIC 99.
       01  WS-CageSum    PIC 99.
       01  WS-CageTotal  PIC 999.
       01  WS-CageR      PIC 9.
       01  WS-CageC      PIC 9.
       01  WS-CageTokens.
           05  WS-CageTag      PIC X(10).
           05  WS-CageTokId    PIC X(10).
           05  WS-CageTokSum   PIC X(10).
           05  WS-CageTokCell  PIC X(10) OCCURS 10.

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "Starting Verifier..."
               DISPLAY "X-Sudoku variant: checking diagonals too."
               PERFORM Check-Diagonals
           END-IF
           IF WS-CageCount > 0
               DISPLAY "Killer variant: checking " WS-CageCount
                   " cage sum(s) too."
               PERFORM Check-Cages
           END-IF
           PERFORM Check-Givens-Unchanged

           IF WS-OK = 'Y'
           STOP RUN.

       Read-Board-Into-Givens.
      *> Read to the end: CAGE records may follow the grid rows, and
      *> a Killer grid with no givens at all leaves the board empty.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-Givens
           MOVE 0 TO WS-CageCount
           OPEN INPUT GivensFile
           MOVE 1 TO WS-RowIdx
           PERFORM UNTIL WS-EOF = 'Y'
               READ GivensFile INTO WS-Line
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                               MOVE 'X' TO WS-Variant
                           END-IF
                       END-IF
                       IF WS-Line(1:5) = "CAGE," AND WS-CageCount < 81
                           ADD 1 TO WS-CageCount
                           MOVE WS-Line TO WS-CageLine(WS-CageCount)
                       END-IF
                       IF WS-Line(1:1) NOT = '#'
                           AND WS-Line(1:5) NOT = "CAGE,"
                           AND WS-Line NOT = SPACES
                           AND WS-RowIdx <= 9
                           IF WS-RowIdx = 1
                               AND WS-Line(81:1) NOT = SPACE
                               AND WS-Line(82:1) = SPACE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-Line(1:1) NOT = '#'
                           AND WS-Line(1:5) NOT = "CAGE,"
                           IF WS-RowIdx = 1
                               AND WS-Line(81:1) NOT = SPACE
                               AND WS-Line(82:1) = SPACE
               END-IF
           END-PERFORM.

       Check-Cages.
           PERFORM VARYING WS-CageIdx FROM 1 BY 1
                   UNTIL WS-CageIdx > WS-CageCount
               MOVE SPACES TO WS-CageTokens
               UNSTRING WS-CageLine(WS-CageIdx) DELIMITED BY ","
                   INTO WS-CageTag WS-CageTokId WS-CageTokSum
                       WS-CageTokCell(1) WS-CageTokCell(2)
                       WS-CageTokCell(3) WS-CageTokCell(4)
                       WS-CageTokCell(5) WS-CageTokCell(6)
                       WS-CageTokCell(7) WS-CageTokCell(8)
                       WS-CageTokCell(9) WS-CageTokCell(10)
               END-UNSTRING
               MOVE 0 TO WS-Seen(1) WS-Seen(2) WS-Seen(3) WS-Seen(4)
                   WS-Seen(5) WS-Seen(6) WS-Seen(7) WS-Seen(8) WS-Seen(9)
               MOVE 0 TO WS-CageTotal
               IF FUNCTION TRIM(WS-CageTokSum) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-CageTokSum) TO WS-CageSum
                   PERFORM Check-One-Cage
               ELSE
                   DISPLAY "FAIL: cage " FUNCTION TRIM(WS-CageTokId)
                       " has no usable target sum"
                   MOVE 'N' TO WS-OK
               END-IF
           END-PERFORM.

       Check-One-Cage.
           PERFORM VARYING WS-CageK FROM 1 BY 1 UNTIL WS-CageK > 10
               MOVE FUNCTION TRIM(WS-CageTokCell(WS-CageK))
                   TO WS-CageTokCell(WS-CageK)
               IF WS-CageTokCell(WS-CageK) NOT = SPACES
                   IF WS-CageK > 9
                       OR WS-CageTokCell(WS-CageK)(1:1) < '1'
                       OR WS-CageTokCell(WS-CageK)(1:1) > '9'
                       OR WS-CageTokCell(WS-CageK)(2:1) < '1'
                       OR WS-CageTokCell(WS-CageK)(2:1) > '9'
                       DISPLAY "FAIL: cage "
                           FUNCTION TRIM(WS-CageTokId)
                           " has a bad cell "
                           FUNCTION TRIM(WS-CageTokCell(WS-CageK))
                       MOVE 'N' TO WS-OK
                   ELSE
                       MOVE WS-CageTokCell(WS-CageK)(1:1) TO WS-CageR
                       MOVE WS-CageTokCell(WS-CageK)(2:1) TO WS-CageC
                       MOVE WS-Solution-Cell(WS-CageR, WS-CageC)
                           TO WS-Digit
                       ADD WS-Digit TO WS-CageTotal
                       IF WS-Digit >= 1 AND WS-Digit <= 9
                           IF WS-Seen(WS-Digit) NOT = 0
                               DISPLAY "FAIL: cage "
                                   FUNCTION TRIM(WS-CageTokId)
                                   " has digit " WS-Digit
                                   " more than once"
                               MOVE 'N' TO WS-OK
                           END-IF
                           MOVE 1 TO WS-Seen(WS-Digit)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CageTotal NOT = WS-CageSum
               DISPLAY "FAIL: cage " FUNCTION TRIM(WS-CageTokId)
                   " adds up to " WS-CageTotal ", target is "
                   WS-CageSum
               MOVE 'N' TO WS-OK
           END-IF.

       Check-Givens-Unchanged.
           PERFORM VARYING WS-VR1 FROM 1 BY 1 UNTIL WS-VR1 > 9
               PERFORM VARYING WS-VC1 FROM 1 BY 1 UNTIL WS-VC1 > 9
