               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS A-PUZZLE-DATA
               ALTERNATE RECORD KEY IS A-CANON-KEY WITH DUPLICATES
               FILE STATUS IS WS-ARCH-FS.

       DATA DIVISION.
       01 REPORT-LINE PIC X(20).

       FD HISTORY-FILE.
       01 HISTORY-LINE PIC X(132).

       FD TRAIL-FILE.
       01 TRAIL-LINE PIC X(40).
       01 WS-ARCH-OK      PIC X VALUE 'N'.
       01 WS-ARCH-GIVENS  PIC X(81).
       01 WS-ARCH-SOL     PIC X(81).
      *> Canonical form of the givens and the transformation to it
      *> (see CANONFORM), stored with each record so isomorph lookups
      *> can find it.
       01 WS-CANON-KEY    PIC X(81).
       01 WS-CANON-XFORM  PIC X(28).
       01 WS-CACHE-HIT    PIC X VALUE 'N'.
       01 WS-HIST-LEN     PIC 9(4).

       01 WS-HIST-FS      PIC XX.
       01 WS-HIST-LINE    PIC X(132).
       01 WS-HIST-TS      PIC X(21).
       01 WS-HIST-SOLVED  PIC X.
       01 WS-HIST-ITER    PIC 9(9).
           MOVE WS-ARCH-SOL TO A-SOLUTION-DATA
           MOVE "SUDOKU" TO A-ENGINE
           MOVE FUNCTION CURRENT-DATE(1:14) TO A-TIMESTAMP
           CALL "CANONFORM" USING BY CONTENT 'C'
               BY REFERENCE WS-ARCH-GIVENS WS-CANON-KEY WS-CANON-XFORM
           MOVE WS-CANON-KEY TO A-CANON-KEY
           MOVE WS-CANON-XFORM TO A-CANON-XFORM
      *> A duplicate key just means another run archived it first.
           WRITE ARCHIVE-RECORD
               INVALID KEY CONTINUE
           END-IF.

       END PROGRAM SUDOKU.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANONFORM.

      *> Canonical form of a Sudoku board under the transformations
      *> that keep a board a valid Sudoku: transposition, band order,
      *> row order within a band, stack order, column order within a
      *> stack, and relabelling of the digits. Two boards are
      *> isomorphs exactly when their canonical forms match. The
      *> canonical form is the least 81-character string over every
      *> arrangement once the digits are renumbered 1, 2, 3... in
      *> order of first appearance (an empty cell stays 0). It is
      *> built a row at a time, keeping only the arrangements tied for
      *> the least rows so far.
      *>
      *> LS-MODE 'C': LS-GRID-IN is a board's givens. LS-GRID-OUT
      *>   gets its canonical form and LS-XFORM the transformation
      *>   that produced it: 'T' or 'N' (transposed or not), the nine
      *>   source rows and the nine source columns in canonical
      *>   order, then the label each digit 1-9 was given. Both come
      *>   back as spaces if the tie set outgrows the work table (a
      *>   nearly empty board); the caller treats that as no
      *>   canonical form.
      *> LS-MODE 'F': LS-GRID-IN (any board -- a solution, say) is
      *>   carried forward through LS-XFORM into canonical position.
      *> LS-MODE 'I': LS-GRID-IN, in canonical position, is carried
      *>   back through the inverse of LS-XFORM.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  CF-PERM3-VALUES PIC X(18) VALUE "123132213231312321".
       01  CF-PERM3-TABLE REDEFINES CF-PERM3-VALUES.
           05  CF-PERM3 OCCURS 6 TIMES.
               10  CF-PERM3-POS PIC 9 OCCURS 3 TIMES.
       01  CF-BAND-VALUES  PIC X(9) VALUE "111222333".
       01  CF-BAND-TABLE REDEFINES CF-BAND-VALUES.
           05  CF-BAND-OF  PIC 9 OCCURS 9 TIMES.

      *> Every column order the transformations allow: six stack
      *> orders times six orders within each of the three stacks.
       01  CF-BUILT       PIC X VALUE 'N'.
       01  CF-COLARR-TABLE.
           05  CF-COLARR  PIC X(9) OCCURS 1296 TIMES.

      *> The board as given (1) and transposed (2).
       01  CF-GRID.
           05  CF-ORIENT OCCURS 2 TIMES.
               10  CF-ORIENT-ROW OCCURS 9 TIMES.
                   15  CF-CELL PIC 9 OCCURS 9 TIMES.

      *> The arrangements still tied, this row's (CF-NEW) built from
      *> the last row's (CF-CUR): orientation, column order, rows
      *> placed so far, digit labels given so far, next free label.
       01  CF-BEAM-TABLE.
           05  CF-SIDE OCCURS 2 TIMES.
               10  CF-COUNT       PIC 9(5) COMP.
               10  CF-ENTRY OCCURS 40000 TIMES.
                   15  CF-E-ORIENT PIC 9.
                   15  CF-E-COLS   PIC X(9).
                   15  CF-E-ROWS   PIC X(9).
                   15  CF-E-MAP    PIC X(9).
                   15  CF-E-NEXT   PIC 99.
       01  CF-TRY.
           05  CF-T-ORIENT PIC 9.
           05  CF-T-COLS   PIC X(9).
           05  CF-T-ROWS   PIC X(9).
           05  CF-T-MAP    PIC X(9).
           05  CF-T-NEXT   PIC 99.
       01  CF-CUR         PIC 9.
       01  CF-NEW         PIC 9.
       01  CF-OVERFLOW    PIC X.
       01  CF-ALLOWED     PIC X.
       01  CF-STAGE       PIC 99 COMP.
       01  CF-BEST        PIC X(9).
       01  CF-ROWSTR      PIC X(9).
       01  CF-CANON       PIC X(81).
       01  CF-IDX         PIC 9(5) COMP.
       01  CF-A           PIC 9(4) COMP.
       01  CF-SP          PIC 9.
       01  CF-W1          PIC 9.
       01  CF-W2          PIC 9.
       01  CF-W3          PIC 9.
       01  CF-W           PIC 9.
       01  CF-I           PIC 99 COMP.
       01  CF-J           PIC 99 COMP.
       01  CF-R           PIC 99 COMP.
       01  CF-C           PIC 99 COMP.
       01  CF-X           PIC 99 COMP.
       01  CF-D           PIC 99 COMP.
       01  CF-LABEL       PIC 9.
       01  CF-DIGIT       PIC 9.
       01  CF-POS         PIC 99 COMP.
       01  CF-OUT         PIC 99 COMP.
       01  CF-CHAR        PIC X.
       01  CF-INV-TABLE.
           05  CF-INV     PIC 9 OCCURS 9 TIMES.

       LINKAGE SECTION.
       01  LS-MODE        PIC X.
       01  LS-GRID-IN     PIC X(81).
       01  LS-GRID-OUT    PIC X(81).
       01  LS-XFORM       PIC X(28).

       PROCEDURE DIVISION USING LS-MODE LS-GRID-IN LS-GRID-OUT
               LS-XFORM.
       CANON-MAIN.
           EVALUATE LS-MODE
               WHEN 'C' PERFORM CANONICALISE
               WHEN 'F' PERFORM MAP-FORWARD
               WHEN 'I' PERFORM MAP-INVERSE
           END-EVALUATE
           GOBACK.

       CANONICALISE.
           IF CF-BUILT = 'N'
               PERFORM BUILD-COLUMN-ORDERS
           END-IF
           PERFORM VARYING CF-R FROM 1 BY 1 UNTIL CF-R > 9
               PERFORM VARYING CF-C FROM 1 BY 1 UNTIL CF-C > 9
                   COMPUTE CF-POS = (CF-R - 1) * 9 + CF-C
                   IF LS-GRID-IN(CF-POS:1) IS NUMERIC
                       MOVE LS-GRID-IN(CF-POS:1) TO CF-CELL(1, CF-R, CF-C)
                   ELSE
                       MOVE 0 TO CF-CELL(1, CF-R, CF-C)
                   END-IF
                   MOVE CF-CELL(1, CF-R, CF-C) TO CF-CELL(2, CF-C, CF-R)
               END-PERFORM
           END-PERFORM

      *> First row: any row of either orientation under any column
      *> order.
           MOVE 'N' TO CF-OVERFLOW
           MOVE 1 TO CF-NEW
           MOVE 0 TO CF-COUNT(CF-NEW)
           MOVE HIGH-VALUES TO CF-BEST
           MOVE 1 TO CF-STAGE
           PERFORM VARYING CF-I FROM 1 BY 1 UNTIL CF-I > 2
               PERFORM VARYING CF-A FROM 1 BY 1 UNTIL CF-A > 1296
                   PERFORM VARYING CF-X FROM 1 BY 1 UNTIL CF-X > 9
                       MOVE CF-I TO CF-T-ORIENT
                       MOVE CF-COLARR(CF-A) TO CF-T-COLS
                       MOVE SPACES TO CF-T-ROWS
                       MOVE CF-X TO CF-DIGIT
                       MOVE CF-DIGIT TO CF-T-ROWS(1:1)
                       MOVE ALL '0' TO CF-T-MAP
                       MOVE 1 TO CF-T-NEXT
                       PERFORM TRY-ROW
                   END-PERFORM
               END-PERFORM
           END-PERFORM

      *> Each later row extends every arrangement still tied.
           PERFORM VARYING CF-STAGE FROM 2 BY 1
                   UNTIL CF-STAGE > 9 OR CF-OVERFLOW = 'Y'
               MOVE CF-BEST TO CF-CANON((CF-STAGE - 2) * 9 + 1:9)
               MOVE CF-NEW TO CF-CUR
               COMPUTE CF-NEW = 3 - CF-CUR
               MOVE 0 TO CF-COUNT(CF-NEW)
               MOVE HIGH-VALUES TO CF-BEST
               PERFORM VARYING CF-IDX FROM 1 BY 1
                       UNTIL CF-IDX > CF-COUNT(CF-CUR)
                   PERFORM VARYING CF-X FROM 1 BY 1 UNTIL CF-X > 9
                       PERFORM CHECK-ROW-ALLOWED
                       IF CF-ALLOWED = 'Y'
                           MOVE CF-ENTRY(CF-CUR, CF-IDX) TO CF-TRY
                           MOVE CF-X TO CF-DIGIT
                           MOVE CF-DIGIT TO CF-T-ROWS(CF-STAGE:1)
                           PERFORM TRY-ROW
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM

           IF CF-OVERFLOW = 'Y'
               MOVE SPACES TO LS-GRID-OUT
               MOVE SPACES TO LS-XFORM
               EXIT PARAGRAPH
           END-IF
           MOVE CF-BEST TO CF-CANON(73:9)

      *> Digits the givens never use take the labels left over, in
      *> digit order, so the label map is a full relabelling.
           MOVE CF-ENTRY(CF-NEW, 1) TO CF-TRY
           PERFORM VARYING CF-D FROM 1 BY 1 UNTIL CF-D > 9
               IF CF-T-MAP(CF-D:1) = '0'
                   MOVE CF-T-NEXT TO CF-LABEL
                   MOVE CF-LABEL TO CF-T-MAP(CF-D:1)
                   ADD 1 TO CF-T-NEXT
               END-IF
           END-PERFORM
           MOVE CF-CANON TO LS-GRID-OUT
           MOVE SPACES TO LS-XFORM
           IF CF-T-ORIENT = 2
               MOVE 'T' TO LS-XFORM(1:1)
           ELSE
               MOVE 'N' TO LS-XFORM(1:1)
           END-IF
           MOVE CF-T-ROWS TO LS-XFORM(2:9)
           MOVE CF-T-COLS TO LS-XFORM(11:9)
           MOVE CF-T-MAP TO LS-XFORM(20:9).

       BUILD-COLUMN-ORDERS.
           MOVE 0 TO CF-A
           PERFORM VARYING CF-SP FROM 1 BY 1 UNTIL CF-SP > 6
             PERFORM VARYING CF-W1 FROM 1 BY 1 UNTIL CF-W1 > 6
               PERFORM VARYING CF-W2 FROM 1 BY 1 UNTIL CF-W2 > 6
                 PERFORM VARYING CF-W3 FROM 1 BY 1 UNTIL CF-W3 > 6
                   ADD 1 TO CF-A
                   PERFORM VARYING CF-J FROM 1 BY 1 UNTIL CF-J > 9
                       MOVE CF-BAND-OF(CF-J) TO CF-I
                       EVALUATE CF-I
                           WHEN 1 MOVE CF-W1 TO CF-W
                           WHEN 2 MOVE CF-W2 TO CF-W
                           WHEN OTHER MOVE CF-W3 TO CF-W
                       END-EVALUATE
                       COMPUTE CF-C =
                           (CF-PERM3-POS(CF-SP, CF-I) - 1) * 3
                           + CF-PERM3-POS(CF-W, CF-J - (CF-I - 1) * 3)
                       MOVE CF-C TO CF-DIGIT
                       MOVE CF-DIGIT TO CF-COLARR(CF-A)(CF-J:1)
                   END-PERFORM
                 END-PERFORM
               END-PERFORM
             END-PERFORM
           END-PERFORM
           MOVE 'Y' TO CF-BUILT.

       CHECK-ROW-ALLOWED.
      *> Rows 1, 4 and 7 open a band not yet used; the two rows after
      *> each stay in that band.
           MOVE 'Y' TO CF-ALLOWED
           PERFORM VARYING CF-J FROM 1 BY 1 UNTIL CF-J >= CF-STAGE
               MOVE CF-E-ROWS(CF-CUR, CF-IDX)(CF-J:1) TO CF-R
               IF CF-R = CF-X
                   MOVE 'N' TO CF-ALLOWED
               END-IF
               IF FUNCTION MOD(CF-STAGE - 1, 3) = 0
                   IF CF-BAND-OF(CF-R) = CF-BAND-OF(CF-X)
                       MOVE 'N' TO CF-ALLOWED
                   END-IF
               END-IF
           END-PERFORM
           IF FUNCTION MOD(CF-STAGE - 1, 3) NOT = 0
               MOVE CF-E-ROWS(CF-CUR, CF-IDX)(CF-STAGE - 1:1) TO CF-R
               IF CF-BAND-OF(CF-R) NOT = CF-BAND-OF(CF-X)
                   MOVE 'N' TO CF-ALLOWED
               END-IF
           END-IF.

       TRY-ROW.
      *> Source row CF-X of the candidate, relabelled, against the
      *> least row found so far for this position.
           PERFORM VARYING CF-J FROM 1 BY 1 UNTIL CF-J > 9
               MOVE CF-T-COLS(CF-J:1) TO CF-C
               MOVE CF-CELL(CF-T-ORIENT, CF-X, CF-C) TO CF-D
               IF CF-D = 0
                   MOVE '0' TO CF-ROWSTR(CF-J:1)
               ELSE
                   IF CF-T-MAP(CF-D:1) = '0'
                       MOVE CF-T-NEXT TO CF-LABEL
                       MOVE CF-LABEL TO CF-T-MAP(CF-D:1)
                       ADD 1 TO CF-T-NEXT
                   END-IF
                   MOVE CF-T-MAP(CF-D:1) TO CF-ROWSTR(CF-J:1)
               END-IF
           END-PERFORM
           IF CF-ROWSTR < CF-BEST
               MOVE CF-ROWSTR TO CF-BEST
               MOVE 0 TO CF-COUNT(CF-NEW)
               MOVE 'N' TO CF-OVERFLOW
           END-IF
           IF CF-ROWSTR = CF-BEST
               IF CF-COUNT(CF-NEW) >= 40000
                   MOVE 'Y' TO CF-OVERFLOW
               ELSE
                   ADD 1 TO CF-COUNT(CF-NEW)
                   MOVE CF-TRY TO CF-ENTRY(CF-NEW, CF-COUNT(CF-NEW))
               END-IF
           END-IF.

       MAP-FORWARD.
           PERFORM VARYING CF-I FROM 1 BY 1 UNTIL CF-I > 9
               PERFORM VARYING CF-J FROM 1 BY 1 UNTIL CF-J > 9
                   PERFORM XFORM-CELL-POSITION
                   COMPUTE CF-OUT = (CF-I - 1) * 9 + CF-J
                   MOVE LS-GRID-IN(CF-POS:1) TO CF-CHAR
                   IF CF-CHAR IS NUMERIC AND CF-CHAR NOT = '0'
                       MOVE CF-CHAR TO CF-D
                       MOVE LS-XFORM(19 + CF-D:1)
                           TO LS-GRID-OUT(CF-OUT:1)
                   ELSE
                       MOVE '0' TO LS-GRID-OUT(CF-OUT:1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       MAP-INVERSE.
           PERFORM VARYING CF-D FROM 1 BY 1 UNTIL CF-D > 9
               MOVE LS-XFORM(19 + CF-D:1) TO CF-LABEL
               MOVE CF-D TO CF-INV(CF-LABEL)
           END-PERFORM
           PERFORM VARYING CF-I FROM 1 BY 1 UNTIL CF-I > 9
               PERFORM VARYING CF-J FROM 1 BY 1 UNTIL CF-J > 9
                   PERFORM XFORM-CELL-POSITION
                   COMPUTE CF-OUT = (CF-I - 1) * 9 + CF-J
                   MOVE LS-GRID-IN(CF-OUT:1) TO CF-CHAR
                   IF CF-CHAR IS NUMERIC AND CF-CHAR NOT = '0'
                       MOVE CF-CHAR TO CF-LABEL
                       MOVE CF-INV(CF-LABEL) TO CF-DIGIT
                       MOVE CF-DIGIT TO LS-GRID-OUT(CF-POS:1)
                   ELSE
                       MOVE '0' TO LS-GRID-OUT(CF-POS:1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       XFORM-CELL-POSITION.
      *> Position in the source board of canonical cell (CF-I, CF-J).
           MOVE LS-XFORM(1 + CF-I:1) TO CF-R
           MOVE LS-XFORM(10 + CF-J:1) TO CF-C
           IF LS-XFORM(1:1) = 'T'
               COMPUTE CF-POS = (CF-C - 1) * 9 + CF-R
           ELSE
               COMPUTE CF-POS = (CF-R - 1) * 9 + CF-C
           END-IF.

       END PROGRAM CANONFORM.
