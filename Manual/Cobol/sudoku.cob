               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS A-PUZZLE-DATA
               ALTERNATE RECORD KEY IS A-CANON-KEY WITH DUPLICATES
               FILE STATUS IS WS-ArchFS.

       DATA DIVISION.
       01 ReportLine PIC X(80).

       FD HistoryFile.
       01 HistoryLine PIC X(132).

      *> Shared run-control parameter file, one KEY=VALUE per line
      *> ('#' comments allowed), read by all four engines at startup.
       01  WS-ArchOK     PIC X VALUE 'N'.
       01  WS-ArchGivens PIC X(81).
       01  WS-ArchSol    PIC X(81).
      *> Canonical form of the givens and the transformation to it
      *> (see CanonForm), stored with each record so isomorph lookups
      *> can find it.
       01  WS-CanonKey   PIC X(81).
       01  WS-CanonXform PIC X(28).
       01  WS-CacheHit   PIC X VALUE 'N'.
       01  WS-CellDigit  PIC 9.
       01  WS-HistLen    PIC 9(4).

       01  WS-HistFS     PIC XX.
       01  WS-HistLine   PIC X(132).
       01  WS-HistTS     PIC X(21).
       01  WS-HistSolved PIC X.

           MOVE WS-ArchSol TO A-SOLUTION-DATA
           MOVE "Sudoku" TO A-ENGINE
           MOVE FUNCTION CURRENT-DATE(1:14) TO A-TIMESTAMP
           CALL "CanonForm" USING BY CONTENT 'C'
               BY REFERENCE WS-ArchGivens WS-CanonKey WS-CanonXform
           MOVE WS-CanonKey TO A-CANON-KEY
           MOVE WS-CanonXform TO A-CANON-XFORM
      *> A duplicate key just means another run archived it first.
           WRITE ARCHIVE-RECORD
               INVALID KEY CONTINUE
           END-PERFORM.

       END PROGRAM IsValid.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CanonForm.

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
      *> LS-Mode 'C': LS-Grid-In is a board's givens. LS-Grid-Out
      *>   gets its canonical form and LS-Xform the transformation
      *>   that produced it: 'T' or 'N' (transposed or not), the nine
      *>   source rows and the nine source columns in canonical
      *>   order, then the label each digit 1-9 was given. Both come
      *>   back as spaces if the tie set outgrows the work table (a
      *>   nearly empty board); the caller treats that as no
      *>   canonical form.
      *> LS-Mode 'F': LS-Grid-In (any board -- a solution, say) is
      *>   carried forward through LS-Xform into canonical position.
      *> LS-Mode 'I': LS-Grid-In, in canonical position, is carried
      *>   back through the inverse of LS-Xform.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  CF-Perm3-Values PIC X(18) VALUE "123132213231312321".
       01  CF-Perm3-Table REDEFINES CF-Perm3-Values.
           05  CF-Perm3 OCCURS 6 TIMES.
               10  CF-Perm3-Pos PIC 9 OCCURS 3 TIMES.
       01  CF-Band-Values  PIC X(9) VALUE "111222333".
       01  CF-Band-Table REDEFINES CF-Band-Values.
           05  CF-Band-Of  PIC 9 OCCURS 9 TIMES.

      *> Every column order the transformations allow: six stack
      *> orders times six orders within each of the three stacks.
       01  CF-Built       PIC X VALUE 'N'.
       01  CF-ColArr-Table.
           05  CF-ColArr  PIC X(9) OCCURS 1296 TIMES.

      *> The board as given (1) and transposed (2).
       01  CF-Grid.
           05  CF-Orient OCCURS 2 TIMES.
               10  CF-Orient-Row OCCURS 9 TIMES.
                   15  CF-Cell PIC 9 OCCURS 9 TIMES.

      *> The arrangements still tied, this row's (CF-New) built from
      *> the last row's (CF-Cur): orientation, column order, rows
      *> placed so far, digit labels given so far, next free label.
       01  CF-Beam-Table.
           05  CF-Side OCCURS 2 TIMES.
               10  CF-Count       PIC 9(5) COMP.
               10  CF-Entry OCCURS 40000 TIMES.
                   15  CF-E-Orient PIC 9.
                   15  CF-E-Cols   PIC X(9).
                   15  CF-E-Rows   PIC X(9).
                   15  CF-E-Map    PIC X(9).
                   15  CF-E-Next   PIC 99.
       01  CF-Try.
           05  CF-T-Orient PIC 9.
           05  CF-T-Cols   PIC X(9).
           05  CF-T-Rows   PIC X(9).
           05  CF-T-Map    PIC X(9).
           05  CF-T-Next   PIC 99.
       01  CF-Cur         PIC 9.
       01  CF-New         PIC 9.
       01  CF-Overflow    PIC X.
       01  CF-Allowed     PIC X.
       01  CF-Stage       PIC 99 COMP.
       01  CF-Best        PIC X(9).
       01  CF-RowStr      PIC X(9).
       01  CF-Canon       PIC X(81).
       01  CF-Idx         PIC 9(5) COMP.
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
       01  CF-Label       PIC 9.
       01  CF-Digit       PIC 9.
       01  CF-Pos         PIC 99 COMP.
       01  CF-Out         PIC 99 COMP.
       01  CF-Char        PIC X.
       01  CF-Inv-Table.
           05  CF-Inv     PIC 9 OCCURS 9 TIMES.

       LINKAGE SECTION.
       01  LS-Mode        PIC X.
       01  LS-Grid-In     PIC X(81).
       01  LS-Grid-Out    PIC X(81).
       01  LS-Xform       PIC X(28).

       PROCEDURE DIVISION USING LS-Mode LS-Grid-In LS-Grid-Out
               LS-Xform.
       Canon-Main.
           EVALUATE LS-Mode
               WHEN 'C' PERFORM Canonicalise
               WHEN 'F' PERFORM Map-Forward
               WHEN 'I' PERFORM Map-Inverse
           END-EVALUATE
           GOBACK.

       Canonicalise.
           IF CF-Built = 'N'
               PERFORM Build-Column-Orders
           END-IF
           PERFORM VARYING CF-R FROM 1 BY 1 UNTIL CF-R > 9
               PERFORM VARYING CF-C FROM 1 BY 1 UNTIL CF-C > 9
                   COMPUTE CF-Pos = (CF-R - 1) * 9 + CF-C
                   IF LS-Grid-In(CF-Pos:1) IS NUMERIC
                       MOVE LS-Grid-In(CF-Pos:1) TO CF-Cell(1, CF-R, CF-C)
                   ELSE
                       MOVE 0 TO CF-Cell(1, CF-R, CF-C)
                   END-IF
                   MOVE CF-Cell(1, CF-R, CF-C) TO CF-Cell(2, CF-C, CF-R)
               END-PERFORM
           END-PERFORM

      *> First row: any row of either orientation under any column
      *> order.
           MOVE 'N' TO CF-Overflow
           MOVE 1 TO CF-New
           MOVE 0 TO CF-Count(CF-New)
           MOVE HIGH-VALUES TO CF-Best
           MOVE 1 TO CF-Stage
           PERFORM VARYING CF-I FROM 1 BY 1 UNTIL CF-I > 2
               PERFORM VARYING CF-A FROM 1 BY 1 UNTIL CF-A > 1296
                   PERFORM VARYING CF-X FROM 1 BY 1 UNTIL CF-X > 9
                       MOVE CF-I TO CF-T-Orient
                       MOVE CF-ColArr(CF-A) TO CF-T-Cols
                       MOVE SPACES TO CF-T-Rows
                       MOVE CF-X TO CF-Digit
                       MOVE CF-Digit TO CF-T-Rows(1:1)
                       MOVE ALL '0' TO CF-T-Map
                       MOVE 1 TO CF-T-Next
                       PERFORM Try-Row
                   END-PERFORM
               END-PERFORM
           END-PERFORM

      *> Each later row extends every arrangement still tied.
           PERFORM VARYING CF-Stage FROM 2 BY 1
                   UNTIL CF-Stage > 9 OR CF-Overflow = 'Y'
               MOVE CF-Best TO CF-Canon((CF-Stage - 2) * 9 + 1:9)
               MOVE CF-New TO CF-Cur
               COMPUTE CF-New = 3 - CF-Cur
               MOVE 0 TO CF-Count(CF-New)
               MOVE HIGH-VALUES TO CF-Best
               PERFORM VARYING CF-Idx FROM 1 BY 1
                       UNTIL CF-Idx > CF-Count(CF-Cur)
                   PERFORM VARYING CF-X FROM 1 BY 1 UNTIL CF-X > 9
                       PERFORM Check-Row-Allowed
                       IF CF-Allowed = 'Y'
                           MOVE CF-Entry(CF-Cur, CF-Idx) TO CF-Try
                           MOVE CF-X TO CF-Digit
                           MOVE CF-Digit TO CF-T-Rows(CF-Stage:1)
                           PERFORM Try-Row
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM

           IF CF-Overflow = 'Y'
               MOVE SPACES TO LS-Grid-Out
               MOVE SPACES TO LS-Xform
               EXIT PARAGRAPH
           END-IF
           MOVE CF-Best TO CF-Canon(73:9)

      *> Digits the givens never use take the labels left over, in
      *> digit order, so the label map is a full relabelling.
           MOVE CF-Entry(CF-New, 1) TO CF-Try
           PERFORM VARYING CF-D FROM 1 BY 1 UNTIL CF-D > 9
               IF CF-T-Map(CF-D:1) = '0'
                   MOVE CF-T-Next TO CF-Label
                   MOVE CF-Label TO CF-T-Map(CF-D:1)
                   ADD 1 TO CF-T-Next
               END-IF
           END-PERFORM
           MOVE CF-Canon TO LS-Grid-Out
           MOVE SPACES TO LS-Xform
           IF CF-T-Orient = 2
               MOVE 'T' TO LS-Xform(1:1)
           ELSE
               MOVE 'N' TO LS-Xform(1:1)
           END-IF
           MOVE CF-T-Rows TO LS-Xform(2:9)
           MOVE CF-T-Cols TO LS-Xform(11:9)
           MOVE CF-T-Map TO LS-Xform(20:9).

       Build-Column-Orders.
           MOVE 0 TO CF-A
           PERFORM VARYING CF-SP FROM 1 BY 1 UNTIL CF-SP > 6
             PERFORM VARYING CF-W1 FROM 1 BY 1 UNTIL CF-W1 > 6
               PERFORM VARYING CF-W2 FROM 1 BY 1 UNTIL CF-W2 > 6
                 PERFORM VARYING CF-W3 FROM 1 BY 1 UNTIL CF-W3 > 6
                   ADD 1 TO CF-A
                   PERFORM VARYING CF-J FROM 1 BY 1 UNTIL CF-J > 9
                       MOVE CF-Band-Of(CF-J) TO CF-I
                       EVALUATE CF-I
                           WHEN 1 MOVE CF-W1 TO CF-W
                           WHEN 2 MOVE CF-W2 TO CF-W
                           WHEN OTHER MOVE CF-W3 TO CF-W
                       END-EVALUATE
                       COMPUTE CF-C =
                           (CF-Perm3-Pos(CF-SP, CF-I) - 1) * 3
                           + CF-Perm3-Pos(CF-W, CF-J - (CF-I - 1) * 3)
                       MOVE CF-C TO CF-Digit
                       MOVE CF-Digit TO CF-ColArr(CF-A)(CF-J:1)
                   END-PERFORM
                 END-PERFORM
               END-PERFORM
             END-PERFORM
           END-PERFORM
           MOVE 'Y' TO CF-Built.

       Check-Row-Allowed.
      *> Rows 1, 4 and 7 open a band not yet used; the two rows after
      *> each stay in that band.
           MOVE 'Y' TO CF-Allowed
           PERFORM VARYING CF-J FROM 1 BY 1 UNTIL CF-J >= CF-Stage
               MOVE CF-E-Rows(CF-Cur, CF-Idx)(CF-J:1) TO CF-R
               IF CF-R = CF-X
                   MOVE 'N' TO CF-Allowed
               END-IF
               IF FUNCTION MOD(CF-Stage - 1, 3) = 0
                   IF CF-Band-Of(CF-R) = CF-Band-Of(CF-X)
                       MOVE 'N' TO CF-Allowed
                   END-IF
               END-IF
           END-PERFORM
           IF FUNCTION MOD(CF-Stage - 1, 3) NOT = 0
               MOVE CF-E-Rows(CF-Cur, CF-Idx)(CF-Stage - 1:1) TO CF-R
               IF CF-Band-Of(CF-R) NOT = CF-Band-Of(CF-X)
                   MOVE 'N' TO CF-Allowed
               END-IF
           END-IF.

       Try-Row.
      *> Source row CF-X of the candidate, relabelled, against the
      *> least row found so far for this position.
           PERFORM VARYING CF-J FROM 1 BY 1 UNTIL CF-J > 9
               MOVE CF-T-Cols(CF-J:1) TO CF-C
               MOVE CF-Cell(CF-T-Orient, CF-X, CF-C) TO CF-D
               IF CF-D = 0
                   MOVE '0' TO CF-RowStr(CF-J:1)
               ELSE
                   IF CF-T-Map(CF-D:1) = '0'
                       MOVE CF-T-Next TO CF-Label
                       MOVE CF-Label TO CF-T-Map(CF-D:1)
                       ADD 1 TO CF-T-Next
                   END-IF
                   MOVE CF-T-Map(CF-D:1) TO CF-RowStr(CF-J:1)
               END-IF
           END-PERFORM
           IF CF-RowStr < CF-Best
               MOVE CF-RowStr TO CF-Best
               MOVE 0 TO CF-Count(CF-New)
               MOVE 'N' TO CF-Overflow
           END-IF
           IF CF-RowStr = CF-Best
               IF CF-Count(CF-New) >= 40000
                   MOVE 'Y' TO CF-Overflow
               ELSE
                   ADD 1 TO CF-Count(CF-New)
                   MOVE CF-Try TO CF-Entry(CF-New, CF-Count(CF-New))
               END-IF
           END-IF.

       Map-Forward.
           PERFORM VARYING CF-I FROM 1 BY 1 UNTIL CF-I > 9
               PERFORM VARYING CF-J FROM 1 BY 1 UNTIL CF-J > 9
                   PERFORM Xform-Cell-Position
                   COMPUTE CF-Out = (CF-I - 1) * 9 + CF-J
                   MOVE LS-Grid-In(CF-Pos:1) TO CF-Char
                   IF CF-Char IS NUMERIC AND CF-Char NOT = '0'
                       MOVE CF-Char TO CF-D
                       MOVE LS-Xform(19 + CF-D:1)
                           TO LS-Grid-Out(CF-Out:1)
                   ELSE
                       MOVE '0' TO LS-Grid-Out(CF-Out:1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       Map-Inverse.
           PERFORM VARYING CF-D FROM 1 BY 1 UNTIL CF-D > 9
               MOVE LS-Xform(19 + CF-D:1) TO CF-Label
               MOVE CF-D TO CF-Inv(CF-Label)
           END-PERFORM
           PERFORM VARYING CF-I FROM 1 BY 1 UNTIL CF-I > 9
               PERFORM VARYING CF-J FROM 1 BY 1 UNTIL CF-J > 9
                   PERFORM Xform-Cell-Position
                   COMPUTE CF-Out = (CF-I - 1) * 9 + CF-J
                   MOVE LS-Grid-In(CF-Out:1) TO CF-Char
                   IF CF-Char IS NUMERIC AND CF-Char NOT = '0'
                       MOVE CF-Char TO CF-Label
                       MOVE CF-Inv(CF-Label) TO CF-Digit
                       MOVE CF-Digit TO LS-Grid-Out(CF-Pos:1)
                   ELSE
                       MOVE '0' TO LS-Grid-Out(CF-Pos:1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       Xform-Cell-Position.
      *> Position in the source board of canonical cell (CF-I, CF-J).
           MOVE LS-Xform(1 + CF-I:1) TO CF-R
           MOVE LS-Xform(10 + CF-J:1) TO CF-C
           IF LS-Xform(1:1) = 'T'
               COMPUTE CF-Pos = (CF-C - 1) * 9 + CF-R
           ELSE
               COMPUTE CF-Pos = (CF-R - 1) * 9 + CF-C
           END-IF.

       END PROGRAM CanonForm.
