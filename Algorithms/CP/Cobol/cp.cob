        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS A-PUZZLE-DATA
        ALTERNATE RECORD KEY IS A-CANON-KEY WITH DUPLICATES
        FILE STATUS IS WS-ARCH-FS.
    SELECT QUEUE-FILE ASSIGN TO DYNAMIC WS-QUEUE-FILENAME
        ORGANIZATION IS INDEXED
01 CKPT-LINE PIC X(100).

FD HISTORY-FILE.
01 HISTORY-LINE PIC X(132).

FD TRAIL-FILE.
01 TRAIL-LINE PIC X(40).
*> Queue lifecycle journal (see QJournal); this consumer logs the
*> same transitions the other one does.
FD JOURNAL-FILE.
01 JOURNAL-LINE PIC X(637).

WORKING-STORAGE SECTION.
*> Output paths default to the historical literals; the run-control
01 WS-RESUME       PIC X VALUE 'N'.
01 WS-UNIQUE       PIC X VALUE 'N'.
01 WS-TRAIL        PIC X VALUE 'N'.
*> -nocache: solve from scratch without opening the archive, for a
*> second opinion the archive cannot answer on its own behalf.
01 WS-NOCACHE      PIC X VALUE 'N'.
*> Set for the one queue record being re-solved after Outbox found
*> its delivered answer wrong: the archive may be what served it.
01 WS-REVERIFY     PIC X VALUE 'N'.

*> -hint N: run propagation only (no backtracking search), announce
*> the first N forced placements with the rule that found each one,
01 FS-STATUS       PIC XX.
01 CKPT-STATUS     PIC XX.
01 WS-HIST-FS       PIC XX.
*> Room for a queue solve's full tag set (SUB=, TECH=, TP=, SEC=)
*> behind a long name; a tag that would still not fit is dropped
*> rather than run into the fields below.
01 WS-HIST-LINE     PIC X(132).
01 WS-HIST-TS       PIC X(21).
01 WS-HIST-SOLVED   PIC X.
*> Wall-clock seconds the solve itself took, written as the history
*> line's trailing SEC= tag (DrainPlan learns per-engine solve times
*> from it).
01 WS-HIST-SEC      PIC 9(6)V99.
01 WS-HIST-SEC-DISP PIC Z(5)9.99.
01 WS-EOF          PIC X VALUE 'N'.
01 WS-PTR          PIC 9(4).
01 WS-CHAR         PIC X.
01 WS-ARCH-GIVENS  PIC X(81).
01 WS-ARCH-SOL     PIC X(81).
01 WS-CACHE-HIT    PIC X VALUE 'N'.
*> An isomorph hit is a cache hit found through the canonical form
*> rather than the exact givens; WS-CANON-DONE says the current
*> board's canonical key and transformation are already in
*> WS-CANON-KEY/WS-CANON-XFORM.
01 WS-ISO-HIT      PIC X VALUE 'N'.
01 WS-CANON-DONE   PIC X VALUE 'N'.
01 WS-CANON-KEY    PIC X(81).
01 WS-CANON-XFORM  PIC X(28).
01 WS-CANON-WORK   PIC X(81).
01 WS-CANON-IDX    PIC 99.
01 WS-HIST-LEN     PIC 9(4).

*> Queue mode: -queue <indexed-file> drains pending records the same
01 WS-WINDOW-OLDEST PIC X(14).
01 WS-DRAIN-START-HHMM PIC 9(4).
01 WS-NOW-HHMM     PIC 9(4).
*> Clock a held record's release time is compared against.
01 WS-NOW-TS       PIC X(14).
01 WS-QFAIL-REASON PIC X(30).
01 WS-INFLIGHT-COUNT PIC 9(4).

01 WS-JRN-OLD      PIC X.
01 WS-JRN-NEW      PIC X.
01 WS-JRN-REC      PIC X(60).
COPY "JRNREC".

01 WS-ALERT-FS     PIC XX.
01 WS-ALERT-SEV    PIC X(4).

*> 'X' when the current puzzle is an X-Sudoku (both main diagonals
*> must also hold 1-9), from the matrix file's "# VARIANT=X" header
*> keyword or the queue record's Q-VARIANT field; 'K' for Killer
*> Sudoku (CAGE records in the matrix file, the cage fields on the
*> queue record); space is the classic rules.
01 WS-VARIANT-X    PIC X VALUE SPACE.
01 WS-VAR-TALLY    PIC 9(4).
01 DIA-K           PIC 99.

*> Killer cages of the current puzzle: ID, target sum and member
*> cells, plus the cage number of every cell (0 = not caged). The
*> cage is a peer unit like a row, and STRAT-CAGE-SUM keeps each
*> cage's candidates inside what its target still allows. CAGE-BAD
*> is set while loading when the definition itself is unusable.
01 CAGE-COUNT      PIC 99 VALUE 0.
01 CAGE-BAD        PIC X VALUE 'N'.
01 CAGE-TABLE.
   05 CAGE-ENTRY OCCURS 81.
      10 CAGE-ID   PIC X.
      10 CAGE-SUM  PIC 99.
      10 CAGE-SIZE PIC 99.
      10 CAGE-CELL OCCURS 9.
         15 CAGE-R PIC 9.
         15 CAGE-C PIC 9.
01 CAGE-GRID.
   05 CAGE-GROW OCCURS 9.
      10 CAGE-OF OCCURS 9 PIC 99.
01 CG-K            PIC 99.
01 CG-M            PIC 99.
01 CG-R            PIC 99.
01 CG-C            PIC 99.
01 CG-D            PIC 99.
01 CG-PEER-K       PIC 99.
01 CG-PEER-M       PIC 99.
01 CG-PART         PIC 999.
01 CG-OPEN         PIC 99.
01 CG-REST         PIC 99.
01 CG-MIN          PIC 999.
01 CG-MAX          PIC 999.
01 CG-TOTAL        PIC 9(4).
01 CG-SEEN         PIC X(9).
01 CG-TOKENS.
   05 CG-TAG       PIC X(10).
   05 CG-TOK-ID    PIC X(10).
   05 CG-TOK-SUM   PIC X(10).
   05 CG-TOK-CELL  PIC X(10) OCCURS 10.
*> Queue failure reason for a Killer definition or cage-sum fault;
*> blank means the board failed on an ordinary duplicate clue.
01 CG-FAULT        PIC X(30).

*> Checkpoint/restart working variables
01 CKPT-INTERVAL   PIC 9(5) COMP VALUE 500.
01 WS-CKPT-LINE    PIC X(100).
01 CKPT-VAL5       PIC 9(5).
01 CKPT-SAVED-DEPTH PIC 99.

*> Shared holds in the run-lock registry (see RUNLOCK) on every file
*> the run appends to or updates in place, so a job that must have
*> one of them alone (HistRotate, QMerge, ArchUtil) is kept off it
*> while the run is going, and the run waits for such a job to finish
*> rather than start underneath it.
01 WS-LOCK-FUNC    PIC X.
01 WS-LOCK-RES     PIC X(100).
01 WS-LOCK-PROG    PIC X(12) VALUE "CP-SUDOKU".
01 WS-LOCK-MODE    PIC X VALUE 'S'.
01 WS-LOCK-WAIT    PIC X VALUE 'Y'.
01 WS-LOCK-RESULT  PIC X.
01 WS-LOCK-HOLDER  PIC X(12).
01 WS-LOCK-RC      PIC S9(9) COMP.

PROCEDURE DIVISION.
MAIN-LOGIC.
    *> Initialize power table (powers of 2)

    ACCEPT WS-FILENAME FROM COMMAND-LINE
    IF WS-FILENAME = SPACES
        DISPLAY "Usage: CP-SUDOKU <matrix> [-v|--verbose] [-resume|--resume] [-unique|--unique] [-trail|--trail] [-hint N] [-maxiter N] [-maxsec N] [-nocache]"
        DISPLAY "       CP-SUDOKU -queue <file> [-maxretry N] [-maxiter N] [-maxsec N]"
        DISPLAY "       CP-SUDOKU <matrix> -worksheet"
        MOVE 1 TO RETURN-CODE
            OR FUNCTION TRIM(WS-FLAG-TOKEN(WS-FLAG-IDX)) = "--trail"
            MOVE 'Y' TO WS-TRAIL
        END-IF
        IF FUNCTION TRIM(WS-FLAG-TOKEN(WS-FLAG-IDX)) = "-nocache"
            OR FUNCTION TRIM(WS-FLAG-TOKEN(WS-FLAG-IDX)) = "--nocache"
            MOVE 'Y' TO WS-NOCACHE
        END-IF
        IF (FUNCTION TRIM(WS-FLAG-TOKEN(WS-FLAG-IDX)) = "-hint"
            OR FUNCTION TRIM(WS-FLAG-TOKEN(WS-FLAG-IDX)) = "--hint")
            AND WS-FLAG-IDX < 8

    DISPLAY FUNCTION TRIM(WS-FILENAME)

    PERFORM TAKE-FILE-LOCKS

    OPEN OUTPUT REPORT-FILE

    OPEN EXTEND HISTORY-FILE
            DISPLAY "Puzzle:"
            PERFORM PRINT-BOARD
            DISPLAY " "
            PERFORM SHOW-ARCHIVE-HIT
        ELSE
        IF WS-RESUME = 'Y'
            *> Resume from a prior checkpoint instead of re-running
    COMPUTE ELAPSED-SEC = END-SEC - START-SEC
    DISPLAY "Seconds to process " ELAPSED-SEC

    PERFORM RELEASE-LOCKS
    STOP RUN.

READ-RUN-CONTROL.

READ-MATRIX.
    MOVE SPACE TO WS-VARIANT-X
    MOVE 0 TO CAGE-COUNT
    MOVE 'N' TO CAGE-BAD
    INITIALIZE CAGE-GRID
    OPEN INPUT INFILE
    IF FS-STATUS NOT = "00"
        DISPLAY "File open failed: " FS-STATUS
        MOVE 1 TO RETURN-CODE
        PERFORM RELEASE-LOCKS
        STOP RUN
    END-IF
    MOVE 'N' TO WS-EOF
    MOVE 0 TO TEMP-R
    *> Read to the end: CAGE records may follow the grid rows.
    PERFORM UNTIL WS-EOF = 'Y'
        READ INFILE INTO IN-REC
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                        MOVE 'X' TO WS-VARIANT-X
                    END-IF
                END-IF
                IF IN-REC(1:5) = "CAGE,"
                    PERFORM PARSE-CAGE-LINE
                END-IF
                IF IN-REC NOT = SPACES AND IN-REC(1:1) NOT = '#'
                    AND IN-REC(1:5) NOT = "CAGE," AND TEMP-R < 9
                    IF TEMP-R = 0 AND IN-REC(81:1) NOT = SPACE
                        AND IN-REC(82:1) = SPACE
                        PERFORM PARSE-SINGLE-LINE
                END-IF
        END-READ
    END-PERFORM
    CLOSE INFILE
    IF CAGE-COUNT > 0
        IF WS-VARIANT-X = 'X'
            MOVE 'Y' TO CAGE-BAD
        END-IF
        MOVE 'K' TO WS-VARIANT-X
    END-IF.

PARSE-CAGE-LINE.
    *> CAGE,<id>,<sum>,<rc>[,<rc>...] -- one Killer cage: a one-
    *> character ID, its target sum and up to nine member cells as
    *> row/column digit pairs.
    MOVE SPACES TO CG-TOKENS
    UNSTRING IN-REC DELIMITED BY ","
        INTO CG-TAG CG-TOK-ID CG-TOK-SUM
            CG-TOK-CELL(1) CG-TOK-CELL(2) CG-TOK-CELL(3)
            CG-TOK-CELL(4) CG-TOK-CELL(5) CG-TOK-CELL(6)
            CG-TOK-CELL(7) CG-TOK-CELL(8) CG-TOK-CELL(9)
            CG-TOK-CELL(10)
    END-UNSTRING
    IF CAGE-COUNT >= 81
        MOVE 'Y' TO CAGE-BAD
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO CAGE-COUNT
    MOVE CG-TOK-ID(1:1) TO CAGE-ID(CAGE-COUNT)
    MOVE 0 TO CAGE-SUM(CAGE-COUNT)
    MOVE 0 TO CAGE-SIZE(CAGE-COUNT)
    IF CG-TOK-ID(1:1) = SPACE OR CG-TOK-ID(2:1) NOT = SPACE
        MOVE 'Y' TO CAGE-BAD
    END-IF
    PERFORM VARYING CG-K FROM 1 BY 1 UNTIL CG-K >= CAGE-COUNT
        IF CAGE-ID(CG-K) = CAGE-ID(CAGE-COUNT)
            MOVE 'Y' TO CAGE-BAD
        END-IF
    END-PERFORM
    IF FUNCTION TRIM(CG-TOK-SUM) IS NUMERIC AND CG-TOK-SUM(3:1) = SPACE
        MOVE FUNCTION NUMVAL(CG-TOK-SUM) TO CAGE-SUM(CAGE-COUNT)
    ELSE
        MOVE 'Y' TO CAGE-BAD
    END-IF
    IF CG-TOK-CELL(10) NOT = SPACES
        MOVE 'Y' TO CAGE-BAD
    END-IF
    PERFORM VARYING CG-M FROM 1 BY 1 UNTIL CG-M > 9
        IF CG-TOK-CELL(CG-M) NOT = SPACES
            MOVE FUNCTION TRIM(CG-TOK-CELL(CG-M)) TO CG-TOK-CELL(CG-M)
            IF CG-TOK-CELL(CG-M)(1:1) >= '1'
                AND CG-TOK-CELL(CG-M)(1:1) <= '9'
                AND CG-TOK-CELL(CG-M)(2:1) >= '1'
                AND CG-TOK-CELL(CG-M)(2:1) <= '9'
                AND CG-TOK-CELL(CG-M)(3:1) = SPACE
                MOVE CG-TOK-CELL(CG-M)(1:1) TO CG-R
                MOVE CG-TOK-CELL(CG-M)(2:1) TO CG-C
                IF CAGE-OF(CG-R, CG-C) NOT = 0
                    MOVE 'Y' TO CAGE-BAD
                ELSE
                    ADD 1 TO CAGE-SIZE(CAGE-COUNT)
                    MOVE CG-R TO CAGE-R(CAGE-COUNT, CAGE-SIZE(CAGE-COUNT))
                    MOVE CG-C TO CAGE-C(CAGE-COUNT, CAGE-SIZE(CAGE-COUNT))
                    MOVE CAGE-COUNT TO CAGE-OF(CG-R, CG-C)
                END-IF
            ELSE
                MOVE 'Y' TO CAGE-BAD
            END-IF
        END-IF
    END-PERFORM.

LOAD-QUEUE-CAGES.
    *> Rebuild the cage table from the queue record: Q-CAGE-ENTRY
    *> holds each cage's ID and target, Q-CAGE-MAP the cage ID of
    *> every cell in row-major order.
    MOVE 0 TO CAGE-COUNT
    MOVE 'N' TO CAGE-BAD
    INITIALIZE CAGE-GRID
    IF WS-VARIANT-X NOT = 'K'
        EXIT PARAGRAPH
    END-IF
    MOVE Q-CAGE-COUNT TO CAGE-COUNT
    PERFORM VARYING CG-K FROM 1 BY 1 UNTIL CG-K > CAGE-COUNT
        MOVE Q-CAGE-ID(CG-K) TO CAGE-ID(CG-K)
        MOVE Q-CAGE-SUM(CG-K) TO CAGE-SUM(CG-K)
        MOVE 0 TO CAGE-SIZE(CG-K)
    END-PERFORM
    PERFORM VARYING WS-SLIDX FROM 1 BY 1 UNTIL WS-SLIDX > 81
        IF Q-CAGE-MAP(WS-SLIDX:1) NOT = SPACE
            COMPUTE WS-SLROW = FUNCTION INTEGER-PART((WS-SLIDX - 1) / 9) + 1
            COMPUTE WS-SLCOL = FUNCTION MOD(WS-SLIDX - 1, 9) + 1
            MOVE 0 TO CG-M
            PERFORM VARYING CG-K FROM 1 BY 1 UNTIL CG-K > CAGE-COUNT
                IF CAGE-ID(CG-K) = Q-CAGE-MAP(WS-SLIDX:1)
                    MOVE CG-K TO CG-M
                END-IF
            END-PERFORM
            IF CG-M = 0 OR CAGE-SIZE(CG-M) >= 9
                MOVE 'Y' TO CAGE-BAD
            ELSE
                ADD 1 TO CAGE-SIZE(CG-M)
                MOVE WS-SLROW TO CAGE-R(CG-M, CAGE-SIZE(CG-M))
                MOVE WS-SLCOL TO CAGE-C(CG-M, CAGE-SIZE(CG-M))
                MOVE CG-M TO CAGE-OF(WS-SLROW, WS-SLCOL)
            END-IF
        END-IF
    END-PERFORM.

PARSE-SINGLE-LINE.
    *> 81-character single-line notation: '.' or '0' means blank
        MOVE FUNCTION TRIM(WS-SUBMITTER)
            TO WS-HIST-LINE(WS-HIST-LEN + 6:8)
    END-IF
    *> The per-puzzle technique profile, for the chargeback of human
    *> difficulty: TECH= is the grade, TP= the raw counters
    *> (singles, hidden singles, pairs, locked, search depth).
    COMPUTE WS-HIST-LEN =
        FUNCTION STORED-CHAR-LENGTH(WS-HIST-LINE)
    IF WS-HIST-SOLVED = 'Y' AND WS-CACHE-HIT = 'N'
        AND WS-HINT = 'N' AND WS-WORKSHEET = 'N'
        AND WS-HIST-LEN <= 132 - 30
        MOVE ",TECH=" TO WS-HIST-LINE(WS-HIST-LEN + 1:6)
        MOVE WS-TECH-GRADE TO WS-HIST-LINE(WS-HIST-LEN + 7:6)
        COMPUTE WS-HIST-LEN =
        MOVE WS-TP-LOCK TO WS-HIST-LINE(WS-HIST-LEN + 14:3)
        MOVE WS-TP-DEPTH TO WS-HIST-LINE(WS-HIST-LEN + 17:2)
    END-IF
    *> CACHE=I marks a hit served through the canonical form.
    IF WS-CACHE-HIT = 'Y'
        COMPUTE WS-HIST-LEN =
            FUNCTION STORED-CHAR-LENGTH(WS-HIST-LINE)
        IF WS-ISO-HIT = 'Y'
            MOVE ",CACHE=I" TO WS-HIST-LINE(WS-HIST-LEN + 1:8)
        ELSE
            MOVE ",CACHE=Y" TO WS-HIST-LINE(WS-HIST-LEN + 1:8)
        END-IF
    END-IF
    IF WS-ABORTED = 'Y'
        COMPUTE WS-HIST-LEN =
            FUNCTION STORED-CHAR-LENGTH(WS-HIST-LINE)
        MOVE ",DEAD=Y" TO WS-HIST-LINE(WS-HIST-LEN + 1:7)
    END-IF
    *> SEC= goes last so the readers that only look at the first tags
    *> see them where they always were. Only a real solve gets one --
    *> a reject or a cache hit never ran the search.
    IF WS-BOARD-VALID = 'Y' AND WS-CACHE-HIT = 'N'
        MOVE FUNCTION CURRENT-DATE(9:8) TO WS-NOW-TIME
        COMPUTE WS-NOW-SEC = (NOW-HH * 3600) + (NOW-MIN * 60)
            + NOW-SS + (NOW-MS / 100.0)
        IF WS-NOW-SEC < WS-SOLVE-START
            ADD 86400 TO WS-NOW-SEC
        END-IF
        COMPUTE WS-HIST-SEC = WS-NOW-SEC - WS-SOLVE-START
        MOVE WS-HIST-SEC TO WS-HIST-SEC-DISP
        COMPUTE WS-HIST-LEN =
            FUNCTION STORED-CHAR-LENGTH(WS-HIST-LINE)
        IF WS-HIST-LEN <= 132 - 14
            MOVE ",SEC=" TO WS-HIST-LINE(WS-HIST-LEN + 1:5)
            MOVE FUNCTION TRIM(WS-HIST-SEC-DISP)
                TO WS-HIST-LINE(WS-HIST-LEN + 6:9)
        END-IF
    END-IF
    WRITE HISTORY-LINE FROM WS-HIST-LINE.

CHECK-TIME-LIMIT.
    *> Created on first use, matching the HISTORY-FILE idiom. Any
    *> other open failure just disables the cache for this run --
    *> solving must never be blocked by the archive.
    IF WS-NOCACHE = 'Y'
        MOVE 'N' TO WS-ARCH-OK
        EXIT PARAGRAPH
    END-IF
    OPEN I-O ARCHIVE-FILE
    IF WS-ARCH-FS = "35"
        OPEN OUTPUT ARCHIVE-FILE
ARCHIVE-LOOKUP.
    *> The archive key is the bare 81-character board, which says
    *> nothing about the rule variant -- a cached classic solution
    *> may break an X-Sudoku's diagonals or a Killer grid's cages
    *> (and an empty Killer board would match any other one), so
    *> variant puzzles skip the cache in both directions. A record
    *> back after failing Outbox's verification is solved afresh.
    MOVE 'N' TO WS-CACHE-HIT
    MOVE 'N' TO WS-ISO-HIT
    MOVE 'N' TO WS-CANON-DONE
    IF WS-ARCH-OK = 'Y' AND WS-UNIQUE = 'N' AND WS-RESUME = 'N'
        AND WS-VARIANT-X = SPACE AND WS-REVERIFY = 'N'
        PERFORM FLATTEN-GIVENS
        MOVE WS-ARCH-GIVENS TO A-PUZZLE-DATA
        READ ARCHIVE-FILE RECORD
            INVALID KEY CONTINUE
            NOT INVALID KEY MOVE 'Y' TO WS-CACHE-HIT
        END-READ
        IF WS-CACHE-HIT = 'N'
            PERFORM ISOMORPH-LOOKUP
        END-IF
    END-IF.

ISOMORPH-LOOKUP.
    *> An exact miss may still be an archived puzzle with its digits
    *> relabelled or its rows, columns, bands or stacks shuffled.
    *> Look the board's canonical form up on the alternate key, carry
    *> the archived solution into canonical position through that
    *> record's transformation and back out through the inverse of
    *> this board's, and serve it only if it keeps every given.
    CALL "CANONFORM" USING BY CONTENT 'C'
        BY REFERENCE WS-ARCH-GIVENS WS-CANON-KEY WS-CANON-XFORM
    MOVE 'Y' TO WS-CANON-DONE
    IF WS-CANON-KEY = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE WS-CANON-KEY TO A-CANON-KEY
    READ ARCHIVE-FILE KEY IS A-CANON-KEY
        INVALID KEY EXIT PARAGRAPH
    END-READ
    CALL "CANONFORM" USING BY CONTENT 'F'
        BY REFERENCE A-SOLUTION-DATA WS-CANON-WORK A-CANON-XFORM
    CALL "CANONFORM" USING BY CONTENT 'I'
        BY REFERENCE WS-CANON-WORK WS-ARCH-SOL WS-CANON-XFORM
    PERFORM VARYING WS-CANON-IDX FROM 1 BY 1 UNTIL WS-CANON-IDX > 81
        IF WS-ARCH-GIVENS(WS-CANON-IDX:1) NOT = '0'
            AND WS-ARCH-GIVENS(WS-CANON-IDX:1)
                NOT = WS-ARCH-SOL(WS-CANON-IDX:1)
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    MOVE WS-ARCH-SOL TO A-SOLUTION-DATA
    MOVE 'Y' TO WS-CACHE-HIT
    MOVE 'Y' TO WS-ISO-HIT.

SHOW-ARCHIVE-HIT.
    IF WS-ISO-HIT = 'Y'
        DISPLAY "Solved from archive (isomorph hit, first solved by "
            FUNCTION TRIM(A-ENGINE) " on " A-TIMESTAMP(1:8) ")"
    ELSE
        DISPLAY "Solved from archive (cache hit, first solved by "
            FUNCTION TRIM(A-ENGINE) " on " A-TIMESTAMP(1:8) ")"
    END-IF.

FLATTEN-GIVENS.
STORE-ARCHIVE.
    *> A -resume run's WS-ARCH-GIVENS was never flattened (the grid
    *> held checkpoint state, not the original givens), so it has no
    *> valid key to store under; X-Sudoku and Killer grids stay out
    *> for the same variant-blind-key reason ARCHIVE-LOOKUP skips them.
    IF WS-ARCH-OK NOT = 'Y' OR WS-RESUME = 'Y'
        OR WS-VARIANT-X NOT = SPACE
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING WS-SLIDX FROM 1 BY 1 UNTIL WS-SLIDX > 81
    MOVE WS-ARCH-SOL TO A-SOLUTION-DATA
    MOVE "CP-SUDOKU" TO A-ENGINE
    MOVE FUNCTION CURRENT-DATE(1:14) TO A-TIMESTAMP
    IF WS-CANON-DONE = 'N'
        CALL "CANONFORM" USING BY CONTENT 'C'
            BY REFERENCE WS-ARCH-GIVENS WS-CANON-KEY WS-CANON-XFORM
        MOVE 'Y' TO WS-CANON-DONE
    END-IF
    MOVE WS-CANON-KEY TO A-CANON-KEY
    MOVE WS-CANON-XFORM TO A-CANON-XFORM
    *> A duplicate key just means another run archived it first.
    WRITE ARCHIVE-RECORD
        INVALID KEY CONTINUE

VALIDATE-CLUES.
    MOVE 'Y' TO WS-BOARD-VALID
    MOVE SPACES TO CG-FAULT

   *> Rows: no digit may appear twice among the given clues
    PERFORM VARYING WS-VR1 FROM 1 BY 1 UNTIL WS-VR1 > 9
                END-PERFORM
            END-IF
        END-PERFORM
    END-IF

    IF WS-VARIANT-X = 'K'
        PERFORM VALIDATE-CAGES
    END-IF.

VALIDATE-CAGES.
   *> Killer: the cage definition must be usable (a target its cell
   *> count can make, 405 in all when every cell is caged), no clue
   *> may repeat inside a cage, and the clues may not pass the
   *> target or miss it on a fully given cage. The first fault found
   *> becomes the queue failure reason.
    IF CAGE-BAD = 'Y' OR CAGE-COUNT = 0
        DISPLAY "Invalid puzzle: unusable Killer cage definition"
        MOVE 'N' TO WS-BOARD-VALID
        MOVE "INVALID: CAGE DEFINITION" TO CG-FAULT
        EXIT PARAGRAPH
    END-IF
    MOVE 0 TO CG-TOTAL
    PERFORM VARYING CG-K FROM 1 BY 1 UNTIL CG-K > CAGE-COUNT
        ADD CAGE-SUM(CG-K) TO CG-TOTAL
        COMPUTE CG-MIN = CAGE-SIZE(CG-K) * (CAGE-SIZE(CG-K) + 1) / 2
        COMPUTE CG-MAX = CAGE-SIZE(CG-K) * (19 - CAGE-SIZE(CG-K)) / 2
        IF CAGE-SIZE(CG-K) = 0
            OR CAGE-SUM(CG-K) < CG-MIN OR CAGE-SUM(CG-K) > CG-MAX
            DISPLAY "Invalid puzzle: cage " CAGE-ID(CG-K) " target "
                CAGE-SUM(CG-K) " cannot be made from "
                CAGE-SIZE(CG-K) " cell(s)"
            MOVE 'N' TO WS-BOARD-VALID
            IF CG-FAULT = SPACES
                MOVE "INVALID: CAGE DEFINITION" TO CG-FAULT
            END-IF
        END-IF
        MOVE 0 TO CG-PART
        MOVE 0 TO CG-OPEN
        MOVE SPACES TO CG-SEEN
        PERFORM VARYING CG-M FROM 1 BY 1 UNTIL CG-M > CAGE-SIZE(CG-K)
            MOVE CAGE-R(CG-K, CG-M) TO CG-R
            MOVE CAGE-C(CG-K, CG-M) TO CG-C
            IF GV-COL(CG-R, CG-C) = 0
                ADD 1 TO CG-OPEN
            ELSE
                ADD GV-COL(CG-R, CG-C) TO CG-PART
                IF CG-SEEN(GV-COL(CG-R, CG-C):1) = 'Y'
                    DISPLAY "Invalid puzzle: duplicate clue "
                        GV-COL(CG-R, CG-C) " in cage " CAGE-ID(CG-K)
                    MOVE 'N' TO WS-BOARD-VALID
                    IF CG-FAULT = SPACES
                        MOVE "INVALID: DUPLICATE IN CAGE" TO CG-FAULT
                    END-IF
                END-IF
                MOVE 'Y' TO CG-SEEN(GV-COL(CG-R, CG-C):1)
            END-IF
        END-PERFORM
        IF CG-PART > CAGE-SUM(CG-K)
            OR (CG-OPEN = 0 AND CG-PART NOT = CAGE-SUM(CG-K))
            DISPLAY "Invalid puzzle: clues in cage " CAGE-ID(CG-K)
                " add up to " CG-PART ", target " CAGE-SUM(CG-K)
            MOVE 'N' TO WS-BOARD-VALID
            IF CG-FAULT = SPACES
                MOVE "INVALID: CAGE SUM" TO CG-FAULT
            END-IF
        END-IF
    END-PERFORM
   *> Fully caged grid: the targets must account for 9 x 45.
    MOVE 0 TO CG-OPEN
    PERFORM VARYING CG-R FROM 1 BY 1 UNTIL CG-R > 9
        PERFORM VARYING CG-C FROM 1 BY 1 UNTIL CG-C > 9
            IF CAGE-OF(CG-R, CG-C) = 0
                ADD 1 TO CG-OPEN
            END-IF
        END-PERFORM
    END-PERFORM
    IF CG-OPEN = 0 AND CG-TOTAL NOT = 405
        DISPLAY "Invalid puzzle: cage targets total " CG-TOTAL
            ", not 405"
        MOVE 'N' TO WS-BOARD-VALID
        IF CG-FAULT = SPACES
            MOVE "INVALID: CAGE DEFINITION" TO CG-FAULT
        END-IF
    END-IF.

INIT-GRID.
        END-IF
    END-IF

    *> Killer: the rest of the cell's cage is a peer unit as well.
    IF WS-VARIANT-X = 'K' AND CAGE-OF(ELIM-ROW, ELIM-COL) > 0
        MOVE CAGE-OF(ELIM-ROW, ELIM-COL) TO CG-PEER-K
        PERFORM VARYING CG-PEER-M FROM 1 BY 1
            UNTIL CG-PEER-M > CAGE-SIZE(CG-PEER-K)
            MOVE CAGE-R(CG-PEER-K, CG-PEER-M) TO WS-ROW
            MOVE CAGE-C(CG-PEER-K, CG-PEER-M) TO WS-COL
            IF WS-ROW NOT = ELIM-ROW OR WS-COL NOT = ELIM-COL
                PERFORM ELIMINATE-FROM-PEER
                IF RESULT-FLAG = 'N'
                    EXIT PARAGRAPH
                END-IF
            END-IF
        END-PERFORM
    END-IF

    MOVE 'Y' TO RESULT-FLAG.

ELIMINATE-FROM-PEER.
                END-IF
            END-PERFORM
        END-IF
    END-IF

    *> Killer: cage peers, same as ASSIGN-DIGIT's checked pass.
    IF WS-VARIANT-X = 'K' AND CAGE-OF(ELIM-ROW, ELIM-COL) > 0
        MOVE CAGE-OF(ELIM-ROW, ELIM-COL) TO CG-PEER-K
        PERFORM VARYING CG-PEER-M FROM 1 BY 1
            UNTIL CG-PEER-M > CAGE-SIZE(CG-PEER-K)
            MOVE CAGE-R(CG-PEER-K, CG-PEER-M) TO WS-ROW
            MOVE CAGE-C(CG-PEER-K, CG-PEER-M) TO WS-COL
            IF WS-ROW NOT = ELIM-ROW OR WS-COL NOT = ELIM-COL
                PERFORM ELIMINATE-FROM-PEER-SILENT
            END-IF
        END-PERFORM
    END-IF.

*> Silent elimination (no contradiction check needed for initial setup)
    PERFORM UNTIL CHANGED-FLAG = 'N'
        MOVE 'N' TO CHANGED-FLAG

        *> Killer cage sums first: every pass after an assignment
        *> comes through here, so a cage completed on the wrong
        *> total is caught before the search counts a solution.
        IF WS-VARIANT-X = 'K'
            PERFORM STRAT-CAGE-SUM
            IF RESULT-FLAG = 'N'
                EXIT PARAGRAPH
            END-IF
        END-IF

        *> Strategy 1: Singleton elimination
        PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9
            PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 9
        MOVE 'Y' TO RESULT-FLAG
    END-IF.

STRAT-CAGE-SUM.
    *> Per cage: a cage with no open cells must hold exactly its
    *> target; otherwise candidate d goes from an open cell when the
    *> placed digits plus d plus the smallest (largest) sum the other
    *> open cells could still make overshoots (undershoots) it.
    MOVE 'Y' TO RESULT-FLAG
    MOVE 'N' TO STRAT-CHANGED
    PERFORM VARYING CG-K FROM 1 BY 1 UNTIL CG-K > CAGE-COUNT
        MOVE 0 TO CG-PART
        MOVE 0 TO CG-OPEN
        PERFORM VARYING CG-M FROM 1 BY 1 UNTIL CG-M > CAGE-SIZE(CG-K)
            MOVE CAGE-R(CG-K, CG-M) TO CG-R
            MOVE CAGE-C(CG-K, CG-M) TO CG-C
            IF GV-COL(CG-R, CG-C) = 0
                ADD 1 TO CG-OPEN
            ELSE
                ADD GV-COL(CG-R, CG-C) TO CG-PART
            END-IF
        END-PERFORM
        IF CG-OPEN = 0
            IF CG-PART NOT = CAGE-SUM(CG-K)
                IF WS-VERBOSE = 'Y'
                    DISPLAY "Contradiction: cage " CAGE-ID(CG-K)
                        " adds up to " CG-PART
                END-IF
                MOVE 'N' TO RESULT-FLAG
                EXIT PARAGRAPH
            END-IF
        ELSE
            COMPUTE CG-REST = CG-OPEN - 1
            COMPUTE CG-MIN = CG-PART + CG-REST * (CG-REST + 1) / 2
            COMPUTE CG-MAX = CG-PART + CG-REST * (19 - CG-REST) / 2
            PERFORM VARYING CG-M FROM 1 BY 1
                UNTIL CG-M > CAGE-SIZE(CG-K)
                MOVE CAGE-R(CG-K, CG-M) TO CG-R
                MOVE CAGE-C(CG-K, CG-M) TO CG-C
                IF GV-COL(CG-R, CG-C) = 0
                    PERFORM VARYING CG-D FROM 1 BY 1 UNTIL CG-D > 9
                        IF CG-MIN + CG-D > CAGE-SUM(CG-K)
                            OR CG-MAX + CG-D < CAGE-SUM(CG-K)
                            MOVE CG-R TO WS-ROW
                            MOVE CG-C TO WS-COL
                            MOVE CG-D TO ELIM-DIGIT
                            PERFORM STRAT-ELIMINATE
                            IF RESULT-FLAG = 'N'
                                EXIT PARAGRAPH
                            END-IF
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM
    IF STRAT-CHANGED = 'Y'
        MOVE 'Y' TO CHANGED-FLAG
    END-IF
    MOVE 'Y' TO RESULT-FLAG.

STRAT-NAKED-PAIRS.
    *> Two unassigned cells in one unit sharing the same two-candidate
    *> set lock those two digits to themselves: eliminate both digits
                IF WS-WINDOW-CLOSED = 'Y'
                    MOVE 'Y' TO WS-QUEUE-EOF
                END-IF
    *> A held record is taken like a pending one once its release
    *> time has passed; one held without a time waits for QConsole.
    *> A verification-failed record is taken like a failed one, and
    *> only ever by the engine Outbox routed it to.
                MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS
                IF WS-WINDOW-CLOSED = 'N'
                    AND (Q-PREF-CP OR Q-PREF-ANY)
                    AND (Q-CLASS = WS-DRAIN-CLASS
                        OR (WS-DRAIN-CLASS = 'N'
                            AND Q-CLASS = SPACE))
                    AND (Q-PENDING
                        OR (Q-HELD
                            AND Q-RELEASE-TS NOT = SPACES
                            AND Q-RELEASE-TS <= WS-NOW-TS)
                        OR ((Q-FAILED OR Q-VERIFY-FAILED)
                            AND Q-RETRY-COUNT < WS-MAX-RETRY))
                    MOVE Q-STATUS TO WS-JRN-OLD
                    IF Q-VERIFY-FAILED
                        MOVE 'Y' TO WS-REVERIFY
                    ELSE
                        MOVE 'N' TO WS-REVERIFY
                    END-IF
    *> Taking an untagged record stamps this engine's tag in the
    *> same rewrite that marks it in-flight, so ownership lives on
    *> disk and each consumer's crash recovery can be scoped to
    *> what is still waiting and how stale the oldest of it is.
    MOVE 0 TO WS-WINDOW-LEFT
    MOVE HIGH-VALUES TO WS-WINDOW-OLDEST
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS
    MOVE LOW-VALUES TO Q-PUZZLE-ID
    MOVE 'N' TO WS-QUEUE-EOF
    START QUEUE-FILE KEY IS NOT LESS THAN Q-PUZZLE-ID
            AT END MOVE 'Y' TO WS-QUEUE-EOF
            NOT AT END
                IF Q-PENDING
                    OR (Q-HELD AND Q-RELEASE-TS NOT = SPACES
                        AND Q-RELEASE-TS <= WS-NOW-TS)
                    OR ((Q-FAILED OR Q-VERIFY-FAILED)
                        AND Q-RETRY-COUNT < WS-MAX-RETRY)
                    ADD 1 TO WS-WINDOW-LEFT
                    IF Q-TIMESTAMP < WS-WINDOW-OLDEST
                        MOVE Q-TIMESTAMP TO WS-WINDOW-OLDEST
            NOT AT END
                IF Q-INFLIGHT AND Q-PREF-CP
                    ADD 1 TO WS-INFLIGHT-COUNT
                    *> A verification-failed retry goes back to V, not
                    *> P, so the Outbox's verdict and its retry
                    *> accounting still stand.
                    IF Q-FAIL-REASON(1:13) = "VERIFY FAILED"
                        DISPLAY "Recovery: puzzle "
                            FUNCTION TRIM(Q-PUZZLE-ID)
                            " was in-flight in a crashed run --"
                            " reset to verify-failed"
                        SET Q-VERIFY-FAILED TO TRUE
                        MOVE 'V' TO WS-JRN-NEW
                    ELSE
                        DISPLAY "Recovery: puzzle "
                            FUNCTION TRIM(Q-PUZZLE-ID)
                            " was in-flight in a crashed run --"
                            " reset to pending"
                        SET Q-PENDING TO TRUE
                        MOVE 'P' TO WS-JRN-NEW
                    END-IF
                    REWRITE QUEUE-RECORD
                    MOVE 'I' TO WS-JRN-OLD
                    PERFORM WRITE-JOURNAL
                    MOVE "WARN" TO WS-ALERT-SEV
                    MOVE Q-PUZZLE-ID TO WS-ALERT-KEY
    END-PERFORM
    IF WS-INFLIGHT-COUNT > 0
        DISPLAY "Recovery: " WS-INFLIGHT-COUNT
            " in-flight record(s) reset"
    END-IF.

PROCESS-QUEUE-RECORD.
    MOVE Q-SUBMITTER TO WS-SUBMITTER
    MOVE 'N' TO WS-HIST-DEAD
    MOVE Q-VARIANT TO WS-VARIANT-X
    PERFORM LOAD-QUEUE-CAGES
    PERFORM PARSE-QUEUE-BOARD
    DISPLAY " "
    DISPLAY "Puzzle:"
        MOVE 'N' TO WS-HIST-SOLVED
        MOVE 'N' TO WS-CACHE-HIT
        MOVE 'N' TO WS-ABORTED
        IF CG-FAULT NOT = SPACES
            MOVE CG-FAULT TO WS-QFAIL-REASON
        ELSE
            MOVE "INVALID: DUPLICATE CLUE" TO WS-QFAIL-REASON
        END-IF
        PERFORM FAIL-QUEUE-RECORD
        MOVE 1 TO RETURN-CODE
    ELSE
            PERFORM LOAD-ARCHIVED-SOLUTION
            MOVE 'Y' TO SOLVED-FLAG
            MOVE 'Y' TO WS-HIST-SOLVED
            PERFORM SHOW-ARCHIVE-HIT
        ELSE
            PERFORM INIT-GRID
            PERFORM CP-SOLVE
        WS-JRN-NEW                     DELIMITED BY SIZE
        ",CP-SUDOKU,00"                DELIMITED BY SIZE
        INTO WS-JRN-REC
    MOVE WS-JRN-REC TO JI-TRANSITION
    MOVE ",IMG=" TO JI-IMAGE-TAG
    MOVE QUEUE-RECORD TO JI-AFTER-IMAGE
    WRITE JOURNAL-LINE FROM JOURNAL-IMAGE-LINE
    CLOSE JOURNAL-FILE.

WRITE-ALERT.
    END-PERFORM
    MOVE COUNT-DIGIT TO ELIM-DIGIT.

TAKE-FILE-LOCKS.
    MOVE WS-HISTORY-PATH TO WS-LOCK-RES
    PERFORM TAKE-LOCK
    MOVE "operations_alerts.txt" TO WS-LOCK-RES
    PERFORM TAKE-LOCK
    MOVE "solved_archive.dat" TO WS-LOCK-RES
    PERFORM TAKE-LOCK
    IF WS-QUEUE-MODE = 'Y'
        MOVE WS-QUEUE-FILENAME TO WS-LOCK-RES
        PERFORM TAKE-LOCK
    END-IF.

TAKE-LOCK.
    *> WS-LOCK-RES is set by the caller. A refusal (the wait ran out)
    *> gives back whatever this run already holds and stops it.
    MOVE 'L' TO WS-LOCK-FUNC
    CALL "RUNLOCK" USING WS-LOCK-FUNC WS-LOCK-RES WS-LOCK-PROG
        WS-LOCK-MODE WS-LOCK-WAIT WS-LOCK-RESULT WS-LOCK-HOLDER
    IF WS-LOCK-RESULT NOT = 'G'
        IF WS-LOCK-RESULT = 'B'
            DISPLAY FUNCTION TRIM(WS-LOCK-RES) " is held by "
                FUNCTION TRIM(WS-LOCK-HOLDER) " -- nothing processed"
        ELSE
            DISPLAY "Run-lock registry unusable -- nothing processed"
        END-IF
        PERFORM RELEASE-LOCKS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.

RELEASE-LOCKS.
    *> Gives back every hold this run has; the call would otherwise
    *> clear a RETURN-CODE already set.
    MOVE RETURN-CODE TO WS-LOCK-RC
    MOVE 'A' TO WS-LOCK-FUNC
    CALL "RUNLOCK" USING WS-LOCK-FUNC WS-LOCK-RES WS-LOCK-PROG
        WS-LOCK-MODE WS-LOCK-WAIT WS-LOCK-RESULT WS-LOCK-HOLDER
    MOVE WS-LOCK-RC TO RETURN-CODE.

END PROGRAM CP-SUDOKU.

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

IDENTIFICATION DIVISION.
PROGRAM-ID. RUNLOCK.

*> Registers and releases this job's holds in the run-lock
*> registry (run_locks.txt, LOCKREC layout), so jobs that must
*> not touch the same file at once cannot. A hold is shared
*> (appenders and record-level updaters, any number together)
*> or exclusive (a job that rewrites, merges into or rebuilds
*> the file, alone). A request that meets a conflicting hold
*> waits for it, polling, up to LOCK-WAIT-SEC seconds from
*> sudoku_runctl.txt (default 300) when the caller asks to
*> wait, and is refused at once when it does not; either way
*> a refusal names the holding program.
*> A hold whose process has gone (a job that crashed or was
*> cancelled) or older than LOCK-STALE-HOURS (default 24) is
*> stale: the next job to register clears it and raises a WARN
*> alert naming what was held.
*> Every update reads and rewrites the whole registry under a
*> latch -- the directory run_locks.latch, whose creation is
*> atomic -- so two jobs never rewrite it at once. A latch
*> still there after 30 seconds was left by a job killed in
*> mid-update, and is broken.
*>
*> LS-FUNCTION 'L': register a hold on LS-RESOURCE in LS-MODE
*>   ('S' shared, 'X' exclusive), waiting if LS-WAIT is 'Y'.
*> LS-FUNCTION 'F': release this job's hold on LS-RESOURCE.
*> LS-FUNCTION 'A': release every hold this job has.
*> LS-RESULT comes back 'G' (done), 'B' (held by LS-HOLDER --
*> refused, or the wait ran out) or 'E' (registry unusable).
*> The call leaves RETURN-CODE at zero; a caller that has set
*> one keeps its own copy across the call.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT LOCK-FILE ASSIGN TO "run_locks.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RL-LOCK-FS.
    SELECT RUNCTL-FILE ASSIGN TO "sudoku_runctl.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RL-RUNCTL-FS.
    SELECT ALERT-FILE ASSIGN TO "operations_alerts.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RL-ALERT-FS.

DATA DIVISION.
FILE SECTION.
FD LOCK-FILE.
COPY "LOCKREC".

FD RUNCTL-FILE.
01 RL-RUNCTL-LINE  PIC X(200).

FD ALERT-FILE.
COPY "ALERTREC".

WORKING-STORAGE SECTION.
01  RL-LOCK-FS     PIC XX.
01  RL-RUNCTL-FS   PIC XX.
01  RL-ALERT-FS    PIC XX.
01  RL-EOF         PIC X.
01  RL-RUNCTL-KEY  PIC X(30).
01  RL-RUNCTL-VAL  PIC X(100).
01  RL-WAIT-SEC    PIC 9(5) VALUE 300.
01  RL-STALE-HOURS PIC 9(5) VALUE 24.

*> This run of the job: its process ID and the time of its
*> first call, taken once and stamped on every hold it takes.
01  RL-READY       PIC X VALUE 'N'.
01  RL-PID         PIC 9(9) COMP-5.
01  RL-MY-PID      PIC 9(10).
01  RL-MY-START    PIC X(14).

*> The registry in storage while it is being updated.
01  RL-REGISTRY.
    05  RL-COUNT   PIC 9(3).
    05  RL-ENTRY OCCURS 500 TIMES PIC X(81).
01  RL-IDX         PIC 9(3).
01  RL-KEPT        PIC 9(3).
01  RL-CHANGED     PIC X.

01  RL-RESOURCE    PIC X(40).
01  RL-DONE        PIC X.
01  RL-MINE        PIC X.
01  RL-CONFLICT    PIC X.
01  RL-STALE       PIC X.
01  RL-LATCHED     PIC X.
01  RL-TRIES       PIC 99.
01  RL-WAITED      PIC 9(5).
01  RL-PAUSE       PIC 9(4) COMP-5 VALUE 5.
01  RL-BLINK       PIC 9(4) COMP-5 VALUE 1.
01  RL-CMD         PIC X(60).
01  RL-NOW         PIC X(21).
01  RL-AGE-HOURS   PIC S9(9).
01  RL-ALERT-MSG   PIC X(60).

LINKAGE SECTION.
01  LS-FUNCTION    PIC X.
01  LS-RESOURCE    PIC X(100).
01  LS-PROGRAM     PIC X(12).
01  LS-MODE        PIC X.
01  LS-WAIT        PIC X.
01  LS-RESULT      PIC X.
01  LS-HOLDER      PIC X(12).

PROCEDURE DIVISION USING LS-FUNCTION LS-RESOURCE LS-PROGRAM
        LS-MODE LS-WAIT LS-RESULT LS-HOLDER.
RUN-LOCK-MAIN.
    IF RL-READY = 'N'
        PERFORM SET-UP
    END-IF
    MOVE 'E' TO LS-RESULT
    MOVE SPACES TO LS-HOLDER
    MOVE FUNCTION TRIM(LS-RESOURCE) TO RL-RESOURCE
    EVALUATE LS-FUNCTION
        WHEN 'L'
            PERFORM TAKE-HOLD
        WHEN 'F'
            PERFORM DROP-HOLDS
        WHEN 'A'
            MOVE SPACES TO RL-RESOURCE
            PERFORM DROP-HOLDS
    END-EVALUATE
    MOVE 0 TO RETURN-CODE
    GOBACK.

SET-UP.
    CALL "C$GETPID" RETURNING RL-PID
    MOVE RL-PID TO RL-MY-PID
    MOVE FUNCTION CURRENT-DATE(1:14) TO RL-MY-START
    OPEN INPUT RUNCTL-FILE
    IF RL-RUNCTL-FS = "00"
        MOVE 'N' TO RL-EOF
        PERFORM UNTIL RL-EOF = 'Y'
            READ RUNCTL-FILE
                AT END MOVE 'Y' TO RL-EOF
                NOT AT END
                    IF RL-RUNCTL-LINE NOT = SPACES
                        AND RL-RUNCTL-LINE(1:1) NOT = '#'
                        PERFORM APPLY-RUNCTL-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RUNCTL-FILE
    END-IF
    MOVE 'Y' TO RL-READY.

APPLY-RUNCTL-LINE.
    MOVE SPACES TO RL-RUNCTL-KEY RL-RUNCTL-VAL
    UNSTRING RL-RUNCTL-LINE DELIMITED BY "="
        INTO RL-RUNCTL-KEY RL-RUNCTL-VAL
    EVALUATE FUNCTION TRIM(RL-RUNCTL-KEY)
        WHEN "LOCK-WAIT-SEC"
            MOVE FUNCTION NUMVAL(RL-RUNCTL-VAL) TO RL-WAIT-SEC
        WHEN "LOCK-STALE-HOURS"
            IF FUNCTION NUMVAL(RL-RUNCTL-VAL) > 0
                MOVE FUNCTION NUMVAL(RL-RUNCTL-VAL)
                    TO RL-STALE-HOURS
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

TAKE-HOLD.
    MOVE 0 TO RL-WAITED
    MOVE 'N' TO RL-DONE
    PERFORM UNTIL RL-DONE = 'Y'
        PERFORM TRY-HOLD
        IF RL-DONE = 'N'
            IF LS-WAIT NOT = 'Y' OR RL-WAITED >= RL-WAIT-SEC
                MOVE 'B' TO LS-RESULT
                MOVE 'Y' TO RL-DONE
            ELSE
                IF RL-WAITED = 0
                    DISPLAY FUNCTION TRIM(LS-PROGRAM)
                        ": waiting for "
                        FUNCTION TRIM(RL-RESOURCE)
                        " (held by "
                        FUNCTION TRIM(LS-HOLDER) ")"
                END-IF
                CALL "C$SLEEP" USING RL-PAUSE
                ADD RL-PAUSE TO RL-WAITED
            END-IF
        END-IF
    END-PERFORM.

TRY-HOLD.
    *> One look at the registry: clear what is stale, then take the
    *> hold unless a live one conflicts -- exclusive against
    *> anything, shared against exclusive. A hold this run already
    *> has is granted again as it stands.
    PERFORM TAKE-LATCH
    IF RL-LATCHED = 'N'
        MOVE 'Y' TO RL-DONE
        EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-REGISTRY
    PERFORM CLEAR-STALE
    MOVE 'N' TO RL-MINE
    MOVE 'N' TO RL-CONFLICT
    PERFORM VARYING RL-IDX FROM 1 BY 1 UNTIL RL-IDX > RL-COUNT
        MOVE RL-ENTRY(RL-IDX) TO LOCK-RECORD
        IF LK-RESOURCE = RL-RESOURCE
            IF LK-PID = RL-MY-PID AND LK-STARTED = RL-MY-START
                MOVE 'Y' TO RL-MINE
            ELSE
                IF LS-MODE = 'X' OR LK-EXCLUSIVE
                    MOVE 'Y' TO RL-CONFLICT
                    MOVE LK-PROGRAM TO LS-HOLDER
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF RL-CONFLICT = 'N'
        MOVE 'Y' TO RL-DONE
        MOVE SPACES TO LS-HOLDER
        IF RL-MINE = 'Y'
            MOVE 'G' TO LS-RESULT
        ELSE
            IF RL-COUNT < 500
                MOVE SPACES TO LOCK-RECORD
                MOVE RL-RESOURCE TO LK-RESOURCE
                MOVE LS-PROGRAM TO LK-PROGRAM
                MOVE RL-MY-START TO LK-STARTED
                MOVE LS-MODE TO LK-MODE
                MOVE RL-MY-PID TO LK-PID
                ADD 1 TO RL-COUNT
                MOVE LOCK-RECORD TO RL-ENTRY(RL-COUNT)
                MOVE 'Y' TO RL-CHANGED
                MOVE 'G' TO LS-RESULT
            ELSE
                DISPLAY "Run-lock registry full (500 holds) --"
                    " " FUNCTION TRIM(RL-RESOURCE)
                    " not registered"
            END-IF
        END-IF
    END-IF
    IF RL-CHANGED = 'Y'
        PERFORM SAVE-REGISTRY
    END-IF
    PERFORM DROP-LATCH.

DROP-HOLDS.
    *> RL-RESOURCE blank releases every hold this run has.
    PERFORM TAKE-LATCH
    IF RL-LATCHED = 'N'
        EXIT PARAGRAPH
    END-IF
    PERFORM LOAD-REGISTRY
    MOVE 0 TO RL-KEPT
    PERFORM VARYING RL-IDX FROM 1 BY 1 UNTIL RL-IDX > RL-COUNT
        MOVE RL-ENTRY(RL-IDX) TO LOCK-RECORD
        IF LK-PID = RL-MY-PID AND LK-STARTED = RL-MY-START
            AND (RL-RESOURCE = SPACES
                OR LK-RESOURCE = RL-RESOURCE)
            MOVE 'Y' TO RL-CHANGED
        ELSE
            ADD 1 TO RL-KEPT
            MOVE RL-ENTRY(RL-IDX) TO RL-ENTRY(RL-KEPT)
        END-IF
    END-PERFORM
    MOVE RL-KEPT TO RL-COUNT
    IF RL-CHANGED = 'Y'
        PERFORM SAVE-REGISTRY
    END-IF
    PERFORM DROP-LATCH
    MOVE 'G' TO LS-RESULT.

CLEAR-STALE.
    MOVE FUNCTION CURRENT-DATE TO RL-NOW
    MOVE 0 TO RL-KEPT
    PERFORM VARYING RL-IDX FROM 1 BY 1 UNTIL RL-IDX > RL-COUNT
        MOVE RL-ENTRY(RL-IDX) TO LOCK-RECORD
        PERFORM CHECK-STALE
        IF RL-STALE = 'Y'
            MOVE 'Y' TO RL-CHANGED
            PERFORM ALERT-STALE
        ELSE
            ADD 1 TO RL-KEPT
            MOVE RL-ENTRY(RL-IDX) TO RL-ENTRY(RL-KEPT)
        END-IF
    END-PERFORM
    MOVE RL-KEPT TO RL-COUNT.

CHECK-STALE.
    *> The hold in LOCK-RECORD is stale when it cannot be read, is
    *> older than LOCK-STALE-HOURS, or its process has gone (kill
    *> -0 only asks whether the process exists).
    MOVE 'N' TO RL-STALE
    IF LK-PID = RL-MY-PID AND LK-STARTED = RL-MY-START
        EXIT PARAGRAPH
    END-IF
    IF LK-PID NOT NUMERIC OR LK-STARTED NOT NUMERIC
        MOVE 'Y' TO RL-STALE
        EXIT PARAGRAPH
    END-IF
    COMPUTE RL-AGE-HOURS =
        (FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RL-NOW(1:8)))
        - FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(LK-STARTED(1:8)))) * 24
        + FUNCTION NUMVAL(RL-NOW(9:2))
        - FUNCTION NUMVAL(LK-STARTED(9:2))
    IF RL-AGE-HOURS >= RL-STALE-HOURS
        MOVE 'Y' TO RL-STALE
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO RL-CMD
    STRING "kill -0 " LK-PID " 2>/dev/null" DELIMITED BY SIZE
        INTO RL-CMD
    CALL "SYSTEM" USING RL-CMD
    IF RETURN-CODE NOT = 0
        MOVE 'Y' TO RL-STALE
    END-IF.

ALERT-STALE.
    DISPLAY "Clearing stale run lock: "
        FUNCTION TRIM(LK-RESOURCE) " held "
        LK-MODE " by " FUNCTION TRIM(LK-PROGRAM)
        " (process " LK-PID ", since " LK-STARTED ")"
    MOVE SPACES TO RL-ALERT-MSG
    STRING "STALE " LK-MODE "-LOCK CLEARED: "
                                      DELIMITED BY SIZE
        FUNCTION TRIM(LK-PROGRAM)     DELIMITED BY SIZE
        " ON "                        DELIMITED BY SIZE
        FUNCTION TRIM(LK-RESOURCE)    DELIMITED BY SIZE
        INTO RL-ALERT-MSG
    PERFORM WRITE-ALERT.

WRITE-ALERT.
    OPEN EXTEND ALERT-FILE
    IF RL-ALERT-FS = "35"
        OPEN OUTPUT ALERT-FILE
        CLOSE ALERT-FILE
        OPEN EXTEND ALERT-FILE
    END-IF
    IF RL-ALERT-FS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO ALERT-RECORD
    MOVE FUNCTION CURRENT-DATE(1:14) TO AL-TIMESTAMP
    MOVE LS-PROGRAM TO AL-PROGRAM
    MOVE "WARN" TO AL-SEVERITY
    SET AL-OPEN TO TRUE
    MOVE RL-ALERT-MSG TO AL-MESSAGE
    WRITE ALERT-RECORD
    CLOSE ALERT-FILE.

TAKE-LATCH.
    MOVE 'N' TO RL-LATCHED
    MOVE 'N' TO RL-CHANGED
    MOVE 0 TO RL-TRIES
    PERFORM UNTIL RL-LATCHED = 'Y' OR RL-TRIES >= 30
        MOVE "mkdir run_locks.latch 2>/dev/null" TO RL-CMD
        CALL "SYSTEM" USING RL-CMD
        IF RETURN-CODE = 0
            MOVE 'Y' TO RL-LATCHED
        ELSE
            ADD 1 TO RL-TRIES
            CALL "C$SLEEP" USING RL-BLINK
        END-IF
    END-PERFORM
    IF RL-LATCHED = 'N'
        *> Nobody keeps the latch more than a moment: this one was left
        *> by a job killed in mid-update.
        MOVE "rmdir run_locks.latch 2>/dev/null" TO RL-CMD
        CALL "SYSTEM" USING RL-CMD
        MOVE "mkdir run_locks.latch 2>/dev/null" TO RL-CMD
        CALL "SYSTEM" USING RL-CMD
        IF RETURN-CODE = 0
            MOVE 'Y' TO RL-LATCHED
            MOVE "STALE RUN-LOCK REGISTRY LATCH BROKEN"
                TO RL-ALERT-MSG
            PERFORM WRITE-ALERT
        ELSE
            DISPLAY "Cannot latch the run-lock registry"
                " (run_locks.latch)"
        END-IF
    END-IF.

DROP-LATCH.
    MOVE "rmdir run_locks.latch 2>/dev/null" TO RL-CMD
    CALL "SYSTEM" USING RL-CMD.

LOAD-REGISTRY.
    MOVE 0 TO RL-COUNT
    OPEN INPUT LOCK-FILE
    IF RL-LOCK-FS NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO RL-EOF
    PERFORM UNTIL RL-EOF = 'Y'
        READ LOCK-FILE
            AT END MOVE 'Y' TO RL-EOF
            NOT AT END
                IF LOCK-RECORD NOT = SPACES AND RL-COUNT < 500
                    ADD 1 TO RL-COUNT
                    MOVE LOCK-RECORD TO RL-ENTRY(RL-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE LOCK-FILE.

SAVE-REGISTRY.
    OPEN OUTPUT LOCK-FILE
    IF RL-LOCK-FS NOT = "00"
        DISPLAY "Cannot rewrite the run-lock registry (FILE"
            " STATUS " RL-LOCK-FS ")"
        EXIT PARAGRAPH
    END-IF
    PERFORM VARYING RL-IDX FROM 1 BY 1 UNTIL RL-IDX > RL-COUNT
        MOVE RL-ENTRY(RL-IDX) TO LOCK-RECORD
        WRITE LOCK-RECORD
    END-PERFORM
    CLOSE LOCK-FILE.

END PROGRAM RUNLOCK.
