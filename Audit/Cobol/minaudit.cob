      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MinAudit.

      *> Clue-minimality audit. The desk's EXPERT standard is a
      *> minimal puzzle: one solution, and removing any single given
      *> breaks that. The Generator stops blanking cells at a
      *> clue-count target and the archive boards were never tested,
      *> so this job proves it puzzle by puzzle: the board's own
      *> uniqueness is checked first, then the check is run again
      *> once per given with that given removed. A given whose removal
      *> still leaves exactly one solution is redundant and is listed
      *> (row, column and digit) in the report, minimality_report.txt.
      *> The check is the Generator's own Solve (with the diagonal
      *> rule on for an X-Sudoku matrix file); a check that hits the
      *> search limit before it can decide leaves the puzzle
      *> UNDECIDED, never minimal.
      *>
      *> Every puzzle proved minimal is added to the minimal-puzzle
      *> flag file (minimal_puzzles.txt), one line per board --
      *>   <81-character board>,MINIMAL,<clues>,<C|X>,<yyyymmdd>,<source>
      *> -- which PubCal SCHEDULE and PackExport -archive read under
      *> their -minimal option, so an EXPERT slot can insist on a
      *> minimal puzzle. A board already on the file is not audited
      *> again. Killer puzzles (CAGE lines) are not audited: their
      *> uniqueness depends on the cage sums.
      *>
      *> Sources, the same three PackExport selects from:
      *>   -manifest <file>      every puzzle named in a Generator
      *>                         batch manifest (its .matrix files);
      *>   -pack <file>          every board in a supplier-format pack
      *>                         (PACKHDR / board lines / PACKTRL);
      *>   -archive <DIFF> [n]   up to n (default 50) boards from
      *>                         solved_archive.dat in the
      *>                         difficulty's clue bracket (EASY 42+,
      *>                         MEDIUM 35-41, HARD 30-34, EXPERT
      *>                         under 30).
      *> RETURN-CODE 1 when any audited puzzle is not proved minimal.
      *>
      *> Usage: MinAudit -manifest <file> | -pack <file>
      *>                 | -archive EASY|MEDIUM|HARD|EXPERT [max]

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ManifestFile ASSIGN TO DYNAMIC WS-ManifestFilename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FlatFS.
           SELECT PackFile ASSIGN TO DYNAMIC WS-PackFilename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FlatFS.
           SELECT MatrixFile ASSIGN TO DYNAMIC WS-MatrixFilename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MatrixFS.
           SELECT ArchiveFile ASSIGN TO "solved_archive.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS A-PUZZLE-DATA
               ALTERNATE RECORD KEY IS A-CANON-KEY WITH DUPLICATES
               FILE STATUS IS WS-ArchFS.
           SELECT FlagFile ASSIGN TO "minimal_puzzles.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FlagFS.
           SELECT ReportFile ASSIGN TO "minimality_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ManifestFile.
       01 ManifestLine PIC X(120).

       FD PackFile.
       01 PackLine PIC X(100).

       FD MatrixFile.
       01 MatrixLine PIC X(90).

       FD ArchiveFile.
       COPY "ARCHREC".

       FD FlagFile.
       01 FlagLine PIC X(160).

       FD ReportFile.
       01 ReportLine PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ManifestFilename PIC X(100).
       01  WS-PackFilename     PIC X(100).
       01  WS-MatrixFilename   PIC X(100).
       01  WS-FlatFS     PIC XX.
       01  WS-MatrixFS   PIC XX.
       01  WS-ArchFS     PIC XX.
       01  WS-FlagFS     PIC XX.

       01  ARG-COUNT     PIC 9(4).
       01  CURRENT-ARG   PIC X(100).
       01  WS-ArgIdx     PIC 9(4).

       01  WS-Mode       PIC X(8) VALUE SPACES.
       01  WS-WantDiff   PIC X(6).
       01  WS-MaxBoards  PIC 9(4) VALUE 50.

       01  WS-EOF        PIC X VALUE 'N'.
       01  WS-Line       PIC X(120).
       01  WS-OutLine    PIC X(132).
       01  WS-NowTS      PIC X(21).
       01  WS-TokName    PIC X(60).
       01  WS-SourceName PIC X(60).
       01  WS-PackSeq    PIC 9(3) VALUE 0.
       01  WS-Idx        PIC 999.
       01  WS-Char       PIC X.
       01  WS-BracketDiff PIC X(6).

      *> Matrix-file parse state, the same digit scan every reader
      *> in the suite uses, plus the X-Sudoku and Killer markers.
       01  WS-Grid.
           05  WS-GridRow OCCURS 9 TIMES.
               10  WS-GridCell OCCURS 9 TIMES PIC 9.
       01  WS-RowIdx     PIC 99.
       01  WS-ColIdx     PIC 99.
       01  WS-MEOF       PIC X.
       01  WS-SLIdx      PIC 99.
       01  WS-SLRow      PIC 99.
       01  WS-SLCol      PIC 99.
       01  WS-Flat       PIC X(81).
       01  WS-VarCount   PIC 99.
       01  WS-Variant    PIC X VALUE SPACE.
       01  WS-IsKiller   PIC X VALUE 'N'.
       01  WS-RuleFlag   PIC X.

      *> Uniqueness checks, run through the Generator's Solve. The
      *> limit is well above the Generator's own because an audit
      *> would rather wait than leave a clue undecided.
       01  WS-TestBoard.
           05  WS-TestBoard-Row OCCURS 9 TIMES.
               10  WS-TestBoard-Cell OCCURS 9 TIMES PIC 9.
       01  WS-TestIterations    PIC 9(9).
       01  WS-TestMaxIterations PIC 9(9) VALUE 2000000.
       01  LS-TestSolved        PIC X.
       01  WS-TestUniqueMode    PIC X VALUE 'Y'.
       01  WS-TestSolutionCount PIC 9(4).
      *> U unique, M more than one solution (or none), L search
      *> limit reached before the check could decide.
       01  WS-TestOutcome       PIC X.

       01  WS-Row        PIC 99.
       01  WS-Col        PIC 99.
       01  WS-OldVal     PIC 9.
       01  WS-ClueCount  PIC 99.
       01  WS-CntRedundant PIC 99.
       01  WS-CntUndecided PIC 99.
       01  WS-Verdict    PIC X(10).
       01  WS-RedList    PIC X(132).
       01  WS-RedPtr     PIC 999.
       01  WS-RowDisp    PIC 9.
       01  WS-ColDisp    PIC 9.

      *> Boards already on the minimal-puzzle flag file.
       01  WS-FlagTable.
           05  WS-FlagCount PIC 9(4) VALUE 0.
           05  WS-FlagBoard OCCURS 5000 TIMES PIC X(81).
       01  WS-FlagIdx    PIC 9(4).
       01  WS-FlagFound  PIC X.

       01  WS-CntAudited  PIC 9(5) VALUE 0.
       01  WS-CntMinimal  PIC 9(5) VALUE 0.
       01  WS-CntNotMin   PIC 9(5) VALUE 0.
       01  WS-CntNotUniq  PIC 9(5) VALUE 0.
       01  WS-CntUndec    PIC 9(5) VALUE 0.
       01  WS-CntKnown    PIC 9(5) VALUE 0.
       01  WS-CntSkipped  PIC 9(5) VALUE 0.
       01  WS-CntFlagged  PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "Starting MinAudit..."
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT < 2
               PERFORM Show-Usage
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING WS-ArgIdx FROM 1 BY 1
                   UNTIL WS-ArgIdx > ARG-COUNT
               DISPLAY WS-ArgIdx UPON ARGUMENT-NUMBER
               ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
               MOVE FUNCTION TRIM(CURRENT-ARG) TO CURRENT-ARG
               EVALUATE CURRENT-ARG
                   WHEN "-manifest"
                       MOVE "MANIFEST" TO WS-Mode
                       ADD 1 TO WS-ArgIdx
                       IF WS-ArgIdx <= ARG-COUNT
                           DISPLAY WS-ArgIdx UPON ARGUMENT-NUMBER
                           ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION TRIM(CURRENT-ARG)
                               TO WS-ManifestFilename
                       END-IF
                   WHEN "-pack"
                       MOVE "PACK" TO WS-Mode
                       ADD 1 TO WS-ArgIdx
                       IF WS-ArgIdx <= ARG-COUNT
                           DISPLAY WS-ArgIdx UPON ARGUMENT-NUMBER
                           ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION TRIM(CURRENT-ARG)
                               TO WS-PackFilename
                       END-IF
                   WHEN "-archive"
                       MOVE "ARCHIVE" TO WS-Mode
                       ADD 1 TO WS-ArgIdx
                       IF WS-ArgIdx <= ARG-COUNT
                           DISPLAY WS-ArgIdx UPON ARGUMENT-NUMBER
                           ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(CURRENT-ARG))
                               TO WS-WantDiff
                       END-IF
                       IF WS-ArgIdx < ARG-COUNT
                           ADD 1 TO WS-ArgIdx
                           DISPLAY WS-ArgIdx UPON ARGUMENT-NUMBER
                           ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
                           IF FUNCTION NUMVAL(CURRENT-ARG) > 0
                               MOVE FUNCTION NUMVAL(CURRENT-ARG)
                                   TO WS-MaxBoards
                           ELSE
                               SUBTRACT 1 FROM WS-ArgIdx
                           END-IF
                       END-IF
                   WHEN OTHER
                       DISPLAY "Ignoring unrecognized argument: "
                           FUNCTION TRIM(CURRENT-ARG)
               END-EVALUATE
           END-PERFORM

           MOVE FUNCTION CURRENT-DATE TO WS-NowTS
           PERFORM Load-Flags
           OPEN OUTPUT ReportFile
           MOVE SPACES TO WS-OutLine
           STRING "CLUE-MINIMALITY AUDIT " DELIMITED BY SIZE
               WS-NowTS(1:8)               DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line

           EVALUATE WS-Mode
               WHEN "MANIFEST" PERFORM Audit-Manifest
               WHEN "PACK"     PERFORM Audit-Pack
               WHEN "ARCHIVE"  PERFORM Audit-Archive
               WHEN OTHER
                   CLOSE ReportFile
                   PERFORM Show-Usage
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           PERFORM Write-Summary
           CLOSE ReportFile
           IF WS-CntNotMin > 0 OR WS-CntNotUniq > 0 OR WS-CntUndec > 0
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       Show-Usage.
           DISPLAY "Usage: MinAudit -manifest <file>"
           DISPLAY "       MinAudit -pack <file>"
           DISPLAY "       MinAudit -archive EASY|MEDIUM|HARD|EXPERT"
               " [max]".

       Load-Flags.
           OPEN INPUT FlagFile
           IF WS-FlagFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FlagFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FlagLine NOT = SPACES
                           AND WS-FlagCount < 5000
                           ADD 1 TO WS-FlagCount
                           MOVE FlagLine(1:81)
                               TO WS-FlagBoard(WS-FlagCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FlagFile
           MOVE 'N' TO WS-EOF.

       Audit-Manifest.
           OPEN INPUT ManifestFile
           IF WS-FlatFS NOT = "00"
               DISPLAY "Cannot open manifest "
                   FUNCTION TRIM(WS-ManifestFilename)
                   " (FILE STATUS " WS-FlatFS ")"
               CLOSE ReportFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ManifestFile INTO WS-Line
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-Line NOT = SPACES
                           MOVE SPACES TO WS-TokName
                           UNSTRING WS-Line DELIMITED BY ","
                               INTO WS-TokName
                           MOVE FUNCTION TRIM(WS-TokName)
                               TO WS-MatrixFilename
                           MOVE WS-TokName TO WS-SourceName
                           PERFORM Read-Matrix-Board
                           IF WS-MatrixFS = "00"
                               PERFORM Audit-One-Puzzle
                           ELSE
                               ADD 1 TO WS-CntSkipped
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ManifestFile.

       Audit-Pack.
           OPEN INPUT PackFile
           IF WS-FlatFS NOT = "00"
               DISPLAY "Cannot open pack "
                   FUNCTION TRIM(WS-PackFilename)
                   " (FILE STATUS " WS-FlatFS ")"
               CLOSE ReportFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PackFile INTO WS-Line
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-Line NOT = SPACES
                           AND WS-Line(1:1) NOT = '#'
                           AND WS-Line(1:8) NOT = "PACKHDR,"
                           AND WS-Line(1:8) NOT = "PACKTRL,"
      *> A pack entry is named for its position in the pack.
                           ADD 1 TO WS-PackSeq
                           MOVE SPACES TO WS-SourceName
                           STRING FUNCTION TRIM(WS-PackFilename)
                                              DELIMITED BY SIZE
                               "#"            DELIMITED BY SIZE
                               WS-PackSeq     DELIMITED BY SIZE
                               INTO WS-SourceName
                           MOVE ZERO TO WS-Grid
                           PERFORM Parse-Single-Line
                           MOVE SPACE TO WS-Variant
                           MOVE 'N' TO WS-IsKiller
                           PERFORM Audit-One-Puzzle
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PackFile.

       Audit-Archive.
           IF WS-WantDiff NOT = "EASY" AND WS-WantDiff NOT = "MEDIUM"
               AND WS-WantDiff NOT = "HARD"
               AND WS-WantDiff NOT = "EXPERT"
               DISPLAY "Unknown difficulty "
                   FUNCTION TRIM(WS-WantDiff)
               CLOSE ReportFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ArchiveFile
           IF WS-ArchFS NOT = "00"
               DISPLAY "Cannot open solved_archive.dat (FILE STATUS "
                   WS-ArchFS ")"
               CLOSE ReportFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO A-PUZZLE-DATA
           MOVE 'N' TO WS-EOF
           START ArchiveFile KEY IS NOT LESS THAN A-PUZZLE-DATA
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
                   OR WS-CntAudited + WS-CntKnown >= WS-MaxBoards
               READ ArchiveFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM Check-Archive-Difficulty
               END-READ
           END-PERFORM
           CLOSE ArchiveFile.

       Check-Archive-Difficulty.
      *> Clue-count brackets matching the Generator's difficulty
      *> targets, the same slice PackExport and PubCal take.
           MOVE 0 TO WS-ClueCount
           PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 81
               IF A-PUZZLE-DATA(WS-Idx:1) >= '1'
                   AND A-PUZZLE-DATA(WS-Idx:1) <= '9'
                   ADD 1 TO WS-ClueCount
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ClueCount >= 42
                   MOVE "EASY" TO WS-BracketDiff
               WHEN WS-ClueCount >= 35
                   MOVE "MEDIUM" TO WS-BracketDiff
               WHEN WS-ClueCount >= 30
                   MOVE "HARD" TO WS-BracketDiff
               WHEN OTHER
                   MOVE "EXPERT" TO WS-BracketDiff
           END-EVALUATE
           IF WS-BracketDiff NOT = WS-WantDiff
               EXIT PARAGRAPH
           END-IF
           MOVE A-PUZZLE-DATA TO WS-Line
           MOVE ZERO TO WS-Grid
           PERFORM Parse-Single-Line
           MOVE SPACES TO WS-SourceName
           STRING "archive " DELIMITED BY SIZE
               A-PUZZLE-DATA(1:20) DELIMITED BY SIZE
               "..." DELIMITED BY SIZE
               INTO WS-SourceName
           MOVE SPACE TO WS-Variant
           MOVE 'N' TO WS-IsKiller
           PERFORM Audit-One-Puzzle.

       Audit-One-Puzzle.
      *> WS-Grid holds the puzzle, WS-Variant its rules and
      *> WS-SourceName where it came from.
           PERFORM Flatten-Grid
           IF WS-IsKiller = 'Y'
               ADD 1 TO WS-CntSkipped
               MOVE SPACES TO WS-OutLine
               STRING FUNCTION TRIM(WS-SourceName) DELIMITED BY SIZE
                   " KILLER -- not audited (cage sums decide its"
                                                   DELIMITED BY SIZE
                   " uniqueness)"                  DELIMITED BY SIZE
                   INTO WS-OutLine
               PERFORM Put-Line
               EXIT PARAGRAPH
           END-IF
           PERFORM Check-Flagged
           IF WS-FlagFound = 'Y'
               ADD 1 TO WS-CntKnown
               MOVE SPACES TO WS-OutLine
               STRING FUNCTION TRIM(WS-SourceName) DELIMITED BY SIZE
                   " MINIMAL (already flagged)"    DELIMITED BY SIZE
                   INTO WS-OutLine
               PERFORM Put-Line
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CntAudited

           MOVE 0 TO WS-ClueCount WS-CntRedundant WS-CntUndecided
           MOVE SPACES TO WS-RedList
           MOVE 1 TO WS-RedPtr
           PERFORM VARYING WS-Row FROM 1 BY 1 UNTIL WS-Row > 9
               PERFORM VARYING WS-Col FROM 1 BY 1 UNTIL WS-Col > 9
                   IF WS-GridCell(WS-Row, WS-Col) NOT = 0
                       ADD 1 TO WS-ClueCount
                   END-IF
               END-PERFORM
           END-PERFORM

      *> The puzzle as given must have exactly one solution before
      *> its clues are worth testing one by one.
           PERFORM Check-Unique
           EVALUATE WS-TestOutcome
               WHEN 'M'
                   ADD 1 TO WS-CntNotUniq
                   MOVE "NOT UNIQUE" TO WS-Verdict
                   PERFORM Report-Puzzle
                   EXIT PARAGRAPH
               WHEN 'L'
                   ADD 1 TO WS-CntUndec
                   MOVE "UNDECIDED" TO WS-Verdict
                   PERFORM Report-Puzzle
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM VARYING WS-Row FROM 1 BY 1 UNTIL WS-Row > 9
               PERFORM VARYING WS-Col FROM 1 BY 1 UNTIL WS-Col > 9
                   IF WS-GridCell(WS-Row, WS-Col) NOT = 0
                       PERFORM Test-One-Given
                   END-IF
               END-PERFORM
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-CntRedundant > 0
                   ADD 1 TO WS-CntNotMin
                   MOVE "REDUNDANT" TO WS-Verdict
               WHEN WS-CntUndecided > 0
                   ADD 1 TO WS-CntUndec
                   MOVE "UNDECIDED" TO WS-Verdict
               WHEN OTHER
                   ADD 1 TO WS-CntMinimal
                   MOVE "MINIMAL" TO WS-Verdict
                   PERFORM Flag-Minimal
           END-EVALUATE
           PERFORM Report-Puzzle.

       Test-One-Given.
      *> Take the given out, re-check, put it back. Still unique
      *> means the given was never needed.
           MOVE WS-GridCell(WS-Row, WS-Col) TO WS-OldVal
           MOVE 0 TO WS-GridCell(WS-Row, WS-Col)
           PERFORM Check-Unique
           MOVE WS-OldVal TO WS-GridCell(WS-Row, WS-Col)
           EVALUATE WS-TestOutcome
               WHEN 'U'
                   ADD 1 TO WS-CntRedundant
                   MOVE WS-Row TO WS-RowDisp
                   MOVE WS-Col TO WS-ColDisp
                   IF WS-RedPtr < 120
                       STRING " R"      DELIMITED BY SIZE
                           WS-RowDisp   DELIMITED BY SIZE
                           "C"          DELIMITED BY SIZE
                           WS-ColDisp   DELIMITED BY SIZE
                           "="          DELIMITED BY SIZE
                           WS-OldVal    DELIMITED BY SIZE
                           INTO WS-RedList
                           WITH POINTER WS-RedPtr
                   END-IF
               WHEN 'L'
                   ADD 1 TO WS-CntUndecided
           END-EVALUATE.

       Check-Unique.
      *> Solve in unique mode counts up to two solutions. An aborted
      *> search (over the limit) with fewer than two found decides
      *> nothing.
           MOVE WS-Grid TO WS-TestBoard
           MOVE 0 TO WS-TestIterations
           MOVE 0 TO WS-TestSolutionCount
           MOVE 'Y' TO WS-TestUniqueMode
           CALL "Solve" USING WS-TestBoard WS-TestIterations
               LS-TestSolved WS-TestUniqueMode WS-TestSolutionCount
               WS-TestMaxIterations WS-Variant
           EVALUATE TRUE
               WHEN WS-TestSolutionCount >= 2
                   MOVE 'M' TO WS-TestOutcome
               WHEN WS-TestIterations > WS-TestMaxIterations
                   MOVE 'L' TO WS-TestOutcome
               WHEN WS-TestSolutionCount = 1
                   MOVE 'U' TO WS-TestOutcome
               WHEN OTHER
                   MOVE 'M' TO WS-TestOutcome
           END-EVALUATE.

       Report-Puzzle.
           MOVE SPACES TO WS-OutLine
           STRING FUNCTION TRIM(WS-SourceName) DELIMITED BY SIZE
               " CLUES="                       DELIMITED BY SIZE
               WS-ClueCount                    DELIMITED BY SIZE
               " "                             DELIMITED BY SIZE
               FUNCTION TRIM(WS-Verdict)       DELIMITED BY SIZE
               INTO WS-OutLine
           IF WS-Verdict = "REDUNDANT"
               MOVE WS-OutLine TO WS-Line
               MOVE SPACES TO WS-OutLine
               STRING FUNCTION TRIM(WS-Line)   DELIMITED BY SIZE
                   " "                         DELIMITED BY SIZE
                   WS-CntRedundant             DELIMITED BY SIZE
                   " given(s) redundant on their own"
                                               DELIMITED BY SIZE
                   INTO WS-OutLine
           END-IF
           IF WS-Verdict = "UNDECIDED"
               MOVE WS-OutLine TO WS-Line
               MOVE SPACES TO WS-OutLine
               STRING FUNCTION TRIM(WS-Line)   DELIMITED BY SIZE
                   " (search limit reached -- not flagged)"
                                               DELIMITED BY SIZE
                   INTO WS-OutLine
           END-IF
           PERFORM Put-Line
           IF WS-Verdict = "REDUNDANT"
               MOVE SPACES TO WS-OutLine
               STRING "    REDUNDANT:"         DELIMITED BY SIZE
                   WS-RedList                  DELIMITED BY SIZE
                   INTO WS-OutLine
               PERFORM Put-Line
           END-IF.

       Check-Flagged.
           MOVE 'N' TO WS-FlagFound
           PERFORM VARYING WS-FlagIdx FROM 1 BY 1
                   UNTIL WS-FlagIdx > WS-FlagCount
                       OR WS-FlagFound = 'Y'
               IF WS-FlagBoard(WS-FlagIdx) = WS-Flat
                   MOVE 'Y' TO WS-FlagFound
               END-IF
           END-PERFORM.

       Flag-Minimal.
           OPEN EXTEND FlagFile
           IF WS-FlagFS = "35"
               OPEN OUTPUT FlagFile
               CLOSE FlagFile
               OPEN EXTEND FlagFile
           END-IF
           IF WS-FlagFS NOT = "00"
               DISPLAY "*** Cannot open minimal_puzzles.txt (FILE STATUS "
                   WS-FlagFS ") -- " FUNCTION TRIM(WS-SourceName)
                   " not flagged"
               EXIT PARAGRAPH
           END-IF
           IF WS-Variant = 'X'
               MOVE 'X' TO WS-RuleFlag
           ELSE
               MOVE 'C' TO WS-RuleFlag
           END-IF
           MOVE SPACES TO FlagLine
           STRING WS-Flat                   DELIMITED BY SIZE
               ",MINIMAL,"                  DELIMITED BY SIZE
               WS-ClueCount                 DELIMITED BY SIZE
               ","                          DELIMITED BY SIZE
               WS-RuleFlag                  DELIMITED BY SIZE
               ","                          DELIMITED BY SIZE
               WS-NowTS(1:8)                DELIMITED BY SIZE
               ","                          DELIMITED BY SIZE
               FUNCTION TRIM(WS-SourceName) DELIMITED BY SIZE
               INTO FlagLine
           WRITE FlagLine
           CLOSE FlagFile
           ADD 1 TO WS-CntFlagged
           IF WS-FlagCount < 5000
               ADD 1 TO WS-FlagCount
               MOVE WS-Flat TO WS-FlagBoard(WS-FlagCount)
           END-IF.

       Write-Summary.
           MOVE SPACES TO WS-OutLine
           STRING "AUDITED "       DELIMITED BY SIZE
               WS-CntAudited       DELIMITED BY SIZE
               "  MINIMAL "        DELIMITED BY SIZE
               WS-CntMinimal       DELIMITED BY SIZE
               "  REDUNDANT "      DELIMITED BY SIZE
               WS-CntNotMin        DELIMITED BY SIZE
               "  NOT UNIQUE "     DELIMITED BY SIZE
               WS-CntNotUniq       DELIMITED BY SIZE
               "  UNDECIDED "      DELIMITED BY SIZE
               WS-CntUndec         DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE SPACES TO WS-OutLine
           STRING "ALREADY FLAGGED " DELIMITED BY SIZE
               WS-CntKnown           DELIMITED BY SIZE
               "  NOT AUDITED "      DELIMITED BY SIZE
               WS-CntSkipped         DELIMITED BY SIZE
               "  NEWLY FLAGGED "    DELIMITED BY SIZE
               WS-CntFlagged         DELIMITED BY SIZE
               " (minimal_puzzles.txt)" DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line.

       Read-Matrix-Board.
      *> Same matrix reader every engine uses: digits scanned off
      *> each non-comment line, or the 81-character single-line form.
      *> "# VARIANT=X" on a comment line flags X-Sudoku rules, and
      *> CAGE lines mark a Killer puzzle.
           MOVE ZERO TO WS-Grid
           MOVE SPACE TO WS-Variant
           MOVE 'N' TO WS-IsKiller
           OPEN INPUT MatrixFile
           IF WS-MatrixFS NOT = "00"
               DISPLAY "Cannot open "
                   FUNCTION TRIM(WS-MatrixFilename)
                   " (FILE STATUS " WS-MatrixFS ") -- skipped"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-RowIdx
           MOVE 1 TO WS-ColIdx
           MOVE 'N' TO WS-MEOF
           PERFORM UNTIL WS-MEOF = 'Y'
               READ MatrixFile INTO WS-Line
                   AT END MOVE 'Y' TO WS-MEOF
                   NOT AT END
                       IF WS-Line(1:1) = '#'
                           MOVE 0 TO WS-VarCount
                           INSPECT WS-Line TALLYING WS-VarCount
                               FOR ALL "VARIANT=X"
                           IF WS-VarCount > 0
                               MOVE 'X' TO WS-Variant
                           END-IF
                       END-IF
                       IF WS-Line(1:5) = "CAGE,"
                           MOVE 'Y' TO WS-IsKiller
                       END-IF
                       IF WS-Line(1:1) NOT = '#'
                           AND WS-Line(1:5) NOT = "CAGE,"
                           AND WS-Line NOT = SPACES
                           AND WS-RowIdx <= 9
                           IF WS-RowIdx = 1 AND WS-ColIdx = 1
                               AND WS-Line(81:1) NOT = SPACE
                               AND WS-Line(82:1) = SPACE
                               PERFORM Parse-Single-Line
                               MOVE 10 TO WS-RowIdx
                           ELSE
                               PERFORM Scan-Matrix-Row
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MatrixFile.

       Scan-Matrix-Row.
           PERFORM VARYING WS-Idx FROM 1 BY 1
                   UNTIL WS-Idx > 80 OR WS-RowIdx > 9
               MOVE WS-Line(WS-Idx:1) TO WS-Char
               IF WS-Char >= '0' AND WS-Char <= '9'
                   MOVE WS-Char TO WS-GridCell(WS-RowIdx, WS-ColIdx)
                   ADD 1 TO WS-ColIdx
                   IF WS-ColIdx > 9
                       MOVE 1 TO WS-ColIdx
                       ADD 1 TO WS-RowIdx
                   END-IF
               END-IF
           END-PERFORM.

       Parse-Single-Line.
           PERFORM VARYING WS-SLIdx FROM 1 BY 1 UNTIL WS-SLIdx > 81
               COMPUTE WS-SLRow =
                   FUNCTION INTEGER-PART((WS-SLIdx - 1) / 9) + 1
               COMPUTE WS-SLCol = FUNCTION MOD(WS-SLIdx - 1, 9) + 1
               MOVE WS-Line(WS-SLIdx:1) TO WS-Char
               IF WS-Char = '.'
                   MOVE '0' TO WS-Char
               END-IF
               IF WS-Char >= '0' AND WS-Char <= '9'
                   MOVE WS-Char TO WS-GridCell(WS-SLRow, WS-SLCol)
               END-IF
           END-PERFORM.

       Flatten-Grid.
           PERFORM VARYING WS-SLIdx FROM 1 BY 1 UNTIL WS-SLIdx > 81
               COMPUTE WS-SLRow =
                   FUNCTION INTEGER-PART((WS-SLIdx - 1) / 9) + 1
               COMPUTE WS-SLCol = FUNCTION MOD(WS-SLIdx - 1, 9) + 1
               MOVE WS-GridCell(WS-SLRow, WS-SLCol)
                   TO WS-Flat(WS-SLIdx:1)
           END-PERFORM.

       Put-Line.
           DISPLAY FUNCTION TRIM(WS-OutLine)
           WRITE ReportLine FROM WS-OutLine.

       END PROGRAM MinAudit.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. Solve RECURSIVE.

       DATA DIVISION.
       LOCAL-STORAGE SECTION.
       01  WS-Row        PIC 99.
       01  WS-Col        PIC 99.
       01  WS-Num        PIC 9.
       01  WS-TryNum     PIC 99.
       01  WS-Valid      PIC X.
       01  WS-AnyEmpty   PIC X.
       01  WS-MinCount   PIC 99.
       01  WS-MinRow     PIC 99.
       01  WS-MinCol     PIC 99.
       01  WS-CurCount   PIC 99.
       01  WS-ScanR      PIC 99.
       01  WS-ScanC      PIC 99.
       01  WS-ScanNum    PIC 99.
       01  WS-ScanNumD   PIC 9.

       LINKAGE SECTION.
       01  WS-Board.
           05  WS-Board-Row OCCURS 9 TIMES.
               10  WS-Board-Cell OCCURS 9 TIMES PIC 9.
       01  WS-Iterations PIC 9(9).
       01  LS-Result     PIC X.
       01  WS-UniqueMode PIC X.
       01  WS-SolutionCount PIC 9(4).
       01  WS-MaxIterations PIC 9(9).
       01  WS-Variant    PIC X.

       PROCEDURE DIVISION USING WS-Board WS-Iterations LS-Result
               WS-UniqueMode WS-SolutionCount WS-MaxIterations
               WS-Variant.
           *> Bail out conservatively (as "not confirmed unique") once
           *> the search has run long enough -- the generator treats an
           *> aborted check as "keep this clue" rather than risk an
           *> unbounded search on a near-empty grid.
           IF WS-MaxIterations > 0 AND WS-Iterations > WS-MaxIterations
               MOVE 'N' TO LS-Result
               EXIT PROGRAM
           END-IF
           *> Minimum-remaining-values: pick the empty cell with the
           *> fewest legal candidates rather than the first empty cell
           *> found -- a generator needs to re-check uniqueness on every
           *> candidate clue removal, so plain first-cell ordering is far
           *> too slow once the grid is down to its last couple dozen
           *> clues. A cell found with zero candidates prunes the branch
           *> immediately instead of cycling through all nine digits.
           MOVE 'N' TO WS-AnyEmpty
           MOVE 10 TO WS-MinCount
           PERFORM VARYING WS-ScanR FROM 1 BY 1 UNTIL WS-ScanR > 9
                   OR WS-MinCount <= 1
               PERFORM VARYING WS-ScanC FROM 1 BY 1 UNTIL WS-ScanC > 9
                       OR WS-MinCount <= 1
                   IF WS-Board-Cell(WS-ScanR, WS-ScanC) = 0
                       MOVE 'Y' TO WS-AnyEmpty
                       MOVE 0 TO WS-CurCount
                       PERFORM VARYING WS-ScanNum FROM 1 BY 1 UNTIL WS-ScanNum > 9
                               OR WS-CurCount >= WS-MinCount
                           MOVE WS-ScanNum TO WS-ScanNumD
                           CALL "IsValid" USING BY CONTENT WS-ScanR BY CONTENT WS-ScanC
                               BY CONTENT WS-ScanNumD BY REFERENCE WS-Board WS-Valid
                               WS-Variant
                           IF WS-Valid = 'Y'
                               ADD 1 TO WS-CurCount
                           END-IF
                       END-PERFORM
                       IF WS-CurCount < WS-MinCount
                           MOVE WS-CurCount TO WS-MinCount
                           MOVE WS-ScanR TO WS-MinRow
                           MOVE WS-ScanC TO WS-MinCol
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM

           IF WS-AnyEmpty = 'N'
               *> Complete assignment -- count it and report success. In
               *> unique mode the caller decides whether to keep searching
               *> for a second solution based on WS-SolutionCount.
               ADD 1 TO WS-SolutionCount
               MOVE 'Y' TO LS-Result
               EXIT PROGRAM
           END-IF

           IF WS-MinCount = 0
               *> dead end -- this branch cannot be completed
               MOVE 'N' TO LS-Result
               EXIT PROGRAM
           END-IF

           MOVE WS-MinRow TO WS-Row
           MOVE WS-MinCol TO WS-Col
           PERFORM VARYING WS-TryNum FROM 1 BY 1 UNTIL WS-TryNum > 9
               MOVE WS-TryNum TO WS-Num
               ADD 1 TO WS-Iterations
               CALL "IsValid" USING BY CONTENT WS-Row BY CONTENT WS-Col BY CONTENT WS-Num
                   BY REFERENCE WS-Board LS-Result WS-Variant
               IF LS-Result = 'Y'
                   MOVE WS-Num TO WS-Board-Cell(WS-Row, WS-Col)
                   CALL "Solve" USING WS-Board WS-Iterations LS-Result
                       WS-UniqueMode WS-SolutionCount WS-MaxIterations
                       WS-Variant
                   IF LS-Result = 'Y'
                       IF WS-UniqueMode = 'N' OR WS-SolutionCount >= 2
                           EXIT PROGRAM
                       END-IF
                   END-IF
                   MOVE 0 TO WS-Board-Cell(WS-Row, WS-Col)
               END-IF
           END-PERFORM

           *> Search exhausted at this level. In unique mode that is
           *> the normal way a single-solution board finishes (the
           *> first solution is counted, then the rest of the tree is
           *> searched for a second), so report success when any
           *> complete assignment was counted; a dead end with none
           *> stays 'N'.
           IF WS-UniqueMode = 'Y' AND WS-SolutionCount >= 1
               MOVE 'Y' TO LS-Result
           ELSE
               MOVE 'N' TO LS-Result
           END-IF.

       END PROGRAM Solve.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. IsValid.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-I          PIC 99.
       01  WS-BoxRow     PIC 99.
       01  WS-BoxCol     PIC 99.
       01  WS-R          PIC 99.
       01  WS-C          PIC 99.

       LINKAGE SECTION.
       01  L-Row         PIC 99.
       01  L-Col         PIC 99.
       01  L-Num         PIC 9.
       01  WS-Board.
           05  WS-Board-Row OCCURS 9 TIMES.
               10  WS-Board-Cell OCCURS 9 TIMES PIC 9.
       01  L-Result      PIC X.
       01  L-Variant     PIC X.

       PROCEDURE DIVISION USING L-Row L-Col L-Num WS-Board L-Result
               L-Variant.
           MOVE 'Y' TO L-Result

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9
               IF WS-Board-Cell(L-Row, WS-I) = L-Num
                   MOVE 'N' TO L-Result
                   EXIT PROGRAM
               END-IF
           END-PERFORM

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9
               IF WS-Board-Cell(WS-I, L-Col) = L-Num
                   MOVE 'N' TO L-Result
                   EXIT PROGRAM
               END-IF
           END-PERFORM

           COMPUTE WS-BoxRow = FUNCTION INTEGER-PART((L-Row - 1) / 3) * 3 + 1
           COMPUTE WS-BoxCol = FUNCTION INTEGER-PART((L-Col - 1) / 3) * 3 + 1

           PERFORM VARYING WS-R FROM 0 BY 1 UNTIL WS-R > 2
               PERFORM VARYING WS-C FROM 0 BY 1 UNTIL WS-C > 2
                   IF WS-Board-Cell(WS-BoxRow + WS-R, WS-BoxCol + WS-C) = L-Num
                       MOVE 'N' TO L-Result
                       EXIT PROGRAM
                   END-IF
               END-PERFORM
           END-PERFORM

      *> X-Sudoku: a cell on a main diagonal must also be unique
      *> along that diagonal.
           IF L-Variant = 'X'
               IF L-Row = L-Col
                   PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9
                       IF WS-Board-Cell(WS-I, WS-I) = L-Num
                           MOVE 'N' TO L-Result
                           EXIT PROGRAM
                       END-IF
                   END-PERFORM
               END-IF
               IF L-Row + L-Col = 10
                   PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 9
                       IF WS-Board-Cell(WS-I, 10 - WS-I) = L-Num
                           MOVE 'N' TO L-Result
                           EXIT PROGRAM
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       END PROGRAM IsValid.
