      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ContestRun.

      *> Monthly solving contest: takes in contestants' answers,
      *> judges them against the certified solutions, scores them and
      *> ranks the field. Run it as often as wanted while the contest
      *> is open (and once more after it closes for the final
      *> standings): every run works the answer files waiting in the
      *> answer folder, appends each entry to the contest's entries
      *> ledger, and rebuilds the leaderboard and every contestant's
      *> result notice from the whole ledger.
      *>
      *> Contest definition file, one fact per line ('#' = comment):
      *>   CONTEST,<contest-id>,<open-ts>,<close-ts>,<pack-file>
      *>   TITLE,<free text for the leaderboard and notices>
      *>   SOL,<seq>,<81-character certified solution>
      *>   NAME,<seq>,<name the puzzle was solved under in history>
      *> Timestamps are yyyymmddhhmmss. The pack is a PackExport pack;
      *> <seq> is a puzzle's position in it, the same numbering as
      *> CertGate's certified-answers file, and every puzzle with a
      *> SOL line is in the contest. Each certified solution is held
      *> to the Verifier's rules against the pack's givens before any
      *> answer is judged -- a definition that fails is refused whole.
      *> Every SOL needs a NAME line -- the name CP-SUDOKU solved the
      *> puzzle under, since only CP-SUDOKU grades -- and a definition
      *> without one is refused. The puzzle's technique grade is the
      *> latest TECH= for that name in the history master
      *> (history_master.dat, by name), then in the current
      *> puzzle_history.txt, the way GLFeed reads the two; run the
      *> contest puzzles through CP-SUDOKU first so they are graded.
      *> A puzzle still ungraded scores as ungraded and is flagged on
      *> the console and the leaderboard.
      *>
      *> Answer files are <answer-dir>/*.ans, one answer per line:
      *>   <contestant-id>,<seq>,<81-character answer>,<submit-ts>
      *> and move to done/ once worked (error/ if unreadable).
      *> Every line is judged:
      *>   REJECTED  MALFORMED (bad contestant ID, not a contest
      *>             puzzle, answer not 81 characters, bad or future
      *>             submission time), EARLY (before the contest
      *>             opened), LATE (after it closed), DUPLICATE (the
      *>             contestant already has an answer in for that
      *>             puzzle -- the first one received stands);
      *>   WRONG     fails a Verifier rule (cell not filled, given
      *>             changed, row/column/box repeats a digit) or
      *>             differs from the certified solution;
      *>   CORRECT   scores the grade's points -- SINGLE 100, PAIRS
      *>             150, LOCKED 200, GUESS 300, ungraded 100 -- plus
      *>             a speed bonus of up to half that again, in
      *>             proportion to how much of the contest window was
      *>             still left when the answer was submitted.
      *> Ranking is by points, then puzzles correct, then the earlier
      *> last correct submission; contestants level on all three
      *> share a rank.
      *>
      *> Outputs:
      *>   contest_<id>_entries.txt      the ledger, one line per entry
      *>     <received-ts>,<contestant>,<seq>,<submit-ts>,<result>,
      *>     <points>,<reason>,<answer-file>,<answer>
      *>   contest_<id>_leaderboard.txt  puzzles and grades, entry
      *>                                 totals, the ranked field
      *>   <answer-dir>/notices/<contestant>_<id>.result.txt
      *>                                 each contestant's entries,
      *>                                 results, points and standing
      *> RETURN-CODE 1 only when the contest definition or its pack is
      *> refused; rejected entries are results, not failures.
      *>
      *> Usage: ContestRun <contest-file> [answer-dir]
      *> Default answer directory is "contest_answers".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ContestFile ASSIGN TO DYNAMIC WS-ContestFilename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ConFS.
           SELECT PackFile ASSIGN TO DYNAMIC WS-PackFilename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PackFS.
           SELECT MasterFile ASSIGN TO "history_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-KEY
               ALTERNATE RECORD KEY IS H-NAME-ALT WITH DUPLICATES
               FILE STATUS IS WS-MasterFS.
           SELECT HistoryFile ASSIGN TO "puzzle_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HistFS.
           SELECT LedgerFile ASSIGN TO DYNAMIC WS-LedgerFilename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LedFS.
           SELECT ListFile ASSIGN TO DYNAMIC WS-ListPath
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ListFS.
           SELECT AnswerFile ASSIGN TO DYNAMIC WS-AnsPath
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AnsFS.
           SELECT BoardFile ASSIGN TO DYNAMIC WS-BoardFilename
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NoticeFile ASSIGN TO DYNAMIC WS-NoticePath
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ContestFile.
       01 ContestLine PIC X(200).

       FD PackFile.
       01 PackLine PIC X(100).

       FD MasterFile.
       COPY "HISTREC".

       FD HistoryFile.
       01 HistoryLine PIC X(132).

       FD LedgerFile.
       01 LedgerLine PIC X(250).

       FD ListFile.
       01 ListLine PIC X(200).

       FD AnswerFile.
       01 AnswerLine PIC X(200).

       FD BoardFile.
       01 BoardLine PIC X(100).

       FD NoticeFile.
       01 NoticeLine PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ContestFilename PIC X(100).
       01  WS-PackFilename    PIC X(100).
       01  WS-LedgerFilename  PIC X(100).
       01  WS-BoardFilename   PIC X(100).
       01  WS-AnswerDir       PIC X(60) VALUE "contest_answers".
       01  WS-ListPath        PIC X(200).
       01  WS-AnsPath         PIC X(200).
       01  WS-AnsName         PIC X(60).
       01  WS-NoticePath      PIC X(200).
       01  WS-Cmd             PIC X(400).
       01  WS-DirLen          PIC 999.
       01  WS-ConFS      PIC XX.
       01  WS-PackFS     PIC XX.
       01  WS-MasterFS   PIC XX.
       01  WS-HistFS     PIC XX.
       01  WS-LedFS      PIC XX.
       01  WS-ListFS     PIC XX.
       01  WS-AnsFS      PIC XX.
       01  WS-ListOpen   PIC X VALUE 'N'.
       01  WS-ListEOF    PIC X.

       01  ARG-COUNT     PIC 9(4).
       01  CURRENT-ARG   PIC X(100).

       01  WS-EOF        PIC X VALUE 'N'.
       01  WS-Line       PIC X(250).
       01  WS-OutLine    PIC X(100).
       01  WS-NowTS      PIC X(14).
       01  WS-Refused    PIC X VALUE 'N'.

      *> The contest itself.
       01  WS-ConId      PIC X(10) VALUE SPACES.
       01  WS-ConTitle   PIC X(60) VALUE SPACES.
       01  WS-ConOpen    PIC X(14) VALUE SPACES.
       01  WS-ConClose   PIC X(14) VALUE SPACES.
       01  WS-PackId     PIC X(20) VALUE SPACES.
       01  WS-PackSeq    PIC 9(4).
       01  WS-PackGotHdr PIC X VALUE 'N'.
       01  WS-OpenMin    PIC 9(12).
       01  WS-CloseMin   PIC 9(12).
       01  WS-SubmitMin  PIC 9(12).
       01  WS-DayNum     PIC 9(8).
       01  WS-MinTS      PIC X(14).
       01  WS-MinOut     PIC 9(12).
       01  WS-TSValid    PIC X.

      *> Contest puzzles: pack position, givens, certified solution,
      *> history name and technique grade.
       01  WS-PzTable.
           05  WS-PzCount   PIC 99 VALUE 0.
           05  WS-PzEntry OCCURS 50 TIMES.
               10  WS-PzSeq      PIC 9(4).
               10  WS-PzGivens   PIC X(81).
               10  WS-PzSolution PIC X(81).
               10  WS-PzHistName PIC X(40).
               10  WS-PzGrade    PIC X(6).
               10  WS-PzGradeTS  PIC X(14).
               10  WS-PzBase     PIC 9(4).
               10  WS-PzCorrect  PIC 9(5).
       01  WS-PzIdx      PIC 99.
       01  WS-PzFound    PIC 99.

      *> Every entry on the ledger plus this run's, for duplicate
      *> checks and the standings.
       01  WS-EnTable.
           05  WS-EnCount   PIC 9(5) VALUE 0.
           05  WS-EnEntry OCCURS 20000 TIMES.
               10  WS-EnContestant PIC X(10).
               10  WS-EnSeq        PIC 9(4).
               10  WS-EnSubmit     PIC X(14).
               10  WS-EnResult     PIC X(8).
               10  WS-EnPoints     PIC 9(5).
               10  WS-EnReason     PIC X(40).
       01  WS-EnIdx      PIC 9(5).
       01  WS-EnOverflow PIC X VALUE 'N'.

      *> Standings, one row per contestant with a valid ID.
       01  WS-CtTable.
           05  WS-CtCount   PIC 9(4) VALUE 0.
           05  WS-CtEntry OCCURS 2000 TIMES.
               10  WS-CtId        PIC X(10).
               10  WS-CtPoints    PIC 9(7).
               10  WS-CtCorrect   PIC 9(4).
               10  WS-CtWrong     PIC 9(4).
               10  WS-CtRejected  PIC 9(4).
               10  WS-CtLastOK    PIC X(14).
               10  WS-CtRank      PIC 9(4).
               10  WS-CtPlaced    PIC X.
       01  WS-CtIdx      PIC 9(4).
       01  WS-CtFound    PIC 9(4).
       01  WS-CtBest     PIC 9(4).
       01  WS-CtPrev     PIC 9(4).
       01  WS-RankPos    PIC 9(4).
       01  WS-Better     PIC X.

      *> One answer line being judged.
       01  WS-TokCont    PIC X(20).
       01  WS-TokSeq     PIC X(10).
       01  WS-TokAnswer  PIC X(100).
       01  WS-TokSubmit  PIC X(20).
       01  WS-TokA       PIC X(20).
       01  WS-TokB       PIC X(20).
       01  WS-TokC       PIC X(100).
       01  WS-TokD       PIC X(20).
       01  WS-TokE       PIC X(20).
       01  WS-TokF       PIC X(20).
       01  WS-TokG       PIC X(60).
       01  WS-Seq        PIC 9(4).
       01  WS-SeqLen     PIC 99.
       01  WS-Result     PIC X(8).
       01  WS-Reason     PIC X(40).
       01  WS-Points     PIC 9(5).
       01  WS-Bonus      PIC 9(5).
       01  WS-Len        PIC 999.
       01  WS-Pos        PIC 999.
       01  WS-Char       PIC X.

      *> Verifier rules on WS-CheckGrid against WS-CheckGivens.
       01  WS-CheckGrid   PIC X(81).
       01  WS-CheckGivens PIC X(81).
       01  WS-AnswerOK   PIC X.
       01  WS-DupFound   PIC X.
       01  WS-Grid.
           05  WS-Grid-Row OCCURS 9 TIMES.
               10  WS-Grid-Cell OCCURS 9 TIMES PIC 9.
       01  WS-Seen       PIC 9 OCCURS 9.
       01  WS-VR1        PIC 99.
       01  WS-VC1        PIC 99.
       01  WS-VBoxR      PIC 99.
       01  WS-VBoxC      PIC 99.
       01  WS-VK         PIC 99.
       01  WS-VI         PIC 99.
       01  WS-VJ         PIC 99.
       01  WS-Digit      PIC 9.
       01  WS-SLIdx      PIC 999.
       01  WS-SLRow      PIC 99.
       01  WS-SLCol      PIC 99.

       01  WS-RunFiles   PIC 9(4) VALUE 0.
       01  WS-RunEntries PIC 9(5) VALUE 0.
       01  WS-RunCorrect PIC 9(5) VALUE 0.
       01  WS-RunWrong   PIC 9(5) VALUE 0.
       01  WS-RunRejected PIC 9(5) VALUE 0.
       01  WS-TotCorrect PIC 9(5) VALUE 0.
       01  WS-TotWrong   PIC 9(5) VALUE 0.
       01  WS-TotRejected PIC 9(5) VALUE 0.

       01  WS-DispA      PIC Z(6)9.
       01  WS-DispB      PIC Z(3)9.
       01  WS-DispC      PIC Z(3)9.
       01  WS-DispD      PIC Z(3)9.
       01  WS-DispE      PIC Z(3)9.
       01  WS-DispRank   PIC Z(3)9.
       01  WS-DispSeq    PIC 9(4).
       01  WS-Standing   PIC X(11).

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "Starting ContestRun..."
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT < 1
               DISPLAY "Usage: ContestRun <contest-file> [answer-dir]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(CURRENT-ARG) TO WS-ContestFilename
           IF ARG-COUNT >= 2
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
               MOVE FUNCTION TRIM(CURRENT-ARG) TO WS-AnswerDir
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NowTS
           PERFORM Load-Contest
           PERFORM Load-Pack
           PERFORM Certify-Solutions
           IF WS-Refused = 'Y'
               DISPLAY "*** CONTEST " FUNCTION TRIM(WS-ConId)
                   " REFUSED -- no answers judged"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Load-Grades

           MOVE SPACES TO WS-LedgerFilename WS-BoardFilename
           STRING "contest_"              DELIMITED BY SIZE
               FUNCTION TRIM(WS-ConId)    DELIMITED BY SIZE
               "_entries.txt"             DELIMITED BY SIZE
               INTO WS-LedgerFilename
           STRING "contest_"              DELIMITED BY SIZE
               FUNCTION TRIM(WS-ConId)    DELIMITED BY SIZE
               "_leaderboard.txt"         DELIMITED BY SIZE
               INTO WS-BoardFilename
           PERFORM Load-Ledger
           PERFORM Scan-Answers

           PERFORM Build-Standings
           PERFORM Rank-Standings
           PERFORM Write-Leaderboard
           PERFORM Write-Notices

           MOVE WS-RunFiles TO WS-DispA
           DISPLAY "ContestRun: " FUNCTION TRIM(WS-DispA)
               " answer file(s), " WITH NO ADVANCING
           MOVE WS-RunEntries TO WS-DispA
           DISPLAY FUNCTION TRIM(WS-DispA) " entry(ies) -- "
               WITH NO ADVANCING
           MOVE WS-RunCorrect TO WS-DispA
           DISPLAY FUNCTION TRIM(WS-DispA) " correct, "
               WITH NO ADVANCING
           MOVE WS-RunWrong TO WS-DispA
           DISPLAY FUNCTION TRIM(WS-DispA) " wrong, "
               WITH NO ADVANCING
           MOVE WS-RunRejected TO WS-DispA
           DISPLAY FUNCTION TRIM(WS-DispA) " rejected."
           DISPLAY "Leaderboard in " FUNCTION TRIM(WS-BoardFilename)
           IF WS-EnOverflow = 'Y'
               DISPLAY "*** MORE THAN 20000 ENTRIES -- standings"
                   " incomplete"
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       Load-Contest.
           OPEN INPUT ContestFile
           IF WS-ConFS NOT = "00"
               DISPLAY "Cannot open contest file "
                   FUNCTION TRIM(WS-ContestFilename)
                   " (FILE STATUS " WS-ConFS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ContestFile INTO WS-Line
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-Line NOT = SPACES
                           AND WS-Line(1:1) NOT = '#'
                           PERFORM Parse-Contest-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ContestFile

           IF WS-ConId = SPACES
               DISPLAY "*** No CONTEST line in "
                   FUNCTION TRIM(WS-ContestFilename)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ConOpen TO WS-MinTS
           PERFORM Check-Timestamp
           IF WS-TSValid = 'N'
               DISPLAY "*** Contest open time is not yyyymmddhhmmss: "
                   WS-ConOpen
               MOVE 'Y' TO WS-Refused
           END-IF
           MOVE WS-ConClose TO WS-MinTS
           PERFORM Check-Timestamp
           IF WS-TSValid = 'N' OR WS-ConClose NOT > WS-ConOpen
               DISPLAY "*** Contest close time is not a"
                   " yyyymmddhhmmss after the open time: " WS-ConClose
               MOVE 'Y' TO WS-Refused
           END-IF
           IF WS-PzCount = 0
               DISPLAY "*** No SOL lines -- the contest has no puzzles"
               MOVE 'Y' TO WS-Refused
           END-IF
           PERFORM VARYING WS-PzIdx FROM 1 BY 1
                   UNTIL WS-PzIdx > WS-PzCount
               IF WS-PzHistName(WS-PzIdx) = SPACES
                   DISPLAY "*** Puzzle " WS-PzSeq(WS-PzIdx)
                       " has no NAME line -- it could never be graded"
                   MOVE 'Y' TO WS-Refused
               END-IF
           END-PERFORM
           IF WS-Refused = 'N'
               MOVE WS-ConOpen TO WS-MinTS
               PERFORM Timestamp-To-Minutes
               MOVE WS-MinOut TO WS-OpenMin
               MOVE WS-ConClose TO WS-MinTS
               PERFORM Timestamp-To-Minutes
               MOVE WS-MinOut TO WS-CloseMin
           END-IF.

       Parse-Contest-Line.
           MOVE SPACES TO WS-TokA WS-TokB WS-TokC WS-TokD WS-TokE
           UNSTRING WS-Line DELIMITED BY ","
               INTO WS-TokA WS-TokB WS-TokC WS-TokD WS-TokE
           EVALUATE FUNCTION TRIM(WS-TokA)
               WHEN "CONTEST"
                   MOVE WS-TokB TO WS-ConId
                   MOVE WS-TokC TO WS-ConOpen
                   MOVE WS-TokD TO WS-ConClose
                   MOVE WS-TokE TO WS-PackFilename
               WHEN "TITLE"
                   MOVE WS-Line(7:60) TO WS-ConTitle
               WHEN "SOL"
                   PERFORM Parse-Seq-Token
                   IF WS-Seq = 0
                       DISPLAY "*** Bad SOL line: "
                           FUNCTION TRIM(WS-Line)
                       MOVE 'Y' TO WS-Refused
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM Find-Puzzle
                   IF WS-PzFound > 0
                       DISPLAY "*** Puzzle " WS-Seq
                           " has two SOL lines"
                       MOVE 'Y' TO WS-Refused
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-PzCount >= 50
                       DISPLAY "*** More than 50 contest puzzles"
                       MOVE 'Y' TO WS-Refused
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-PzCount
                   MOVE WS-Seq TO WS-PzSeq(WS-PzCount)
                   MOVE SPACES TO WS-PzGivens(WS-PzCount)
                       WS-PzHistName(WS-PzCount)
                       WS-PzGrade(WS-PzCount)
                       WS-PzGradeTS(WS-PzCount)
                   MOVE WS-TokC(1:81) TO WS-PzSolution(WS-PzCount)
                   MOVE 0 TO WS-PzCorrect(WS-PzCount)
               WHEN "NAME"
                   PERFORM Parse-Seq-Token
                   PERFORM Find-Puzzle
                   IF WS-PzFound = 0
                       DISPLAY "*** NAME line for a puzzle with no"
                           " SOL line: " FUNCTION TRIM(WS-Line)
                       MOVE 'Y' TO WS-Refused
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-TokC TO WS-PzHistName(WS-PzFound)
               WHEN OTHER
                   DISPLAY "Ignoring contest line: "
                       FUNCTION TRIM(WS-Line)
           END-EVALUATE.

       Parse-Seq-Token.
      *> WS-TokB as a pack position 1-9999; 0 when it is not one.
           MOVE 0 TO WS-Seq
           MOVE FUNCTION STORED-CHAR-LENGTH(WS-TokB) TO WS-SeqLen
           IF WS-TokB = SPACES OR WS-SeqLen > 4
               EXIT PARAGRAPH
           END-IF
           IF WS-TokB(1:WS-SeqLen) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-TokB(1:WS-SeqLen)) TO WS-Seq.

       Find-Puzzle.
           MOVE 0 TO WS-PzFound
           PERFORM VARYING WS-PzIdx FROM 1 BY 1
                   UNTIL WS-PzIdx > WS-PzCount OR WS-PzFound > 0
               IF WS-PzSeq(WS-PzIdx) = WS-Seq
                   MOVE WS-PzIdx TO WS-PzFound
               END-IF
           END-PERFORM.

       Load-Pack.
      *> Givens for the contest puzzles, by position in the pack --
      *> counted the way the AI-2025 engine's pack reader counts.
           IF WS-Refused = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PackFile
           IF WS-PackFS NOT = "00"
               DISPLAY "*** Cannot open pack "
                   FUNCTION TRIM(WS-PackFilename)
                   " (FILE STATUS " WS-PackFS ")"
               MOVE 'Y' TO WS-Refused
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PackSeq
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PackFile INTO WS-Line
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM Take-Pack-Line
               END-READ
           END-PERFORM
           CLOSE PackFile
           IF WS-PackGotHdr = 'N'
               DISPLAY "*** " FUNCTION TRIM(WS-PackFilename)
                   " has no PACKHDR"
               MOVE 'Y' TO WS-Refused
           END-IF
           PERFORM VARYING WS-PzIdx FROM 1 BY 1
                   UNTIL WS-PzIdx > WS-PzCount
               IF WS-PzGivens(WS-PzIdx) = SPACES
                   DISPLAY "*** Puzzle " WS-PzSeq(WS-PzIdx)
                       " is not in pack "
                       FUNCTION TRIM(WS-PackFilename)
                   MOVE 'Y' TO WS-Refused
               END-IF
           END-PERFORM.

       Take-Pack-Line.
           IF WS-Line(1:8) = "PACKHDR,"
               MOVE SPACES TO WS-TokA WS-TokB
               UNSTRING WS-Line DELIMITED BY ","
                   INTO WS-TokA WS-TokB
               MOVE WS-TokB TO WS-PackId
               MOVE 'Y' TO WS-PackGotHdr
               EXIT PARAGRAPH
           END-IF
           IF WS-Line(1:8) = "PACKTRL,"
               EXIT PARAGRAPH
           END-IF
           IF WS-Line(81:1) = SPACE OR WS-Line(82:1) NOT = SPACE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PackSeq
           MOVE WS-PackSeq TO WS-Seq
           PERFORM Find-Puzzle
           IF WS-PzFound > 0
               MOVE WS-Line(1:81) TO WS-PzGivens(WS-PzFound)
           END-IF.

       Certify-Solutions.
      *> A certified solution that breaks the rules or contradicts
      *> the pack would mark every right answer wrong.
           IF WS-Refused = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PzIdx FROM 1 BY 1
                   UNTIL WS-PzIdx > WS-PzCount
               MOVE WS-PzSolution(WS-PzIdx) TO WS-CheckGrid
               MOVE WS-PzGivens(WS-PzIdx) TO WS-CheckGivens
               PERFORM Check-Answer
               IF WS-AnswerOK = 'N'
                   DISPLAY "*** Certified solution for puzzle "
                       WS-PzSeq(WS-PzIdx) " fails: "
                       FUNCTION TRIM(WS-Reason)
                   MOVE 'Y' TO WS-Refused
               END-IF
           END-PERFORM.

       Load-Grades.
      *> Latest TECH= grade per contest puzzle: the history master
      *> first, then the flat log, whose lines are all newer than
      *> the last rotation; a later run that did not grade (the
      *> backtracker, a cache hit) leaves the grade as it was.
           PERFORM Grades-From-Master
           OPEN INPUT HistoryFile
           IF WS-HistFS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HistoryFile INTO WS-Line
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM Grade-From-History
                   END-READ
               END-PERFORM
               CLOSE HistoryFile
           END-IF
           PERFORM VARYING WS-PzIdx FROM 1 BY 1
                   UNTIL WS-PzIdx > WS-PzCount
               EVALUATE WS-PzGrade(WS-PzIdx)
                   WHEN "PAIRS"  MOVE 150 TO WS-PzBase(WS-PzIdx)
                   WHEN "LOCKED" MOVE 200 TO WS-PzBase(WS-PzIdx)
                   WHEN "GUESS"  MOVE 300 TO WS-PzBase(WS-PzIdx)
                   WHEN OTHER    MOVE 100 TO WS-PzBase(WS-PzIdx)
               END-EVALUATE
               IF WS-PzGrade(WS-PzIdx) = SPACES
                   DISPLAY "Warning: puzzle " WS-PzSeq(WS-PzIdx) " ("
                       FUNCTION TRIM(WS-PzHistName(WS-PzIdx))
                       ") has no TECH= grade in history -- scored"
                       " as ungraded"
               END-IF
           END-PERFORM.

       Grades-From-Master.
           OPEN INPUT MasterFile
           IF WS-MasterFS NOT = "00"
      *> No master just means no rotation has run yet; the current
      *> log still answers.
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PzIdx FROM 1 BY 1
                   UNTIL WS-PzIdx > WS-PzCount
               MOVE WS-PzHistName(WS-PzIdx) TO H-NAME-ALT
               MOVE 'N' TO WS-EOF
               START MasterFile KEY IS = H-NAME-ALT
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MasterFile NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF H-NAME-ALT = WS-PzHistName(WS-PzIdx)
                               PERFORM Grade-From-Master
                           ELSE
                               MOVE 'Y' TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM
           CLOSE MasterFile
           MOVE 'N' TO WS-EOF.

       Grade-From-Master.
      *> Duplicates come back in load order; the run timestamp makes
      *> the latest graded run win whatever that order is.
           IF H-TECH-GRADE NOT = SPACES
               AND H-TIMESTAMP >= WS-PzGradeTS(WS-PzIdx)
               MOVE H-TECH-GRADE TO WS-PzGrade(WS-PzIdx)
               MOVE H-TIMESTAMP TO WS-PzGradeTS(WS-PzIdx)
           END-IF.

       Grade-From-History.
           MOVE SPACES TO WS-TokG WS-TokA WS-TokB WS-TokC WS-TokD
               WS-TokE WS-TokF WS-TokSubmit
           UNSTRING WS-Line DELIMITED BY ","
               INTO WS-TokG WS-TokA WS-TokB WS-TokD WS-TokE WS-TokF
                   WS-TokC WS-TokSubmit
           PERFORM VARYING WS-PzIdx FROM 1 BY 1
                   UNTIL WS-PzIdx > WS-PzCount
               IF WS-PzHistName(WS-PzIdx) = WS-TokG(1:40)
                   IF WS-TokF(1:5) = "TECH="
                       MOVE WS-TokF(6:6) TO WS-PzGrade(WS-PzIdx)
                   END-IF
                   IF WS-TokC(1:5) = "TECH="
                       MOVE WS-TokC(6:6) TO WS-PzGrade(WS-PzIdx)
                   END-IF
                   IF WS-TokSubmit(1:5) = "TECH="
                       MOVE WS-TokSubmit(6:6) TO WS-PzGrade(WS-PzIdx)
                   END-IF
               END-IF
           END-PERFORM.

       Load-Ledger.
           OPEN INPUT LedgerFile
           IF WS-LedFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LedgerFile INTO WS-Line
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-Line NOT = SPACES
                           PERFORM Take-Ledger-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LedgerFile.

       Take-Ledger-Line.
           MOVE SPACES TO WS-TokA WS-TokCont WS-TokB WS-TokSubmit
               WS-TokD WS-TokE WS-TokG
           UNSTRING WS-Line DELIMITED BY ","
               INTO WS-TokA WS-TokCont WS-TokB WS-TokSubmit
                   WS-TokD WS-TokE WS-TokG
           PERFORM Parse-Seq-Token
           MOVE WS-TokD TO WS-Result
           MOVE FUNCTION NUMVAL(WS-TokE) TO WS-Points
           MOVE WS-TokG TO WS-Reason
           PERFORM Add-Entry.

       Add-Entry.
           IF WS-EnCount >= 20000
               MOVE 'Y' TO WS-EnOverflow
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EnCount
           MOVE WS-TokCont TO WS-EnContestant(WS-EnCount)
           MOVE WS-Seq TO WS-EnSeq(WS-EnCount)
           MOVE WS-TokSubmit TO WS-EnSubmit(WS-EnCount)
           MOVE WS-Result TO WS-EnResult(WS-EnCount)
           MOVE WS-Points TO WS-EnPoints(WS-EnCount)
           MOVE WS-Reason TO WS-EnReason(WS-EnCount).

       Scan-Answers.
      *> Same shelled-out "ls" listing and done/error folders the
      *> solver's inbox mode and InqReply use.
           MOVE SPACES TO WS-Cmd
           STRING "mkdir -p " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AnswerDir) DELIMITED BY SIZE
               "/done "                    DELIMITED BY SIZE
               FUNCTION TRIM(WS-AnswerDir) DELIMITED BY SIZE
               "/error "                   DELIMITED BY SIZE
               FUNCTION TRIM(WS-AnswerDir) DELIMITED BY SIZE
               "/notices"                  DELIMITED BY SIZE
               INTO WS-Cmd
           CALL "SYSTEM" USING WS-Cmd

           MOVE SPACES TO WS-ListPath
           STRING FUNCTION TRIM(WS-AnswerDir) DELIMITED BY SIZE
               "/.answer_listing.tmp"         DELIMITED BY SIZE
               INTO WS-ListPath
           MOVE SPACES TO WS-Cmd
           STRING "ls " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AnswerDir) DELIMITED BY SIZE
               "/*.ans > "                 DELIMITED BY SIZE
               FUNCTION TRIM(WS-ListPath)  DELIMITED BY SIZE
               " 2>/dev/null"              DELIMITED BY SIZE
               INTO WS-Cmd
           CALL "SYSTEM" USING WS-Cmd
           MOVE FUNCTION STORED-CHAR-LENGTH(WS-AnswerDir) TO WS-DirLen

           OPEN EXTEND LedgerFile
           IF WS-LedFS = "35"
               OPEN OUTPUT LedgerFile
               CLOSE LedgerFile
               OPEN EXTEND LedgerFile
           END-IF
           IF WS-LedFS NOT = "00"
               DISPLAY "*** Cannot open " FUNCTION TRIM(WS-LedgerFilename)
                   " (FILE STATUS " WS-LedFS ") -- no answers taken"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-ListEOF
           OPEN INPUT ListFile
           IF WS-ListFS NOT = "00"
               MOVE 'Y' TO WS-ListEOF
           ELSE
               MOVE 'Y' TO WS-ListOpen
           END-IF
           PERFORM UNTIL WS-ListEOF = 'Y'
               READ ListFile INTO WS-AnsPath
                   AT END MOVE 'Y' TO WS-ListEOF
                   NOT AT END
                       MOVE FUNCTION TRIM(WS-AnsPath) TO WS-AnsPath
                       IF WS-AnsPath NOT = SPACES
                           PERFORM Process-Answer-File
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ListOpen = 'Y'
               CLOSE ListFile
           END-IF
           CLOSE LedgerFile

           MOVE SPACES TO WS-Cmd
           STRING "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ListPath) DELIMITED BY SIZE
               INTO WS-Cmd
           CALL "SYSTEM" USING WS-Cmd.

       Process-Answer-File.
           MOVE SPACES TO WS-AnsName
           MOVE WS-AnsPath(WS-DirLen + 2:60) TO WS-AnsName
           OPEN INPUT AnswerFile
           IF WS-AnsFS NOT = "00"
               DISPLAY "Cannot read answer file "
                   FUNCTION TRIM(WS-AnsName)
                   " (FILE STATUS " WS-AnsFS ") -- moved to error/"
               MOVE SPACES TO WS-Cmd
               STRING "mv " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AnsPath)   DELIMITED BY SIZE
                   " "                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AnswerDir) DELIMITED BY SIZE
                   "/error/"                   DELIMITED BY SIZE
                   INTO WS-Cmd
               CALL "SYSTEM" USING WS-Cmd
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RunFiles
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ AnswerFile INTO WS-Line
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-Line NOT = SPACES
                           AND WS-Line(1:1) NOT = '#'
                           PERFORM Judge-Entry
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AnswerFile
           MOVE SPACES TO WS-Cmd
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(WS-AnsPath)   DELIMITED BY SIZE
               " "                         DELIMITED BY SIZE
               FUNCTION TRIM(WS-AnswerDir) DELIMITED BY SIZE
               "/done/"                    DELIMITED BY SIZE
               INTO WS-Cmd
           CALL "SYSTEM" USING WS-Cmd.

       Judge-Entry.
           ADD 1 TO WS-RunEntries
           MOVE SPACES TO WS-TokCont WS-TokB WS-TokAnswer WS-TokSubmit
               WS-TokE
           UNSTRING WS-Line DELIMITED BY ","
               INTO WS-TokCont WS-TokB WS-TokAnswer WS-TokSubmit
                   WS-TokE
           MOVE FUNCTION TRIM(WS-TokCont) TO WS-TokCont
           MOVE FUNCTION TRIM(WS-TokAnswer) TO WS-TokAnswer
           MOVE FUNCTION TRIM(WS-TokSubmit) TO WS-TokSubmit
           PERFORM Parse-Seq-Token
           MOVE SPACES TO WS-Result WS-Reason
           MOVE 0 TO WS-Points

           PERFORM Check-Contestant-Id
           IF WS-Reason = SPACES
               PERFORM Find-Puzzle
               IF WS-PzFound = 0
                   MOVE "MALFORMED: NOT A CONTEST PUZZLE" TO WS-Reason
               END-IF
           END-IF
           IF WS-Reason = SPACES
               IF FUNCTION STORED-CHAR-LENGTH(WS-TokAnswer) NOT = 81
                   MOVE "MALFORMED: ANSWER NOT 81 CHARACTERS"
                       TO WS-Reason
               END-IF
           END-IF
           IF WS-Reason = SPACES
               MOVE WS-TokSubmit(1:14) TO WS-MinTS
               PERFORM Check-Timestamp
               IF WS-TSValid = 'N' OR WS-TokSubmit(15:6) NOT = SPACES
                   MOVE "MALFORMED: SUBMIT TIME NOT A TIMESTAMP"
                       TO WS-Reason
               ELSE
                   IF WS-MinTS > WS-NowTS
                       MOVE "MALFORMED: SUBMIT TIME IN THE FUTURE"
                           TO WS-Reason
                   END-IF
               END-IF
           END-IF
           IF WS-Reason = SPACES AND WS-TokE NOT = SPACES
               MOVE "MALFORMED: TOO MANY FIELDS" TO WS-Reason
           END-IF
           IF WS-Reason = SPACES
               IF WS-TokSubmit(1:14) < WS-ConOpen
                   MOVE "EARLY: BEFORE THE CONTEST OPENED" TO WS-Reason
               END-IF
               IF WS-TokSubmit(1:14) > WS-ConClose
                   MOVE "LATE: AFTER THE CONTEST CLOSED" TO WS-Reason
               END-IF
           END-IF
           IF WS-Reason = SPACES
               PERFORM VARYING WS-EnIdx FROM 1 BY 1
                       UNTIL WS-EnIdx > WS-EnCount
                   IF WS-EnContestant(WS-EnIdx) = WS-TokCont
                       AND WS-EnSeq(WS-EnIdx) = WS-Seq
                       AND (WS-EnResult(WS-EnIdx) = "CORRECT"
                           OR WS-EnResult(WS-EnIdx) = "WRONG")
                       MOVE "DUPLICATE: PUZZLE ALREADY ANSWERED"
                           TO WS-Reason
                   END-IF
               END-PERFORM
           END-IF

           IF WS-Reason NOT = SPACES
               MOVE "REJECTED" TO WS-Result
               ADD 1 TO WS-RunRejected
           ELSE
               MOVE WS-TokAnswer(1:81) TO WS-CheckGrid
               MOVE WS-PzGivens(WS-PzFound) TO WS-CheckGivens
               PERFORM Check-Answer
               IF WS-AnswerOK = 'Y'
                   AND WS-CheckGrid NOT = WS-PzSolution(WS-PzFound)
                   MOVE 'N' TO WS-AnswerOK
                   MOVE "DIFFERS FROM THE CERTIFIED SOLUTION"
                       TO WS-Reason
               END-IF
               IF WS-AnswerOK = 'Y'
                   MOVE "CORRECT" TO WS-Result
                   PERFORM Score-Entry
                   ADD 1 TO WS-RunCorrect
               ELSE
                   MOVE "WRONG" TO WS-Result
                   ADD 1 TO WS-RunWrong
               END-IF
           END-IF

           PERFORM Add-Entry
           MOVE WS-Points TO WS-DispA
           MOVE SPACES TO WS-Line
           STRING WS-NowTS                     DELIMITED BY SIZE
               ","                             DELIMITED BY SIZE
               FUNCTION TRIM(WS-TokCont)       DELIMITED BY SIZE
               ","                             DELIMITED BY SIZE
               FUNCTION TRIM(WS-TokB)          DELIMITED BY SIZE
               ","                             DELIMITED BY SIZE
               FUNCTION TRIM(WS-TokSubmit)     DELIMITED BY SIZE
               ","                             DELIMITED BY SIZE
               FUNCTION TRIM(WS-Result)        DELIMITED BY SIZE
               ","                             DELIMITED BY SIZE
               FUNCTION TRIM(WS-DispA)         DELIMITED BY SIZE
               ","                             DELIMITED BY SIZE
               FUNCTION TRIM(WS-Reason)        DELIMITED BY SIZE
               ","                             DELIMITED BY SIZE
               FUNCTION TRIM(WS-AnsName)       DELIMITED BY SIZE
               ","                             DELIMITED BY SIZE
               FUNCTION TRIM(WS-TokAnswer)     DELIMITED BY SIZE
               INTO WS-Line
           WRITE LedgerLine FROM WS-Line.

       Check-Contestant-Id.
      *> 1-10 characters, letters, digits and hyphens only -- it
      *> names the contestant's notice file.
           MOVE FUNCTION STORED-CHAR-LENGTH(WS-TokCont) TO WS-Len
           IF WS-TokCont = SPACES OR WS-Len > 10
               MOVE "MALFORMED: CONTESTANT ID INVALID" TO WS-Reason
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-Pos FROM 1 BY 1 UNTIL WS-Pos > WS-Len
               MOVE WS-TokCont(WS-Pos:1) TO WS-Char
               IF NOT (WS-Char >= 'A' AND WS-Char <= 'Z')
                   AND NOT (WS-Char >= 'a' AND WS-Char <= 'z')
                   AND NOT (WS-Char >= '0' AND WS-Char <= '9')
                   AND WS-Char NOT = '-'
                   MOVE "MALFORMED: CONTESTANT ID INVALID" TO WS-Reason
               END-IF
           END-PERFORM.

       Score-Entry.
      *> Grade points, plus up to half again for speed: the share of
      *> the contest window still to run when the answer went in.
           MOVE WS-PzBase(WS-PzFound) TO WS-Points
           MOVE WS-TokSubmit(1:14) TO WS-MinTS
           PERFORM Timestamp-To-Minutes
           MOVE WS-MinOut TO WS-SubmitMin
      *> A window that opens and closes inside the same minute has
      *> no time to share out.
           IF WS-CloseMin > WS-OpenMin
               COMPUTE WS-Bonus = (WS-PzBase(WS-PzFound)
                   * (WS-CloseMin - WS-SubmitMin))
                   / (2 * (WS-CloseMin - WS-OpenMin))
           ELSE
               MOVE 0 TO WS-Bonus
           END-IF
           ADD WS-Bonus TO WS-Points.

       Check-Timestamp.
      *> WS-MinTS a plausible yyyymmddhhmmss, the same checks as
      *> Enqueue's release time.
           MOVE 'Y' TO WS-TSValid
           IF WS-MinTS IS NOT NUMERIC
               MOVE 'N' TO WS-TSValid
               EXIT PARAGRAPH
           END-IF
           IF WS-MinTS(5:2) < "01" OR WS-MinTS(5:2) > "12"
               OR WS-MinTS(7:2) < "01"
               OR WS-MinTS(7:2) > "31"
               OR WS-MinTS(9:2) > "23"
               OR WS-MinTS(11:2) > "59"
               OR WS-MinTS(13:2) > "59"
               MOVE 'N' TO WS-TSValid
               EXIT PARAGRAPH
           END-IF
      *> The ranges above still pass 20260231; the calendar does not.
           IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(WS-MinTS(1:8))) NOT = 0
               MOVE 'N' TO WS-TSValid
           END-IF.

       Timestamp-To-Minutes.
           COMPUTE WS-DayNum = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-MinTS(1:8)))
           COMPUTE WS-MinOut = WS-DayNum * 1440
               + FUNCTION NUMVAL(WS-MinTS(9:2)) * 60
               + FUNCTION NUMVAL(WS-MinTS(11:2)).

       Check-Answer.
      *> Verifier rules on WS-CheckGrid: every cell a digit, every
      *> given in WS-CheckGivens kept, rows/columns/boxes each 1-9
      *> once. WS-Reason says what failed first.
           MOVE 'Y' TO WS-AnswerOK
           MOVE SPACES TO WS-Reason
           PERFORM VARYING WS-SLIdx FROM 1 BY 1 UNTIL WS-SLIdx > 81
               COMPUTE WS-SLRow =
                   FUNCTION INTEGER-PART((WS-SLIdx - 1) / 9) + 1
               COMPUTE WS-SLCol = FUNCTION MOD(WS-SLIdx - 1, 9) + 1
               MOVE WS-CheckGrid(WS-SLIdx:1) TO WS-Char
               IF WS-Char >= '1' AND WS-Char <= '9'
                   MOVE WS-Char TO WS-Grid-Cell(WS-SLRow, WS-SLCol)
               ELSE
                   MOVE 0 TO WS-Grid-Cell(WS-SLRow, WS-SLCol)
                   IF WS-AnswerOK = 'Y'
                       STRING "ROW " WS-SLRow(2:1) " COL "
                           WS-SLCol(2:1) " NOT FILLED"
                           DELIMITED BY SIZE INTO WS-Reason
                   END-IF
                   MOVE 'N' TO WS-AnswerOK
               END-IF
               MOVE WS-CheckGivens(WS-SLIdx:1) TO WS-Char
               IF WS-Char >= '1' AND WS-Char <= '9'
                   AND WS-Char NOT = WS-CheckGrid(WS-SLIdx:1)
                   IF WS-AnswerOK = 'Y'
                       STRING "GIVEN AT ROW " WS-SLRow(2:1) " COL "
                           WS-SLCol(2:1) " CHANGED"
                           DELIMITED BY SIZE INTO WS-Reason
                   END-IF
                   MOVE 'N' TO WS-AnswerOK
               END-IF
           END-PERFORM
           IF WS-AnswerOK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM Check-Rows
           PERFORM Check-Columns
           PERFORM Check-Boxes.

       Clear-Seen.
           MOVE 0 TO WS-Seen(1) WS-Seen(2) WS-Seen(3) WS-Seen(4)
               WS-Seen(5) WS-Seen(6) WS-Seen(7) WS-Seen(8)
               WS-Seen(9)
           MOVE 'N' TO WS-DupFound.

       Mark-Seen.
           IF WS-Digit >= 1 AND WS-Digit <= 9
               IF WS-Seen(WS-Digit) NOT = 0
                   MOVE 'Y' TO WS-DupFound
               END-IF
               MOVE 1 TO WS-Seen(WS-Digit)
           END-IF.

       Check-Rows.
           PERFORM VARYING WS-VR1 FROM 1 BY 1 UNTIL WS-VR1 > 9
               PERFORM Clear-Seen
               PERFORM VARYING WS-VC1 FROM 1 BY 1 UNTIL WS-VC1 > 9
                   MOVE WS-Grid-Cell(WS-VR1, WS-VC1) TO WS-Digit
                   PERFORM Mark-Seen
               END-PERFORM
               IF WS-DupFound = 'Y' AND WS-AnswerOK = 'Y'
                   MOVE 'N' TO WS-AnswerOK
                   STRING "ROW " WS-VR1(2:1) " REPEATS A DIGIT"
                       DELIMITED BY SIZE INTO WS-Reason
               END-IF
           END-PERFORM.

       Check-Columns.
           PERFORM VARYING WS-VC1 FROM 1 BY 1 UNTIL WS-VC1 > 9
               PERFORM Clear-Seen
               PERFORM VARYING WS-VR1 FROM 1 BY 1 UNTIL WS-VR1 > 9
                   MOVE WS-Grid-Cell(WS-VR1, WS-VC1) TO WS-Digit
                   PERFORM Mark-Seen
               END-PERFORM
               IF WS-DupFound = 'Y' AND WS-AnswerOK = 'Y'
                   MOVE 'N' TO WS-AnswerOK
                   STRING "COLUMN " WS-VC1(2:1) " REPEATS A DIGIT"
                       DELIMITED BY SIZE INTO WS-Reason
               END-IF
           END-PERFORM.

       Check-Boxes.
           PERFORM VARYING WS-VBoxR FROM 1 BY 3 UNTIL WS-VBoxR > 9
               PERFORM VARYING WS-VBoxC FROM 1 BY 3 UNTIL WS-VBoxC > 9
                   PERFORM Clear-Seen
                   PERFORM VARYING WS-VK FROM 0 BY 1 UNTIL WS-VK > 8
                       COMPUTE WS-VI = FUNCTION INTEGER-PART(WS-VK / 3)
                       COMPUTE WS-VJ = FUNCTION MOD(WS-VK, 3)
                       MOVE WS-Grid-Cell(WS-VBoxR + WS-VI,
                           WS-VBoxC + WS-VJ) TO WS-Digit
                       PERFORM Mark-Seen
                   END-PERFORM
                   IF WS-DupFound = 'Y' AND WS-AnswerOK = 'Y'
                       MOVE 'N' TO WS-AnswerOK
                       STRING "BOX AT ROW " WS-VBoxR(2:1) " COL "
                           WS-VBoxC(2:1) " REPEATS A DIGIT"
                           DELIMITED BY SIZE INTO WS-Reason
                   END-IF
               END-PERFORM
           END-PERFORM.

       Build-Standings.
           PERFORM VARYING WS-EnIdx FROM 1 BY 1
                   UNTIL WS-EnIdx > WS-EnCount
               EVALUATE WS-EnResult(WS-EnIdx)
                   WHEN "CORRECT" ADD 1 TO WS-TotCorrect
                   WHEN "WRONG"   ADD 1 TO WS-TotWrong
                   WHEN OTHER     ADD 1 TO WS-TotRejected
               END-EVALUATE
               MOVE WS-EnSeq(WS-EnIdx) TO WS-Seq
               IF WS-EnResult(WS-EnIdx) = "CORRECT"
                   PERFORM Find-Puzzle
                   IF WS-PzFound > 0
                       ADD 1 TO WS-PzCorrect(WS-PzFound)
                   END-IF
               END-IF
               MOVE WS-EnContestant(WS-EnIdx) TO WS-TokCont
               MOVE SPACES TO WS-Reason
               PERFORM Check-Contestant-Id
               IF WS-Reason = SPACES
                   PERFORM Tally-Contestant
               END-IF
           END-PERFORM.

       Tally-Contestant.
           MOVE 0 TO WS-CtFound
           PERFORM VARYING WS-CtIdx FROM 1 BY 1
                   UNTIL WS-CtIdx > WS-CtCount OR WS-CtFound > 0
               IF WS-CtId(WS-CtIdx) = WS-TokCont
                   MOVE WS-CtIdx TO WS-CtFound
               END-IF
           END-PERFORM
           IF WS-CtFound = 0
               IF WS-CtCount >= 2000
                   MOVE 'Y' TO WS-EnOverflow
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CtCount
               MOVE WS-CtCount TO WS-CtFound
               MOVE WS-TokCont TO WS-CtId(WS-CtFound)
               MOVE 0 TO WS-CtPoints(WS-CtFound) WS-CtCorrect(WS-CtFound)
                   WS-CtWrong(WS-CtFound) WS-CtRejected(WS-CtFound)
                   WS-CtRank(WS-CtFound)
               MOVE SPACES TO WS-CtLastOK(WS-CtFound)
               MOVE 'N' TO WS-CtPlaced(WS-CtFound)
           END-IF
           EVALUATE WS-EnResult(WS-EnIdx)
               WHEN "CORRECT"
                   ADD WS-EnPoints(WS-EnIdx) TO WS-CtPoints(WS-CtFound)
                   ADD 1 TO WS-CtCorrect(WS-CtFound)
                   IF WS-EnSubmit(WS-EnIdx) > WS-CtLastOK(WS-CtFound)
                       MOVE WS-EnSubmit(WS-EnIdx)
                           TO WS-CtLastOK(WS-CtFound)
                   END-IF
               WHEN "WRONG"
                   ADD 1 TO WS-CtWrong(WS-CtFound)
               WHEN OTHER
                   ADD 1 TO WS-CtRejected(WS-CtFound)
           END-EVALUATE.

       Rank-Standings.
      *> Repeated pick of the best unplaced contestant; level on
      *> points, correct count and last correct time shares a rank.
           MOVE 0 TO WS-CtPrev
           PERFORM VARYING WS-RankPos FROM 1 BY 1
                   UNTIL WS-RankPos > WS-CtCount
               MOVE 0 TO WS-CtBest
               PERFORM VARYING WS-CtIdx FROM 1 BY 1
                       UNTIL WS-CtIdx > WS-CtCount
                   IF WS-CtPlaced(WS-CtIdx) = 'N'
                       IF WS-CtBest = 0
                           MOVE WS-CtIdx TO WS-CtBest
                       ELSE
                           PERFORM Compare-Contestants
                           IF WS-Better = 'Y'
                               MOVE WS-CtIdx TO WS-CtBest
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 'Y' TO WS-CtPlaced(WS-CtBest)
               MOVE WS-RankPos TO WS-CtRank(WS-CtBest)
               IF WS-CtPrev > 0
                   IF WS-CtPoints(WS-CtBest) = WS-CtPoints(WS-CtPrev)
                       AND WS-CtCorrect(WS-CtBest)
                           = WS-CtCorrect(WS-CtPrev)
                       AND WS-CtLastOK(WS-CtBest)
                           = WS-CtLastOK(WS-CtPrev)
                       MOVE WS-CtRank(WS-CtPrev) TO WS-CtRank(WS-CtBest)
                   END-IF
               END-IF
               MOVE WS-CtBest TO WS-CtPrev
           END-PERFORM.

       Compare-Contestants.
      *> Is WS-CtIdx ahead of WS-CtBest?
           MOVE 'N' TO WS-Better
           EVALUATE TRUE
               WHEN WS-CtPoints(WS-CtIdx) > WS-CtPoints(WS-CtBest)
                   MOVE 'Y' TO WS-Better
               WHEN WS-CtPoints(WS-CtIdx) < WS-CtPoints(WS-CtBest)
                   CONTINUE
               WHEN WS-CtCorrect(WS-CtIdx) > WS-CtCorrect(WS-CtBest)
                   MOVE 'Y' TO WS-Better
               WHEN WS-CtCorrect(WS-CtIdx) < WS-CtCorrect(WS-CtBest)
                   CONTINUE
               WHEN WS-CtLastOK(WS-CtIdx) < WS-CtLastOK(WS-CtBest)
                   MOVE 'Y' TO WS-Better
           END-EVALUATE.

       Write-Leaderboard.
           OPEN OUTPUT BoardFile
           MOVE "SOLVING CONTEST LEADERBOARD" TO WS-OutLine
           WRITE BoardLine FROM WS-OutLine
           MOVE SPACES TO WS-OutLine
           STRING "CONTEST: "              DELIMITED BY SIZE
               FUNCTION TRIM(WS-ConId)     DELIMITED BY SIZE
               "  "                        DELIMITED BY SIZE
               FUNCTION TRIM(WS-ConTitle)  DELIMITED BY SIZE
               INTO WS-OutLine
           WRITE BoardLine FROM WS-OutLine
           PERFORM Set-Standing
           MOVE SPACES TO WS-OutLine
           STRING "OPEN "                  DELIMITED BY SIZE
               WS-ConOpen                  DELIMITED BY SIZE
               "  CLOSE "                  DELIMITED BY SIZE
               WS-ConClose                 DELIMITED BY SIZE
               "  AS AT "                  DELIMITED BY SIZE
               WS-NowTS                    DELIMITED BY SIZE
               "  "                        DELIMITED BY SIZE
               WS-Standing                 DELIMITED BY SIZE
               INTO WS-OutLine
           WRITE BoardLine FROM WS-OutLine

           MOVE SPACES TO WS-OutLine
           WRITE BoardLine FROM WS-OutLine
           MOVE "PUZZLE  GRADE   POINTS  SOLVED BY" TO WS-OutLine
           WRITE BoardLine FROM WS-OutLine
           PERFORM VARYING WS-PzIdx FROM 1 BY 1
                   UNTIL WS-PzIdx > WS-PzCount
               MOVE WS-PzSeq(WS-PzIdx) TO WS-DispSeq
               MOVE WS-PzBase(WS-PzIdx) TO WS-DispB
               MOVE WS-PzCorrect(WS-PzIdx) TO WS-DispC
               MOVE SPACES TO WS-OutLine
               STRING WS-DispSeq           DELIMITED BY SIZE
                   "    "                  DELIMITED BY SIZE
                   WS-PzGrade(WS-PzIdx)    DELIMITED BY SIZE
                   "  "                    DELIMITED BY SIZE
                   WS-DispB                DELIMITED BY SIZE
                   "    "                  DELIMITED BY SIZE
                   WS-DispC                DELIMITED BY SIZE
                   INTO WS-OutLine
               IF WS-PzGrade(WS-PzIdx) = SPACES
                   MOVE "(NONE)" TO WS-OutLine(9:6)
                   MOVE "NOT GRADED IN HISTORY" TO WS-OutLine(40:21)
               END-IF
               WRITE BoardLine FROM WS-OutLine
           END-PERFORM

           MOVE SPACES TO WS-OutLine
           WRITE BoardLine FROM WS-OutLine
           MOVE WS-TotCorrect TO WS-DispA
           MOVE SPACES TO WS-OutLine
           STRING "ENTRIES CORRECT:  " DELIMITED BY SIZE
               WS-DispA                DELIMITED BY SIZE
               INTO WS-OutLine
           WRITE BoardLine FROM WS-OutLine
           MOVE WS-TotWrong TO WS-DispA
           MOVE SPACES TO WS-OutLine
           STRING "ENTRIES WRONG:    " DELIMITED BY SIZE
               WS-DispA                DELIMITED BY SIZE
               INTO WS-OutLine
           WRITE BoardLine FROM WS-OutLine
           MOVE WS-TotRejected TO WS-DispA
           MOVE SPACES TO WS-OutLine
           STRING "ENTRIES REJECTED: " DELIMITED BY SIZE
               WS-DispA                DELIMITED BY SIZE
               INTO WS-OutLine
           WRITE BoardLine FROM WS-OutLine

           MOVE SPACES TO WS-OutLine
           WRITE BoardLine FROM WS-OutLine
           MOVE "RANK  CONTESTANT   POINTS  RIGHT  WRONG  LAST CORRECT"
               TO WS-OutLine
           WRITE BoardLine FROM WS-OutLine
           PERFORM VARYING WS-RankPos FROM 1 BY 1
                   UNTIL WS-RankPos > WS-CtCount
               PERFORM VARYING WS-CtIdx FROM 1 BY 1
                       UNTIL WS-CtIdx > WS-CtCount
                   IF WS-CtPlaced(WS-CtIdx) = 'Y'
                       AND WS-CtRank(WS-CtIdx) = WS-RankPos
                       PERFORM Write-Board-Row
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE BoardFile.

       Write-Board-Row.
           MOVE WS-CtRank(WS-CtIdx) TO WS-DispRank
           MOVE WS-CtPoints(WS-CtIdx) TO WS-DispA
           MOVE WS-CtCorrect(WS-CtIdx) TO WS-DispC
           MOVE WS-CtWrong(WS-CtIdx) TO WS-DispD
           MOVE SPACES TO WS-OutLine
           STRING WS-DispRank            DELIMITED BY SIZE
               "  "                      DELIMITED BY SIZE
               WS-CtId(WS-CtIdx)         DELIMITED BY SIZE
               " "                       DELIMITED BY SIZE
               WS-DispA                  DELIMITED BY SIZE
               "   "                     DELIMITED BY SIZE
               WS-DispC                  DELIMITED BY SIZE
               "   "                     DELIMITED BY SIZE
               WS-DispD                  DELIMITED BY SIZE
               "  "                      DELIMITED BY SIZE
               WS-CtLastOK(WS-CtIdx)     DELIMITED BY SIZE
               INTO WS-OutLine
           WRITE BoardLine FROM WS-OutLine.

       Set-Standing.
           IF WS-NowTS > WS-ConClose
               MOVE "FINAL" TO WS-Standing
           ELSE
               MOVE "PROVISIONAL" TO WS-Standing
           END-IF.

       Write-Notices.
      *> Every contestant's notice is rebuilt: someone else's answer
      *> moves everyone's rank.
           PERFORM VARYING WS-CtIdx FROM 1 BY 1
                   UNTIL WS-CtIdx > WS-CtCount
               PERFORM Write-One-Notice
           END-PERFORM.

       Write-One-Notice.
           MOVE SPACES TO WS-NoticePath
           STRING FUNCTION TRIM(WS-AnswerDir) DELIMITED BY SIZE
               "/notices/"                    DELIMITED BY SIZE
               FUNCTION TRIM(WS-CtId(WS-CtIdx)) DELIMITED BY SIZE
               "_"                            DELIMITED BY SIZE
               FUNCTION TRIM(WS-ConId)        DELIMITED BY SIZE
               ".result.txt"                  DELIMITED BY SIZE
               INTO WS-NoticePath
           OPEN OUTPUT NoticeFile
           MOVE "SOLVING CONTEST RESULT NOTICE" TO WS-OutLine
           WRITE NoticeLine FROM WS-OutLine
           MOVE SPACES TO WS-OutLine
           STRING "CONTEST:    "           DELIMITED BY SIZE
               FUNCTION TRIM(WS-ConId)     DELIMITED BY SIZE
               "  "                        DELIMITED BY SIZE
               FUNCTION TRIM(WS-ConTitle)  DELIMITED BY SIZE
               INTO WS-OutLine
           WRITE NoticeLine FROM WS-OutLine
           MOVE SPACES TO WS-OutLine
           STRING "CONTESTANT: "           DELIMITED BY SIZE
               WS-CtId(WS-CtIdx)           DELIMITED BY SIZE
               INTO WS-OutLine
           WRITE NoticeLine FROM WS-OutLine
           MOVE WS-CtRank(WS-CtIdx) TO WS-DispRank
           MOVE WS-CtCount TO WS-DispB
           MOVE SPACES TO WS-OutLine
           STRING "STANDING:   RANK "       DELIMITED BY SIZE
               FUNCTION TRIM(WS-DispRank)  DELIMITED BY SIZE
               " OF "                      DELIMITED BY SIZE
               FUNCTION TRIM(WS-DispB)     DELIMITED BY SIZE
               " ("                        DELIMITED BY SIZE
               FUNCTION TRIM(WS-Standing)  DELIMITED BY SIZE
               " AS AT "                   DELIMITED BY SIZE
               WS-NowTS                    DELIMITED BY SIZE
               ")"                         DELIMITED BY SIZE
               INTO WS-OutLine
           WRITE NoticeLine FROM WS-OutLine
           MOVE WS-CtPoints(WS-CtIdx) TO WS-DispA
           MOVE WS-CtCorrect(WS-CtIdx) TO WS-DispC
           MOVE WS-CtWrong(WS-CtIdx) TO WS-DispD
           MOVE WS-CtRejected(WS-CtIdx) TO WS-DispE
           MOVE SPACES TO WS-OutLine
           STRING "POINTS:     "           DELIMITED BY SIZE
               FUNCTION TRIM(WS-DispA)     DELIMITED BY SIZE
               "  CORRECT "                DELIMITED BY SIZE
               FUNCTION TRIM(WS-DispC)     DELIMITED BY SIZE
               "  WRONG "                  DELIMITED BY SIZE
               FUNCTION TRIM(WS-DispD)     DELIMITED BY SIZE
               "  REJECTED "               DELIMITED BY SIZE
               FUNCTION TRIM(WS-DispE)     DELIMITED BY SIZE
               INTO WS-OutLine
           WRITE NoticeLine FROM WS-OutLine
           MOVE SPACES TO WS-OutLine
           WRITE NoticeLine FROM WS-OutLine
           MOVE "PUZZLE  SUBMITTED       RESULT    POINTS  REASON"
               TO WS-OutLine
           WRITE NoticeLine FROM WS-OutLine
           PERFORM VARYING WS-EnIdx FROM 1 BY 1
                   UNTIL WS-EnIdx > WS-EnCount
               IF WS-EnContestant(WS-EnIdx) = WS-CtId(WS-CtIdx)
                   MOVE WS-EnSeq(WS-EnIdx) TO WS-DispSeq
                   MOVE WS-EnPoints(WS-EnIdx) TO WS-DispB
                   MOVE SPACES TO WS-OutLine
                   STRING WS-DispSeq              DELIMITED BY SIZE
                       "    "                     DELIMITED BY SIZE
                       WS-EnSubmit(WS-EnIdx)      DELIMITED BY SIZE
                       "  "                       DELIMITED BY SIZE
                       WS-EnResult(WS-EnIdx)      DELIMITED BY SIZE
                       "  "                       DELIMITED BY SIZE
                       WS-DispB                   DELIMITED BY SIZE
                       "    "                     DELIMITED BY SIZE
                       WS-EnReason(WS-EnIdx)      DELIMITED BY SIZE
                       INTO WS-OutLine
                   WRITE NoticeLine FROM WS-OutLine
               END-IF
           END-PERFORM
           CLOSE NoticeFile.

       END PROGRAM ContestRun.
