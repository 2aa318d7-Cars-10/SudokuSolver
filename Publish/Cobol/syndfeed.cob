      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SyndFeed.

      *> Daily syndication feed for the partner newspapers. For each
      *> feed date in the range it takes the day's scheduled puzzles
      *> and the previous day's solutions off PubCal's publication
      *> ledger (publication_ledger.txt), reads each slot's givens
      *> from its matrix file, and writes one feed file per partner:
      *>   SYNHDR,<partner>,<feed-date>,<created yyyymmddhhmmss>
      *>   SYNPUZ,<yyyymmdd>,<slot>,<clues>,<81-character givens>
      *>   SYNSOL,<yyyymmdd>,<slot>,<81-character solution>
      *>   SYNTRL,<details>,<puzzles>,<solutions>,<hash total>
      *> The hash total is the sum of every digit on the detail lines,
      *> so the partner can prove nothing was dropped or garbled in
      *> transit. The feed goes to <dir>/<partner>_<yyyymmdd>.feed.
      *>
      *> A slot's solution is taken from solved_archive.dat when the
      *> board is archived, and otherwise solved here with the
      *> Generator's Solve (the diagonal rule on for an X-Sudoku
      *> matrix file). Either way the board must have exactly one
      *> solution, and the solution must pass the Verifier's rules
      *> against the givens, before it goes to anybody. A slot that
      *> fails -- no matrix file, not unique, search limit, a Killer
      *> board whose cages this check cannot see, a solution that
      *> does not verify -- blocks the feed of every partner taking
      *> that slot: no file is written for them and a CRIT alert is
      *> raised per partner and slot.
      *>
      *> A day's slot is marked PUBLISHED on the ledger only once the
      *> feed of every partner taking it has been written; a blocked
      *> partner leaves the slot SCHEDULED, so a rerun after the fix
      *> picks it up again. Every feed, written or blocked, is logged
      *> to syndication_log.txt:
      *>   <ts>,<partner>,<feed-date>,WRITTEN|BLOCKED,<puz>,<sol>,<hash>
      *>
      *> Partners come from syndication_partners.txt, one per line
      *> ('#' marks a comment):
      *>   PARTNER=<code>,NAME=<name>,SLOTS=<slot>[/<slot>...],DIR=<dir>
      *> SLOTS=ALL (or no SLOTS=) takes every slot; without DIR= the
      *> feed goes to syndication/<code>.
      *>
      *> Usage: SyndFeed [from-yyyymmdd [to-yyyymmdd]]
      *>                 [-partners <file>]
      *> Default is today only. RETURN-CODE 1 when any partner's feed
      *> was blocked or the run could not start.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LedgerFile ASSIGN TO "publication_ledger.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LedgerFS.
           SELECT PartnerFile ASSIGN TO DYNAMIC WS-PartnerFilename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PartFS.
           SELECT MatrixFile ASSIGN TO DYNAMIC WS-MatrixFilename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MatrixFS.
           SELECT FeedFile ASSIGN TO DYNAMIC WS-FeedFilename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FeedFS.
           SELECT LogFile ASSIGN TO "syndication_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LogFS.
           SELECT ArchiveFile ASSIGN TO "solved_archive.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS A-PUZZLE-DATA
               ALTERNATE RECORD KEY IS A-CANON-KEY WITH DUPLICATES
               FILE STATUS IS WS-ArchFS.
           SELECT AlertFile ASSIGN TO "operations_alerts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AlertFS.

       DATA DIVISION.
       FILE SECTION.
       FD LedgerFile.
       01 LedgerLine PIC X(120).

       FD PartnerFile.
       01 PartnerLine PIC X(160).

       FD MatrixFile.
       01 MatrixLine PIC X(90).

       FD FeedFile.
       01 FeedLine PIC X(120).

       FD LogFile.
       01 LogLine PIC X(100).

       FD ArchiveFile.
       COPY "ARCHREC".

      *> Shared operational alert file; see Copybooks/ALERTREC.cpy
      *> and the AlertCon console.
       FD AlertFile.
       COPY "ALERTREC".

       WORKING-STORAGE SECTION.
       01  WS-LedgerFS   PIC XX.
       01  WS-PartFS     PIC XX.
       01  WS-MatrixFS   PIC XX.
       01  WS-FeedFS     PIC XX.
       01  WS-LogFS      PIC XX.
       01  WS-ArchFS     PIC XX.
       01  WS-AlertFS    PIC XX.
       01  WS-ArchOpen   PIC X VALUE 'N'.

      *> Run-lock registry call (RunLock, below): a shared hold on
      *> the alert file for the length of each append.
       01  WS-LockFunc   PIC X.
       01  WS-LockRes    PIC X(100) VALUE "operations_alerts.txt".
       01  WS-LockProg   PIC X(12) VALUE "SYNDFEED".
       01  WS-LockMode   PIC X VALUE 'S'.
       01  WS-LockWait   PIC X VALUE 'Y'.
       01  WS-LockResult PIC X.
       01  WS-LockHolder PIC X(12).
       01  WS-LockRC     PIC S9(9) COMP.

       01  ARG-COUNT     PIC 9(4).
       01  CURRENT-ARG   PIC X(100).
       01  WS-ArgIdx     PIC 9(4).
       01  WS-DateArgs   PIC 9 VALUE 0.

       01  WS-PartnerFilename PIC X(100)
               VALUE "syndication_partners.txt".
       01  WS-MatrixFilename  PIC X(100).
       01  WS-FeedFilename    PIC X(200).
       01  WS-MkdirCmd        PIC X(300).

       01  WS-NowTS      PIC X(21).
       01  WS-FromDate   PIC X(8).
       01  WS-ToDate     PIC X(8).
       01  WS-FromDay    PIC 9(7).
       01  WS-ToDay      PIC 9(7).
       01  WS-FeedDay    PIC 9(7).
       01  WS-FeedDate   PIC X(8).
       01  WS-PrevDate   PIC X(8).
       01  WS-DateNum    PIC 9(8).

       01  WS-EOF        PIC X VALUE 'N'.
       01  WS-Line       PIC X(160).
       01  WS-OutLine    PIC X(120).
       01  WS-Idx        PIC 999.
       01  WS-Char       PIC X.

      *> The whole ledger, as PubCal keeps it, plus what this run
      *> found out about each entry it needed: checked once, however
      *> many partners and feed dates use it.
       01  WS-LedgerTable.
           05  WS-LedCount PIC 9(4) VALUE 0.
           05  WS-LedEntry OCCURS 1000 TIMES.
               10  WS-LedDate   PIC X(8).
               10  WS-LedSlot   PIC X(8).
               10  WS-LedName   PIC X(40).
               10  WS-LedStat   PIC X(9).
               10  WS-LedSig    PIC X(38).
      *> ' ' not yet checked, 'Y' fit to syndicate, 'N' blocked.
               10  WS-LedOK     PIC X.
               10  WS-LedReason PIC X(24).
               10  WS-LedGivens PIC X(81).
               10  WS-LedSolved PIC X(81).
               10  WS-LedClues  PIC 99.
      *> Partners taking this slot as a puzzle, and how many of them
      *> had their feed written.
               10  WS-LedTakers PIC 99.
               10  WS-LedFed    PIC 99.
       01  WS-LedIdx     PIC 9(4).
       01  WS-Changed    PIC X VALUE 'N'.

       01  WS-TokDate    PIC X(8).
       01  WS-TokSlot    PIC X(8).
       01  WS-TokName    PIC X(40).
       01  WS-TokStat    PIC X(9).
       01  WS-TokSig     PIC X(38).

       01  WS-PartTable.
           05  WS-PartCount PIC 99 VALUE 0.
           05  WS-PartEntry OCCURS 50 TIMES.
               10  WS-PartCode  PIC X(10).
               10  WS-PartName  PIC X(30).
               10  WS-PartSlots PIC X(60).
               10  WS-PartDir   PIC X(100).
       01  WS-PartIdx    PIC 99.
       01  WS-Tok        PIC X(100) OCCURS 4 TIMES.
       01  WS-TokIdx     PIC 9.
       01  WS-SlotList   PIC X(62).
       01  WS-SlotKey    PIC X(10).
       01  WS-SlotCnt    PIC 99.
       01  WS-Takes      PIC X.

      *> One partner's feed for one date.
       01  WS-FeedBlocked PIC X.
       01  WS-CntPuz     PIC 9(4).
       01  WS-CntSol     PIC 9(4).
       01  WS-CntDetail  PIC 9(5).
       01  WS-HashTotal  PIC 9(9).
       01  WS-HashData   PIC X(81).
       01  WS-DigitVal   PIC 9.

       01  WS-CntWritten PIC 9(4) VALUE 0.
       01  WS-CntBlocked PIC 9(4) VALUE 0.
       01  WS-CntMarked  PIC 9(4) VALUE 0.

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

      *> Uniqueness check and solve, run through the Generator's
      *> Solve with MinAudit's search limit.
       01  WS-TestBoard.
           05  WS-TestBoard-Row OCCURS 9 TIMES.
               10  WS-TestBoard-Cell OCCURS 9 TIMES PIC 9.
       01  WS-TestIterations    PIC 9(9).
       01  WS-TestMaxIterations PIC 9(9) VALUE 2000000.
       01  LS-TestSolved        PIC X.
       01  WS-TestUniqueMode    PIC X VALUE 'Y'.
       01  WS-TestSolutionCount PIC 9(4).

      *> Verifier rules applied to the solution in WS-SolGrid.
       01  WS-SolGrid.
           05  WS-SolRow OCCURS 9 TIMES.
               10  WS-SolCell OCCURS 9 TIMES PIC 9.
       01  WS-VerOK      PIC X.
       01  WS-Seen       PIC X OCCURS 9 TIMES.
       01  WS-Row        PIC 99.
       01  WS-Col        PIC 99.
       01  WS-BoxR       PIC 99.
       01  WS-BoxC       PIC 99.
       01  WS-Unit       PIC 99.
       01  WS-Cell       PIC 99.
       01  WS-Digit      PIC 9.

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "Starting SyndFeed..."
           MOVE FUNCTION CURRENT-DATE TO WS-NowTS
           MOVE WS-NowTS(1:8) TO WS-FromDate
           MOVE SPACES TO WS-ToDate

           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ArgIdx FROM 1 BY 1
                   UNTIL WS-ArgIdx > ARG-COUNT
               DISPLAY WS-ArgIdx UPON ARGUMENT-NUMBER
               ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
               MOVE FUNCTION TRIM(CURRENT-ARG) TO CURRENT-ARG
               EVALUATE TRUE
                   WHEN CURRENT-ARG = "-partners"
                       ADD 1 TO WS-ArgIdx
                       IF WS-ArgIdx <= ARG-COUNT
                           DISPLAY WS-ArgIdx UPON ARGUMENT-NUMBER
                           ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION TRIM(CURRENT-ARG)
                               TO WS-PartnerFilename
                       END-IF
                   WHEN CURRENT-ARG(1:8) IS NUMERIC
                       AND CURRENT-ARG(9:1) = SPACE
                       AND WS-DateArgs = 0
                       MOVE CURRENT-ARG(1:8) TO WS-FromDate
                       ADD 1 TO WS-DateArgs
                   WHEN CURRENT-ARG(1:8) IS NUMERIC
                       AND CURRENT-ARG(9:1) = SPACE
                       AND WS-DateArgs = 1
                       MOVE CURRENT-ARG(1:8) TO WS-ToDate
                       ADD 1 TO WS-DateArgs
                   WHEN OTHER
                       PERFORM Show-Usage
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-PERFORM
           IF WS-ToDate = SPACES
               MOVE WS-FromDate TO WS-ToDate
           END-IF

           MOVE WS-FromDate TO WS-DateNum
           COMPUTE WS-FromDay = FUNCTION INTEGER-OF-DATE(WS-DateNum)
           MOVE WS-ToDate TO WS-DateNum
           COMPUTE WS-ToDay = FUNCTION INTEGER-OF-DATE(WS-DateNum)
           IF WS-FromDay = 0 OR WS-ToDay = 0 OR WS-ToDay < WS-FromDay
               DISPLAY "Not a date range: " WS-FromDate " to "
                   WS-ToDate
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Load-Partners
           IF WS-PartCount = 0
               DISPLAY "No partners in "
                   FUNCTION TRIM(WS-PartnerFilename)
                   " -- nothing to syndicate"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Load-Ledger
           IF WS-LedCount = 0
               DISPLAY "No publication ledger entries"
                   " (publication_ledger.txt) -- nothing to syndicate"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

      *> No archive just means every slot is solved here.
           OPEN INPUT ArchiveFile
           IF WS-ArchFS = "00"
               MOVE 'Y' TO WS-ArchOpen
           ELSE
               DISPLAY "No solved archive (FILE STATUS " WS-ArchFS
                   ") -- every slot will be solved in this run"
           END-IF

           PERFORM VARYING WS-FeedDay FROM WS-FromDay BY 1
                   UNTIL WS-FeedDay > WS-ToDay
               PERFORM Feed-One-Date
           END-PERFORM

           IF WS-ArchOpen = 'Y'
               CLOSE ArchiveFile
           END-IF

           PERFORM Mark-Published
           IF WS-Changed = 'Y'
               PERFORM Save-Ledger
           END-IF

           DISPLAY "SyndFeed: " WS-CntWritten " feed(s) written, "
               WS-CntBlocked " blocked, " WS-CntMarked
               " slot(s) marked PUBLISHED"
           IF WS-CntBlocked > 0
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       Show-Usage.
           DISPLAY "Usage: SyndFeed [from-yyyymmdd [to-yyyymmdd]]"
               " [-partners <file>]".

       Load-Partners.
           OPEN INPUT PartnerFile
           IF WS-PartFS NOT = "00"
               DISPLAY "Cannot open partner list "
                   FUNCTION TRIM(WS-PartnerFilename)
                   " (FILE STATUS " WS-PartFS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PartnerFile INTO WS-Line
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-Line NOT = SPACES
                           AND WS-Line(1:1) NOT = '#'
                           PERFORM Parse-Partner-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PartnerFile
           MOVE 'N' TO WS-EOF.

       Parse-Partner-Line.
           MOVE SPACES TO WS-Tok(1) WS-Tok(2) WS-Tok(3) WS-Tok(4)
           UNSTRING WS-Line DELIMITED BY ","
               INTO WS-Tok(1) WS-Tok(2) WS-Tok(3) WS-Tok(4)
           IF WS-PartCount >= 50
               DISPLAY "More than 50 partners -- "
                   FUNCTION TRIM(WS-Line) " ignored"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PartCount
           MOVE SPACES TO WS-PartEntry(WS-PartCount)
           PERFORM VARYING WS-TokIdx FROM 1 BY 1 UNTIL WS-TokIdx > 4
               MOVE FUNCTION TRIM(WS-Tok(WS-TokIdx)) TO WS-Tok(WS-TokIdx)
               EVALUATE TRUE
                   WHEN WS-Tok(WS-TokIdx)(1:8) = "PARTNER="
                       MOVE FUNCTION UPPER-CASE(WS-Tok(WS-TokIdx)(9:10))
                           TO WS-PartCode(WS-PartCount)
                   WHEN WS-Tok(WS-TokIdx)(1:5) = "NAME="
                       MOVE WS-Tok(WS-TokIdx)(6:30)
                           TO WS-PartName(WS-PartCount)
                   WHEN WS-Tok(WS-TokIdx)(1:6) = "SLOTS="
                       MOVE FUNCTION UPPER-CASE(WS-Tok(WS-TokIdx)(7:60))
                           TO WS-PartSlots(WS-PartCount)
                   WHEN WS-Tok(WS-TokIdx)(1:4) = "DIR="
                       MOVE WS-Tok(WS-TokIdx)(5:96)
                           TO WS-PartDir(WS-PartCount)
               END-EVALUATE
           END-PERFORM
           IF WS-PartCode(WS-PartCount) = SPACES
               DISPLAY "Partner line without PARTNER= ignored: "
                   FUNCTION TRIM(WS-Line)
               SUBTRACT 1 FROM WS-PartCount
               EXIT PARAGRAPH
           END-IF
           IF WS-PartSlots(WS-PartCount) = SPACES
               MOVE "ALL" TO WS-PartSlots(WS-PartCount)
           END-IF
           IF WS-PartDir(WS-PartCount) = SPACES
               STRING "syndication/"                 DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PartCode(WS-PartCount))
                                                     DELIMITED BY SIZE
                   INTO WS-PartDir(WS-PartCount)
           END-IF.

       Load-Ledger.
      *> Same reader as PubCal's, so the rewrite below keeps every
      *> field PubCal keeps.
           OPEN INPUT LedgerFile
           IF WS-LedgerFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LedgerFile INTO WS-Line
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-Line NOT = SPACES
                           AND WS-LedCount < 1000
                           MOVE SPACES TO WS-TokDate WS-TokSlot
                               WS-TokName WS-TokStat WS-TokSig
                           UNSTRING WS-Line DELIMITED BY ","
                               INTO WS-TokDate WS-TokSlot WS-TokName
                                   WS-TokStat WS-TokSig
                           ADD 1 TO WS-LedCount
                           MOVE SPACES TO WS-LedEntry(WS-LedCount)
                           MOVE WS-TokDate TO WS-LedDate(WS-LedCount)
                           MOVE WS-TokSlot TO WS-LedSlot(WS-LedCount)
                           MOVE WS-TokName TO WS-LedName(WS-LedCount)
                           MOVE WS-TokStat TO WS-LedStat(WS-LedCount)
                           MOVE WS-TokSig TO WS-LedSig(WS-LedCount)
                           MOVE 0 TO WS-LedClues(WS-LedCount)
                               WS-LedTakers(WS-LedCount)
                               WS-LedFed(WS-LedCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LedgerFile
           MOVE 'N' TO WS-EOF.

       Save-Ledger.
           OPEN OUTPUT LedgerFile
           PERFORM VARYING WS-LedIdx FROM 1 BY 1
                   UNTIL WS-LedIdx > WS-LedCount
               MOVE SPACES TO WS-OutLine
               STRING WS-LedDate(WS-LedIdx)  DELIMITED BY SIZE
                   ","                        DELIMITED BY SIZE
                   WS-LedSlot(WS-LedIdx)      DELIMITED BY SIZE
                   ","                        DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LedName(WS-LedIdx))
                                              DELIMITED BY SIZE
                   ","                        DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LedStat(WS-LedIdx))
                                              DELIMITED BY SIZE
                   ","                        DELIMITED BY SIZE
                   WS-LedSig(WS-LedIdx)       DELIMITED BY SIZE
                   INTO WS-OutLine
               WRITE LedgerLine FROM WS-OutLine
           END-PERFORM
           CLOSE LedgerFile.

       Feed-One-Date.
      *> Today's puzzles and yesterday's solutions: check every slot
      *> either one needs before any partner's feed is built.
           COMPUTE WS-DateNum = FUNCTION DATE-OF-INTEGER(WS-FeedDay)
           MOVE WS-DateNum TO WS-FeedDate
           COMPUTE WS-DateNum =
               FUNCTION DATE-OF-INTEGER(WS-FeedDay - 1)
           MOVE WS-DateNum TO WS-PrevDate
           PERFORM VARYING WS-LedIdx FROM 1 BY 1
                   UNTIL WS-LedIdx > WS-LedCount
               IF (WS-LedDate(WS-LedIdx) = WS-FeedDate
                   OR WS-LedDate(WS-LedIdx) = WS-PrevDate)
                   AND WS-LedOK(WS-LedIdx) = SPACE
                   PERFORM Check-Slot
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PartIdx FROM 1 BY 1
                   UNTIL WS-PartIdx > WS-PartCount
               PERFORM Feed-One-Partner
           END-PERFORM.

       Check-Slot.
      *> Givens from the slot's matrix file; solution from the
      *> archive, or solved here. Exactly one solution, and it must
      *> verify, or the slot is blocked.
           MOVE FUNCTION TRIM(WS-LedName(WS-LedIdx))
               TO WS-MatrixFilename
           PERFORM Read-Matrix-Board
           IF WS-MatrixFS NOT = "00"
               MOVE 'N' TO WS-LedOK(WS-LedIdx)
               MOVE "MATRIX FILE MISSING" TO WS-LedReason(WS-LedIdx)
               EXIT PARAGRAPH
           END-IF
           IF WS-IsKiller = 'Y'
               MOVE 'N' TO WS-LedOK(WS-LedIdx)
               MOVE "KILLER NOT VERIFIABLE" TO WS-LedReason(WS-LedIdx)
               EXIT PARAGRAPH
           END-IF
           PERFORM Flatten-Grid
           MOVE WS-Flat TO WS-LedGivens(WS-LedIdx)
           MOVE 0 TO WS-LedClues(WS-LedIdx)
           PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 81
               IF WS-Flat(WS-Idx:1) NOT = '0'
                   ADD 1 TO WS-LedClues(WS-LedIdx)
               END-IF
           END-PERFORM

      *> In unique mode Solve counts up to two solutions.
           MOVE WS-Grid TO WS-TestBoard
           MOVE 0 TO WS-TestIterations
           MOVE 0 TO WS-TestSolutionCount
           MOVE 'Y' TO WS-TestUniqueMode
           CALL "Solve" USING WS-TestBoard WS-TestIterations
               LS-TestSolved WS-TestUniqueMode WS-TestSolutionCount
               WS-TestMaxIterations WS-Variant
           EVALUATE TRUE
               WHEN WS-TestSolutionCount >= 2
                   MOVE 'N' TO WS-LedOK(WS-LedIdx)
                   MOVE "NOT UNIQUE" TO WS-LedReason(WS-LedIdx)
                   EXIT PARAGRAPH
               WHEN WS-TestIterations > WS-TestMaxIterations
                   MOVE 'N' TO WS-LedOK(WS-LedIdx)
                   MOVE "SEARCH LIMIT REACHED" TO WS-LedReason(WS-LedIdx)
                   EXIT PARAGRAPH
               WHEN WS-TestSolutionCount = 0
                   MOVE 'N' TO WS-LedOK(WS-LedIdx)
                   MOVE "NO SOLUTION" TO WS-LedReason(WS-LedIdx)
                   EXIT PARAGRAPH
           END-EVALUATE

      *> Variant boards never go to the archive (the engines bypass
      *> it for them), so only a classic board is looked up there.
           MOVE SPACES TO WS-LedSolved(WS-LedIdx)
           IF WS-ArchOpen = 'Y' AND WS-Variant = SPACE
               MOVE WS-Flat TO A-PUZZLE-DATA
               READ ArchiveFile KEY IS A-PUZZLE-DATA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE A-SOLUTION-DATA TO WS-LedSolved(WS-LedIdx)
               END-READ
           END-IF
           IF WS-LedSolved(WS-LedIdx) = SPACES
               MOVE WS-Grid TO WS-TestBoard
               MOVE 0 TO WS-TestIterations
               MOVE 0 TO WS-TestSolutionCount
               MOVE 'N' TO WS-TestUniqueMode
               CALL "Solve" USING WS-TestBoard WS-TestIterations
                   LS-TestSolved WS-TestUniqueMode WS-TestSolutionCount
                   WS-TestMaxIterations WS-Variant
               IF LS-TestSolved NOT = 'Y'
                   MOVE 'N' TO WS-LedOK(WS-LedIdx)
                   MOVE "NO SOLUTION" TO WS-LedReason(WS-LedIdx)
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-SLIdx FROM 1 BY 1 UNTIL WS-SLIdx > 81
                   COMPUTE WS-SLRow =
                       FUNCTION INTEGER-PART((WS-SLIdx - 1) / 9) + 1
                   COMPUTE WS-SLCol = FUNCTION MOD(WS-SLIdx - 1, 9) + 1
                   MOVE WS-TestBoard-Cell(WS-SLRow, WS-SLCol)
                       TO WS-LedSolved(WS-LedIdx)(WS-SLIdx:1)
               END-PERFORM
           END-IF

           PERFORM Verify-Solution
           IF WS-VerOK = 'N'
               MOVE 'N' TO WS-LedOK(WS-LedIdx)
               MOVE "SOLUTION FAILS VERIFY" TO WS-LedReason(WS-LedIdx)
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-LedOK(WS-LedIdx).

       Verify-Solution.
      *> The Verifier's rules, applied in-program as ArchUtil and
      *> DisputeRun do: every cell 1-9 and equal to its given, each
      *> row, column and box (and diagonal, for X) holding 1-9 once.
           MOVE 'Y' TO WS-VerOK
           PERFORM VARYING WS-SLIdx FROM 1 BY 1 UNTIL WS-SLIdx > 81
               COMPUTE WS-SLRow =
                   FUNCTION INTEGER-PART((WS-SLIdx - 1) / 9) + 1
               COMPUTE WS-SLCol = FUNCTION MOD(WS-SLIdx - 1, 9) + 1
               MOVE WS-LedSolved(WS-LedIdx)(WS-SLIdx:1) TO WS-Char
               IF WS-Char < '1' OR WS-Char > '9'
                   MOVE 'N' TO WS-VerOK
                   MOVE 0 TO WS-SolCell(WS-SLRow, WS-SLCol)
               ELSE
                   MOVE WS-Char TO WS-SolCell(WS-SLRow, WS-SLCol)
               END-IF
               IF WS-GridCell(WS-SLRow, WS-SLCol) NOT = 0
                   AND WS-GridCell(WS-SLRow, WS-SLCol)
                       NOT = WS-SolCell(WS-SLRow, WS-SLCol)
                   MOVE 'N' TO WS-VerOK
               END-IF
           END-PERFORM
           IF WS-VerOK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-Unit FROM 1 BY 1 UNTIL WS-Unit > 9
               MOVE SPACES TO WS-Seen(1) WS-Seen(2) WS-Seen(3)
                   WS-Seen(4) WS-Seen(5) WS-Seen(6) WS-Seen(7)
                   WS-Seen(8) WS-Seen(9)
               PERFORM VARYING WS-Cell FROM 1 BY 1 UNTIL WS-Cell > 9
                   MOVE WS-SolCell(WS-Unit, WS-Cell) TO WS-Digit
                   PERFORM Mark-Seen
               END-PERFORM
               MOVE SPACES TO WS-Seen(1) WS-Seen(2) WS-Seen(3)
                   WS-Seen(4) WS-Seen(5) WS-Seen(6) WS-Seen(7)
                   WS-Seen(8) WS-Seen(9)
               PERFORM VARYING WS-Cell FROM 1 BY 1 UNTIL WS-Cell > 9
                   MOVE WS-SolCell(WS-Cell, WS-Unit) TO WS-Digit
                   PERFORM Mark-Seen
               END-PERFORM
               MOVE SPACES TO WS-Seen(1) WS-Seen(2) WS-Seen(3)
                   WS-Seen(4) WS-Seen(5) WS-Seen(6) WS-Seen(7)
                   WS-Seen(8) WS-Seen(9)
               COMPUTE WS-BoxR =
                   FUNCTION INTEGER-PART((WS-Unit - 1) / 3) * 3
               COMPUTE WS-BoxC = FUNCTION MOD(WS-Unit - 1, 3) * 3
               PERFORM VARYING WS-Cell FROM 1 BY 1 UNTIL WS-Cell > 9
                   COMPUTE WS-Row = WS-BoxR
                       + FUNCTION INTEGER-PART((WS-Cell - 1) / 3) + 1
                   COMPUTE WS-Col = WS-BoxC
                       + FUNCTION MOD(WS-Cell - 1, 3) + 1
                   MOVE WS-SolCell(WS-Row, WS-Col) TO WS-Digit
                   PERFORM Mark-Seen
               END-PERFORM
           END-PERFORM
           IF WS-Variant = 'X'
               MOVE SPACES TO WS-Seen(1) WS-Seen(2) WS-Seen(3)
                   WS-Seen(4) WS-Seen(5) WS-Seen(6) WS-Seen(7)
                   WS-Seen(8) WS-Seen(9)
               PERFORM VARYING WS-Cell FROM 1 BY 1 UNTIL WS-Cell > 9
                   MOVE WS-SolCell(WS-Cell, WS-Cell) TO WS-Digit
                   PERFORM Mark-Seen
               END-PERFORM
               MOVE SPACES TO WS-Seen(1) WS-Seen(2) WS-Seen(3)
                   WS-Seen(4) WS-Seen(5) WS-Seen(6) WS-Seen(7)
                   WS-Seen(8) WS-Seen(9)
               PERFORM VARYING WS-Cell FROM 1 BY 1 UNTIL WS-Cell > 9
                   MOVE WS-SolCell(WS-Cell, 10 - WS-Cell) TO WS-Digit
                   PERFORM Mark-Seen
               END-PERFORM
           END-IF.

       Mark-Seen.
           IF WS-Digit = 0
               MOVE 'N' TO WS-VerOK
           ELSE
               IF WS-Seen(WS-Digit) = 'Y'
                   MOVE 'N' TO WS-VerOK
               END-IF
               MOVE 'Y' TO WS-Seen(WS-Digit)
           END-IF.

       Feed-One-Partner.
      *> Any slot this partner takes, today's or yesterday's, that
      *> failed its check blocks the whole feed.
           MOVE 'N' TO WS-FeedBlocked
           PERFORM VARYING WS-LedIdx FROM 1 BY 1
                   UNTIL WS-LedIdx > WS-LedCount
               IF WS-LedDate(WS-LedIdx) = WS-FeedDate
                   OR WS-LedDate(WS-LedIdx) = WS-PrevDate
                   PERFORM Check-Partner-Takes
                   IF WS-Takes = 'Y'
                       IF WS-LedDate(WS-LedIdx) = WS-FeedDate
                           ADD 1 TO WS-LedTakers(WS-LedIdx)
                       END-IF
                       IF WS-LedOK(WS-LedIdx) = 'N'
                           MOVE 'Y' TO WS-FeedBlocked
                           PERFORM Write-Block-Alert
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE 0 TO WS-CntPuz WS-CntSol WS-CntDetail WS-HashTotal
           IF WS-FeedBlocked = 'Y'
               ADD 1 TO WS-CntBlocked
               DISPLAY "*** Feed for "
                   FUNCTION TRIM(WS-PartCode(WS-PartIdx)) " "
                   WS-FeedDate " BLOCKED -- not written"
               MOVE "BLOCKED" TO WS-TokStat
               PERFORM Write-Log-Line
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-MkdirCmd
           STRING "mkdir -p "                           DELIMITED BY SIZE
               FUNCTION TRIM(WS-PartDir(WS-PartIdx))    DELIMITED BY SIZE
               INTO WS-MkdirCmd
           CALL "SYSTEM" USING WS-MkdirCmd
           MOVE SPACES TO WS-FeedFilename
           STRING FUNCTION TRIM(WS-PartDir(WS-PartIdx)) DELIMITED BY SIZE
               "/"                                      DELIMITED BY SIZE
               FUNCTION TRIM(WS-PartCode(WS-PartIdx))   DELIMITED BY SIZE
               "_"                                      DELIMITED BY SIZE
               WS-FeedDate                              DELIMITED BY SIZE
               ".feed"                                  DELIMITED BY SIZE
               INTO WS-FeedFilename
           OPEN OUTPUT FeedFile
           IF WS-FeedFS NOT = "00"
               ADD 1 TO WS-CntBlocked
               DISPLAY "*** Cannot write "
                   FUNCTION TRIM(WS-FeedFilename)
                   " (FILE STATUS " WS-FeedFS ")"
               MOVE "BLOCKED" TO WS-TokStat
               PERFORM Write-Log-Line
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-OutLine
           STRING "SYNHDR,"                             DELIMITED BY SIZE
               FUNCTION TRIM(WS-PartCode(WS-PartIdx))   DELIMITED BY SIZE
               ","                                      DELIMITED BY SIZE
               WS-FeedDate                              DELIMITED BY SIZE
               ","                                      DELIMITED BY SIZE
               WS-NowTS(1:14)                           DELIMITED BY SIZE
               INTO WS-OutLine
           WRITE FeedLine FROM WS-OutLine

           PERFORM VARYING WS-LedIdx FROM 1 BY 1
                   UNTIL WS-LedIdx > WS-LedCount
               IF WS-LedDate(WS-LedIdx) = WS-FeedDate
                   PERFORM Check-Partner-Takes
                   IF WS-Takes = 'Y'
                       PERFORM Write-Puzzle-Detail
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-LedIdx FROM 1 BY 1
                   UNTIL WS-LedIdx > WS-LedCount
               IF WS-LedDate(WS-LedIdx) = WS-PrevDate
                   PERFORM Check-Partner-Takes
                   IF WS-Takes = 'Y'
                       PERFORM Write-Solution-Detail
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-OutLine
           STRING "SYNTRL,"        DELIMITED BY SIZE
               WS-CntDetail        DELIMITED BY SIZE
               ","                 DELIMITED BY SIZE
               WS-CntPuz           DELIMITED BY SIZE
               ","                 DELIMITED BY SIZE
               WS-CntSol           DELIMITED BY SIZE
               ","                 DELIMITED BY SIZE
               WS-HashTotal        DELIMITED BY SIZE
               INTO WS-OutLine
           WRITE FeedLine FROM WS-OutLine
           CLOSE FeedFile

      *> Only now does a puzzle count as sent to this partner.
           PERFORM VARYING WS-LedIdx FROM 1 BY 1
                   UNTIL WS-LedIdx > WS-LedCount
               IF WS-LedDate(WS-LedIdx) = WS-FeedDate
                   PERFORM Check-Partner-Takes
                   IF WS-Takes = 'Y'
                       ADD 1 TO WS-LedFed(WS-LedIdx)
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO WS-CntWritten
           DISPLAY "Feed " FUNCTION TRIM(WS-FeedFilename) ": "
               WS-CntPuz " puzzle(s), " WS-CntSol " solution(s)"
           MOVE "WRITTEN" TO WS-TokStat
           PERFORM Write-Log-Line.

       Check-Partner-Takes.
      *> WS-Takes answers whether the current partner's SLOTS= list
      *> names the current ledger entry's slot.
           IF WS-PartSlots(WS-PartIdx) = "ALL"
               MOVE 'Y' TO WS-Takes
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-Takes
           MOVE SPACES TO WS-SlotList WS-SlotKey
           STRING "/"                               DELIMITED BY SIZE
               FUNCTION TRIM(WS-PartSlots(WS-PartIdx)) DELIMITED BY SIZE
               "/"                                  DELIMITED BY SIZE
               INTO WS-SlotList
           STRING "/"                               DELIMITED BY SIZE
               FUNCTION TRIM(WS-LedSlot(WS-LedIdx)) DELIMITED BY SIZE
               "/"                                  DELIMITED BY SIZE
               INTO WS-SlotKey
           MOVE 0 TO WS-SlotCnt
           INSPECT WS-SlotList TALLYING WS-SlotCnt
               FOR ALL WS-SlotKey(1:FUNCTION STORED-CHAR-LENGTH(
                   WS-SlotKey))
           IF WS-SlotCnt > 0
               MOVE 'Y' TO WS-Takes
           END-IF.

       Write-Puzzle-Detail.
           MOVE SPACES TO WS-OutLine
           STRING "SYNPUZ,"                         DELIMITED BY SIZE
               WS-LedDate(WS-LedIdx)                DELIMITED BY SIZE
               ","                                  DELIMITED BY SIZE
               FUNCTION TRIM(WS-LedSlot(WS-LedIdx)) DELIMITED BY SIZE
               ","                                  DELIMITED BY SIZE
               WS-LedClues(WS-LedIdx)               DELIMITED BY SIZE
               ","                                  DELIMITED BY SIZE
               WS-LedGivens(WS-LedIdx)              DELIMITED BY SIZE
               INTO WS-OutLine
           WRITE FeedLine FROM WS-OutLine
           ADD 1 TO WS-CntPuz
           ADD 1 TO WS-CntDetail
           MOVE WS-LedGivens(WS-LedIdx) TO WS-HashData
           PERFORM Add-Hash.

       Write-Solution-Detail.
           MOVE SPACES TO WS-OutLine
           STRING "SYNSOL,"                         DELIMITED BY SIZE
               WS-LedDate(WS-LedIdx)                DELIMITED BY SIZE
               ","                                  DELIMITED BY SIZE
               FUNCTION TRIM(WS-LedSlot(WS-LedIdx)) DELIMITED BY SIZE
               ","                                  DELIMITED BY SIZE
               WS-LedSolved(WS-LedIdx)              DELIMITED BY SIZE
               INTO WS-OutLine
           WRITE FeedLine FROM WS-OutLine
           ADD 1 TO WS-CntSol
           ADD 1 TO WS-CntDetail
           MOVE WS-LedSolved(WS-LedIdx) TO WS-HashData
           PERFORM Add-Hash.

       Add-Hash.
           PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 81
               IF WS-HashData(WS-Idx:1) IS NUMERIC
                   MOVE WS-HashData(WS-Idx:1) TO WS-DigitVal
                   ADD WS-DigitVal TO WS-HashTotal
               END-IF
           END-PERFORM.

       Mark-Published.
      *> A slot is published once every partner taking it has had
      *> its feed written; a slot nobody takes is left to PubCal
      *> PUBLISH as before.
           PERFORM VARYING WS-LedIdx FROM 1 BY 1
                   UNTIL WS-LedIdx > WS-LedCount
               IF WS-LedTakers(WS-LedIdx) > 0
                   AND WS-LedFed(WS-LedIdx) = WS-LedTakers(WS-LedIdx)
                   AND WS-LedStat(WS-LedIdx) NOT = "PUBLISHED"
                   MOVE "PUBLISHED" TO WS-LedStat(WS-LedIdx)
                   MOVE 'Y' TO WS-Changed
                   ADD 1 TO WS-CntMarked
                   DISPLAY "Marked " WS-LedDate(WS-LedIdx) " "
                       FUNCTION TRIM(WS-LedSlot(WS-LedIdx))
                       " PUBLISHED."
               END-IF
           END-PERFORM.

       Write-Block-Alert.
           DISPLAY "*** " WS-LedDate(WS-LedIdx) " "
               FUNCTION TRIM(WS-LedSlot(WS-LedIdx)) " ("
               FUNCTION TRIM(WS-LedName(WS-LedIdx)) "): "
               FUNCTION TRIM(WS-LedReason(WS-LedIdx))
               " -- blocks the feed for "
               FUNCTION TRIM(WS-PartCode(WS-PartIdx))
           MOVE RETURN-CODE TO WS-LockRC
           MOVE 'L' TO WS-LockFunc
           CALL "RunLock" USING WS-LockFunc WS-LockRes WS-LockProg
               WS-LockMode WS-LockWait WS-LockResult WS-LockHolder
           MOVE WS-LockRC TO RETURN-CODE
           IF WS-LockResult NOT = 'G'
               IF WS-LockResult = 'B'
                   DISPLAY FUNCTION TRIM(WS-LockRes) " is held by "
                       FUNCTION TRIM(WS-LockHolder)
                       " -- alert not written"
               ELSE
                   DISPLAY "Run-lock registry unusable -- "
                       "alert not written"
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND AlertFile
           IF WS-AlertFS = "35"
               OPEN OUTPUT AlertFile
               CLOSE AlertFile
               OPEN EXTEND AlertFile
           END-IF
           IF WS-AlertFS NOT = "00"
               PERFORM Release-Alert-Lock
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ALERT-RECORD
           MOVE WS-NowTS(1:14) TO AL-TIMESTAMP
           MOVE "SYNDFEED" TO AL-PROGRAM
           MOVE "CRIT" TO AL-SEVERITY
           MOVE WS-PartCode(WS-PartIdx) TO AL-KEY
           SET AL-OPEN TO TRUE
           MOVE SPACES TO AL-MESSAGE
           STRING "FEED BLOCKED "                       DELIMITED BY SIZE
               WS-LedDate(WS-LedIdx)                    DELIMITED BY SIZE
               " "                                      DELIMITED BY SIZE
               FUNCTION TRIM(WS-LedSlot(WS-LedIdx))     DELIMITED BY SIZE
               ": "                                     DELIMITED BY SIZE
               FUNCTION TRIM(WS-LedReason(WS-LedIdx))   DELIMITED BY SIZE
               INTO AL-MESSAGE
           WRITE ALERT-RECORD
           CLOSE AlertFile
           PERFORM Release-Alert-Lock.

       Release-Alert-Lock.
           MOVE RETURN-CODE TO WS-LockRC
           MOVE 'F' TO WS-LockFunc
           CALL "RunLock" USING WS-LockFunc WS-LockRes WS-LockProg
               WS-LockMode WS-LockWait WS-LockResult WS-LockHolder
           MOVE WS-LockRC TO RETURN-CODE.

       Write-Log-Line.
           OPEN EXTEND LogFile
           IF WS-LogFS = "35"
               OPEN OUTPUT LogFile
               CLOSE LogFile
               OPEN EXTEND LogFile
           END-IF
           IF WS-LogFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LogLine
           STRING WS-NowTS(1:14)                        DELIMITED BY SIZE
               ","                                      DELIMITED BY SIZE
               FUNCTION TRIM(WS-PartCode(WS-PartIdx))   DELIMITED BY SIZE
               ","                                      DELIMITED BY SIZE
               WS-FeedDate                              DELIMITED BY SIZE
               ","                                      DELIMITED BY SIZE
               FUNCTION TRIM(WS-TokStat)                DELIMITED BY SIZE
               ","                                      DELIMITED BY SIZE
               WS-CntPuz                                DELIMITED BY SIZE
               ","                                      DELIMITED BY SIZE
               WS-CntSol                                DELIMITED BY SIZE
               ","                                      DELIMITED BY SIZE
               WS-HashTotal                             DELIMITED BY SIZE
               INTO LogLine
           WRITE LogLine
           CLOSE LogFile.

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
                   " (FILE STATUS " WS-MatrixFS ")"
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

       END PROGRAM SyndFeed.

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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RunLock.

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
      *> LS-Function 'L': register a hold on LS-Resource in LS-Mode
      *>   ('S' shared, 'X' exclusive), waiting if LS-Wait is 'Y'.
      *> LS-Function 'F': release this job's hold on LS-Resource.
      *> LS-Function 'A': release every hold this job has.
      *> LS-Result comes back 'G' (done), 'B' (held by LS-Holder --
      *> refused, or the wait ran out) or 'E' (registry unusable).
      *> The call leaves RETURN-CODE at zero; a caller that has set
      *> one keeps its own copy across the call.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LockFile ASSIGN TO "run_locks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-LockFS.
           SELECT RunctlFile ASSIGN TO "sudoku_runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-RunctlFS.
           SELECT AlertFile ASSIGN TO "operations_alerts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-AlertFS.

       DATA DIVISION.
       FILE SECTION.
       FD LockFile.
       COPY "LOCKREC".

       FD RunctlFile.
       01 RL-RunctlLine PIC X(200).

       FD AlertFile.
       COPY "ALERTREC".

       WORKING-STORAGE SECTION.
       01  RL-LockFS     PIC XX.
       01  RL-RunctlFS   PIC XX.
       01  RL-AlertFS    PIC XX.
       01  RL-EOF        PIC X.
       01  RL-RunctlKey  PIC X(30).
       01  RL-RunctlVal  PIC X(100).
       01  RL-WaitSec    PIC 9(5) VALUE 300.
       01  RL-StaleHours PIC 9(5) VALUE 24.

      *> This run of the job: its process ID and the time of its
      *> first call, taken once and stamped on every hold it takes.
       01  RL-Ready      PIC X VALUE 'N'.
       01  RL-Pid        PIC 9(9) COMP-5.
       01  RL-MyPid      PIC 9(10).
       01  RL-MyStart    PIC X(14).

      *> The registry in storage while it is being updated.
       01  RL-Registry.
           05  RL-Count     PIC 9(3).
           05  RL-Entry OCCURS 500 TIMES PIC X(81).
       01  RL-Idx        PIC 9(3).
       01  RL-Kept       PIC 9(3).
       01  RL-Changed    PIC X.

       01  RL-Resource   PIC X(40).
       01  RL-Done       PIC X.
       01  RL-Mine       PIC X.
       01  RL-Conflict   PIC X.
       01  RL-Stale      PIC X.
       01  RL-Latched    PIC X.
       01  RL-Tries      PIC 99.
       01  RL-Waited     PIC 9(5).
       01  RL-Pause      PIC 9(4) COMP-5 VALUE 5.
       01  RL-Blink      PIC 9(4) COMP-5 VALUE 1.
       01  RL-Cmd        PIC X(60).
       01  RL-Now        PIC X(21).
       01  RL-AgeHours   PIC S9(9).
       01  RL-AlertMsg   PIC X(60).

       LINKAGE SECTION.
       01  LS-Function   PIC X.
       01  LS-Resource   PIC X(100).
       01  LS-Program    PIC X(12).
       01  LS-Mode       PIC X.
       01  LS-Wait       PIC X.
       01  LS-Result     PIC X.
       01  LS-Holder     PIC X(12).

       PROCEDURE DIVISION USING LS-Function LS-Resource LS-Program
               LS-Mode LS-Wait LS-Result LS-Holder.
       Run-Lock-Main.
           IF RL-Ready = 'N'
               PERFORM Set-Up
           END-IF
           MOVE 'E' TO LS-Result
           MOVE SPACES TO LS-Holder
           MOVE FUNCTION TRIM(LS-Resource) TO RL-Resource
           EVALUATE LS-Function
               WHEN 'L'
                   PERFORM Take-Hold
               WHEN 'F'
                   PERFORM Drop-Holds
               WHEN 'A'
                   MOVE SPACES TO RL-Resource
                   PERFORM Drop-Holds
           END-EVALUATE
           MOVE 0 TO RETURN-CODE
           GOBACK.

       Set-Up.
           CALL "C$GETPID" RETURNING RL-Pid
           MOVE RL-Pid TO RL-MyPid
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-MyStart
           OPEN INPUT RunctlFile
           IF RL-RunctlFS = "00"
               MOVE 'N' TO RL-EOF
               PERFORM UNTIL RL-EOF = 'Y'
                   READ RunctlFile
                       AT END MOVE 'Y' TO RL-EOF
                       NOT AT END
                           IF RL-RunctlLine NOT = SPACES
                               AND RL-RunctlLine(1:1) NOT = '#'
                               PERFORM Apply-Runctl-Line
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RunctlFile
           END-IF
           MOVE 'Y' TO RL-Ready.

       Apply-Runctl-Line.
           MOVE SPACES TO RL-RunctlKey RL-RunctlVal
           UNSTRING RL-RunctlLine DELIMITED BY "="
               INTO RL-RunctlKey RL-RunctlVal
           EVALUATE FUNCTION TRIM(RL-RunctlKey)
               WHEN "LOCK-WAIT-SEC"
                   MOVE FUNCTION NUMVAL(RL-RunctlVal) TO RL-WaitSec
               WHEN "LOCK-STALE-HOURS"
                   IF FUNCTION NUMVAL(RL-RunctlVal) > 0
                       MOVE FUNCTION NUMVAL(RL-RunctlVal)
                           TO RL-StaleHours
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Take-Hold.
           MOVE 0 TO RL-Waited
           MOVE 'N' TO RL-Done
           PERFORM UNTIL RL-Done = 'Y'
               PERFORM Try-Hold
               IF RL-Done = 'N'
                   IF LS-Wait NOT = 'Y' OR RL-Waited >= RL-WaitSec
                       MOVE 'B' TO LS-Result
                       MOVE 'Y' TO RL-Done
                   ELSE
                       IF RL-Waited = 0
                           DISPLAY FUNCTION TRIM(LS-Program)
                               ": waiting for "
                               FUNCTION TRIM(RL-Resource)
                               " (held by "
                               FUNCTION TRIM(LS-Holder) ")"
                       END-IF
                       CALL "C$SLEEP" USING RL-Pause
                       ADD RL-Pause TO RL-Waited
                   END-IF
               END-IF
           END-PERFORM.

       Try-Hold.
      *> One look at the registry: clear what is stale, then take the
      *> hold unless a live one conflicts -- exclusive against
      *> anything, shared against exclusive. A hold this run already
      *> has is granted again as it stands.
           PERFORM Take-Latch
           IF RL-Latched = 'N'
               MOVE 'Y' TO RL-Done
               EXIT PARAGRAPH
           END-IF
           PERFORM Load-Registry
           PERFORM Clear-Stale
           MOVE 'N' TO RL-Mine
           MOVE 'N' TO RL-Conflict
           PERFORM VARYING RL-Idx FROM 1 BY 1 UNTIL RL-Idx > RL-Count
               MOVE RL-Entry(RL-Idx) TO LOCK-RECORD
               IF LK-RESOURCE = RL-Resource
                   IF LK-PID = RL-MyPid AND LK-STARTED = RL-MyStart
                       MOVE 'Y' TO RL-Mine
                   ELSE
                       IF LS-Mode = 'X' OR LK-EXCLUSIVE
                           MOVE 'Y' TO RL-Conflict
                           MOVE LK-PROGRAM TO LS-Holder
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF RL-Conflict = 'N'
               MOVE 'Y' TO RL-Done
               MOVE SPACES TO LS-Holder
               IF RL-Mine = 'Y'
                   MOVE 'G' TO LS-Result
               ELSE
                   IF RL-Count < 500
                       MOVE SPACES TO LOCK-RECORD
                       MOVE RL-Resource TO LK-RESOURCE
                       MOVE LS-Program TO LK-PROGRAM
                       MOVE RL-MyStart TO LK-STARTED
                       MOVE LS-Mode TO LK-MODE
                       MOVE RL-MyPid TO LK-PID
                       ADD 1 TO RL-Count
                       MOVE LOCK-RECORD TO RL-Entry(RL-Count)
                       MOVE 'Y' TO RL-Changed
                       MOVE 'G' TO LS-Result
                   ELSE
                       DISPLAY "Run-lock registry full (500 holds) --"
                           " " FUNCTION TRIM(RL-Resource)
                           " not registered"
                   END-IF
               END-IF
           END-IF
           IF RL-Changed = 'Y'
               PERFORM Save-Registry
           END-IF
           PERFORM Drop-Latch.

       Drop-Holds.
      *> RL-Resource blank releases every hold this run has.
           PERFORM Take-Latch
           IF RL-Latched = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM Load-Registry
           MOVE 0 TO RL-Kept
           PERFORM VARYING RL-Idx FROM 1 BY 1 UNTIL RL-Idx > RL-Count
               MOVE RL-Entry(RL-Idx) TO LOCK-RECORD
               IF LK-PID = RL-MyPid AND LK-STARTED = RL-MyStart
                   AND (RL-Resource = SPACES
                       OR LK-RESOURCE = RL-Resource)
                   MOVE 'Y' TO RL-Changed
               ELSE
                   ADD 1 TO RL-Kept
                   MOVE RL-Entry(RL-Idx) TO RL-Entry(RL-Kept)
               END-IF
           END-PERFORM
           MOVE RL-Kept TO RL-Count
           IF RL-Changed = 'Y'
               PERFORM Save-Registry
           END-IF
           PERFORM Drop-Latch
           MOVE 'G' TO LS-Result.

       Clear-Stale.
           MOVE FUNCTION CURRENT-DATE TO RL-Now
           MOVE 0 TO RL-Kept
           PERFORM VARYING RL-Idx FROM 1 BY 1 UNTIL RL-Idx > RL-Count
               MOVE RL-Entry(RL-Idx) TO LOCK-RECORD
               PERFORM Check-Stale
               IF RL-Stale = 'Y'
                   MOVE 'Y' TO RL-Changed
                   PERFORM Alert-Stale
               ELSE
                   ADD 1 TO RL-Kept
                   MOVE RL-Entry(RL-Idx) TO RL-Entry(RL-Kept)
               END-IF
           END-PERFORM
           MOVE RL-Kept TO RL-Count.

       Check-Stale.
      *> The hold in LOCK-RECORD is stale when it cannot be read, is
      *> older than LOCK-STALE-HOURS, or its process has gone (kill
      *> -0 only asks whether the process exists).
           MOVE 'N' TO RL-Stale
           IF LK-PID = RL-MyPid AND LK-STARTED = RL-MyStart
               EXIT PARAGRAPH
           END-IF
           IF LK-PID NOT NUMERIC OR LK-STARTED NOT NUMERIC
               MOVE 'Y' TO RL-Stale
               EXIT PARAGRAPH
           END-IF
           COMPUTE RL-AgeHours =
               (FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RL-Now(1:8)))
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(LK-STARTED(1:8)))) * 24
               + FUNCTION NUMVAL(RL-Now(9:2))
               - FUNCTION NUMVAL(LK-STARTED(9:2))
           IF RL-AgeHours >= RL-StaleHours
               MOVE 'Y' TO RL-Stale
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RL-Cmd
           STRING "kill -0 " LK-PID " 2>/dev/null" DELIMITED BY SIZE
               INTO RL-Cmd
           CALL "SYSTEM" USING RL-Cmd
           IF RETURN-CODE NOT = 0
               MOVE 'Y' TO RL-Stale
           END-IF.

       Alert-Stale.
           DISPLAY "Clearing stale run lock: "
               FUNCTION TRIM(LK-RESOURCE) " held "
               LK-MODE " by " FUNCTION TRIM(LK-PROGRAM)
               " (process " LK-PID ", since " LK-STARTED ")"
           MOVE SPACES TO RL-AlertMsg
           STRING "STALE " LK-MODE "-LOCK CLEARED: "
                                             DELIMITED BY SIZE
               FUNCTION TRIM(LK-PROGRAM)     DELIMITED BY SIZE
               " ON "                        DELIMITED BY SIZE
               FUNCTION TRIM(LK-RESOURCE)    DELIMITED BY SIZE
               INTO RL-AlertMsg
           PERFORM Write-Alert.

       Write-Alert.
           OPEN EXTEND AlertFile
           IF RL-AlertFS = "35"
               OPEN OUTPUT AlertFile
               CLOSE AlertFile
               OPEN EXTEND AlertFile
           END-IF
           IF RL-AlertFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ALERT-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-TIMESTAMP
           MOVE LS-Program TO AL-PROGRAM
           MOVE "WARN" TO AL-SEVERITY
           SET AL-OPEN TO TRUE
           MOVE RL-AlertMsg TO AL-MESSAGE
           WRITE ALERT-RECORD
           CLOSE AlertFile.

       Take-Latch.
           MOVE 'N' TO RL-Latched
           MOVE 'N' TO RL-Changed
           MOVE 0 TO RL-Tries
           PERFORM UNTIL RL-Latched = 'Y' OR RL-Tries >= 30
               MOVE "mkdir run_locks.latch 2>/dev/null" TO RL-Cmd
               CALL "SYSTEM" USING RL-Cmd
               IF RETURN-CODE = 0
                   MOVE 'Y' TO RL-Latched
               ELSE
                   ADD 1 TO RL-Tries
                   CALL "C$SLEEP" USING RL-Blink
               END-IF
           END-PERFORM
           IF RL-Latched = 'N'
      *> Nobody keeps the latch more than a moment: this one was left
      *> by a job killed in mid-update.
               MOVE "rmdir run_locks.latch 2>/dev/null" TO RL-Cmd
               CALL "SYSTEM" USING RL-Cmd
               MOVE "mkdir run_locks.latch 2>/dev/null" TO RL-Cmd
               CALL "SYSTEM" USING RL-Cmd
               IF RETURN-CODE = 0
                   MOVE 'Y' TO RL-Latched
                   MOVE "STALE RUN-LOCK REGISTRY LATCH BROKEN"
                       TO RL-AlertMsg
                   PERFORM Write-Alert
               ELSE
                   DISPLAY "Cannot latch the run-lock registry"
                       " (run_locks.latch)"
               END-IF
           END-IF.

       Drop-Latch.
           MOVE "rmdir run_locks.latch 2>/dev/null" TO RL-Cmd
           CALL "SYSTEM" USING RL-Cmd.

       Load-Registry.
           MOVE 0 TO RL-Count
           OPEN INPUT LockFile
           IF RL-LockFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO RL-EOF
           PERFORM UNTIL RL-EOF = 'Y'
               READ LockFile
                   AT END MOVE 'Y' TO RL-EOF
                   NOT AT END
                       IF LOCK-RECORD NOT = SPACES AND RL-Count < 500
                           ADD 1 TO RL-Count
                           MOVE LOCK-RECORD TO RL-Entry(RL-Count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LockFile.

       Save-Registry.
           OPEN OUTPUT LockFile
           IF RL-LockFS NOT = "00"
               DISPLAY "Cannot rewrite the run-lock registry (FILE"
                   " STATUS " RL-LockFS ")"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RL-Idx FROM 1 BY 1 UNTIL RL-Idx > RL-Count
               MOVE RL-Entry(RL-Idx) TO LOCK-RECORD
               WRITE LOCK-RECORD
           END-PERFORM
           CLOSE LockFile.

       END PROGRAM RunLock.
