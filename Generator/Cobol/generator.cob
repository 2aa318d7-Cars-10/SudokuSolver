               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JrnFS.

           SELECT SubmitterFile ASSIGN TO "submitter_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ACCOUNT
               FILE STATUS IS WS-SubFS.

           SELECT RejectFile ASSIGN TO "ai2025_rejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RejFS.

           SELECT RestartFile ASSIGN TO DYNAMIC WS-RstFilename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RstFS.

       DATA DIVISION.
       FILE SECTION.
       FD OutputFile.
      *> Queue lifecycle journal (see QJournal); batch-mode inserts
      *> log here like any other producer.
       FD JournalFile.
       01 JournalLine PIC X(637).

      *> Submitter master: -enqueue bills to the desk's GENBATCH
      *> account, which must be on file, active and inside its daily
      *> quota like any other producer's account.
       FD SubmitterFile.
       COPY "SUBMREC".

       FD RejectFile.
       01 RejectLine PIC X(200).

      *> Batch restart file, <prefix>.restart -- see Load-Restart-File.
       FD RestartFile.
       01 RestartLine PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-Solution.
       01  WS-XAttempt    PIC 99.
       01  WS-XSolved     PIC X.

      *> -sym ROT180|MIRROR (single or -batch runs): clues are removed
      *> in symmetric groups so the givens form the pattern the print
      *> partners ask for -- 180-degree rotation about the centre
      *> cell (R), or a left-right mirror about the middle column
      *> (M). A cell and its partner go together; the centre cell
      *> (or, mirrored, a middle-column cell) is its own partner and
      *> goes alone. A symmetric puzzle that stops short of its
      *> difficulty's clue bracket is regenerated like a duplicate.
       01  WS-SymMode     PIC X VALUE 'N'.
       01  WS-SymName     PIC X(6) VALUE SPACES.
       01  WS-SymCaption  PIC X(24) VALUE SPACES.
       01  WS-SymRow      PIC 99.
       01  WS-SymCol      PIC 99.
       01  WS-SymOldVal   PIC 9.
       01  WS-SymGroup    PIC 9.
       01  WS-BracketLow  PIC 99.
       01  WS-BracketHigh PIC 99.
       01  WS-InBracket   PIC X.

      *> Batch mode: "-batch <prefix> <manifest> DIFF=N [DIFF=N ...]
      *> [-enqueue <queue-file>]" produces the requested mix in one
      *> run, writes one manifest line per puzzle (name, difficulty,
      *> clue count, and SYM=<symmetry> when -sym is given) and
      *> either one matrix file per puzzle (<prefix>NNN.matrix) or,
      *> with -enqueue, a pending queue record per puzzle the way
      *> Enqueue writes them.
       01  WS-BatchMode   PIC X VALUE 'N'.
       01  WS-EnqueueMode PIC X VALUE 'N'.
       01  WS-BatchPrefix PIC X(40).

       01  WS-JrnFS       PIC XX.
       01  WS-JrnRec      PIC X(60).
       COPY "JRNREC".

       01  WS-SubFS       PIC XX.
       01  WS-SubRule     PIC X(13).
       01  WS-SubWant     PIC 9(5).
       01  WS-SubLeft     PIC 9(5).
       01  WS-SubQueued   PIC 9(5) VALUE 0.
       01  WS-Today       PIC X(8).
       01  WS-RejFS       PIC XX.
       01  WS-RejRec      PIC X(200).
       01  WS-RejBoard    PIC X(81) VALUE ALL "0".

      *> Checkpoint/restart for -batch. <prefix>.restart is appended
      *> to (opened and closed per line, like the journal) as the
      *> batch goes:
      *>   HDR,<variant>,<queue-file>,<DIFF=N;...>   the batch's shape
      *>   GEN,<seq>,<spec>,<n>,<diff>,<clues>,<puzzle>,<solution>
      *>       written the moment a puzzle is generated, before its
      *>       signature is registered or it goes anywhere
      *>   DONE,<seq>       once it is in the registry, the queue or
      *>                    its matrix file, and the manifest
      *>   CHARGED,<n>      GENBATCH's quota charged for the batch
      *>   COMPLETE,<ts>    the batch ended cleanly
      *> A rerun with the same prefix and an unfinished restart file
      *> resumes after the last DONE puzzle: the manifest and book are
      *> rebuilt from the GEN lines, and a puzzle left GEN-without-DONE
      *> is finished from its saved grids -- registered only if the
      *> registry lacks it, queued only if the queue lacks it -- so
      *> every puzzle lands in each output exactly once. A rerun with
      *> a different shape is refused; a COMPLETE file starts afresh.
       01  WS-RstFilename PIC X(100).
       01  WS-RstFS       PIC XX.
       01  WS-RstLine     PIC X(250).
       01  WS-RstEOF      PIC X.
       01  WS-RstHeader   PIC X(250).
       01  WS-RstOldHdr   PIC X(250).
       01  WS-RstSpecs    PIC X(100).
       01  WS-RstQtyDisp  PIC 9(4).
       01  WS-RstDone     PIC 9(3) VALUE 0.
       01  WS-RstPending  PIC 9(3) VALUE 0.
       01  WS-RstCharged  PIC X VALUE 'N'.
       01  WS-RstComplete PIC X.
       01  WS-RecoverMode PIC X VALUE 'N'.
       01  WS-RstTable.
           05  WS-RstEntry OCCURS 999 TIMES.
               10  WS-RstState PIC X.
               10  WS-RstDiff  PIC X(6).
               10  WS-RstClues PIC 99.
       01  WS-RstPendPuzzle   PIC X(81).
       01  WS-RstPendSolution PIC X(81).
       01  WS-RstPuzzle   PIC X(81).
       01  WS-RstSolution PIC X(81).
       01  WS-RstTokType  PIC X(10).
       01  WS-RstTokSeq   PIC X(5).
       01  WS-RstTokSpec  PIC X(5).
       01  WS-RstTokN     PIC X(5).
       01  WS-RstTokDiff  PIC X(6).
       01  WS-RstTokClues PIC X(5).
       01  WS-RstTokPuz   PIC X(81).
       01  WS-RstTokSol   PIC X(81).
       01  WS-RstSeq      PIC 9(3).

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT = 0
               DISPLAY "Usage: Generator <output-file> "
                   "[EASY|MEDIUM|HARD|EXPERT] [-x] [-sym ROT180|MIRROR]"
               DISPLAY "       Generator -batch <prefix> <manifest> "
                   "DIFF=N [DIFF=N ...] [-enqueue <queue-file>] [-book <file>] [-x]"
                   " [-sym ROT180|MIRROR]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
               IF CURRENT-ARG = "-x" OR CURRENT-ARG = "--xsudoku"
                   MOVE 'X' TO WS-GenVariant
               END-IF
               IF CURRENT-ARG = "-sym" AND WS-ArgIdx < ARG-COUNT
                   ADD 1 TO WS-ArgIdx
                   PERFORM Set-Symmetry
               END-IF
           END-PERFORM

           PERFORM Set-Target-Clues

           PERFORM Seed-Random
           PERFORM Generate-Unique-Puzzle
           IF WS-SigIsDup = 'N'
               PERFORM Register-Signature
           END-IF
           PERFORM Write-Puzzle-File

           DISPLAY "Generated " FUNCTION TRIM(WS-OutFilename)
               " Difficulty=" FUNCTION TRIM(WS-Difficulty)
               " Clues=" WS-ClueCount
           IF WS-SymMode NOT = 'N'
               DISPLAY "  Symmetry=" WS-SymName
           END-IF
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       Set-Target-Clues.
      *> The bracket is the clue-count range PackExport, PubCal and
      *> MinAudit file the difficulty under: EASY 42+, MEDIUM 35-41,
      *> HARD 30-34, EXPERT under 30.
           EVALUATE WS-Difficulty
               WHEN "EASY"
                   MOVE 46 TO WS-TargetClues
                   MOVE 42 TO WS-BracketLow
                   MOVE 81 TO WS-BracketHigh
               WHEN "MEDIUM"
                   MOVE 38 TO WS-TargetClues
                   MOVE 35 TO WS-BracketLow
                   MOVE 41 TO WS-BracketHigh
               WHEN "HARD"
                   MOVE 32 TO WS-TargetClues
                   MOVE 30 TO WS-BracketLow
                   MOVE 34 TO WS-BracketHigh
               WHEN "EXPERT"
                   MOVE 28 TO WS-TargetClues
                   MOVE 0 TO WS-BracketLow
                   MOVE 29 TO WS-BracketHigh
               WHEN OTHER
                   MOVE 38 TO WS-TargetClues
                   MOVE 35 TO WS-BracketLow
                   MOVE 41 TO WS-BracketHigh
           END-EVALUATE.

       Set-Symmetry.
      *> The argument after -sym (WS-ArgIdx already points at it).
           DISPLAY WS-ArgIdx UPON ARGUMENT-NUMBER
           ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CURRENT-ARG))
               TO CURRENT-ARG
           EVALUATE CURRENT-ARG
               WHEN "ROT180"
               WHEN "ROT"
               WHEN "180"
                   MOVE 'R' TO WS-SymMode
                   MOVE "ROT180" TO WS-SymName
                   MOVE ", 180-DEGREE SYMMETRY" TO WS-SymCaption
               WHEN "MIRROR"
                   MOVE 'M' TO WS-SymMode
                   MOVE "MIRROR" TO WS-SymName
                   MOVE ", MIRROR SYMMETRY" TO WS-SymCaption
               WHEN "NONE"
                   MOVE 'N' TO WS-SymMode
                   MOVE SPACES TO WS-SymName
                   MOVE SPACES TO WS-SymCaption
               WHEN OTHER
                   DISPLAY "Invalid -sym (want ROT180 or MIRROR): "
                       FUNCTION TRIM(CURRENT-ARG)
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       Parse-Batch-Args.
           IF ARG-COUNT < 4
               DISPLAY "Usage: Generator -batch <prefix> <manifest> "
                   "DIFF=N [DIFF=N ...] [-enqueue <queue-file>] [-book <file>]"
                   " [-sym ROT180|MIRROR]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
               IF CURRENT-ARG = "-x" OR CURRENT-ARG = "--xsudoku"
                   MOVE 'X' TO WS-GenVariant
               ELSE
               IF CURRENT-ARG = "-sym"
                   ADD 1 TO WS-ArgIdx
                   IF WS-ArgIdx <= ARG-COUNT
                       PERFORM Set-Symmetry
                   END-IF
               ELSE
               IF CURRENT-ARG = "-enqueue"
                   ADD 1 TO WS-ArgIdx
                   IF WS-ArgIdx <= ARG-COUNT
               END-IF
               END-IF
               END-IF
               END-IF
           END-PERFORM

           IF WS-SpecCount = 0
           END-IF.

       Run-Batch.
           PERFORM Load-Restart-File

      *> An -enqueue run is refused up front, before hours of
      *> generation, when the GENBATCH account could not take the
      *> whole batch today. (The charge is made once, at the end, so
      *> a resumed batch still needs room for all of it.)
           IF WS-EnqueueMode = 'Y' AND WS-RstCharged = 'N'
               MOVE 0 TO WS-SubWant
               PERFORM VARYING WS-SpecIdx FROM 1 BY 1
                       UNTIL WS-SpecIdx > WS-SpecCount
                   ADD WS-SpecQty(WS-SpecIdx) TO WS-SubWant
               END-PERFORM
               PERFORM Check-Submitter
               IF WS-SubRule NOT = SPACES
                   PERFORM Write-Submitter-Reject
                   DISPLAY "Generator -enqueue refused: account GENBATCH "
                       FUNCTION TRIM(WS-SubRule)
                       " -- refusal written to ai2025_rejects.txt"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT ManifestFile
           IF WS-EnqueueMode = 'Y'
               OPEN I-O QueueFile
               END-IF
           END-IF

      *> Resuming: the manifest gets back every puzzle already
      *> finished, then the one the last run died on is completed.
           PERFORM VARYING WS-RstSeq FROM 1 BY 1
                   UNTIL WS-RstSeq > WS-RstDone
               MOVE WS-RstSeq TO WS-BatchSeq
               MOVE WS-RstDiff(WS-RstSeq) TO WS-Difficulty
               MOVE WS-RstClues(WS-RstSeq) TO WS-ClueCount
               PERFORM Build-Batch-Name
               PERFORM Write-Manifest-Line
           END-PERFORM
           IF WS-RstPending > 0
               PERFORM Recover-Pending-Puzzle
           END-IF

           MOVE 0 TO WS-BatchSeq
           PERFORM VARYING WS-SpecIdx FROM 1 BY 1
                   UNTIL WS-SpecIdx > WS-SpecCount
               MOVE WS-SpecDiff(WS-SpecIdx) TO WS-Difficulty
               PERFORM Set-Target-Clues
               PERFORM VARYING WS-BatchN FROM 1 BY 1
                       UNTIL WS-BatchN > WS-SpecQty(WS-SpecIdx)
                   ADD 1 TO WS-BatchSeq
                   IF WS-BatchSeq > WS-RstDone
                       PERFORM Generate-Unique-Puzzle
                       PERFORM Checkpoint-Generated
                       IF WS-SigIsDup = 'N'
                           PERFORM Register-Signature
                       END-IF
                       PERFORM Emit-Batch-Puzzle
                       PERFORM Checkpoint-Done
                   END-IF
               END-PERFORM
           END-PERFORM

           IF WS-EnqueueMode = 'Y'
               CLOSE QueueFile
               IF WS-RstCharged = 'N'
                   PERFORM Charge-Submitter
                   MOVE SPACES TO WS-RstLine
                   STRING "CHARGED,"   DELIMITED BY SIZE
                       WS-SubQueued    DELIMITED BY SIZE
                       INTO WS-RstLine
                   PERFORM Write-Restart-Line
               END-IF
           END-IF
           CLOSE ManifestFile

               PERFORM Write-Puzzle-Book
           END-IF

           MOVE SPACES TO WS-RstLine
           STRING "COMPLETE,"                  DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:14)     DELIMITED BY SIZE
               INTO WS-RstLine
           PERFORM Write-Restart-Line

           DISPLAY "Batch complete: " WS-BatchSeq " puzzle(s), "
               "manifest " FUNCTION TRIM(WS-ManifestFilename)
           MOVE 0 TO RETURN-CODE.
                   "  ("        DELIMITED BY SIZE
                   FUNCTION TRIM(WS-BookDiff(WS-BookIdx))
                                DELIMITED BY SIZE
                   WS-SymCaption DELIMITED BY "  "
                   ")"          DELIMITED BY SIZE
                   INTO WS-BookLine
               PERFORM Write-Book-Line
               MOVE WS-Difficulty TO WS-BookDiff(WS-BatchSeq)
           END-IF

           PERFORM Build-Batch-Name
           IF WS-EnqueueMode = 'Y'
               PERFORM Enqueue-Batch-Puzzle
           ELSE
               MOVE WS-BatchName TO WS-OutFilename
               PERFORM Write-Puzzle-File
           END-IF
           PERFORM Write-Manifest-Line.

       Build-Batch-Name.
      *> Queue ID <prefix>NNN, or matrix file <prefix>NNN.matrix.
           MOVE SPACES TO WS-BatchName
           IF WS-EnqueueMode = 'Y'
               STRING FUNCTION TRIM(WS-BatchPrefix) DELIMITED BY SIZE
                   WS-BatchSeq                      DELIMITED BY SIZE
                   INTO WS-BatchName
           ELSE
               STRING FUNCTION TRIM(WS-BatchPrefix) DELIMITED BY SIZE
                   WS-BatchSeq                      DELIMITED BY SIZE
                   ".matrix"                        DELIMITED BY SIZE
                   INTO WS-BatchName
           END-IF.

       Write-Manifest-Line.
           MOVE SPACES TO WS-ManifestRec
           STRING FUNCTION TRIM(WS-BatchName) DELIMITED BY SIZE
               ","                            DELIMITED BY SIZE
               ",CLUES="                      DELIMITED BY SIZE
               WS-ClueCount                   DELIMITED BY SIZE
               INTO WS-ManifestRec
           IF WS-SymMode NOT = 'N'
               MOVE ",SYM=" TO WS-ManifestRec(
                   FUNCTION STORED-CHAR-LENGTH(WS-ManifestRec) + 1:5)
               MOVE WS-SymName TO WS-ManifestRec(
                   FUNCTION STORED-CHAR-LENGTH(WS-ManifestRec) + 1:6)
           END-IF
           WRITE ManifestLine FROM WS-ManifestRec
           DISPLAY FUNCTION TRIM(WS-ManifestRec).

      *> Pending record exactly the way Enqueue writes one, with the
      *> 81-character row-major flatten of the puzzle grid.
           MOVE WS-BatchName TO Q-PUZZLE-ID
      *> Finishing an interrupted run's last puzzle: it may already
      *> have reached the queue before the run died.
           IF WS-RecoverMode = 'Y'
               READ QueueFile RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DISPLAY "Recovered " FUNCTION TRIM(Q-PUZZLE-ID)
                           " -- already on the queue"
                       ADD 1 TO WS-SubQueued
                       EXIT PARAGRAPH
               END-READ
               MOVE WS-BatchName TO Q-PUZZLE-ID
           END-IF
           SET Q-PENDING TO TRUE
      *> Generated batches are the overnight filler work: bulk class,
      *> so a paying submission never waits behind them in the drain,
           MOVE "GENBATCH" TO Q-SUBMITTER
           SET Q-PREF-ANY TO TRUE
           MOVE WS-GenVariant TO Q-VARIANT
           INITIALIZE Q-CAGE-DATA
           MOVE SPACES TO Q-RELEASE-TS
           MOVE SPACE TO Q-DELIVERED
           PERFORM VARYING WS-SLIdx FROM 1 BY 1 UNTIL WS-SLIdx > 81
               COMPUTE WS-SLRow =
                       FUNCTION TRIM(Q-PUZZLE-ID) " already queued"
               NOT INVALID KEY
                   PERFORM Write-Journal
                   ADD 1 TO WS-SubQueued
           END-WRITE.

       Load-Restart-File.
      *> Picks up an unfinished batch of the same prefix, or starts
      *> this batch's restart file afresh.
           MOVE SPACES TO WS-RstFilename
           STRING FUNCTION TRIM(WS-BatchPrefix) DELIMITED BY SIZE
               ".restart"                       DELIMITED BY SIZE
               INTO WS-RstFilename
           MOVE SPACES TO WS-RstSpecs
           PERFORM VARYING WS-SpecIdx FROM 1 BY 1
                   UNTIL WS-SpecIdx > WS-SpecCount
               MOVE WS-SpecQty(WS-SpecIdx) TO WS-RstQtyDisp
               STRING FUNCTION TRIM(WS-RstSpecs)         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SpecDiff(WS-SpecIdx)) DELIMITED BY SIZE
                   "="                                   DELIMITED BY SIZE
                   WS-RstQtyDisp                         DELIMITED BY SIZE
                   ";"                                   DELIMITED BY SIZE
                   INTO WS-RstSpecs
           END-PERFORM
           MOVE SPACES TO WS-RstHeader
           STRING "HDR,"                       DELIMITED BY SIZE
               WS-GenVariant                   DELIMITED BY SIZE
               ","                             DELIMITED BY SIZE
               FUNCTION TRIM(WS-QueueFilename) DELIMITED BY SIZE
               ","                             DELIMITED BY SIZE
               FUNCTION TRIM(WS-RstSpecs)      DELIMITED BY SIZE
               INTO WS-RstHeader
      *> A symmetric batch is a different shape from a plain one.
           IF WS-SymMode NOT = 'N'
               MOVE ",SYM=" TO WS-RstHeader(
                   FUNCTION STORED-CHAR-LENGTH(WS-RstHeader) + 1:5)
               MOVE WS-SymName TO WS-RstHeader(
                   FUNCTION STORED-CHAR-LENGTH(WS-RstHeader) + 1:6)
           END-IF

           INITIALIZE WS-RstTable
           MOVE SPACES TO WS-RstOldHdr
           MOVE 'N' TO WS-RstComplete
           OPEN INPUT RestartFile
           IF WS-RstFS NOT = "00"
               PERFORM Start-Restart-File
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-RstEOF
           PERFORM UNTIL WS-RstEOF = 'Y'
               READ RestartFile INTO WS-RstLine
                   AT END MOVE 'Y' TO WS-RstEOF
                   NOT AT END PERFORM Load-Restart-Line
               END-READ
           END-PERFORM
           CLOSE RestartFile

           IF WS-RstComplete = 'Y' OR WS-RstOldHdr = SPACES
               INITIALIZE WS-RstTable
               MOVE 'N' TO WS-RstCharged
               PERFORM Start-Restart-File
               EXIT PARAGRAPH
           END-IF
           IF WS-RstOldHdr NOT = WS-RstHeader
               DISPLAY "Restart file " FUNCTION TRIM(WS-RstFilename)
                   " belongs to an unfinished batch of another shape:"
               DISPLAY "  " FUNCTION TRIM(WS-RstOldHdr)
               DISPLAY "Rerun it with its original arguments, or"
                   " remove the file to abandon it."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

      *> DONE puzzles are contiguous from 1; at most the next one can
      *> be GEN without DONE.
           MOVE 0 TO WS-RstDone
           PERFORM VARYING WS-RstSeq FROM 1 BY 1
                   UNTIL WS-RstSeq > 998
                       OR WS-RstState(WS-RstSeq) NOT = 'D'
               MOVE WS-RstSeq TO WS-RstDone
           END-PERFORM
           MOVE 0 TO WS-RstPending
           IF WS-RstState(WS-RstDone + 1) = 'G'
               COMPUTE WS-RstPending = WS-RstDone + 1
           END-IF
      *> Records the dead run queued were never charged -- the
      *> charge is the batch's last act.
           IF WS-EnqueueMode = 'Y'
               MOVE WS-RstDone TO WS-SubQueued
           END-IF
           IF WS-BookMode = 'Y' AND WS-RstDone > 99
               MOVE 'Y' TO WS-BookOverflow
               DISPLAY "*** PUZZLE BOOK TABLE FULL: puzzles past"
                   " 99 will NOT appear in the book -- split the"
                   " batch into smaller -book runs"
           END-IF
           DISPLAY "Resuming batch " FUNCTION TRIM(WS-BatchPrefix)
               " after puzzle " WS-RstDone.

       Load-Restart-Line.
           MOVE SPACES TO WS-RstTokType WS-RstTokSeq WS-RstTokSpec
               WS-RstTokN WS-RstTokDiff WS-RstTokClues WS-RstTokPuz
               WS-RstTokSol
           UNSTRING WS-RstLine DELIMITED BY ","
               INTO WS-RstTokType WS-RstTokSeq WS-RstTokSpec
                   WS-RstTokN WS-RstTokDiff WS-RstTokClues
                   WS-RstTokPuz WS-RstTokSol
           EVALUATE WS-RstTokType
               WHEN "HDR"
                   MOVE WS-RstLine TO WS-RstOldHdr
               WHEN "COMPLETE"
                   MOVE 'Y' TO WS-RstComplete
               WHEN "CHARGED"
                   MOVE 'Y' TO WS-RstCharged
               WHEN "DONE"
                   IF WS-RstTokSeq(1:3) IS NUMERIC
                       AND WS-RstTokSeq(1:3) NOT = "000"
                       MOVE WS-RstTokSeq(1:3) TO WS-RstSeq
                       IF WS-RstState(WS-RstSeq) = 'G'
                           MOVE 'D' TO WS-RstState(WS-RstSeq)
                       END-IF
                   END-IF
               WHEN "GEN"
      *> A line cut short by the crash has no full solution grid and
      *> is ignored: that puzzle never got past generation.
                   IF WS-RstTokSeq(1:3) IS NUMERIC
                       AND WS-RstTokSeq(1:3) NOT = "000"
                       AND WS-RstTokPuz IS NUMERIC
                       AND WS-RstTokSol IS NUMERIC
                       MOVE WS-RstTokSeq(1:3) TO WS-RstSeq
                       MOVE 'G' TO WS-RstState(WS-RstSeq)
                       MOVE WS-RstTokDiff TO WS-RstDiff(WS-RstSeq)
                       MOVE FUNCTION NUMVAL(WS-RstTokClues)
                           TO WS-RstClues(WS-RstSeq)
                       MOVE WS-RstTokPuz TO WS-RstPendPuzzle
                       MOVE WS-RstTokSol TO WS-RstPendSolution
                       IF WS-RstSeq <= 99
                           MOVE WS-RstTokPuz TO WS-BookPuzzle(WS-RstSeq)
                           MOVE WS-RstTokSol
                               TO WS-BookSolution(WS-RstSeq)
                           MOVE WS-RstTokDiff TO WS-BookDiff(WS-RstSeq)
                       END-IF
                   END-IF
           END-EVALUATE.

       Start-Restart-File.
           OPEN OUTPUT RestartFile
           WRITE RestartLine FROM WS-RstHeader
           CLOSE RestartFile
           MOVE 0 TO WS-RstDone
           MOVE 0 TO WS-RstPending.

       Write-Restart-Line.
           OPEN EXTEND RestartFile
           IF WS-RstFS = "35"
               OPEN OUTPUT RestartFile
               CLOSE RestartFile
               OPEN EXTEND RestartFile
           END-IF
           IF WS-RstFS NOT = "00"
               DISPLAY "*** Cannot write restart file "
                   FUNCTION TRIM(WS-RstFilename)
                   " (FILE STATUS " WS-RstFS ")"
               EXIT PARAGRAPH
           END-IF
           WRITE RestartLine FROM WS-RstLine
           CLOSE RestartFile.

       Checkpoint-Generated.
           PERFORM VARYING WS-SLIdx FROM 1 BY 1 UNTIL WS-SLIdx > 81
               COMPUTE WS-SLRow =
                   FUNCTION INTEGER-PART((WS-SLIdx - 1) / 9) + 1
               COMPUTE WS-SLCol = FUNCTION MOD(WS-SLIdx - 1, 9) + 1
               MOVE WS-Puzzle-Cell(WS-SLRow, WS-SLCol)
                   TO WS-RstPuzzle(WS-SLIdx:1)
               MOVE WS-Solution-Cell(WS-SLRow, WS-SLCol)
                   TO WS-RstSolution(WS-SLIdx:1)
           END-PERFORM
           MOVE SPACES TO WS-RstLine
           STRING "GEN,"                       DELIMITED BY SIZE
               WS-BatchSeq                     DELIMITED BY SIZE
               ","                             DELIMITED BY SIZE
               WS-SpecIdx                      DELIMITED BY SIZE
               ","                             DELIMITED BY SIZE
               WS-BatchN                       DELIMITED BY SIZE
               ","                             DELIMITED BY SIZE
               FUNCTION TRIM(WS-Difficulty)    DELIMITED BY SIZE
               ","                             DELIMITED BY SIZE
               WS-ClueCount                    DELIMITED BY SIZE
               ","                             DELIMITED BY SIZE
               WS-RstPuzzle                    DELIMITED BY SIZE
               ","                             DELIMITED BY SIZE
               WS-RstSolution                  DELIMITED BY SIZE
               INTO WS-RstLine
           PERFORM Write-Restart-Line.

       Checkpoint-Done.
           MOVE SPACES TO WS-RstLine
           STRING "DONE,"   DELIMITED BY SIZE
               WS-BatchSeq  DELIMITED BY SIZE
               INTO WS-RstLine
           PERFORM Write-Restart-Line.

       Recover-Pending-Puzzle.
      *> The puzzle the last run generated but did not see into every
      *> output: rebuilt from its GEN line, never regenerated.
           MOVE WS-RstPending TO WS-BatchSeq
           MOVE WS-RstDiff(WS-RstPending) TO WS-Difficulty
           MOVE WS-RstClues(WS-RstPending) TO WS-ClueCount
           PERFORM VARYING WS-SLIdx FROM 1 BY 1 UNTIL WS-SLIdx > 81
               COMPUTE WS-SLRow =
                   FUNCTION INTEGER-PART((WS-SLIdx - 1) / 9) + 1
               COMPUTE WS-SLCol = FUNCTION MOD(WS-SLIdx - 1, 9) + 1
               MOVE WS-RstPendPuzzle(WS-SLIdx:1)
                   TO WS-Puzzle-Cell(WS-SLRow, WS-SLCol)
               MOVE WS-RstPendSolution(WS-SLIdx:1)
                   TO WS-Solution-Cell(WS-SLRow, WS-SLCol)
           END-PERFORM
           IF WS-SigLoaded = 'N'
               PERFORM Load-Signature-Registry
           END-IF
           PERFORM Compute-Signature
           PERFORM Check-Signature
           IF WS-SigIsDup = 'N'
               PERFORM Register-Signature
           END-IF
           MOVE 'Y' TO WS-RecoverMode
           PERFORM Emit-Batch-Puzzle
           MOVE 'N' TO WS-RecoverMode
           PERFORM Checkpoint-Done
           MOVE WS-RstPending TO WS-RstDone
           MOVE 0 TO WS-RstPending.

       Check-Submitter.
      *> GENBATCH must be on the master, active, and have room for
      *> WS-SubWant more records in today's quota (zero = no cap).
           MOVE SPACES TO WS-SubRule
           OPEN INPUT SubmitterFile
           IF WS-SubFS NOT = "00"
               MOVE "SUB-UNKNOWN" TO WS-SubRule
               EXIT PARAGRAPH
           END-IF
           MOVE "GENBATCH" TO SM-ACCOUNT
           READ SubmitterFile RECORD
               INVALID KEY MOVE "SUB-UNKNOWN" TO WS-SubRule
           END-READ
           CLOSE SubmitterFile
           IF WS-SubRule NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF NOT SM-ACTIVE
               MOVE "SUB-SUSPENDED" TO WS-SubRule
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           IF SM-QUOTA-DATE NOT = WS-Today
               MOVE 0 TO SM-QUOTA-USED
           END-IF
           IF SM-DAILY-QUOTA > 0
               IF SM-QUOTA-USED >= SM-DAILY-QUOTA
                   MOVE 0 TO WS-SubLeft
               ELSE
                   COMPUTE WS-SubLeft = SM-DAILY-QUOTA - SM-QUOTA-USED
               END-IF
               IF WS-SubWant > WS-SubLeft
                   MOVE "SUB-QUOTA" TO WS-SubRule
               END-IF
           END-IF.

       Charge-Submitter.
      *> Charge the records actually queued this run.
           IF WS-SubQueued = 0
               EXIT PARAGRAPH
           END-IF
           OPEN I-O SubmitterFile
           IF WS-SubFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "GENBATCH" TO SM-ACCOUNT
           READ SubmitterFile RECORD
               INVALID KEY
                   CLOSE SubmitterFile
                   EXIT PARAGRAPH
           END-READ
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           IF SM-QUOTA-DATE NOT = WS-Today
               MOVE WS-Today TO SM-QUOTA-DATE
               MOVE 0 TO SM-QUOTA-USED
           END-IF
           ADD WS-SubQueued TO SM-QUOTA-USED
           REWRITE SUBMITTER-RECORD
           CLOSE SubmitterFile.

       Write-Submitter-Reject.
      *> Quarantine line in the solver's WRITE-REJECT layout, named
      *> by the batch prefix; nothing was generated, so the board
      *> is all blanks.
           OPEN EXTEND RejectFile
           IF WS-RejFS = "35"
               OPEN OUTPUT RejectFile
               CLOSE RejectFile
               OPEN EXTEND RejectFile
           END-IF
           IF WS-RejFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RejRec
           STRING FUNCTION TRIM(WS-BatchPrefix) DELIMITED BY SIZE
               ","                            DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:14)    DELIMITED BY SIZE
               ",RULE="                       DELIMITED BY SIZE
               FUNCTION TRIM(WS-SubRule)      DELIMITED BY SIZE
               ",ROW=0,COL=0,DIGIT=0,BOARD="  DELIMITED BY SIZE
               WS-RejBoard                    DELIMITED BY SIZE
               INTO WS-RejRec
           WRITE RejectLine FROM WS-RejRec
           CLOSE RejectFile.

       Write-Journal.
      *> One insert line in the shared queue lifecycle journal.
           OPEN EXTEND JournalFile
               Q-PUZZLE-ID                    DELIMITED BY SIZE
               ",-,P,GENERATOR,00"            DELIMITED BY SIZE
               INTO WS-JrnRec
           MOVE WS-JrnRec TO JI-TRANSITION
           MOVE ",IMG=" TO JI-IMAGE-TAG
           MOVE QUEUE-RECORD TO JI-AFTER-IMAGE
           WRITE JournalLine FROM JOURNAL-IMAGE-LINE
           CLOSE JournalFile.

       Seed-Random.
           END-IF
           MOVE 0 TO WS-SigAttempt
           MOVE 'Y' TO WS-SigIsDup
           MOVE 'N' TO WS-InBracket
           PERFORM UNTIL (WS-SigIsDup = 'N' AND WS-InBracket = 'Y')
                   OR WS-SigAttempt >= 10
               ADD 1 TO WS-SigAttempt
               IF WS-GenVariant = 'X'
                   PERFORM Build-XSolution-Grid
                   PERFORM Build-Solution-Grid
               END-IF
               PERFORM Remove-Cells-To-Target
               PERFORM Check-Clue-Bracket
               PERFORM Compute-Signature
               PERFORM Check-Signature
               IF WS-InBracket = 'N'
                   DISPLAY "Symmetric pattern stopped at " WS-ClueCount
                       " clues, outside the "
                       FUNCTION TRIM(WS-Difficulty) " bracket (attempt "
                       WS-SigAttempt ") -- regenerating"
               ELSE
                   IF WS-SigIsDup = 'Y'
                       DISPLAY "Duplicate signature (attempt "
                           WS-SigAttempt ") -- regenerating"
                   END-IF
               END-IF
           END-PERFORM
      *> The caller registers the signature once the puzzle is safe
      *> to publish (a batch checkpoints it first).
           IF WS-SigIsDup = 'Y'
               DISPLAY "*** WARNING: puzzle matches a registered"
                   " signature after 10 attempts -- emitting anyway"
           END-IF
           IF WS-InBracket = 'N'
               DISPLAY "*** WARNING: no symmetric pattern reached the "
                   FUNCTION TRIM(WS-Difficulty) " clue bracket in 10"
                   " attempts -- emitting " WS-ClueCount " clues anyway"
           END-IF.

       Check-Clue-Bracket.
      *> Only a symmetric run is held to the bracket: removing clues
      *> a group at a time can strand a pattern above it, where the
      *> one-at-a-time removal always gets close to its target.
           MOVE 'Y' TO WS-InBracket
           IF WS-SymMode NOT = 'N'
               IF WS-ClueCount < WS-BracketLow
                   OR WS-ClueCount > WS-BracketHigh
                   MOVE 'N' TO WS-InBracket
               END-IF
           END-IF.

       Load-Signature-Registry.
                   MOVE WS-ShufArr(WS-PosIdx) TO WS-Pos
                   COMPUTE WS-Row = FUNCTION INTEGER-PART((WS-Pos - 1) / 9) + 1
                   COMPUTE WS-Col = FUNCTION MOD(WS-Pos - 1, 9) + 1
                   PERFORM Find-Symmetric-Partner
                   IF WS-Puzzle-Cell(WS-Row, WS-Col) NOT = 0
                       MOVE WS-Puzzle-Cell(WS-Row, WS-Col) TO WS-OldVal
                       MOVE 0 TO WS-Puzzle-Cell(WS-Row, WS-Col)
                       MOVE WS-Puzzle-Cell(WS-SymRow, WS-SymCol)
                           TO WS-SymOldVal
                       MOVE 0 TO WS-Puzzle-Cell(WS-SymRow, WS-SymCol)
                       MOVE WS-Puzzle TO WS-TestBoard
                       MOVE 0 TO WS-TestIterations
                       MOVE 0 TO WS-TestSolutionCount
                       IF LS-TestSolved = 'Y'
                           AND WS-TestSolutionCount = 1
                           AND WS-TestIterations <= WS-TestMaxIterations
                           SUBTRACT WS-SymGroup FROM WS-ClueCount
                       ELSE
                           MOVE WS-SymOldVal
                               TO WS-Puzzle-Cell(WS-SymRow, WS-SymCol)
                           MOVE WS-OldVal TO WS-Puzzle-Cell(WS-Row, WS-Col)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       Find-Symmetric-Partner.
      *> The cell that must be blanked with (WS-Row, WS-Col) to keep
      *> the pattern; without -sym, or on the axis, the cell itself.
      *> A group is always wholly given or wholly blank, since it is
      *> only ever blanked or restored together.
           EVALUATE WS-SymMode
               WHEN 'R'
                   COMPUTE WS-SymRow = 10 - WS-Row
                   COMPUTE WS-SymCol = 10 - WS-Col
               WHEN 'M'
                   MOVE WS-Row TO WS-SymRow
                   COMPUTE WS-SymCol = 10 - WS-Col
               WHEN OTHER
                   MOVE WS-Row TO WS-SymRow
                   MOVE WS-Col TO WS-SymCol
           END-EVALUATE
           IF WS-SymRow = WS-Row AND WS-SymCol = WS-Col
               MOVE 1 TO WS-SymGroup
           ELSE
               MOVE 2 TO WS-SymGroup
           END-IF.

       Write-Puzzle-File.
           OPEN OUTPUT OutputFile
           MOVE SPACES TO WS-CommentLine
               WRITE OutputLine FROM WS-CommentLine
           END-IF

           IF WS-SymMode NOT = 'N'
               MOVE SPACES TO WS-CommentLine
               STRING "# SYMMETRY=" DELIMITED BY SIZE
                   WS-SymName       DELIMITED BY SIZE
                   INTO WS-CommentLine
               WRITE OutputLine FROM WS-CommentLine
           END-IF

           PERFORM VARYING WS-Row FROM 1 BY 1 UNTIL WS-Row > 9
               MOVE SPACES TO WS-OutLine
               MOVE 1 TO WS-OutIdx
