      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DisputeRun.

      *> Nightly dispute job: answers every open dispute in the
      *> dispute file (dispute_file.dat, opened from DispConsole)
      *> without anyone digging through ai2025_report.txt or
      *> rerunning engines by hand. For each one:
      *>   - the engine that produced the delivered solution comes
      *>     from the puzzle's latest solved puzzle_history.txt line
      *>     (CACHE=Y there means the archive served it, CACHE=I
      *>     that it served an isomorph's solution);
      *>   - the givens (variant header and cages included) are
      *>     written to dispute_<puzzle-id>.matrix and re-solved by
      *>     the OTHER engine -- CP-SUDOKU when SUDOKU produced it,
      *>     SUDOKU when CP-SUDOKU did -- run with -nocache so the
      *>     archive cannot answer for itself (the matrix file and
      *>     the console capture are removed once it is read);
      *>   - the delivered solution, the re-solve and any archive
      *>     record for the same givens (or, failing that, for the
      *>     same canonical form, mapped onto these givens) are all
      *>     checked with the Verifier's rules (rows, columns, boxes,
      *>     the givens kept, diagonals for X-Sudoku, cages for
      *>     Killer).
      *> The finding is written back to the dispute record:
      *>   R  rejected -- the delivered solution is valid, and a
      *>      "solution confirmed" notice goes to the submitter;
      *>   U  upheld -- it breaks the rules, the verified re-solve
      *>      replaces it on the queue record and goes out as a
      *>      corrected solution document;
      *>   A  archive record corrupt -- upheld, and the wrong answer
      *>      came out of the archive as a cache hit.
      *> Both documents go to <outbox-dir>/<folder>/<puzzle-id>
      *> .dispute.txt, the same folder and manifest Outbox uses. A
      *> corrupt archive record -- whether or not it served this
      *> dispute -- raises a CRIT alert and has its key appended to
      *> archive_purge_flags.txt for ArchUtil's flagged-record purge.
      *> A dispute the job cannot settle (record gone from the queue,
      *> no verified re-solve) stays open with the reason as its
      *> finding text and a WARN alert.
      *> RETURN-CODE 1 when a corrupt archive record was found or a
      *> dispute was left open, 0 otherwise.
      *>
      *> Usage: DisputeRun <queue-file> [outbox-dir]
      *> Default outbox directory is "outbox".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QueueFile ASSIGN TO DYNAMIC WS-QueueFilename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Q-PUZZLE-ID
               FILE STATUS IS WS-QueueFS.
           SELECT DisputeFile ASSIGN TO "dispute_file.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-KEY
               FILE STATUS IS WS-DispFS.
           SELECT ArchiveFile ASSIGN TO "solved_archive.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS A-PUZZLE-DATA
               ALTERNATE RECORD KEY IS A-CANON-KEY WITH DUPLICATES
               FILE STATUS IS WS-ArchFS.
           SELECT SubmitterFile ASSIGN TO "submitter_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ACCOUNT
               FILE STATUS IS WS-SubFS.
           SELECT HistoryFile ASSIGN TO "puzzle_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HistFS.
           SELECT MatrixFile ASSIGN TO DYNAMIC WS-MatrixFilename
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CaptureFile ASSIGN TO "dispute_capture.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CapFS.
           SELECT DocFile ASSIGN TO DYNAMIC WS-DocPath
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ManifestFile ASSIGN TO DYNAMIC WS-ManifestPath
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ManFS.
           SELECT FlagFile ASSIGN TO "archive_purge_flags.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FlagFS.
           SELECT ReportFile ASSIGN TO "dispute_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AlertFile ASSIGN TO "operations_alerts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AlertFS.
           SELECT JournalFile ASSIGN TO "queue_journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JrnFS.

       DATA DIVISION.
       FILE SECTION.
       FD QueueFile.
       COPY "QUEUEREC".

       FD DisputeFile.
       COPY "DISPREC".

       FD ArchiveFile.
       COPY "ARCHREC".

       FD SubmitterFile.
       COPY "SUBMREC".

       FD HistoryFile.
       01 HistoryLine PIC X(132).

       FD MatrixFile.
       01 MatrixLine PIC X(300).

       FD CaptureFile.
       01 CaptureLine PIC X(200).

       FD DocFile.
       01 DocLine PIC X(100).

       FD ManifestFile.
       01 ManifestLine PIC X(120).

       FD FlagFile.
       01 FlagLine PIC X(120).

       FD ReportFile.
       01 ReportLine PIC X(100).

      *> Shared operational alert file; see Copybooks/ALERTREC.cpy
      *> and the AlertCon console.
       FD AlertFile.
       COPY "ALERTREC".

      *> Queue lifecycle journal (see QJournal); a corrected solution
      *> is a rewrite of the record like any other.
       FD JournalFile.
       01 JournalLine PIC X(637).

       WORKING-STORAGE SECTION.
       01  WS-QueueFilename PIC X(100).
       01  WS-QueueFS    PIC XX.
       01  WS-DispFS     PIC XX.
       01  WS-ArchFS     PIC XX.
       01  WS-SubFS      PIC XX.
       01  WS-HistFS     PIC XX.
       01  WS-CapFS      PIC XX.
       01  WS-ManFS      PIC XX.
       01  WS-FlagFS     PIC XX.
       01  WS-AlertFS    PIC XX.
       01  WS-JrnFS      PIC XX.
       01  WS-ArchOpen   PIC X VALUE 'N'.
       01  WS-SubOpen    PIC X VALUE 'N'.

       01  ARG-COUNT     PIC 9(4).
       01  CURRENT-ARG   PIC X(100).

       01  WS-OutboxDir  PIC X(60) VALUE "outbox".
       01  WS-DocPath    PIC X(200).
       01  WS-ManifestPath PIC X(200).
       01  WS-MatrixFilename PIC X(100).
       01  WS-SysCmd     PIC X(300).
       01  WS-SubFolder  PIC X(8).
       01  WS-DeliverDir PIC X(40).

      *> The two engines a dispute can be re-solved with, in the
      *> Benchmark job's binary locations.
       01  WS-AiLabel    PIC X(12) VALUE "SUDOKU".
       01  WS-AiBin      PIC X(60) VALUE "./AI-2025/Cobol/sudoku_ai".
       01  WS-CpLabel    PIC X(12) VALUE "CP-SUDOKU".
       01  WS-CpBin      PIC X(60)
           VALUE "./Algorithms/CP/Cobol/cp_sudoku".
       01  WS-RunBin     PIC X(60).

       01  WS-EOF        PIC X VALUE 'N'.
       01  WS-HistEOF    PIC X.
       01  WS-CapEOF     PIC X.
       01  WS-Line       PIC X(200).
       01  WS-OutLine    PIC X(100).
       01  WS-RowBuf     PIC X(300).
       01  WS-ManRec     PIC X(120).
       01  WS-NowTS      PIC X(21).

       01  WS-TokFile    PIC X(60).
       01  WS-TokEngine  PIC X(12).
       01  WS-TokTS      PIC X(14).
       01  WS-TokIter    PIC X(25).
       01  WS-TokSolved  PIC X(10).
       01  WS-CacheTally PIC 9(4).

      *> Per-dispute working state.
       01  WS-OrigEngine PIC X(12).
       01  WS-OrigCache  PIC X.
       01  WS-ResolveGrid PIC X(81).
       01  WS-ResolveSolved PIC X.
       01  WS-GridRows   PIC 99.
       01  WS-OrigOK     PIC X.
       01  WS-ResolveOK  PIC X.
       01  WS-ArchFound  PIC X.
       01  WS-ArchOK     PIC X.
       01  WS-ArchKey    PIC X(81).
       01  WS-CanonKey   PIC X(81).
       01  WS-CanonXform PIC X(28).
       01  WS-CanonWork  PIC X(81).
       01  WS-Settled    PIC X.

      *> Rule check on one 81-character answer against the queue
      *> record's givens, variant and cages.
       01  WS-CheckGrid  PIC X(81).
       01  WS-AnswerOK   PIC X.
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
       01  WS-Char       PIC X.
       01  WS-SLIdx      PIC 999.
       01  WS-SLRow      PIC 99.
       01  WS-SLCol      PIC 99.
       01  WS-CageIdx    PIC 99.
       01  WS-CagePos    PIC 99.
       01  WS-CageTotal  PIC 999.
       01  WS-OutIdx     PIC 999.

       01  WS-CntDisputes PIC 9(4) VALUE 0.
       01  WS-CntUpheld  PIC 9(4) VALUE 0.
       01  WS-CntRejected PIC 9(4) VALUE 0.
       01  WS-CntCorrupt PIC 9(4) VALUE 0.
       01  WS-CntOpen    PIC 9(4) VALUE 0.
       01  WS-CntArchBad PIC 9(4) VALUE 0.
       01  WS-DispCnt    PIC Z(3)9.

       01  WS-AlertSev   PIC X(4).
       01  WS-AlertKey   PIC X(10).
       01  WS-AlertMsg   PIC X(60).
       01  WS-JrnRec     PIC X(60).
       COPY "JRNREC".

       01  WS-GridData   PIC X(81).
       01  WS-GridLine   PIC X(20).
       01  WS-RowIdx     PIC 99.
       01  WS-ColIdx     PIC 99.
       01  WS-GIdx       PIC 999.

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "Starting DisputeRun..."
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT < 1
               DISPLAY "Usage: DisputeRun <queue-file> [outbox-dir]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(CURRENT-ARG) TO WS-QueueFilename

           IF ARG-COUNT >= 2
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
               MOVE FUNCTION TRIM(CURRENT-ARG) TO WS-OutboxDir
           END-IF

           OPEN I-O DisputeFile
           IF WS-DispFS = "35"
               DISPLAY "DisputeRun: no dispute file -- nothing to do."
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DispFS NOT = "00"
               DISPLAY "Cannot open dispute file (FILE STATUS "
                   WS-DispFS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O QueueFile
           IF WS-QueueFS NOT = "00"
               DISPLAY "Cannot open queue "
                   FUNCTION TRIM(WS-QueueFilename)
                   " (FILE STATUS " WS-QueueFS ")"
               CLOSE DisputeFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
      *> The archive is only read here: a missing or unreadable one
      *> just means there is no cached answer to check.
           OPEN INPUT ArchiveFile
           IF WS-ArchFS = "00"
               MOVE 'Y' TO WS-ArchOpen
           END-IF
           OPEN INPUT SubmitterFile
           IF WS-SubFS = "00"
               MOVE 'Y' TO WS-SubOpen
           END-IF

           MOVE SPACES TO WS-ManifestPath
           STRING FUNCTION TRIM(WS-OutboxDir) DELIMITED BY SIZE
               "/delivery_manifest.txt"       DELIMITED BY SIZE
               INTO WS-ManifestPath
           MOVE SPACES TO WS-SysCmd
           STRING "mkdir -p " DELIMITED BY SIZE
               FUNCTION TRIM(WS-OutboxDir) DELIMITED BY SIZE
               INTO WS-SysCmd
           CALL "SYSTEM" USING WS-SysCmd
           OPEN EXTEND ManifestFile
           IF WS-ManFS = "35"
               OPEN OUTPUT ManifestFile
               CLOSE ManifestFile
               OPEN EXTEND ManifestFile
           END-IF

           OPEN OUTPUT ReportFile
           MOVE "SOLUTION DISPUTE FINDINGS" TO WS-OutLine
           PERFORM Put-Line
           MOVE FUNCTION CURRENT-DATE TO WS-NowTS
           MOVE SPACES TO WS-OutLine
           STRING "RUN "        DELIMITED BY SIZE
               WS-NowTS(1:14)   DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line

           MOVE LOW-VALUES TO DP-KEY
           START DisputeFile KEY IS NOT LESS THAN DP-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ DisputeFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DP-OPEN
                           ADD 1 TO WS-CntDisputes
                           PERFORM Work-One-Dispute
                           REWRITE DISPUTE-RECORD
                       END-IF
               END-READ
           END-PERFORM

           PERFORM Write-Summary
           CLOSE ReportFile
           CLOSE ManifestFile
           CLOSE QueueFile
           CLOSE DisputeFile
           IF WS-ArchOpen = 'Y'
               CLOSE ArchiveFile
           END-IF
           IF WS-SubOpen = 'Y'
               CLOSE SubmitterFile
           END-IF

           IF WS-CntArchBad > 0 OR WS-CntOpen > 0
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       Work-One-Dispute.
           MOVE 'N' TO WS-Settled
           MOVE DP-PUZZLE-ID TO Q-PUZZLE-ID
           READ QueueFile RECORD
               INVALID KEY
                   MOVE "PUZZLE NOT IN QUEUE -- MANUAL REVIEW"
                       TO DP-FINDING-TEXT
                   PERFORM Leave-Open
                   EXIT PARAGRAPH
           END-READ
           IF NOT Q-SOLVED
               MOVE "RECORD NO LONGER SOLVED -- MANUAL REVIEW"
                   TO DP-FINDING-TEXT
               PERFORM Leave-Open
               EXIT PARAGRAPH
           END-IF

           PERFORM Find-Original-Engine
           MOVE WS-OrigEngine TO DP-ORIG-ENGINE
           MOVE WS-OrigCache TO DP-ORIG-CACHE
      *> The other engine re-solves; a puzzle with no solved history
      *> line on record (or some other engine's) goes to CP-SUDOKU.
           IF WS-OrigEngine = WS-CpLabel
               MOVE WS-AiLabel TO DP-RESOLVE-ENGINE
               MOVE WS-AiBin TO WS-RunBin
           ELSE
               MOVE WS-CpLabel TO DP-RESOLVE-ENGINE
               MOVE WS-CpBin TO WS-RunBin
           END-IF

           PERFORM Write-Dispute-Matrix
           PERFORM Run-Resolve
           PERFORM Remove-Resolve-Files

           MOVE Q-SOLUTION-DATA TO WS-CheckGrid
           PERFORM Check-Answer
           MOVE WS-AnswerOK TO WS-OrigOK
           MOVE 'N' TO WS-ResolveOK
           IF WS-ResolveSolved = 'Y'
               MOVE WS-ResolveGrid TO WS-CheckGrid
               PERFORM Check-Answer
               MOVE WS-AnswerOK TO WS-ResolveOK
           END-IF
           PERFORM Check-Archive

           IF WS-OrigOK = 'Y'
               SET DP-REJECTED TO TRUE
               IF WS-ResolveOK = 'Y'
                   AND WS-ResolveGrid NOT = Q-SOLUTION-DATA
                   MOVE "CONFIRMED -- PUZZLE HAS SEVERAL SOLUTIONS"
                       TO DP-FINDING-TEXT
               ELSE
                   MOVE "SOLUTION CONFIRMED" TO DP-FINDING-TEXT
               END-IF
               ADD 1 TO WS-CntRejected
               MOVE 'Y' TO WS-Settled
           ELSE
               IF WS-ResolveOK = 'Y'
                   IF WS-OrigCache NOT = 'N'
                       AND WS-ArchFound = 'Y' AND WS-ArchOK = 'N'
                       SET DP-ARCH-CORRUPT TO TRUE
                       MOVE "ARCHIVE RECORD CORRUPT -- CORRECTED"
                           TO DP-FINDING-TEXT
                       ADD 1 TO WS-CntCorrupt
                   ELSE
                       SET DP-UPHELD TO TRUE
                       MOVE "SOLUTION WRONG -- CORRECTED"
                           TO DP-FINDING-TEXT
                       ADD 1 TO WS-CntUpheld
                   END-IF
                   MOVE WS-ResolveGrid TO DP-CORRECTED
                   PERFORM Correct-Queue-Record
                   MOVE 'Y' TO WS-Settled
               ELSE
                   MOVE "NO VERIFIED RE-SOLVE -- MANUAL REVIEW"
                       TO DP-FINDING-TEXT
               END-IF
           END-IF

           IF WS-Settled = 'Y'
               PERFORM Deliver-Finding
               SET DP-CLOSED TO TRUE
               MOVE FUNCTION CURRENT-DATE(1:14) TO DP-CLOSED-TS
               PERFORM Report-Finding
           ELSE
               PERFORM Leave-Open
           END-IF.

       Leave-Open.
           ADD 1 TO WS-CntOpen
           PERFORM Report-Finding
           MOVE "WARN" TO WS-AlertSev
           MOVE DP-PUZZLE-ID TO WS-AlertKey
           MOVE SPACES TO WS-AlertMsg
           STRING "DISPUTE LEFT OPEN: " DELIMITED BY SIZE
               DP-FINDING-TEXT          DELIMITED BY SIZE
               INTO WS-AlertMsg
           PERFORM Write-Alert.

       Find-Original-Engine.
      *> Latest SOLVED=Y history line naming this puzzle ID.
           MOVE SPACES TO WS-OrigEngine
           MOVE 'N' TO WS-OrigCache
           OPEN INPUT HistoryFile
           IF WS-HistFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HistEOF
           PERFORM UNTIL WS-HistEOF = 'Y'
               READ HistoryFile INTO WS-Line
                   AT END MOVE 'Y' TO WS-HistEOF
                   NOT AT END
                       PERFORM Note-History-Line
               END-READ
           END-PERFORM
           CLOSE HistoryFile.

       Note-History-Line.
           MOVE SPACES TO WS-TokFile WS-TokEngine WS-TokTS
               WS-TokIter WS-TokSolved
           UNSTRING WS-Line DELIMITED BY ","
               INTO WS-TokFile WS-TokEngine WS-TokTS
                   WS-TokIter WS-TokSolved
           IF FUNCTION TRIM(WS-TokFile) NOT = FUNCTION TRIM(DP-PUZZLE-ID)
               EXIT PARAGRAPH
           END-IF
           IF WS-TokSolved(1:8) NOT = "SOLVED=Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TokEngine TO WS-OrigEngine
           MOVE 'N' TO WS-OrigCache
           MOVE 0 TO WS-CacheTally
           INSPECT WS-Line TALLYING WS-CacheTally FOR ALL "CACHE=Y"
           IF WS-CacheTally > 0
               MOVE 'Y' TO WS-OrigCache
           END-IF
           MOVE 0 TO WS-CacheTally
           INSPECT WS-Line TALLYING WS-CacheTally FOR ALL "CACHE=I"
           IF WS-CacheTally > 0
               MOVE 'I' TO WS-OrigCache
           END-IF.

       Write-Dispute-Matrix.
      *> The givens as an ordinary matrix file the engines read, with
      *> the X-Sudoku header and Killer cage records the entry
      *> console writes.
           MOVE SPACES TO WS-MatrixFilename
           STRING "dispute_"                 DELIMITED BY SIZE
               FUNCTION TRIM(DP-PUZZLE-ID)   DELIMITED BY SIZE
               ".matrix"                     DELIMITED BY SIZE
               INTO WS-MatrixFilename
           OPEN OUTPUT MatrixFile
           MOVE SPACES TO WS-RowBuf
           STRING "# Dispute re-solve of "  DELIMITED BY SIZE
               FUNCTION TRIM(DP-PUZZLE-ID)  DELIMITED BY SIZE
               INTO WS-RowBuf
           WRITE MatrixLine FROM WS-RowBuf
           IF Q-VARIANT-X
               MOVE "# VARIANT=X" TO WS-RowBuf
               WRITE MatrixLine FROM WS-RowBuf
           END-IF
           PERFORM VARYING WS-RowIdx FROM 1 BY 1 UNTIL WS-RowIdx > 9
               MOVE SPACES TO WS-RowBuf
               MOVE 1 TO WS-OutIdx
               PERFORM VARYING WS-ColIdx FROM 1 BY 1
                       UNTIL WS-ColIdx > 9
                   COMPUTE WS-GIdx = (WS-RowIdx - 1) * 9 + WS-ColIdx
                   MOVE Q-PUZZLE-DATA(WS-GIdx:1) TO WS-Char
                   IF WS-Char < '1' OR WS-Char > '9'
                       MOVE '0' TO WS-Char
                   END-IF
                   MOVE WS-Char TO WS-RowBuf(WS-OutIdx:1)
                   ADD 1 TO WS-OutIdx
                   IF WS-ColIdx < 9
                       MOVE SPACE TO WS-RowBuf(WS-OutIdx:1)
                       ADD 1 TO WS-OutIdx
                   END-IF
               END-PERFORM
               WRITE MatrixLine FROM WS-RowBuf
           END-PERFORM
           IF Q-VARIANT-K
               PERFORM VARYING WS-CageIdx FROM 1 BY 1
                       UNTIL WS-CageIdx > Q-CAGE-COUNT
                   PERFORM Write-Cage-Record
               END-PERFORM
           END-IF
           CLOSE MatrixFile.

       Write-Cage-Record.
      *> CAGE,<id>,<sum>,<rc>[,<rc>...] for cage WS-CageIdx.
           MOVE SPACES TO WS-RowBuf
           STRING "CAGE,"                 DELIMITED BY SIZE
               Q-CAGE-ID(WS-CageIdx)      DELIMITED BY SIZE
               ","                        DELIMITED BY SIZE
               Q-CAGE-SUM(WS-CageIdx)     DELIMITED BY SIZE
               INTO WS-RowBuf
           MOVE 9 TO WS-OutIdx
           PERFORM VARYING WS-SLIdx FROM 1 BY 1 UNTIL WS-SLIdx > 81
               IF Q-CAGE-MAP(WS-SLIdx:1) = Q-CAGE-ID(WS-CageIdx)
                   COMPUTE WS-SLRow =
                       FUNCTION INTEGER-PART((WS-SLIdx - 1) / 9) + 1
                   COMPUTE WS-SLCol = FUNCTION MOD(WS-SLIdx - 1, 9) + 1
                   MOVE ',' TO WS-RowBuf(WS-OutIdx + 1:1)
                   MOVE WS-SLRow(2:1) TO WS-RowBuf(WS-OutIdx + 2:1)
                   MOVE WS-SLCol(2:1) TO WS-RowBuf(WS-OutIdx + 3:1)
                   ADD 3 TO WS-OutIdx
               END-IF
           END-PERFORM
           WRITE MatrixLine FROM WS-RowBuf.

       Run-Resolve.
      *> Run the other engine against the matrix file and read its
      *> final grid back off the console capture, the way the
      *> Benchmark job does: the last "Puzzle:" block wins, and only
      *> a "Solved in Iterations=" line makes it an answer.
           MOVE SPACES TO WS-SysCmd
           STRING FUNCTION TRIM(WS-RunBin)    DELIMITED BY SIZE
               " "                            DELIMITED BY SIZE
               FUNCTION TRIM(WS-MatrixFilename) DELIMITED BY SIZE
               " -nocache > dispute_capture.txt 2>&1"
                                              DELIMITED BY SIZE
               INTO WS-SysCmd
           CALL "SYSTEM" USING WS-SysCmd

           MOVE SPACES TO WS-ResolveGrid
           MOVE 'N' TO WS-ResolveSolved
           MOVE 0 TO WS-GridRows
           OPEN INPUT CaptureFile
           IF WS-CapFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CapEOF
           PERFORM UNTIL WS-CapEOF = 'Y'
               READ CaptureFile INTO WS-Line
                   AT END MOVE 'Y' TO WS-CapEOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN FUNCTION TRIM(WS-Line) = "Puzzle:"
                               MOVE 0 TO WS-GridRows
                           WHEN WS-Line(1:21) = "Solved in Iterations="
                               MOVE 'Y' TO WS-ResolveSolved
                           WHEN WS-GridRows < 9
                               AND WS-Line(1:1) >= '0'
                               AND WS-Line(1:1) <= '9'
                               ADD 1 TO WS-GridRows
                               PERFORM Take-Capture-Row
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CaptureFile
           IF WS-GridRows < 9
               MOVE 'N' TO WS-ResolveSolved
           END-IF.

       Remove-Resolve-Files.
      *> The re-solve's working files, once the capture has been read.
           MOVE SPACES TO WS-SysCmd
           STRING "rm -f "                      DELIMITED BY SIZE
               FUNCTION TRIM(WS-MatrixFilename) DELIMITED BY SIZE
               " dispute_capture.txt"           DELIMITED BY SIZE
               INTO WS-SysCmd
           CALL "SYSTEM" USING WS-SysCmd
           MOVE 0 TO RETURN-CODE.

       Take-Capture-Row.
      *> "d d d d d d d d d" -- the digit of column c sits at 2c-1.
           PERFORM VARYING WS-ColIdx FROM 1 BY 1 UNTIL WS-ColIdx > 9
               COMPUTE WS-GIdx = (WS-GridRows - 1) * 9 + WS-ColIdx
               MOVE WS-Line(WS-ColIdx * 2 - 1:1)
                   TO WS-ResolveGrid(WS-GIdx:1)
           END-PERFORM.

       Check-Archive.
      *> Does the archive hold an answer for these givens, and does
      *> it pass the rules? Variant puzzles never go through the
      *> archive, so there is nothing to look at for them.
           MOVE 'N' TO WS-ArchFound
           MOVE 'Y' TO WS-ArchOK
           IF WS-ArchOpen = 'N' OR NOT Q-CLASSIC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SLIdx FROM 1 BY 1 UNTIL WS-SLIdx > 81
               MOVE Q-PUZZLE-DATA(WS-SLIdx:1) TO WS-Char
               IF WS-Char < '1' OR WS-Char > '9'
                   MOVE '0' TO WS-Char
               END-IF
               MOVE WS-Char TO WS-ArchKey(WS-SLIdx:1)
           END-PERFORM
           MOVE WS-ArchKey TO A-PUZZLE-DATA
           READ ArchiveFile RECORD
               INVALID KEY
                   PERFORM Find-Archive-Isomorph
                   IF WS-ArchFound = 'N'
                       EXIT PARAGRAPH
                   END-IF
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ArchFound
                   MOVE A-SOLUTION-DATA TO WS-CheckGrid
           END-READ
           PERFORM Check-Answer
           MOVE WS-AnswerOK TO WS-ArchOK
           IF WS-ArchOK = 'N'
               ADD 1 TO WS-CntArchBad
               PERFORM Flag-Archive-Record
               MOVE "CRIT" TO WS-AlertSev
               MOVE DP-PUZZLE-ID TO WS-AlertKey
               MOVE "CORRUPT ARCHIVE RECORD -- FLAGGED FOR ARCHUTIL PURGE"
                   TO WS-AlertMsg
               PERFORM Write-Alert
           END-IF.

       Find-Archive-Isomorph.
      *> No record for these exact givens: look for one with the same
      *> canonical form, the way the engines serve an isomorph hit,
      *> and carry its solution onto these givens for checking.
           CALL "CanonForm" USING BY CONTENT 'C'
               BY REFERENCE WS-ArchKey WS-CanonKey WS-CanonXform
           IF WS-CanonKey = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CanonKey TO A-CANON-KEY
           READ ArchiveFile KEY IS A-CANON-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE 'Y' TO WS-ArchFound
           CALL "CanonForm" USING BY CONTENT 'F'
               BY REFERENCE A-SOLUTION-DATA WS-CanonWork A-CANON-XFORM
           CALL "CanonForm" USING BY CONTENT 'I'
               BY REFERENCE WS-CanonWork WS-CheckGrid WS-CanonXform.

       Flag-Archive-Record.
      *> <81-char archive key>,<flagged-ts>,<puzzle-id>,<engine>
           OPEN EXTEND FlagFile
           IF WS-FlagFS = "35"
               OPEN OUTPUT FlagFile
               CLOSE FlagFile
               OPEN EXTEND FlagFile
           END-IF
           IF WS-FlagFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FlagLine
           STRING A-PUZZLE-DATA                 DELIMITED BY SIZE
               ","                              DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:14)      DELIMITED BY SIZE
               ","                              DELIMITED BY SIZE
               FUNCTION TRIM(DP-PUZZLE-ID)      DELIMITED BY SIZE
               ","                              DELIMITED BY SIZE
               FUNCTION TRIM(A-ENGINE)          DELIMITED BY SIZE
               INTO FlagLine
           WRITE FlagLine
           CLOSE FlagFile.

       Check-Answer.
      *> Verifier rules on WS-CheckGrid: every cell a digit, every
      *> given kept, rows/columns/boxes each 1-9 once, plus the
      *> diagonals for X-Sudoku and the cages for Killer.
           MOVE 'Y' TO WS-AnswerOK
           PERFORM VARYING WS-SLIdx FROM 1 BY 1 UNTIL WS-SLIdx > 81
               COMPUTE WS-SLRow =
                   FUNCTION INTEGER-PART((WS-SLIdx - 1) / 9) + 1
               COMPUTE WS-SLCol = FUNCTION MOD(WS-SLIdx - 1, 9) + 1
               MOVE WS-CheckGrid(WS-SLIdx:1) TO WS-Char
               IF WS-Char >= '1' AND WS-Char <= '9'
                   MOVE WS-Char TO WS-Grid-Cell(WS-SLRow, WS-SLCol)
               ELSE
                   MOVE 0 TO WS-Grid-Cell(WS-SLRow, WS-SLCol)
                   MOVE 'N' TO WS-AnswerOK
               END-IF
               MOVE Q-PUZZLE-DATA(WS-SLIdx:1) TO WS-Char
               IF WS-Char >= '1' AND WS-Char <= '9'
                   AND WS-Char NOT = WS-CheckGrid(WS-SLIdx:1)
                   MOVE 'N' TO WS-AnswerOK
               END-IF
           END-PERFORM
           IF WS-AnswerOK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM Check-Rows
           PERFORM Check-Columns
           PERFORM Check-Boxes
           IF Q-VARIANT-X
               PERFORM Check-Diagonals
           END-IF
           IF Q-VARIANT-K
               PERFORM VARYING WS-CageIdx FROM 1 BY 1
                       UNTIL WS-CageIdx > Q-CAGE-COUNT
                   PERFORM Check-One-Cage
               END-PERFORM
           END-IF.

       Clear-Seen.
           MOVE 0 TO WS-Seen(1) WS-Seen(2) WS-Seen(3) WS-Seen(4)
               WS-Seen(5) WS-Seen(6) WS-Seen(7) WS-Seen(8)
               WS-Seen(9).

       Mark-Seen.
           IF WS-Digit >= 1 AND WS-Digit <= 9
               IF WS-Seen(WS-Digit) NOT = 0
                   MOVE 'N' TO WS-AnswerOK
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
           END-PERFORM.

       Check-Columns.
           PERFORM VARYING WS-VC1 FROM 1 BY 1 UNTIL WS-VC1 > 9
               PERFORM Clear-Seen
               PERFORM VARYING WS-VR1 FROM 1 BY 1 UNTIL WS-VR1 > 9
                   MOVE WS-Grid-Cell(WS-VR1, WS-VC1) TO WS-Digit
                   PERFORM Mark-Seen
               END-PERFORM
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
               END-PERFORM
           END-PERFORM.

       Check-Diagonals.
           PERFORM Clear-Seen
           PERFORM VARYING WS-VR1 FROM 1 BY 1 UNTIL WS-VR1 > 9
               MOVE WS-Grid-Cell(WS-VR1, WS-VR1) TO WS-Digit
               PERFORM Mark-Seen
           END-PERFORM
           PERFORM Clear-Seen
           PERFORM VARYING WS-VR1 FROM 1 BY 1 UNTIL WS-VR1 > 9
               MOVE WS-Grid-Cell(WS-VR1, 10 - WS-VR1) TO WS-Digit
               PERFORM Mark-Seen
           END-PERFORM.

       Check-One-Cage.
      *> Distinct digits adding up to the cage's target.
           PERFORM Clear-Seen
           MOVE 0 TO WS-CageTotal
           PERFORM VARYING WS-SLIdx FROM 1 BY 1 UNTIL WS-SLIdx > 81
               IF Q-CAGE-MAP(WS-SLIdx:1) = Q-CAGE-ID(WS-CageIdx)
                   MOVE WS-CheckGrid(WS-SLIdx:1) TO WS-Digit
                   ADD WS-Digit TO WS-CageTotal
                   PERFORM Mark-Seen
               END-IF
           END-PERFORM
           IF WS-CageTotal NOT = Q-CAGE-SUM(WS-CageIdx)
               MOVE 'N' TO WS-AnswerOK
           END-IF.

       Correct-Queue-Record.
      *> The verified re-solve replaces the wrong answer on the queue
      *> record, so every later report and inquiry shows the right
      *> one; the status stays solved.
           MOVE WS-ResolveGrid TO Q-SOLUTION-DATA
           REWRITE QUEUE-RECORD
           IF WS-QueueFS NOT = "00"
               DISPLAY "Rewrite of " FUNCTION TRIM(Q-PUZZLE-ID)
                   " failed (FILE STATUS " WS-QueueFS ")"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND JournalFile
           IF WS-JrnFS = "35"
               OPEN OUTPUT JournalFile
               CLOSE JournalFile
               OPEN EXTEND JournalFile
           END-IF
           IF WS-JrnFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-JrnRec
           STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
               ","                            DELIMITED BY SIZE
               Q-PUZZLE-ID                    DELIMITED BY SIZE
               ",S,S,DISPUTE,00"              DELIMITED BY SIZE
               INTO WS-JrnRec
           MOVE WS-JrnRec TO JI-TRANSITION
           MOVE ",IMG=" TO JI-IMAGE-TAG
           MOVE QUEUE-RECORD TO JI-AFTER-IMAGE
           WRITE JournalLine FROM JOURNAL-IMAGE-LINE
           CLOSE JournalFile.

       Deliver-Finding.
      *> Same folder rules as Outbox: the account's delivery folder
      *> from the submitter master, else the account code.
           MOVE Q-SUBMITTER TO WS-SubFolder
           IF WS-SubFolder = SPACES
               MOVE "UNKNOWN" TO WS-SubFolder
           END-IF
           MOVE WS-SubFolder TO WS-DeliverDir
           IF WS-SubOpen = 'Y' AND Q-SUBMITTER NOT = SPACES
               MOVE Q-SUBMITTER TO SM-ACCOUNT
               READ SubmitterFile RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SM-OUTBOX-DIR NOT = SPACES
                           MOVE SM-OUTBOX-DIR TO WS-DeliverDir
                       END-IF
               END-READ
           END-IF
           MOVE SPACES TO WS-SysCmd
           STRING "mkdir -p " DELIMITED BY SIZE
               FUNCTION TRIM(WS-OutboxDir) DELIMITED BY SIZE
               "/"                         DELIMITED BY SIZE
               FUNCTION TRIM(WS-DeliverDir) DELIMITED BY SIZE
               INTO WS-SysCmd
           CALL "SYSTEM" USING WS-SysCmd

           MOVE SPACES TO WS-DocPath
           STRING FUNCTION TRIM(WS-OutboxDir) DELIMITED BY SIZE
               "/"                            DELIMITED BY SIZE
               FUNCTION TRIM(WS-DeliverDir)   DELIMITED BY SIZE
               "/"                            DELIMITED BY SIZE
               FUNCTION TRIM(Q-PUZZLE-ID)     DELIMITED BY SIZE
               ".dispute.txt"                 DELIMITED BY SIZE
               INTO WS-DocPath
           OPEN OUTPUT DocFile
           PERFORM Write-Dispute-Document
           CLOSE DocFile

           MOVE FUNCTION CURRENT-DATE TO WS-NowTS
           MOVE SPACES TO WS-ManRec
           STRING WS-NowTS(1:14)                 DELIMITED BY SIZE
               ","                               DELIMITED BY SIZE
               FUNCTION TRIM(WS-SubFolder)       DELIMITED BY SIZE
               ","                               DELIMITED BY SIZE
               FUNCTION TRIM(Q-PUZZLE-ID)        DELIMITED BY SIZE
               ","                               DELIMITED BY SIZE
               INTO WS-ManRec
           MOVE FUNCTION STORED-CHAR-LENGTH(WS-ManRec) TO WS-OutIdx
           IF DP-REJECTED
               MOVE "DISPUTE-CONFIRMED" TO WS-ManRec(WS-OutIdx + 1:17)
           ELSE
               MOVE "DISPUTE-CORRECTED" TO WS-ManRec(WS-OutIdx + 1:17)
           END-IF
           WRITE ManifestLine FROM WS-ManRec
           DISPLAY "Delivered " FUNCTION TRIM(WS-DocPath).

       Write-Dispute-Document.
           IF DP-REJECTED
               MOVE "DISPUTE FINDING -- SOLUTION CONFIRMED"
                   TO WS-OutLine
           ELSE
               MOVE "DISPUTE FINDING -- CORRECTED SOLUTION"
                   TO WS-OutLine
           END-IF
           PERFORM Put-Doc-Line
           MOVE SPACES TO WS-OutLine
           STRING "PUZZLE ID: "               DELIMITED BY SIZE
               FUNCTION TRIM(Q-PUZZLE-ID)     DELIMITED BY SIZE
               "   SUBMITTER: "               DELIMITED BY SIZE
               FUNCTION TRIM(WS-SubFolder)    DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Doc-Line
           MOVE SPACES TO WS-OutLine
           STRING "DISPUTE OPENED: "          DELIMITED BY SIZE
               DP-OPENED                      DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Doc-Line
           MOVE SPACES TO WS-OutLine
           STRING "COMPLAINT: "               DELIMITED BY SIZE
               FUNCTION TRIM(DP-COMPLAINT)    DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Doc-Line
           MOVE SPACES TO WS-OutLine
           STRING "FINDING: "                 DELIMITED BY SIZE
               FUNCTION TRIM(DP-FINDING-TEXT) DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Doc-Line
           MOVE SPACES TO WS-OutLine
           STRING "CHECKED BY: "              DELIMITED BY SIZE
               FUNCTION TRIM(DP-RESOLVE-ENGINE) DELIMITED BY SIZE
               " RE-SOLVE AND THE VERIFIER RULES" DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Doc-Line
           MOVE SPACES TO WS-OutLine
           PERFORM Put-Doc-Line
           MOVE "SUBMITTED GRID:" TO WS-OutLine
           PERFORM Put-Doc-Line
           MOVE Q-PUZZLE-DATA TO WS-GridData
           PERFORM Write-Grid
           MOVE SPACES TO WS-OutLine
           PERFORM Put-Doc-Line
           IF DP-REJECTED
               MOVE "SOLUTION AS DELIVERED (CONFIRMED):" TO WS-OutLine
           ELSE
               MOVE "CORRECTED SOLUTION:" TO WS-OutLine
           END-IF
           PERFORM Put-Doc-Line
           MOVE Q-SOLUTION-DATA TO WS-GridData
           PERFORM Write-Grid.

       Write-Grid.
      *> Same 9x9 render Outbox uses, '.' for blanks.
           PERFORM VARYING WS-RowIdx FROM 1 BY 1 UNTIL WS-RowIdx > 9
               MOVE SPACES TO WS-GridLine
               PERFORM VARYING WS-ColIdx FROM 1 BY 1
                       UNTIL WS-ColIdx > 9
                   COMPUTE WS-GIdx = (WS-RowIdx - 1) * 9 + WS-ColIdx
                   MOVE WS-GridData(WS-GIdx:1) TO WS-Char
                   IF WS-Char = '0' OR WS-Char = SPACE
                       MOVE '.' TO WS-Char
                   END-IF
                   MOVE WS-Char TO WS-GridLine(WS-ColIdx * 2 - 1:1)
               END-PERFORM
               MOVE SPACES TO WS-OutLine
               MOVE WS-GridLine TO WS-OutLine(1:20)
               PERFORM Put-Doc-Line
           END-PERFORM.

       Put-Doc-Line.
           WRITE DocLine FROM WS-OutLine.

       Report-Finding.
           MOVE SPACES TO WS-OutLine
           STRING DP-PUZZLE-ID                DELIMITED BY SIZE
               " "                            DELIMITED BY SIZE
               DP-OPENED                      DELIMITED BY SIZE
               " "                            DELIMITED BY SIZE
               DP-FINDING                     DELIMITED BY SIZE
               " "                            DELIMITED BY SIZE
               FUNCTION TRIM(DP-FINDING-TEXT) DELIMITED BY SIZE
               " (ORIG "                      DELIMITED BY SIZE
               FUNCTION TRIM(DP-ORIG-ENGINE)  DELIMITED BY SIZE
               " CACHE="                      DELIMITED BY SIZE
               DP-ORIG-CACHE                  DELIMITED BY SIZE
               ")"                            DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line.

       Write-Summary.
           MOVE WS-CntDisputes TO WS-DispCnt
           MOVE SPACES TO WS-OutLine
           STRING "OPEN DISPUTES WORKED: " DELIMITED BY SIZE
               WS-DispCnt                  DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE WS-CntRejected TO WS-DispCnt
           MOVE SPACES TO WS-OutLine
           STRING "  REJECTED (CONFIRMED): " DELIMITED BY SIZE
               WS-DispCnt                    DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE WS-CntUpheld TO WS-DispCnt
           MOVE SPACES TO WS-OutLine
           STRING "  UPHELD (CORRECTED):   " DELIMITED BY SIZE
               WS-DispCnt                    DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE WS-CntCorrupt TO WS-DispCnt
           MOVE SPACES TO WS-OutLine
           STRING "  ARCHIVE CORRUPT:      " DELIMITED BY SIZE
               WS-DispCnt                    DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE WS-CntOpen TO WS-DispCnt
           MOVE SPACES TO WS-OutLine
           STRING "  LEFT OPEN:            " DELIMITED BY SIZE
               WS-DispCnt                    DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           IF WS-CntArchBad > 0
               MOVE WS-CntArchBad TO WS-DispCnt
               MOVE SPACES TO WS-OutLine
               STRING "*** CORRUPT ARCHIVE RECORDS FLAGGED FOR PURGE: "
                                             DELIMITED BY SIZE
                   WS-DispCnt                DELIMITED BY SIZE
                   INTO WS-OutLine
               PERFORM Put-Line
           END-IF.

       Write-Alert.
           OPEN EXTEND AlertFile
           IF WS-AlertFS = "35"
               OPEN OUTPUT AlertFile
               CLOSE AlertFile
               OPEN EXTEND AlertFile
           END-IF
           IF WS-AlertFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ALERT-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-TIMESTAMP
           MOVE "DISPUTERUN" TO AL-PROGRAM
           MOVE WS-AlertSev TO AL-SEVERITY
           MOVE WS-AlertKey TO AL-KEY
           SET AL-OPEN TO TRUE
           MOVE WS-AlertMsg TO AL-MESSAGE
           WRITE ALERT-RECORD
           CLOSE AlertFile.

       Put-Line.
           DISPLAY FUNCTION TRIM(WS-OutLine)
           WRITE ReportLine FROM WS-OutLine.

       END PROGRAM DisputeRun.

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
