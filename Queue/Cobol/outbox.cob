      *>     file has one for this puzzle, else from Q-FAIL-REASON.
      *> Every delivery also appends one line to the delivery
      *> manifest in the outbox root, and the record is marked
      *> delivered in place so the next run never re-sends it (a
      *> journal line with the status unchanged carries that rewrite
      *> for RollFwd).
      *> Engine and iteration figures come from the matching
      *> puzzle_history.txt line (latest one wins), the same join
      *> StatsExt uses; difficulty is rated from the stored givens
      *> and that iteration count.
      *> Before a solution document is written, the stored solution
      *> is checked against Q-PUZZLE-DATA with the Verifier's rules
      *> (every cell filled, every given kept, rows, columns and
      *> boxes 1-9 once, the diagonals for X-Sudoku, the cages for
      *> Killer). The engines and the archive cache have both handed
      *> back wrong answers before, so a record that fails is not
      *> delivered: it moves to status V (verification failed), its
      *> Q-ENGINE-PREF is switched to the other engine so that drain
      *> re-solves it from scratch, one retry is charged against
      *> MAX-RETRY from sudoku_runctl.txt, the change is journalled,
      *> and a CRIT alert names the engine that produced the answer
      *> and whether the archive served it (the CACHE= tag on its
      *> history line). A record whose retries are used up goes to
      *> dead-letter instead, and its rejection notice goes out on
      *> the next run. Verification failures do not change the
      *> RETURN-CODE: the alert is the signal.
      *> The submitter folder is the account's outbox delivery
      *> folder from the submitter master when one is set there, and
      *> the account code itself otherwise; the manifest always
      *> names the account code.
      *>
      *> Usage: Outbox <queue-file> [outbox-dir]
      *> Default outbox directory is "outbox".
           SELECT ManifestFile ASSIGN TO DYNAMIC WS-ManifestPath
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ManFS.
           SELECT SubmitterFile ASSIGN TO "submitter_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ACCOUNT
               FILE STATUS IS WS-SubFS.
           SELECT JournalFile ASSIGN TO "queue_journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JrnFS.
           SELECT AlertFile ASSIGN TO "operations_alerts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AlertFS.
           SELECT RunctlFile ASSIGN TO "sudoku_runctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RunctlFS.

       DATA DIVISION.
       FILE SECTION.
       COPY "QUEUEREC".

       FD HistoryFile.
       01 HistoryLine PIC X(132).

       FD RejectFile.
       01 RejectLine PIC X(200).
       FD ManifestFile.
       01 ManifestLine PIC X(120).

       FD SubmitterFile.
       COPY "SUBMREC".

       FD JournalFile.
       01 JournalLine PIC X(637).

      *> Shared operational alert file; see Copybooks/ALERTREC.cpy
       FD AlertFile.
       COPY "ALERTREC".

       FD RunctlFile.
       01 RunctlLine PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-QueueFilename PIC X(100).
       01  WS-QueueFS    PIC XX.
       01  WS-HistFS     PIC XX.
       01  WS-RejFS      PIC XX.
       01  WS-ManFS      PIC XX.
       01  WS-JrnFS      PIC XX.
       01  WS-JrnRec     PIC X(60).
       01  WS-JrnOld     PIC X.
       COPY "JRNREC".
       01  WS-AlertFS    PIC XX.
       01  WS-AlertMsg   PIC X(60).

      *> Run-lock registry call (RunLock, below): a shared hold on
      *> the alert file for the length of each append.
       01  WS-LockFunc   PIC X.
       01  WS-LockRes    PIC X(100) VALUE "operations_alerts.txt".
       01  WS-LockProg   PIC X(12) VALUE "OUTBOX".
       01  WS-LockMode   PIC X VALUE 'S'.
       01  WS-LockWait   PIC X VALUE 'Y'.
       01  WS-LockResult PIC X.
       01  WS-LockHolder PIC X(12).
       01  WS-LockRC     PIC S9(9) COMP.
       01  WS-RunctlFS   PIC XX.
       01  WS-RunctlKey  PIC X(30).
       01  WS-RunctlVal  PIC X(100).
       01  WS-MaxRetry   PIC 99 VALUE 3.

       01  ARG-COUNT     PIC 9(4).
       01  CURRENT-ARG   PIC X(100).
       01  WS-ManifestPath PIC X(200).
       01  WS-MkdirCmd   PIC X(300).
       01  WS-SubFolder  PIC X(8).
       01  WS-DeliverDir PIC X(40).
       01  WS-SubFS      PIC XX.
       01  WS-SubOpen    PIC X VALUE 'N'.

       01  WS-EOF        PIC X VALUE 'N'.
       01  WS-Line       PIC X(200).

       01  WS-CntSolved  PIC 9(4) VALUE 0.
       01  WS-CntReject  PIC 9(4) VALUE 0.
       01  WS-CntVerify  PIC 9(4) VALUE 0.
       01  WS-DispCnt    PIC Z(3)9.

      *> Latest history line per puzzle-ID-shaped name, the same
               10  WS-HistKey    PIC X(10).
               10  WS-HistEngine PIC X(12).
               10  WS-HistIter   PIC 9(9).
               10  WS-HistCache  PIC X.
       01  WS-HistIdx    PIC 9(4).
       01  WS-HistFound  PIC X.

       01  WS-DotFound   PIC 9(4).

       01  WS-DocEngine  PIC X(12).
       01  WS-DocCache   PIC X.
       01  WS-CacheTally PIC 99.
       01  WS-OtherPref  PIC XX.
       01  WS-SourceText PIC X(12).
       01  WS-DocIter    PIC 9(9).
       01  WS-Difficulty PIC X(6).
       01  WS-ClueCount  PIC 99.
       01  WS-RateClues  PIC 99.
       01  WS-Idx        PIC 999.

       01  WS-GridData   PIC X(81).
       01  WS-GIdx       PIC 999.
       01  WS-Char       PIC X.

      *> Verifier rule check on the stored solution against the
      *> record's givens, variant and cages; WS-VerifyWhy names the
      *> first rule broken.
       01  WS-CheckGrid  PIC X(81).
       01  WS-AnswerOK   PIC X.
       01  WS-VerifyWhy  PIC X(16).
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
       01  WS-CageIdx    PIC 99.
       01  WS-CageTotal  PIC 999.

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "Starting Outbox..."

           PERFORM Load-History
           PERFORM Load-Rejects
           PERFORM Load-Runctl

           MOVE SPACES TO WS-ManifestPath
           STRING FUNCTION TRIM(WS-OutboxDir) DELIMITED BY SIZE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SubmitterFile
           IF WS-SubFS = "00"
               MOVE 'Y' TO WS-SubOpen
           END-IF

           MOVE LOW-VALUES TO Q-PUZZLE-ID
           START QueueFile KEY IS NOT LESS THAN Q-PUZZLE-ID
           END-PERFORM
           CLOSE QueueFile
           CLOSE ManifestFile
           IF WS-SubOpen = 'Y'
               CLOSE SubmitterFile
           END-IF

           MOVE WS-CntSolved TO WS-DispCnt
           DISPLAY "Outbox: " FUNCTION TRIM(WS-DispCnt)
           MOVE WS-CntReject TO WS-DispCnt
           DISPLAY FUNCTION TRIM(WS-DispCnt)
               " rejection notice(s) delivered."
           IF WS-CntVerify > 0
               MOVE WS-CntVerify TO WS-DispCnt
               DISPLAY "Outbox: " FUNCTION TRIM(WS-DispCnt)
                   " solution(s) failed verification -- held back"
                   " for the other engine (see operations_alerts.txt)"
           END-IF
           MOVE 0 TO RETURN-CODE
           STOP RUN.

                   TO WS-HistIter(WS-HistIdx)
           ELSE
               MOVE 0 TO WS-HistIter(WS-HistIdx)
           END-IF
      *> CACHE=Y: the archive served the answer; CACHE=I: it served
      *> an isomorph's answer mapped onto these givens.
           MOVE 'N' TO WS-HistCache(WS-HistIdx)
           MOVE 0 TO WS-CacheTally
           INSPECT WS-Line TALLYING WS-CacheTally FOR ALL "CACHE=Y"
           IF WS-CacheTally > 0
               MOVE 'Y' TO WS-HistCache(WS-HistIdx)
           END-IF
           MOVE 0 TO WS-CacheTally
           INSPECT WS-Line TALLYING WS-CacheTally FOR ALL "CACHE=I"
           IF WS-CacheTally > 0
               MOVE 'I' TO WS-HistCache(WS-HistIdx)
           END-IF.

       Load-Runctl.
      *> The drains' retry limit, from the shared run-control file.
           OPEN INPUT RunctlFile
           IF WS-RunctlFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RunctlFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RunctlLine NOT = SPACES
                           AND RunctlLine(1:1) NOT = '#'
                           MOVE SPACES TO WS-RunctlKey WS-RunctlVal
                           UNSTRING RunctlLine DELIMITED BY "="
                               INTO WS-RunctlKey WS-RunctlVal
                           IF FUNCTION TRIM(WS-RunctlKey) = "MAX-RETRY"
                               MOVE FUNCTION NUMVAL(WS-RunctlVal)
                                   TO WS-MaxRetry
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RunctlFile
           MOVE 'N' TO WS-EOF.

       Load-Rejects.
      *> Latest quarantine reason per queue-shaped puzzle ID, from
      *> the structured WRITE-REJECT lines:
           MOVE WS-Tok7(1:10) TO WS-RejDigit(WS-RejIdx).

       Deliver-One-Record.
           IF Q-SOLVED
               MOVE Q-SOLUTION-DATA TO WS-CheckGrid
               PERFORM Check-Answer
               IF WS-AnswerOK = 'N'
                   PERFORM Fail-Verification
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE Q-SUBMITTER TO WS-SubFolder
           IF WS-SubFolder = SPACES
      *> Pre-submitter records still get delivered somewhere an
      *> operator will look, not silently skipped.
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
           MOVE SPACES TO WS-MkdirCmd
           STRING "mkdir -p " DELIMITED BY SIZE
               FUNCTION TRIM(WS-OutboxDir) DELIMITED BY SIZE
               "/"                         DELIMITED BY SIZE
               FUNCTION TRIM(WS-DeliverDir) DELIMITED BY SIZE
               INTO WS-MkdirCmd
           CALL "SYSTEM" USING WS-MkdirCmd

           IF Q-SOLVED
               STRING FUNCTION TRIM(WS-OutboxDir) DELIMITED BY SIZE
                   "/"                            DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DeliverDir)   DELIMITED BY SIZE
                   "/"                            DELIMITED BY SIZE
                   FUNCTION TRIM(Q-PUZZLE-ID)     DELIMITED BY SIZE
                   ".solution.txt"                DELIMITED BY SIZE
           ELSE
               STRING FUNCTION TRIM(WS-OutboxDir) DELIMITED BY SIZE
                   "/"                            DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DeliverDir)   DELIMITED BY SIZE
                   "/"                            DELIMITED BY SIZE
                   FUNCTION TRIM(Q-PUZZLE-ID)     DELIMITED BY SIZE
                   ".reject.txt"                  DELIMITED BY SIZE
           WRITE ManifestLine FROM WS-ManRec

           MOVE 'Y' TO Q-DELIVERED
           MOVE Q-STATUS TO WS-JrnOld
           REWRITE QUEUE-RECORD
           IF WS-QueueFS = "00"
               PERFORM Write-Journal
           END-IF
           DISPLAY "Delivered " FUNCTION TRIM(WS-DocPath).

       Fail-Verification.
      *> The wrong answer stays on the record for whoever looks into
      *> it; the other engine's drain overwrites it when it solves.
           PERFORM Lookup-History
           IF WS-DocEngine = "CP-SUDOKU"
               MOVE "BT" TO WS-OtherPref
           ELSE
               IF WS-DocEngine = "SUDOKU"
                   MOVE "CP" TO WS-OtherPref
               ELSE
                   IF Q-PREF-CP
                       MOVE "BT" TO WS-OtherPref
                   ELSE
                       MOVE "CP" TO WS-OtherPref
                   END-IF
               END-IF
           END-IF
           IF WS-DocEngine = SPACES
               MOVE "UNKNOWN" TO WS-DocEngine
           END-IF
           EVALUATE WS-DocCache
               WHEN 'Y'   MOVE "ARCHIVE HIT" TO WS-SourceText
               WHEN 'I'   MOVE "ISOMORPH HIT" TO WS-SourceText
               WHEN OTHER MOVE "OWN SOLVE" TO WS-SourceText
           END-EVALUATE

           MOVE Q-STATUS TO WS-JrnOld
           ADD 1 TO Q-RETRY-COUNT
           MOVE SPACES TO Q-FAIL-REASON
           STRING "VERIFY FAILED "           DELIMITED BY SIZE
               FUNCTION TRIM(WS-VerifyWhy)   DELIMITED BY SIZE
               INTO Q-FAIL-REASON
           MOVE SPACES TO WS-AlertMsg
           IF Q-RETRY-COUNT >= WS-MaxRetry
               SET Q-DEAD TO TRUE
               STRING "VERIFY FAILED "          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VerifyWhy)  DELIMITED BY SIZE
                   ": "                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DocEngine)  DELIMITED BY SIZE
                   " "                          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SourceText) DELIMITED BY SIZE
                   ", DEAD-LETTER"              DELIMITED BY SIZE
                   INTO WS-AlertMsg
           ELSE
               SET Q-VERIFY-FAILED TO TRUE
               MOVE WS-OtherPref TO Q-ENGINE-PREF
               STRING "VERIFY FAILED "          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VerifyWhy)  DELIMITED BY SIZE
                   ": "                         DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DocEngine)  DELIMITED BY SIZE
                   " "                          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SourceText) DELIMITED BY SIZE
                   ", TO "                      DELIMITED BY SIZE
                   WS-OtherPref                 DELIMITED BY SIZE
                   INTO WS-AlertMsg
           END-IF
           REWRITE QUEUE-RECORD
           IF WS-QueueFS NOT = "00"
               DISPLAY "Rewrite of " FUNCTION TRIM(Q-PUZZLE-ID)
                   " failed (FILE STATUS " WS-QueueFS ")"
               EXIT PARAGRAPH
           END-IF
           PERFORM Write-Journal
           PERFORM Write-Alert
           ADD 1 TO WS-CntVerify
           DISPLAY "NOT DELIVERED " FUNCTION TRIM(Q-PUZZLE-ID) ": "
               FUNCTION TRIM(WS-AlertMsg).

       Write-Alert.
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
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-TIMESTAMP
           MOVE "OUTBOX" TO AL-PROGRAM
           MOVE "CRIT" TO AL-SEVERITY
           MOVE Q-PUZZLE-ID TO AL-KEY
           SET AL-OPEN TO TRUE
           MOVE WS-AlertMsg TO AL-MESSAGE
           WRITE ALERT-RECORD
           CLOSE AlertFile
           PERFORM Release-Alert-Lock.

       Release-Alert-Lock.
           MOVE RETURN-CODE TO WS-LockRC
           MOVE 'F' TO WS-LockFunc
           CALL "RunLock" USING WS-LockFunc WS-LockRes WS-LockProg
               WS-LockMode WS-LockWait WS-LockResult WS-LockHolder
           MOVE WS-LockRC TO RETURN-CODE.

       Write-Journal.
      *> Delivery leaves the status as it was (the line is there for
      *> the record image); a failed verification moves it to V or D.
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
               ","                            DELIMITED BY SIZE
               WS-JrnOld                      DELIMITED BY SIZE
               ","                            DELIMITED BY SIZE
               Q-STATUS                       DELIMITED BY SIZE
               ",OUTBOX,00"                   DELIMITED BY SIZE
               INTO WS-JrnRec
           MOVE WS-JrnRec TO JI-TRANSITION
           MOVE ",IMG=" TO JI-IMAGE-TAG
           MOVE QUEUE-RECORD TO JI-AFTER-IMAGE
           WRITE JournalLine FROM JOURNAL-IMAGE-LINE
           CLOSE JournalFile.

       Lookup-History.
           MOVE SPACES TO WS-DocEngine
           MOVE 0 TO WS-DocIter
           MOVE 'N' TO WS-DocCache
           MOVE 'N' TO WS-HistFound
           PERFORM VARYING WS-HistIdx FROM 1 BY 1
                   UNTIL WS-HistIdx > WS-HistCount
                   SUBTRACT 1 FROM WS-HistIdx
                   MOVE WS-HistEngine(WS-HistIdx + 1) TO WS-DocEngine
                   MOVE WS-HistIter(WS-HistIdx + 1) TO WS-DocIter
                   MOVE WS-HistCache(WS-HistIdx + 1) TO WS-DocCache
               END-IF
           END-PERFORM.

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
                   AND WS-DocIter <= (81 - WS-ClueCount)
               MOVE "Easy" TO WS-Difficulty
           ELSE
               IF WS-RateClues >= 28
                       AND WS-DocIter <= (81 - WS-ClueCount) * 3
                   MOVE "Medium" TO WS-Difficulty
               ELSE
       Put-Doc-Line.
           WRITE DocLine FROM WS-OutLine.

       Check-Answer.
      *> Verifier rules on WS-CheckGrid, as DisputeRun applies them:
      *> every cell a digit, every given kept, rows/columns/boxes
      *> each 1-9 once, plus the diagonals for X-Sudoku and the cages
      *> for Killer.
           MOVE 'Y' TO WS-AnswerOK
           MOVE SPACES TO WS-VerifyWhy
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
                       STRING "BLANK R" WS-SLRow(2:1) "C"
                           WS-SLCol(2:1) DELIMITED BY SIZE
                           INTO WS-VerifyWhy
                   END-IF
                   MOVE 'N' TO WS-AnswerOK
               END-IF
               MOVE Q-PUZZLE-DATA(WS-SLIdx:1) TO WS-Char
               IF WS-Char >= '1' AND WS-Char <= '9'
                   AND WS-Char NOT = WS-CheckGrid(WS-SLIdx:1)
                   IF WS-AnswerOK = 'Y'
                       STRING "GIVEN R" WS-SLRow(2:1) "C"
                           WS-SLCol(2:1) DELIMITED BY SIZE
                           INTO WS-VerifyWhy
                   END-IF
                   MOVE 'N' TO WS-AnswerOK
               END-IF
           END-PERFORM
           IF WS-AnswerOK = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM Check-Rows
           PERFORM Check-Columns
           PERFORM Check-Boxes
           IF Q-VARIANT-X AND WS-AnswerOK = 'Y'
               PERFORM Check-Diagonals
               IF WS-AnswerOK = 'N'
                   MOVE "DIAGONAL" TO WS-VerifyWhy
               END-IF
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
               IF WS-AnswerOK = 'N' AND WS-VerifyWhy = SPACES
                   STRING "ROW " WS-VR1(2:1) DELIMITED BY SIZE
                       INTO WS-VerifyWhy
               END-IF
           END-PERFORM.

       Check-Columns.
           PERFORM VARYING WS-VC1 FROM 1 BY 1 UNTIL WS-VC1 > 9
               PERFORM Clear-Seen
               PERFORM VARYING WS-VR1 FROM 1 BY 1 UNTIL WS-VR1 > 9
                   MOVE WS-Grid-Cell(WS-VR1, WS-VC1) TO WS-Digit
                   PERFORM Mark-Seen
               END-PERFORM
               IF WS-AnswerOK = 'N' AND WS-VerifyWhy = SPACES
                   STRING "COLUMN " WS-VC1(2:1) DELIMITED BY SIZE
                       INTO WS-VerifyWhy
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
                   IF WS-AnswerOK = 'N' AND WS-VerifyWhy = SPACES
                       STRING "BOX R" WS-VBoxR(2:1) "C" WS-VBoxC(2:1)
                           DELIMITED BY SIZE INTO WS-VerifyWhy
                   END-IF
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
           END-IF
           IF WS-AnswerOK = 'N' AND WS-VerifyWhy = SPACES
               STRING "CAGE " Q-CAGE-ID(WS-CageIdx) DELIMITED BY SIZE
                   INTO WS-VerifyWhy
           END-IF.

       END PROGRAM Outbox.

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
