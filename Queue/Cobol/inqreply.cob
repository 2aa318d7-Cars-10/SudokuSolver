      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InqReply.

      *> Submitter status-inquiry responder: the self-service answer
      *> to "where is puzzle X". A department drops an inquiry file
      *> (*.inq) into the inquiry folder --
      *>   # comment lines are ignored
      *>   ACCOUNT=<account-code>
      *>   ID=<puzzle-id>        (one line per puzzle, up to 100)
      *>   ALL-OPEN              (every puzzle of theirs not yet
      *>                          delivered back to them)
      *> -- and each run answers every waiting inquiry with a status
      *> document in that account's outbox delivery folder (the same
      *> folder Outbox delivers to), named <inquiry>.status.txt.
      *> Per puzzle the answer carries the queue record's status,
      *> class, retries and delivery flag, the QAging age bucket
      *> while the puzzle is still open, the dead-letter or last
      *> failure reason, and the full QJournal transition timeline.
      *> A puzzle ID whose Q-SUBMITTER is a different account is
      *> refused -- listed as refused, nothing about it disclosed --
      *> and logged to the console for the operator.
      *>
      *> Answered inquiries move to <inquiry-dir>/done; one with no
      *> ACCOUNT line, an account not on the submitter master, or
      *> nothing asked goes to <inquiry-dir>/error unanswered. Every
      *> inquiry is logged to inquiry_log.txt --
      *>   <ts>,<account>,<inquiry-file>,<result>,<ids>,<answered>,
      *>   <refused>,<not-found>
      *> -- and the day's per-department counts are rebuilt from that
      *> log into inquiry_summary_<yyyymmdd>.txt after every run, so
      *> the nightly run and any on-demand runs add up to one summary
      *> of who is asking, and how often.
      *>
      *> Usage: InqReply <queue-file> [inquiry-dir] [outbox-dir]
      *> Defaults are "inquiry" and "outbox".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QueueFile ASSIGN TO DYNAMIC WS-QueueFilename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Q-PUZZLE-ID
               FILE STATUS IS WS-QueueFS.
           SELECT SubmitterFile ASSIGN TO "submitter_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ACCOUNT
               FILE STATUS IS WS-SubFS.
           SELECT ListFile ASSIGN TO DYNAMIC WS-ListPath
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ListFS.
           SELECT InquiryFile ASSIGN TO DYNAMIC WS-InqPath
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-InqFS.
           SELECT JournalFile ASSIGN TO "queue_journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JrnFS.
           SELECT DocFile ASSIGN TO DYNAMIC WS-DocPath
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LogFile ASSIGN TO "inquiry_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LogFS.
           SELECT ReportFile ASSIGN TO DYNAMIC WS-ReportPath
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD QueueFile.
       COPY "QUEUEREC".

       FD SubmitterFile.
       COPY "SUBMREC".

       FD ListFile.
       01 ListLine PIC X(200).

       FD InquiryFile.
       01 InquiryLine PIC X(100).

       FD JournalFile.
       01 JournalLine PIC X(637).

       FD DocFile.
       01 DocLine PIC X(100).

       FD LogFile.
       01 LogLine PIC X(120).

       FD ReportFile.
       01 ReportLine PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-QueueFilename PIC X(100).
       01  WS-QueueFS    PIC XX.
       01  WS-SubFS      PIC XX.
       01  WS-SubOpen    PIC X VALUE 'N'.
       01  WS-ListFS     PIC XX.
       01  WS-ListOpen   PIC X VALUE 'N'.
       01  WS-InqFS      PIC XX.
       01  WS-JrnFS      PIC XX.
       01  WS-LogFS      PIC XX.

       01  ARG-COUNT     PIC 9(4).
       01  CURRENT-ARG   PIC X(100).

       01  WS-InquiryDir PIC X(60) VALUE "inquiry".
       01  WS-OutboxDir  PIC X(60) VALUE "outbox".
       01  WS-ListPath   PIC X(150).
       01  WS-InqPath    PIC X(200).
       01  WS-DocPath    PIC X(200).
       01  WS-ReportPath PIC X(60).
       01  WS-Cmd        PIC X(400).
       01  WS-DirLen     PIC 9(4).

       01  WS-EOF        PIC X VALUE 'N'.
       01  WS-ListEOF    PIC X VALUE 'N'.
       01  WS-Line       PIC X(100).
       01  WS-OutLine    PIC X(100).
       01  WS-LogRec     PIC X(120).
       01  WS-NowTS      PIC X(21).
       01  WS-Today      PIC X(8).

      *> The inquiry in hand.
       01  WS-InqName    PIC X(60).
       01  WS-InqBase    PIC X(60).
       01  WS-InqAccount PIC X(8).
       01  WS-InqAllOpen PIC X.
       01  WS-InqResult  PIC X(10).
       01  WS-DeliverDir PIC X(40).
       01  WS-DeptName   PIC X(30).
       01  WS-IdTable.
           05  WS-IdCount PIC 9(4) VALUE 0.
           05  WS-IdEntry OCCURS 100 TIMES.
               10  WS-IdKey PIC X(10).
       01  WS-IdIdx      PIC 9(4).
       01  WS-IdFound    PIC X.
       01  WS-NewId      PIC X(10).
       01  WS-CntOver    PIC 9(4).
       01  WS-CntAnswer  PIC 9(4).
       01  WS-CntRefuse  PIC 9(4).
       01  WS-CntMissing PIC 9(4).

      *> Run totals for the console.
       01  WS-RunInq     PIC 9(4) VALUE 0.
       01  WS-RunError   PIC 9(4) VALUE 0.
       01  WS-RunAnswer  PIC 9(6) VALUE 0.
       01  WS-RunRefuse  PIC 9(6) VALUE 0.
       01  WS-DispCnt    PIC Z(5)9.

      *> Age of an open puzzle, worked the way QAging does it.
       01  WS-NowSec     PIC 9(12).
       01  WS-AgeFrom    PIC X(14).
       01  WS-RecSec     PIC 9(12).
       01  WS-DayNum     PIC 9(8).
       01  WS-AgeHours   PIC 9(8).
       01  WS-DispH      PIC Z(7)9.
       01  WS-Bucket     PIC X(12).

       01  WS-StatCode   PIC X.
       01  WS-StatText   PIC X(11).
       01  WS-OldText    PIC X(11).
       01  WS-ClassText  PIC X(7).
       01  WS-DelivText  PIC X(3).
       01  WS-Hits       PIC 9(6).

       01  WS-TokTS      PIC X(14).
       01  WS-TokId      PIC X(10).
       01  WS-TokOld     PIC X(3).
       01  WS-TokNew     PIC X(3).
       01  WS-TokProg    PIC X(12).
       01  WS-TokShard   PIC X(4).

      *> Day's inquiry log, summed per account for the summary.
       01  WS-TokAcct    PIC X(8).
       01  WS-TokFile    PIC X(60).
       01  WS-TokResult  PIC X(10).
       01  WS-TokIds     PIC X(6).
       01  WS-TokAns     PIC X(6).
       01  WS-TokRef     PIC X(6).
       01  WS-TokMiss    PIC X(6).
       01  WS-SumTable.
           05  WS-SumCount PIC 9(4) VALUE 0.
           05  WS-SumEntry OCCURS 500 TIMES.
               10  WS-SumAcct   PIC X(8).
               10  WS-SumInq    PIC 9(6).
               10  WS-SumIds    PIC 9(6).
               10  WS-SumAns    PIC 9(6).
               10  WS-SumRef    PIC 9(6).
               10  WS-SumMiss   PIC 9(6).
               10  WS-SumErr    PIC 9(6).
       01  WS-SumIdx     PIC 9(4).
       01  WS-SumFound   PIC X.
       01  WS-TotInq     PIC 9(6).
       01  WS-TotIds     PIC 9(6).
       01  WS-TotAns     PIC 9(6).
       01  WS-TotRef     PIC 9(6).
       01  WS-TotMiss    PIC 9(6).
       01  WS-TotErr     PIC 9(6).

       01  WS-SumDetail.
           05  WS-SdAcct     PIC X(8).
           05  FILLER        PIC X VALUE SPACE.
           05  WS-SdDept     PIC X(24).
           05  WS-SdInq      PIC Z(5)9.
           05  WS-SdIds      PIC Z(5)9.
           05  WS-SdAns      PIC Z(8)9.
           05  WS-SdRef      PIC Z(8)9.
           05  WS-SdMiss     PIC Z(8)9.
           05  WS-SdErr      PIC Z(7)9.

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "Starting InqReply..."
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT < 1
               DISPLAY "Usage: InqReply <queue-file> [inquiry-dir]"
                   " [outbox-dir]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(CURRENT-ARG) TO WS-QueueFilename
           IF ARG-COUNT >= 2
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
               MOVE FUNCTION TRIM(CURRENT-ARG) TO WS-InquiryDir
           END-IF
           IF ARG-COUNT >= 3
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
               MOVE FUNCTION TRIM(CURRENT-ARG) TO WS-OutboxDir
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-NowTS
           MOVE WS-NowTS(1:8) TO WS-Today
           COMPUTE WS-DayNum = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-NowTS(1:8)))
           COMPUTE WS-NowSec = WS-DayNum * 86400
               + FUNCTION NUMVAL(WS-NowTS(9:2)) * 3600
               + FUNCTION NUMVAL(WS-NowTS(11:2)) * 60
               + FUNCTION NUMVAL(WS-NowTS(13:2))

           OPEN INPUT QueueFile
           IF WS-QueueFS NOT = "00"
               DISPLAY "Cannot open queue "
                   FUNCTION TRIM(WS-QueueFilename)
                   " (FILE STATUS " WS-QueueFS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SubmitterFile
           IF WS-SubFS = "00"
               MOVE 'Y' TO WS-SubOpen
           END-IF

           OPEN EXTEND LogFile
           IF WS-LogFS = "35"
               OPEN OUTPUT LogFile
               CLOSE LogFile
               OPEN EXTEND LogFile
           END-IF

           PERFORM Scan-Inquiries

           CLOSE LogFile
           CLOSE QueueFile

           PERFORM Write-Summary
           IF WS-SubOpen = 'Y'
               CLOSE SubmitterFile
           END-IF

           MOVE WS-RunInq TO WS-DispCnt
           DISPLAY "InqReply: " FUNCTION TRIM(WS-DispCnt)
               " inquiry(ies), " WITH NO ADVANCING
           MOVE WS-RunAnswer TO WS-DispCnt
           DISPLAY FUNCTION TRIM(WS-DispCnt) " puzzle(s) answered, "
               WITH NO ADVANCING
           MOVE WS-RunRefuse TO WS-DispCnt
           DISPLAY FUNCTION TRIM(WS-DispCnt) " refused, "
               WITH NO ADVANCING
           MOVE WS-RunError TO WS-DispCnt
           DISPLAY FUNCTION TRIM(WS-DispCnt) " inquiry(ies) to error."
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       Scan-Inquiries.
      *> Same shelled-out "ls" listing and done/error folders the
      *> solver's inbox mode uses.
           MOVE SPACES TO WS-Cmd
           STRING "mkdir -p " DELIMITED BY SIZE
               FUNCTION TRIM(WS-InquiryDir) DELIMITED BY SIZE
               "/done "                     DELIMITED BY SIZE
               FUNCTION TRIM(WS-InquiryDir) DELIMITED BY SIZE
               "/error"                     DELIMITED BY SIZE
               INTO WS-Cmd
           CALL "SYSTEM" USING WS-Cmd

           MOVE SPACES TO WS-ListPath
           STRING FUNCTION TRIM(WS-InquiryDir) DELIMITED BY SIZE
               "/.inquiry_listing.tmp"         DELIMITED BY SIZE
               INTO WS-ListPath
           MOVE SPACES TO WS-Cmd
           STRING "ls " DELIMITED BY SIZE
               FUNCTION TRIM(WS-InquiryDir) DELIMITED BY SIZE
               "/*.inq > "                  DELIMITED BY SIZE
               FUNCTION TRIM(WS-ListPath)   DELIMITED BY SIZE
               " 2>/dev/null"               DELIMITED BY SIZE
               INTO WS-Cmd
           CALL "SYSTEM" USING WS-Cmd
           MOVE FUNCTION STORED-CHAR-LENGTH(WS-InquiryDir) TO WS-DirLen

           MOVE 'N' TO WS-ListEOF
           OPEN INPUT ListFile
           IF WS-ListFS NOT = "00"
               MOVE 'Y' TO WS-ListEOF
           ELSE
               MOVE 'Y' TO WS-ListOpen
           END-IF
           PERFORM UNTIL WS-ListEOF = 'Y'
               READ ListFile INTO WS-InqPath
                   AT END MOVE 'Y' TO WS-ListEOF
                   NOT AT END
                       MOVE FUNCTION TRIM(WS-InqPath) TO WS-InqPath
                       IF WS-InqPath NOT = SPACES
                           PERFORM Process-Inquiry
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ListOpen = 'Y'
               CLOSE ListFile
           END-IF

           MOVE SPACES TO WS-Cmd
           STRING "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ListPath) DELIMITED BY SIZE
               INTO WS-Cmd
           CALL "SYSTEM" USING WS-Cmd.

       Process-Inquiry.
           ADD 1 TO WS-RunInq
           MOVE SPACES TO WS-InqName WS-InqBase
           MOVE WS-InqPath(WS-DirLen + 2:60) TO WS-InqName
           UNSTRING WS-InqName DELIMITED BY ".inq" INTO WS-InqBase
           MOVE SPACES TO WS-InqAccount WS-InqResult
           MOVE 'N' TO WS-InqAllOpen
           MOVE 0 TO WS-IdCount WS-CntOver
           MOVE 0 TO WS-CntAnswer WS-CntRefuse WS-CntMissing

           PERFORM Read-Inquiry
           PERFORM Check-Account
           IF WS-InqResult = SPACES
               AND WS-IdCount = 0 AND WS-InqAllOpen = 'N'
               MOVE "EMPTY" TO WS-InqResult
           END-IF

           IF WS-InqResult NOT = SPACES
               DISPLAY "Inquiry " FUNCTION TRIM(WS-InqName)
                   " not answered: " FUNCTION TRIM(WS-InqResult)
               ADD 1 TO WS-RunError
               PERFORM Write-Log-Line
               MOVE SPACES TO WS-Cmd
               STRING "mv " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-InqPath)    DELIMITED BY SIZE
                   " "                          DELIMITED BY SIZE
                   FUNCTION TRIM(WS-InquiryDir) DELIMITED BY SIZE
                   "/error/"                    DELIMITED BY SIZE
                   INTO WS-Cmd
               CALL "SYSTEM" USING WS-Cmd
               EXIT PARAGRAPH
           END-IF

           IF WS-InqAllOpen = 'Y'
               PERFORM Collect-Open-Ids
           END-IF
           PERFORM Write-Response
           MOVE "ANSWERED" TO WS-InqResult
           PERFORM Write-Log-Line
           ADD WS-CntAnswer TO WS-RunAnswer
           ADD WS-CntRefuse TO WS-RunRefuse
           MOVE SPACES TO WS-Cmd
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(WS-InqPath)    DELIMITED BY SIZE
               " "                          DELIMITED BY SIZE
               FUNCTION TRIM(WS-InquiryDir) DELIMITED BY SIZE
               "/done/"                     DELIMITED BY SIZE
               INTO WS-Cmd
           CALL "SYSTEM" USING WS-Cmd
           DISPLAY "Answered " FUNCTION TRIM(WS-DocPath).

       Read-Inquiry.
           OPEN INPUT InquiryFile
           IF WS-InqFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ InquiryFile INTO WS-Line
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE FUNCTION TRIM(WS-Line) TO WS-Line
                       EVALUATE TRUE
                           WHEN WS-Line = SPACES
                               CONTINUE
                           WHEN WS-Line(1:1) = "#"
                               CONTINUE
                           WHEN WS-Line(1:8) = "ACCOUNT="
                               MOVE FUNCTION TRIM(WS-Line(9:8))
                                   TO WS-InqAccount
                           WHEN WS-Line(1:3) = "ID="
                               MOVE FUNCTION TRIM(WS-Line(4:10))
                                   TO WS-NewId
                               PERFORM Add-Id
                           WHEN WS-Line(1:8) = "ALL-OPEN"
                               MOVE 'Y' TO WS-InqAllOpen
                           WHEN OTHER
                               DISPLAY "Inquiry "
                                   FUNCTION TRIM(WS-InqName)
                                   ": line ignored: "
                                   FUNCTION TRIM(WS-Line)
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE InquiryFile
           MOVE 'N' TO WS-EOF.

       Add-Id.
           IF WS-NewId = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-IdFound
           PERFORM VARYING WS-IdIdx FROM 1 BY 1
                   UNTIL WS-IdIdx > WS-IdCount OR WS-IdFound = 'Y'
               IF WS-IdKey(WS-IdIdx) = WS-NewId
                   MOVE 'Y' TO WS-IdFound
               END-IF
           END-PERFORM
           IF WS-IdFound = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-IdCount >= 100
               ADD 1 TO WS-CntOver
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IdCount
           MOVE WS-NewId TO WS-IdKey(WS-IdCount).

       Check-Account.
      *> The answer goes to the account's delivery folder, so an
      *> inquiry must say whose it is, and -- when the master can be
      *> read -- name an account that is on it.
           MOVE SPACES TO WS-DeptName
           IF WS-InqAccount = SPACES
               MOVE "NO-ACCOUNT" TO WS-InqResult
               EXIT PARAGRAPH
           END-IF
           MOVE WS-InqAccount TO WS-DeliverDir
           IF WS-SubOpen = 'Y'
               MOVE WS-InqAccount TO SM-ACCOUNT
               READ SubmitterFile RECORD
                   INVALID KEY
                       MOVE "UNKNOWN" TO WS-InqResult
                   NOT INVALID KEY
                       MOVE SM-DEPT-NAME TO WS-DeptName
                       IF SM-OUTBOX-DIR NOT = SPACES
                           MOVE SM-OUTBOX-DIR TO WS-DeliverDir
                       END-IF
               END-READ
           END-IF.

       Collect-Open-Ids.
      *> "All my open puzzles" is every record of the account's not
      *> yet delivered back to it -- pending, in flight, failed and
      *> awaiting retry, or finished but still ahead of Outbox.
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO Q-PUZZLE-ID
           START QueueFile KEY IS NOT LESS THAN Q-PUZZLE-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ QueueFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF Q-SUBMITTER = WS-InqAccount
                           AND Q-DELIVERED NOT = 'Y'
                           MOVE Q-PUZZLE-ID TO WS-NewId
                           PERFORM Add-Id
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF.

       Write-Response.
           MOVE SPACES TO WS-Cmd
           STRING "mkdir -p " DELIMITED BY SIZE
               FUNCTION TRIM(WS-OutboxDir)  DELIMITED BY SIZE
               "/"                          DELIMITED BY SIZE
               FUNCTION TRIM(WS-DeliverDir) DELIMITED BY SIZE
               INTO WS-Cmd
           CALL "SYSTEM" USING WS-Cmd
           MOVE SPACES TO WS-DocPath
           STRING FUNCTION TRIM(WS-OutboxDir) DELIMITED BY SIZE
               "/"                            DELIMITED BY SIZE
               FUNCTION TRIM(WS-DeliverDir)   DELIMITED BY SIZE
               "/"                            DELIMITED BY SIZE
               FUNCTION TRIM(WS-InqBase)      DELIMITED BY SIZE
               ".status.txt"                  DELIMITED BY SIZE
               INTO WS-DocPath

           OPEN OUTPUT DocFile
           MOVE "STATUS INQUIRY RESPONSE" TO WS-OutLine
           PERFORM Put-Doc-Line
           MOVE SPACES TO WS-OutLine
           STRING "INQUIRY: "                 DELIMITED BY SIZE
               FUNCTION TRIM(WS-InqName)      DELIMITED BY SIZE
               "   ACCOUNT: "                 DELIMITED BY SIZE
               FUNCTION TRIM(WS-InqAccount)   DELIMITED BY SIZE
               "   ANSWERED: "                DELIMITED BY SIZE
               WS-NowTS(1:14)                 DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Doc-Line
           IF WS-InqAllOpen = 'Y'
               MOVE "ALL OPEN PUZZLES REQUESTED" TO WS-OutLine
               PERFORM Put-Doc-Line
           END-IF

           PERFORM VARYING WS-IdIdx FROM 1 BY 1
                   UNTIL WS-IdIdx > WS-IdCount
               MOVE SPACES TO WS-OutLine
               PERFORM Put-Doc-Line
               PERFORM Answer-One-Id
           END-PERFORM
           IF WS-IdCount = 0
               MOVE SPACES TO WS-OutLine
               PERFORM Put-Doc-Line
               MOVE "NO OPEN PUZZLES ON THE QUEUE FOR THIS ACCOUNT"
                   TO WS-OutLine
               PERFORM Put-Doc-Line
           END-IF

           MOVE SPACES TO WS-OutLine
           PERFORM Put-Doc-Line
           MOVE SPACES TO WS-OutLine
           STRING "ANSWERED: "  DELIMITED BY SIZE
               WS-CntAnswer     DELIMITED BY SIZE
               "   REFUSED: "   DELIMITED BY SIZE
               WS-CntRefuse     DELIMITED BY SIZE
               "   NOT FOUND: " DELIMITED BY SIZE
               WS-CntMissing    DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Doc-Line
           IF WS-CntOver > 0
               MOVE SPACES TO WS-OutLine
               STRING "NOT ANSWERED: " DELIMITED BY SIZE
                   WS-CntOver          DELIMITED BY SIZE
                   " ID(S) OVER THE 100 PER INQUIRY LIMIT"
                                       DELIMITED BY SIZE
                   INTO WS-OutLine
               PERFORM Put-Doc-Line
           END-IF
           CLOSE DocFile.

       Answer-One-Id.
           MOVE WS-IdKey(WS-IdIdx) TO Q-PUZZLE-ID
           READ QueueFile RECORD
               INVALID KEY
                   MOVE SPACES TO WS-OutLine
                   STRING "PUZZLE ID: "              DELIMITED BY SIZE
                       FUNCTION TRIM(WS-IdKey(WS-IdIdx))
                                                     DELIMITED BY SIZE
                       "   NOT FOUND -- not on the active queue"
                                                     DELIMITED BY SIZE
                       INTO WS-OutLine
                   PERFORM Put-Doc-Line
                   ADD 1 TO WS-CntMissing
                   EXIT PARAGRAPH
           END-READ

           IF Q-SUBMITTER NOT = WS-InqAccount
      *> Another department's puzzle: refused outright, with nothing
      *> about the record -- not even its status -- given away.
               MOVE SPACES TO WS-OutLine
               STRING "PUZZLE ID: "              DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IdKey(WS-IdIdx)) DELIMITED BY SIZE
                   "   REFUSED -- not submitted by this account"
                                                 DELIMITED BY SIZE
                   INTO WS-OutLine
               PERFORM Put-Doc-Line
               ADD 1 TO WS-CntRefuse
               DISPLAY "Refused " FUNCTION TRIM(WS-IdKey(WS-IdIdx))
                   " to " FUNCTION TRIM(WS-InqAccount)
                   " (submitted by " FUNCTION TRIM(Q-SUBMITTER) ")"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CntAnswer
           MOVE Q-STATUS TO WS-StatCode
           PERFORM Expand-Status
           EVALUATE TRUE
               WHEN Q-EXPRESS MOVE "EXPRESS" TO WS-ClassText
               WHEN Q-BULK    MOVE "BULK   " TO WS-ClassText
               WHEN OTHER     MOVE "NORMAL " TO WS-ClassText
           END-EVALUATE
           IF Q-DELIVERED = 'Y'
               MOVE "YES" TO WS-DelivText
           ELSE
               MOVE "NO " TO WS-DelivText
           END-IF
           MOVE SPACES TO WS-OutLine
           STRING "PUZZLE ID: "              DELIMITED BY SIZE
               FUNCTION TRIM(Q-PUZZLE-ID)    DELIMITED BY SIZE
               "   STATUS: "                 DELIMITED BY SIZE
               FUNCTION TRIM(WS-StatText)    DELIMITED BY SIZE
               "   CLASS: "                  DELIMITED BY SIZE
               FUNCTION TRIM(WS-ClassText)   DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Doc-Line
           MOVE SPACES TO WS-OutLine
           STRING "LAST UPDATE: "            DELIMITED BY SIZE
               Q-TIMESTAMP                   DELIMITED BY SIZE
               "   RETRIES: "                DELIMITED BY SIZE
               Q-RETRY-COUNT                 DELIMITED BY SIZE
               "   DELIVERED: "              DELIMITED BY SIZE
               WS-DelivText                  DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Doc-Line

           IF Q-HELD
               MOVE SPACES TO WS-OutLine
               IF Q-RELEASE-TS = SPACES
                   MOVE "HELD UNTIL: released by the operations desk"
                       TO WS-OutLine
               ELSE
                   STRING "HELD UNTIL: "         DELIMITED BY SIZE
                       Q-RELEASE-TS              DELIMITED BY SIZE
                       INTO WS-OutLine
               END-IF
               PERFORM Put-Doc-Line
           END-IF
      *> A held record only starts to age once its release time has
      *> passed, as in QAging.
           IF Q-PENDING OR Q-INFLIGHT OR Q-FAILED OR Q-VERIFY-FAILED
               OR (Q-HELD AND Q-RELEASE-TS NOT = SPACES
                   AND Q-RELEASE-TS <= WS-NowTS(1:14))
               PERFORM Age-Record
               MOVE WS-AgeHours TO WS-DispH
               MOVE SPACES TO WS-OutLine
               STRING "AGE: "                DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DispH)   DELIMITED BY SIZE
                   " HOUR(S)   AGE BUCKET: " DELIMITED BY SIZE
                   WS-Bucket                 DELIMITED BY SIZE
                   INTO WS-OutLine
               PERFORM Put-Doc-Line
           END-IF
           IF Q-DEAD
               MOVE SPACES TO WS-OutLine
               STRING "DEAD-LETTER REASON: "    DELIMITED BY SIZE
                   FUNCTION TRIM(Q-FAIL-REASON) DELIMITED BY SIZE
                   INTO WS-OutLine
               PERFORM Put-Doc-Line
           END-IF
           IF Q-FAILED AND Q-FAIL-REASON NOT = SPACES
               MOVE SPACES TO WS-OutLine
               STRING "LAST FAILURE: "          DELIMITED BY SIZE
                   FUNCTION TRIM(Q-FAIL-REASON) DELIMITED BY SIZE
                   INTO WS-OutLine
               PERFORM Put-Doc-Line
           END-IF
           PERFORM Write-Timeline.

       Age-Record.
      *> QAging's clock and buckets: hours since Q-TIMESTAMP (or
      *> since the release, for a record that was held), under
      *> 1 day, 1-3 days, over 3 days.
           MOVE 0 TO WS-AgeHours
           MOVE "UNDER 1 DAY" TO WS-Bucket
           MOVE Q-TIMESTAMP TO WS-AgeFrom
           IF Q-RELEASE-TS IS NUMERIC
               AND Q-RELEASE-TS > Q-TIMESTAMP
               MOVE Q-RELEASE-TS TO WS-AgeFrom
           END-IF
           IF WS-AgeFrom(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DayNum = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-AgeFrom(1:8)))
           COMPUTE WS-RecSec = WS-DayNum * 86400
               + FUNCTION NUMVAL(WS-AgeFrom(9:2)) * 3600
               + FUNCTION NUMVAL(WS-AgeFrom(11:2)) * 60
               + FUNCTION NUMVAL(WS-AgeFrom(13:2))
           IF WS-RecSec < WS-NowSec
               COMPUTE WS-AgeHours =
                   (WS-NowSec - WS-RecSec) / 3600
           END-IF
           EVALUATE TRUE
               WHEN WS-AgeHours < 24
                   MOVE "UNDER 1 DAY" TO WS-Bucket
               WHEN WS-AgeHours < 72
                   MOVE "1-3 DAYS" TO WS-Bucket
               WHEN OTHER
                   MOVE "OVER 3 DAYS" TO WS-Bucket
           END-EVALUATE.

       Write-Timeline.
      *> The QJournal timeline for this ID, hop by hop.
           MOVE "TRANSITION HISTORY:" TO WS-OutLine
           PERFORM Put-Doc-Line
           MOVE 0 TO WS-Hits
           OPEN INPUT JournalFile
           IF WS-JrnFS NOT = "00"
               MOVE "  (no queue journal on file)" TO WS-OutLine
               PERFORM Put-Doc-Line
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ JournalFile INTO WS-Line
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-Line NOT = SPACES
                           PERFORM Match-Journal-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JournalFile
           MOVE 'N' TO WS-EOF
           IF WS-Hits = 0
               MOVE "  (no transitions on record)" TO WS-OutLine
               PERFORM Put-Doc-Line
           END-IF.

       Match-Journal-Line.
           MOVE SPACES TO WS-TokTS WS-TokId WS-TokOld WS-TokNew
               WS-TokProg WS-TokShard
           UNSTRING WS-Line DELIMITED BY ","
               INTO WS-TokTS WS-TokId WS-TokOld WS-TokNew
                   WS-TokProg WS-TokShard
           IF WS-TokId NOT = Q-PUZZLE-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Hits
           IF WS-TokOld(1:1) = '-'
               MOVE "(INSERT)" TO WS-OldText
           ELSE
               MOVE WS-TokOld(1:1) TO WS-StatCode
               PERFORM Expand-Status
               MOVE WS-StatText TO WS-OldText
           END-IF
           IF WS-TokNew(1:1) = 'X'
               MOVE "(DELETED)" TO WS-StatText
           ELSE
               MOVE WS-TokNew(1:1) TO WS-StatCode
               PERFORM Expand-Status
           END-IF
           MOVE SPACES TO WS-OutLine
           STRING "  "                      DELIMITED BY SIZE
               WS-TokTS(1:8)                DELIMITED BY SIZE
               " "                          DELIMITED BY SIZE
               WS-TokTS(9:6)                DELIMITED BY SIZE
               " "                          DELIMITED BY SIZE
               WS-OldText                   DELIMITED BY SIZE
               " -> "                       DELIMITED BY SIZE
               WS-StatText                  DELIMITED BY SIZE
               " BY "                       DELIMITED BY SIZE
               FUNCTION TRIM(WS-TokProg)    DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Doc-Line.

       Expand-Status.
           EVALUATE WS-StatCode
               WHEN 'P' MOVE "PENDING    " TO WS-StatText
               WHEN 'S' MOVE "SOLVED     " TO WS-StatText
               WHEN 'F' MOVE "FAILED     " TO WS-StatText
               WHEN 'D' MOVE "DEAD-LETTER" TO WS-StatText
               WHEN 'I' MOVE "IN-FLIGHT  " TO WS-StatText
               WHEN 'H' MOVE "HELD       " TO WS-StatText
               WHEN 'V' MOVE "VERIFY-FAIL" TO WS-StatText
               WHEN OTHER MOVE "?          " TO WS-StatText
           END-EVALUATE.

       Write-Log-Line.
           MOVE SPACES TO WS-LogRec
           STRING WS-NowTS(1:14)              DELIMITED BY SIZE
               ","                            DELIMITED BY SIZE
               FUNCTION TRIM(WS-InqAccount)   DELIMITED BY SIZE
               ","                            DELIMITED BY SIZE
               FUNCTION TRIM(WS-InqName)      DELIMITED BY SIZE
               ","                            DELIMITED BY SIZE
               FUNCTION TRIM(WS-InqResult)    DELIMITED BY SIZE
               ","                            DELIMITED BY SIZE
               WS-IdCount                     DELIMITED BY SIZE
               ","                            DELIMITED BY SIZE
               WS-CntAnswer                   DELIMITED BY SIZE
               ","                            DELIMITED BY SIZE
               WS-CntRefuse                   DELIMITED BY SIZE
               ","                            DELIMITED BY SIZE
               WS-CntMissing                  DELIMITED BY SIZE
               INTO WS-LogRec
           WRITE LogLine FROM WS-LogRec.

       Write-Summary.
      *> Rebuilt from the whole day's log, not just this run, so the
      *> nightly and on-demand runs add up to one daily picture.
           MOVE 0 TO WS-SumCount
           OPEN INPUT LogFile
           IF WS-LogFS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LogFile INTO WS-LogRec
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-LogRec(1:8) = WS-Today
                               PERFORM Sum-Log-Line
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LogFile
               MOVE 'N' TO WS-EOF
           END-IF

           MOVE SPACES TO WS-ReportPath
           STRING "inquiry_summary_" DELIMITED BY SIZE
               WS-Today              DELIMITED BY SIZE
               ".txt"                DELIMITED BY SIZE
               INTO WS-ReportPath
           OPEN OUTPUT ReportFile
           MOVE SPACES TO WS-OutLine
           STRING "STATUS INQUIRY SUMMARY FOR " DELIMITED BY SIZE
               WS-Today                         DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE SPACES TO WS-OutLine
           PERFORM Put-Line
           MOVE "ACCOUNT  DEPARTMENT" TO WS-OutLine
           MOVE "   INQ   IDS ANSWERED  REFUSED NOTFOUND  ERRORS"
               TO WS-OutLine(34:47)
           PERFORM Put-Line

           MOVE 0 TO WS-TotInq WS-TotIds WS-TotAns
           MOVE 0 TO WS-TotRef WS-TotMiss WS-TotErr
           PERFORM VARYING WS-SumIdx FROM 1 BY 1
                   UNTIL WS-SumIdx > WS-SumCount
               MOVE WS-SumAcct(WS-SumIdx) TO WS-SdAcct
               MOVE SPACES TO WS-SdDept
               IF WS-SubOpen = 'Y'
                   MOVE WS-SumAcct(WS-SumIdx) TO SM-ACCOUNT
                   READ SubmitterFile RECORD
                       INVALID KEY
                           MOVE "(NOT ON MASTER)" TO WS-SdDept
                       NOT INVALID KEY
                           MOVE SM-DEPT-NAME TO WS-SdDept
                   END-READ
               END-IF
               MOVE WS-SumInq(WS-SumIdx)  TO WS-SdInq
               MOVE WS-SumIds(WS-SumIdx)  TO WS-SdIds
               MOVE WS-SumAns(WS-SumIdx)  TO WS-SdAns
               MOVE WS-SumRef(WS-SumIdx)  TO WS-SdRef
               MOVE WS-SumMiss(WS-SumIdx) TO WS-SdMiss
               MOVE WS-SumErr(WS-SumIdx)  TO WS-SdErr
               MOVE WS-SumDetail TO WS-OutLine
               PERFORM Put-Line
               ADD WS-SumInq(WS-SumIdx)  TO WS-TotInq
               ADD WS-SumIds(WS-SumIdx)  TO WS-TotIds
               ADD WS-SumAns(WS-SumIdx)  TO WS-TotAns
               ADD WS-SumRef(WS-SumIdx)  TO WS-TotRef
               ADD WS-SumMiss(WS-SumIdx) TO WS-TotMiss
               ADD WS-SumErr(WS-SumIdx)  TO WS-TotErr
           END-PERFORM
           IF WS-SumCount = 0
               MOVE "  (no inquiries today)" TO WS-OutLine
               PERFORM Put-Line
           END-IF

           MOVE SPACES TO WS-OutLine
           PERFORM Put-Line
           MOVE "TOTAL" TO WS-SdAcct
           MOVE SPACES TO WS-SdDept
           MOVE WS-TotInq  TO WS-SdInq
           MOVE WS-TotIds  TO WS-SdIds
           MOVE WS-TotAns  TO WS-SdAns
           MOVE WS-TotRef  TO WS-SdRef
           MOVE WS-TotMiss TO WS-SdMiss
           MOVE WS-TotErr  TO WS-SdErr
           MOVE WS-SumDetail TO WS-OutLine
           PERFORM Put-Line
           CLOSE ReportFile.

       Sum-Log-Line.
           MOVE SPACES TO WS-TokTS WS-TokAcct WS-TokFile WS-TokResult
               WS-TokIds WS-TokAns WS-TokRef WS-TokMiss
           UNSTRING WS-LogRec DELIMITED BY ","
               INTO WS-TokTS WS-TokAcct WS-TokFile WS-TokResult
                   WS-TokIds WS-TokAns WS-TokRef WS-TokMiss
           IF WS-TokAcct = SPACES
               MOVE "(NONE)" TO WS-TokAcct
           END-IF
           MOVE 'N' TO WS-SumFound
           PERFORM VARYING WS-SumIdx FROM 1 BY 1
                   UNTIL WS-SumIdx > WS-SumCount OR WS-SumFound = 'Y'
               IF WS-SumAcct(WS-SumIdx) = WS-TokAcct
                   MOVE 'Y' TO WS-SumFound
                   SUBTRACT 1 FROM WS-SumIdx
               END-IF
           END-PERFORM
           IF WS-SumFound = 'N'
               IF WS-SumCount >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SumCount
               MOVE WS-SumCount TO WS-SumIdx
               MOVE WS-TokAcct TO WS-SumAcct(WS-SumIdx)
               MOVE 0 TO WS-SumInq(WS-SumIdx) WS-SumIds(WS-SumIdx)
                   WS-SumAns(WS-SumIdx) WS-SumRef(WS-SumIdx)
                   WS-SumMiss(WS-SumIdx) WS-SumErr(WS-SumIdx)
           END-IF
           ADD 1 TO WS-SumInq(WS-SumIdx)
           IF WS-TokResult NOT = "ANSWERED"
               ADD 1 TO WS-SumErr(WS-SumIdx)
               EXIT PARAGRAPH
           END-IF
           ADD FUNCTION NUMVAL(WS-TokIds) TO WS-SumIds(WS-SumIdx)
           ADD FUNCTION NUMVAL(WS-TokAns) TO WS-SumAns(WS-SumIdx)
           ADD FUNCTION NUMVAL(WS-TokRef) TO WS-SumRef(WS-SumIdx)
           ADD FUNCTION NUMVAL(WS-TokMiss) TO WS-SumMiss(WS-SumIdx).

       Put-Doc-Line.
           WRITE DocLine FROM WS-OutLine.

       Put-Line.
           DISPLAY FUNCTION TRIM(WS-OutLine)
           WRITE ReportLine FROM WS-OutLine.

       END PROGRAM InqReply.
