      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLFeed.

      *> Month-end general-ledger feed, so accounting no longer
      *> rekeys the chargeback statement. Reads the same runs
      *> Chargeback does (the history master for the month plus the
      *> current flat log) and prices each submitter's usage from the
      *> rate table in gl_rates.txt:
      *>   ITER-RATE=<engine>,<rate>   cost per million iterations
      *>                               for that history engine label;
      *>                               ITER-RATE=*,<rate> prices any
      *>                               engine not listed
      *>   EXPRESS-SURCHARGE-PCT=n     added to the iteration charge
      *>                               of runs the queue holds as
      *>                               express class
      *>   CACHE-HIT-FEE=n.nn          flat fee per archive cache hit
      *>   DEAD-LETTER-FEE=n.nn        flat fee per dead-lettered run
      *>   SERVICE-CENTRE=<cc>         puzzle-service centre credited
      *>   SUSPENSE-CENTRE=<cc>        debited for usage no department
      *>                               cost centre can be found for
      *>   EXPENSE-ACCOUNT=<acct>      GL account on the debit lines
      *>   RECOVERY-ACCOUNT=<acct>     GL account on the credit line
      *>
      *> Each component is rounded to the penny per submitter, the
      *> submitter's total is the sum of its rounded components, and
      *> the debit for a cost centre (SM-COST-CENTRE on the submitter
      *> master) is the sum of its submitters' totals -- so the priced
      *> statement (gl_statement_<yyyymm>.txt) and the GL interface
      *> file (gl_journal_<yyyymm>.dat) are built from the same
      *> figures and tie to the penny; the statement ends by proving
      *> it. The interface file is fixed layout: one header, one debit
      *> line per cost centre, one offsetting credit to the service
      *> centre, and a trailer carrying the record count, debit and
      *> credit totals, the net (always zero) and an amount hash.
      *>
      *> What was posted for a month is kept in gl_posted_<yyyymm>.dat
      *> (same layout). A second run for a posted month is refused
      *> unless -repost is given; a repost writes a reversal of every
      *> line previously posted ahead of the new lines, so the ledger
      *> nets to the new figures, and replaces the posted copy.
      *>
      *> Usage: GLFeed <yyyymm> <queue-file> [-repost]

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MasterFile ASSIGN TO "history_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-KEY
               ALTERNATE RECORD KEY IS H-NAME-ALT WITH DUPLICATES
               FILE STATUS IS WS-MasterFS.
           SELECT HistoryFile ASSIGN TO "puzzle_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HistFS.
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
           SELECT RateFile ASSIGN TO "gl_rates.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RateFS.
           SELECT GLFile ASSIGN TO DYNAMIC WS-GLFilename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLFS.
           SELECT PostedFile ASSIGN TO DYNAMIC WS-PostedFilename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PostedFS.
           SELECT ReportFile ASSIGN TO DYNAMIC WS-ReportFilename
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MasterFile.
       COPY "HISTREC".

       FD HistoryFile.
       01 HistoryLine PIC X(132).

       FD QueueFile.
       COPY "QUEUEREC".

       FD SubmitterFile.
       COPY "SUBMREC".

       FD RateFile.
       01 RateLine PIC X(200).

       FD GLFile.
       01 GLLine PIC X(120).

       FD PostedFile.
       01 PostedLine PIC X(120).

       FD ReportFile.
       01 ReportLine PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MasterFS   PIC XX.
       01  WS-HistFS     PIC XX.
       01  WS-QueueFS    PIC XX.
       01  WS-SubFS      PIC XX.
       01  WS-RateFS     PIC XX.
       01  WS-GLFS       PIC XX.
       01  WS-PostedFS   PIC XX.
       01  WS-SubOpen    PIC X VALUE 'N'.

       01  ARG-COUNT     PIC 9(4).
       01  CURRENT-ARG   PIC X(100).

       01  WS-Month          PIC X(6).
       01  WS-QueueFilename  PIC X(100).
       01  WS-GLFilename     PIC X(100).
       01  WS-PostedFilename PIC X(100).
       01  WS-ReportFilename PIC X(100).
       01  WS-Repost     PIC X VALUE 'N'.
       01  WS-RunTS      PIC X(14).
       01  WS-EOF        PIC X VALUE 'N'.
       01  WS-Line       PIC X(132).
       01  WS-OutLine    PIC X(132).

       01  WS-TokFile    PIC X(60).
       01  WS-TokEngine  PIC X(12).
       01  WS-TokTS      PIC X(14).
       01  WS-TokIter    PIC X(25).
       01  WS-TokSolved  PIC X(10).
       01  WS-TokExtra   PIC X(20).
       01  WS-TokExtra2  PIC X(20).
       01  WS-TokExtra3  PIC X(20).

      *> The rate table, from gl_rates.txt.
       01  WS-RateKey    PIC X(30).
       01  WS-RateVal    PIC X(100).
       01  WS-RateEngTok PIC X(12).
       01  WS-RateAmtTok PIC X(20).
       01  WS-RateTable.
           05  WS-RateCount  PIC 99 VALUE 0.
           05  WS-RateEntry OCCURS 20 TIMES.
               10  WS-RateEngine PIC X(12).
               10  WS-RatePerMil PIC 9(5)V9(4).
       01  WS-RateDefault    PIC 9(5)V9(4) VALUE 0.
       01  WS-RateDefaultSet PIC X VALUE 'N'.
       01  WS-ExpressPct     PIC 9(3)V99 VALUE 0.
       01  WS-CacheFee       PIC 9(5)V99 VALUE 0.
       01  WS-DeadFee        PIC 9(5)V99 VALUE 0.
       01  WS-ServiceCentre  PIC X(10) VALUE SPACES.
       01  WS-SuspenseCentre PIC X(10) VALUE "SUSPENSE".
       01  WS-ExpenseAcct    PIC X(10) VALUE SPACES.
       01  WS-RecoveryAcct   PIC X(10) VALUE SPACES.
       01  WS-RateIdx        PIC 99.

      *> Engines seen in the month with no rate and no ITER-RATE=*
      *> line: the month cannot be priced until the table is fixed.
       01  WS-NoRateTable.
           05  WS-NoRateCount PIC 99 VALUE 0.
           05  WS-NoRateName  PIC X(12) OCCURS 10 TIMES.

      *> One pricing slot per submitter account seen this month. The
      *> iteration amounts are carried unrounded and rounded once, to
      *> the penny, when the submitter's statement line is priced.
       01  WS-SubTable.
           05  WS-SubCount  PIC 999 VALUE 0.
           05  WS-SubEntry OCCURS 100 TIMES.
               10  WS-SubName     PIC X(8).
               10  WS-SubRuns     PIC 9(6).
               10  WS-SubIter     PIC 9(15).
               10  WS-SubExpRuns  PIC 9(6).
               10  WS-SubCache    PIC 9(6).
               10  WS-SubDead     PIC 9(6).
               10  WS-SubIterAmt  PIC 9(11)V9(6).
               10  WS-SubExpAmt   PIC 9(11)V9(6).
               10  WS-SubCentre   PIC X(10).
               10  WS-SubSuspense PIC X.
               10  WS-SubChgIter  PIC 9(11)V99.
               10  WS-SubChgExp   PIC 9(11)V99.
               10  WS-SubChgCache PIC 9(11)V99.
               10  WS-SubChgDead  PIC 9(11)V99.
               10  WS-SubChgTotal PIC 9(11)V99.
       01  WS-SubIdx     PIC 999.
       01  WS-SubFound   PIC X.
       01  WS-SubOverflow PIC X VALUE 'N'.
       01  WS-SuspenseCnt PIC 999 VALUE 0.

      *> Debit per cost centre, in first-seen order.
       01  WS-CtrTable.
           05  WS-CtrCount  PIC 999 VALUE 0.
           05  WS-CtrEntry OCCURS 100 TIMES.
               10  WS-CtrName    PIC X(10).
               10  WS-CtrAmt     PIC 9(13)V99.
       01  WS-CtrIdx     PIC 999.

      *> Fields of the run being priced, filled from either source.
       01  WS-RunName    PIC X(10).
       01  WS-RunEngine  PIC X(12).
       01  WS-RunSub     PIC X(8).
       01  WS-RunIter    PIC 9(12).
       01  WS-RunCache   PIC X.
       01  WS-RunDead    PIC X.
       01  WS-RunRate    PIC 9(5)V9(4).
       01  WS-RunRated   PIC X.
       01  WS-RunAmt     PIC 9(11)V9(6).
       01  WS-TotRuns    PIC 9(6) VALUE 0.
       01  WS-NoQueueRuns PIC 9(6) VALUE 0.

      *> Lines previously posted for the month, reversed by -repost.
       01  WS-PrevTable.
           05  WS-PrevCount  PIC 999 VALUE 0.
           05  WS-PrevEntry OCCURS 200 TIMES.
               10  WS-PrevCentre  PIC X(10).
               10  WS-PrevAccount PIC X(10).
               10  WS-PrevDrCr    PIC X.
               10  WS-PrevAmount  PIC 9(11)V99.
       01  WS-PrevCreated PIC X(14) VALUE SPACES.
       01  WS-PrevIdx     PIC 999.

      *> GL interface record, 120 bytes fixed. Header, details and
      *> trailer share the first 15 bytes: record type, period and
      *> journal source.
       01  GL-RECORD.
           05 GL-REC-TYPE        PIC X.
               88 GL-HEADER      VALUE 'H'.
               88 GL-DETAIL      VALUE 'D'.
               88 GL-TRAILER     VALUE 'T'.
           05 GL-PERIOD          PIC X(6).
           05 GL-SOURCE          PIC X(8).
           05 GL-BODY            PIC X(105).
      *> Detail: P = posting, R = reversal of an earlier posting.
      *> Amounts are unsigned; GL-DR-CR gives the side.
           05 GL-DETAIL-BODY REDEFINES GL-BODY.
               10 GL-ENTRY-TYPE  PIC X.
               10 GL-COST-CENTRE PIC X(10).
               10 GL-ACCOUNT     PIC X(10).
               10 GL-DR-CR       PIC X.
               10 GL-AMOUNT      PIC 9(11)V99.
               10 GL-DESC        PIC X(30).
               10 FILLER         PIC X(40).
      *> Header: P = first posting for the period, R = reversal and
      *> repost.
           05 GL-HEADER-BODY REDEFINES GL-BODY.
               10 GL-CREATED     PIC X(14).
               10 GL-RUN-TYPE    PIC X.
               10 FILLER         PIC X(90).
      *> Trailer: record count includes the header and the trailer;
      *> the hash is the sum of every detail amount in pence.
           05 GL-TRAILER-BODY REDEFINES GL-BODY.
               10 GL-REC-COUNT   PIC 9(7).
               10 GL-DEBIT-TOTAL PIC 9(13)V99.
               10 GL-CREDIT-TOTAL PIC 9(13)V99.
               10 GL-NET         PIC S9(13)V99 SIGN LEADING SEPARATE.
               10 GL-AMOUNT-HASH PIC 9(15).
               10 FILLER         PIC X(37).

      *> Control totals of the file being written.
       01  WS-EmitTo     PIC X.
       01  WS-EmitCount  PIC 9(7).
       01  WS-EmitDebit  PIC 9(13)V99.
       01  WS-EmitCredit PIC 9(13)V99.
       01  WS-EmitHash   PIC 9(15).

       01  WS-GrandTotal PIC 9(13)V99 VALUE 0.
       01  WS-GLDebits   PIC 9(13)V99 VALUE 0.
       01  WS-GLCredits  PIC 9(13)V99 VALUE 0.
       01  WS-PostDebit  PIC 9(13)V99 VALUE 0.
       01  WS-PostCredit PIC 9(13)V99 VALUE 0.
       01  WS-Tied       PIC X VALUE 'N'.
       01  WS-SumIter    PIC 9(13)V99.
       01  WS-SumExp     PIC 9(13)V99.
       01  WS-SumCache   PIC 9(13)V99.
       01  WS-SumDead    PIC 9(13)V99.
       01  WS-SumTotal   PIC 9(13)V99.
       01  WS-SumRuns    PIC 9(6).
       01  WS-SumIters   PIC 9(15).

       01  WS-DispCnt    PIC Z(5)9.
       01  WS-DispIter   PIC Z(14)9.
       01  WS-DispAmt    PIC Z(10)9.99.
       01  WS-DispRate   PIC Z(4)9.9999.
       01  WS-DispPct    PIC ZZ9.99.

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "Starting GLFeed..."
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT < 2
               DISPLAY "Usage: GLFeed <yyyymm> <queue-file> [-repost]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(CURRENT-ARG) TO CURRENT-ARG
           IF CURRENT-ARG(1:6) IS NOT NUMERIC
               DISPLAY "Usage: GLFeed <yyyymm> <queue-file> [-repost]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CURRENT-ARG(1:6) TO WS-Month
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-QueueFilename FROM ARGUMENT-VALUE
           IF ARG-COUNT >= 3
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
               IF FUNCTION TRIM(CURRENT-ARG) = "-repost"
                   MOVE 'Y' TO WS-Repost
               ELSE
                   DISPLAY "Unknown option " FUNCTION TRIM(CURRENT-ARG)
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RunTS

           MOVE SPACES TO WS-GLFilename WS-PostedFilename
               WS-ReportFilename
           STRING "gl_journal_" DELIMITED BY SIZE
               WS-Month          DELIMITED BY SIZE
               ".dat"            DELIMITED BY SIZE
               INTO WS-GLFilename
           STRING "gl_posted_"  DELIMITED BY SIZE
               WS-Month          DELIMITED BY SIZE
               ".dat"            DELIMITED BY SIZE
               INTO WS-PostedFilename
           STRING "gl_statement_" DELIMITED BY SIZE
               WS-Month          DELIMITED BY SIZE
               ".txt"            DELIMITED BY SIZE
               INTO WS-ReportFilename

           PERFORM Load-Rate-Table
           PERFORM Load-Prior-Posting
           IF WS-PrevCount > 0 AND WS-Repost = 'N'
               DISPLAY "*** " WS-Month " is already posted to the GL ("
                   FUNCTION TRIM(WS-PostedFilename) ", run "
                   WS-PrevCreated ") -- rerun with -repost to reverse"
                   " that posting and post again"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-Repost = 'Y' AND WS-PrevCount = 0
               DISPLAY "Nothing posted yet for " WS-Month
                   " -- -repost ignored, posting normally."
               MOVE 'N' TO WS-Repost
           END-IF

      *> The queue says which runs were express class; without it
      *> the surcharge cannot be priced.
           OPEN INPUT QueueFile
           IF WS-QueueFS NOT = "00"
               DISPLAY "Cannot open queue file "
                   FUNCTION TRIM(WS-QueueFilename)
                   " (FILE STATUS " WS-QueueFS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Scan-Master
           PERFORM Scan-Current-Log
           CLOSE QueueFile

           IF WS-NoRateCount > 0
               PERFORM VARYING WS-RateIdx FROM 1 BY 1
                       UNTIL WS-RateIdx > WS-NoRateCount
                   DISPLAY "*** No ITER-RATE for engine "
                       FUNCTION TRIM(WS-NoRateName(WS-RateIdx))
                       " and no ITER-RATE=* default in gl_rates.txt"
               END-PERFORM
               DISPLAY "Nothing posted."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SubOverflow = 'Y'
               DISPLAY "*** More than 100 distinct submitter accounts"
                   " -- the month cannot be priced, nothing posted."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SubmitterFile
           IF WS-SubFS = "00"
               MOVE 'Y' TO WS-SubOpen
           ELSE
               DISPLAY "No submitter master -- all usage goes to "
                   FUNCTION TRIM(WS-SuspenseCentre)
           END-IF
           PERFORM VARYING WS-SubIdx FROM 1 BY 1
                   UNTIL WS-SubIdx > WS-SubCount
               PERFORM Price-Submitter
           END-PERFORM
           IF WS-SubOpen = 'Y'
               CLOSE SubmitterFile
           END-IF

           PERFORM Write-GL-File
           IF WS-GLFS NOT = "00"
               DISPLAY "Cannot write " FUNCTION TRIM(WS-GLFilename)
                   " (FILE STATUS " WS-GLFS ") -- nothing posted."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Write-Posted-Copy

           OPEN OUTPUT ReportFile
           PERFORM Write-Statement
           CLOSE ReportFile

           DISPLAY "GLFeed: " WS-TotRuns " run(s) priced for " WS-Month
               ", journal in " FUNCTION TRIM(WS-GLFilename)
               ", statement in " FUNCTION TRIM(WS-ReportFilename)
           IF WS-SuspenseCnt > 0
               DISPLAY "*** " WS-SuspenseCnt " account(s) posted to "
                   FUNCTION TRIM(WS-SuspenseCentre)
                   " -- see the foot of the statement"
           END-IF
           IF WS-Tied = 'Y'
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "*** STATEMENT DOES NOT TIE TO THE GL FILE --"
                   " do not release the journal"
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

       Load-Rate-Table.
           OPEN INPUT RateFile
           IF WS-RateFS NOT = "00"
               DISPLAY "Cannot open rate table gl_rates.txt"
                   " (FILE STATUS " WS-RateFS ") -- nothing posted."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RateFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RateLine NOT = SPACES
                           AND RateLine(1:1) NOT = '#'
                           PERFORM Load-Rate-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RateFile
           MOVE 'N' TO WS-EOF
           IF WS-ServiceCentre = SPACES
               DISPLAY "gl_rates.txt names no SERVICE-CENTRE to credit"
                   " -- nothing posted."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       Load-Rate-Line.
           MOVE SPACES TO WS-RateKey WS-RateVal
           UNSTRING RateLine DELIMITED BY "="
               INTO WS-RateKey WS-RateVal
           MOVE FUNCTION TRIM(WS-RateKey) TO WS-RateKey
           MOVE FUNCTION TRIM(WS-RateVal) TO WS-RateVal
           EVALUATE WS-RateKey
               WHEN "ITER-RATE"
                   MOVE SPACES TO WS-RateEngTok WS-RateAmtTok
                   UNSTRING WS-RateVal DELIMITED BY ","
                       INTO WS-RateEngTok WS-RateAmtTok
                   IF WS-RateEngTok = "*"
                       MOVE FUNCTION NUMVAL(WS-RateAmtTok)
                           TO WS-RateDefault
                       MOVE 'Y' TO WS-RateDefaultSet
                   ELSE
                       IF WS-RateCount < 20
                           ADD 1 TO WS-RateCount
                           MOVE FUNCTION UPPER-CASE(WS-RateEngTok)
                               TO WS-RateEngine(WS-RateCount)
                           MOVE FUNCTION NUMVAL(WS-RateAmtTok)
                               TO WS-RatePerMil(WS-RateCount)
                       ELSE
                           DISPLAY "*** More than 20 ITER-RATE lines --"
                               " " FUNCTION TRIM(WS-RateEngTok)
                               " ignored"
                       END-IF
                   END-IF
               WHEN "EXPRESS-SURCHARGE-PCT"
                   MOVE FUNCTION NUMVAL(WS-RateVal) TO WS-ExpressPct
               WHEN "CACHE-HIT-FEE"
                   MOVE FUNCTION NUMVAL(WS-RateVal) TO WS-CacheFee
               WHEN "DEAD-LETTER-FEE"
                   MOVE FUNCTION NUMVAL(WS-RateVal) TO WS-DeadFee
               WHEN "SERVICE-CENTRE"
                   MOVE WS-RateVal TO WS-ServiceCentre
               WHEN "SUSPENSE-CENTRE"
                   MOVE WS-RateVal TO WS-SuspenseCentre
               WHEN "EXPENSE-ACCOUNT"
                   MOVE WS-RateVal TO WS-ExpenseAcct
               WHEN "RECOVERY-ACCOUNT"
                   MOVE WS-RateVal TO WS-RecoveryAcct
           END-EVALUATE.

       Load-Prior-Posting.
      *> Only the detail lines matter: they are what a repost has to
      *> reverse.
           OPEN INPUT PostedFile
           IF WS-PostedFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PostedFile INTO GL-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GL-HEADER
                           MOVE GL-CREATED TO WS-PrevCreated
                       END-IF
                       IF GL-DETAIL
                           IF WS-PrevCount >= 200
                               DISPLAY "*** " FUNCTION TRIM(
                                   WS-PostedFilename) " holds more"
                                   " than 200 lines -- reverse it by"
                                   " hand, nothing posted."
                               MOVE 1 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-PrevCount
                           MOVE GL-COST-CENTRE
                               TO WS-PrevCentre(WS-PrevCount)
                           MOVE GL-ACCOUNT
                               TO WS-PrevAccount(WS-PrevCount)
                           MOVE GL-DR-CR TO WS-PrevDrCr(WS-PrevCount)
                           MOVE GL-AMOUNT
                               TO WS-PrevAmount(WS-PrevCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PostedFile
           MOVE 'N' TO WS-EOF.

       Scan-Master.
           OPEN INPUT MasterFile
           IF WS-MasterFS NOT = "00"
      *> No master just means no rotation has run yet; the current
      *> log below still answers for the month in progress.
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO H-KEY
           MOVE 'N' TO WS-EOF
           START MasterFile KEY IS NOT LESS THAN H-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ MasterFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF H-DATE(1:6) = WS-Month
                           PERFORM Price-Master-Record
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MasterFile
           MOVE 'N' TO WS-EOF.

       Price-Master-Record.
           MOVE H-NAME(1:10) TO WS-RunName
           MOVE H-ENGINE TO WS-RunEngine
           MOVE H-SUBMITTER TO WS-RunSub
           MOVE H-ITER TO WS-RunIter
           MOVE 'N' TO WS-RunCache
           MOVE 'N' TO WS-RunDead
           IF H-EXTRA NOT = SPACES
               MOVE 0 TO WS-SubIdx
               INSPECT H-EXTRA TALLYING WS-SubIdx
                   FOR ALL "CACHE=Y" ALL "CACHE=I"
               IF WS-SubIdx > 0
                   MOVE 'Y' TO WS-RunCache
               END-IF
               MOVE 0 TO WS-SubIdx
               INSPECT H-EXTRA TALLYING WS-SubIdx FOR ALL "DEAD=Y"
               IF WS-SubIdx > 0
                   MOVE 'Y' TO WS-RunDead
               END-IF
           END-IF
           PERFORM Price-One-Run.

       Scan-Current-Log.
           OPEN INPUT HistoryFile
           IF WS-HistFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HistoryFile INTO WS-Line
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-Line NOT = SPACES
                           PERFORM Price-Log-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HistoryFile.

       Price-Log-Line.
           MOVE SPACES TO WS-TokFile WS-TokEngine WS-TokTS
               WS-TokIter WS-TokSolved WS-TokExtra
               WS-TokExtra2 WS-TokExtra3
           UNSTRING WS-Line DELIMITED BY ","
               INTO WS-TokFile WS-TokEngine WS-TokTS
                   WS-TokIter WS-TokSolved WS-TokExtra
                   WS-TokExtra2 WS-TokExtra3
           IF WS-TokEngine = SPACES
               OR WS-TokTS(1:6) NOT = WS-Month
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TokFile(1:10) TO WS-RunName
           MOVE WS-TokEngine TO WS-RunEngine
           MOVE SPACES TO WS-RunSub
           MOVE 0 TO WS-RunIter
           MOVE 'N' TO WS-RunCache
           MOVE 'N' TO WS-RunDead
           IF WS-TokIter(1:5) = "ITER="
               MOVE FUNCTION NUMVAL(WS-TokIter(6:20)) TO WS-RunIter
           END-IF
           PERFORM Note-Extra-Token
           MOVE WS-TokExtra2 TO WS-TokExtra
           PERFORM Note-Extra-Token
           MOVE WS-TokExtra3 TO WS-TokExtra
           PERFORM Note-Extra-Token
           PERFORM Price-One-Run.

       Note-Extra-Token.
           IF WS-TokExtra(1:4) = "SUB="
               MOVE WS-TokExtra(5:8) TO WS-RunSub
           END-IF
           IF WS-TokExtra(1:7) = "CACHE=Y" OR "CACHE=I"
               MOVE 'Y' TO WS-RunCache
           END-IF
           IF WS-TokExtra(1:6) = "DEAD=Y"
               MOVE 'Y' TO WS-RunDead
           END-IF.

       Price-One-Run.
      *> Iteration charge at the engine's rate (a cache hit burned
      *> none), the express surcharge when the queue holds the run as
      *> express class, and the flat fees.
           MOVE 'N' TO WS-RunRated
           PERFORM VARYING WS-RateIdx FROM 1 BY 1
                   UNTIL WS-RateIdx > WS-RateCount
                       OR WS-RunRated = 'Y'
               IF WS-RateEngine(WS-RateIdx) = WS-RunEngine
                   MOVE WS-RatePerMil(WS-RateIdx) TO WS-RunRate
                   MOVE 'Y' TO WS-RunRated
               END-IF
           END-PERFORM
           IF WS-RunRated = 'N'
               IF WS-RateDefaultSet = 'Y'
                   MOVE WS-RateDefault TO WS-RunRate
               ELSE
                   PERFORM Note-Missing-Rate
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WS-TotRuns
           IF WS-RunSub = SPACES
               MOVE "UNBILLED" TO WS-RunSub
           END-IF
           MOVE 'N' TO WS-SubFound
           PERFORM VARYING WS-SubIdx FROM 1 BY 1
                   UNTIL WS-SubIdx > WS-SubCount
                       OR WS-SubFound = 'Y'
               IF WS-SubName(WS-SubIdx) = WS-RunSub
                   MOVE 'Y' TO WS-SubFound
                   SUBTRACT 1 FROM WS-SubIdx
               END-IF
           END-PERFORM
           IF WS-SubFound = 'N'
               IF WS-SubCount >= 100
                   MOVE 'Y' TO WS-SubOverflow
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SubCount
               MOVE WS-SubCount TO WS-SubIdx
               MOVE WS-RunSub TO WS-SubName(WS-SubIdx)
           END-IF

           ADD 1 TO WS-SubRuns(WS-SubIdx)
           ADD WS-RunIter TO WS-SubIter(WS-SubIdx)
           IF WS-RunCache = 'Y'
               ADD 1 TO WS-SubCache(WS-SubIdx)
               MOVE 0 TO WS-RunAmt
           ELSE
               COMPUTE WS-RunAmt = WS-RunIter * WS-RunRate / 1000000
           END-IF
           ADD WS-RunAmt TO WS-SubIterAmt(WS-SubIdx)
           IF WS-RunDead = 'Y'
               ADD 1 TO WS-SubDead(WS-SubIdx)
           END-IF

           MOVE WS-RunName TO Q-PUZZLE-ID
           READ QueueFile RECORD
               INVALID KEY
                   ADD 1 TO WS-NoQueueRuns
               NOT INVALID KEY
                   IF Q-EXPRESS
                       ADD 1 TO WS-SubExpRuns(WS-SubIdx)
                       ADD WS-RunAmt TO WS-SubExpAmt(WS-SubIdx)
                   END-IF
           END-READ.

       Note-Missing-Rate.
           PERFORM VARYING WS-RateIdx FROM 1 BY 1
                   UNTIL WS-RateIdx > WS-NoRateCount
               IF WS-NoRateName(WS-RateIdx) = WS-RunEngine
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-NoRateCount < 10
               ADD 1 TO WS-NoRateCount
               MOVE WS-RunEngine TO WS-NoRateName(WS-NoRateCount)
           END-IF.

       Price-Submitter.
      *> Each component rounds to the penny on its own; the total is
      *> the sum of the rounded components, so every line of the
      *> statement adds up as printed.
           COMPUTE WS-SubChgIter(WS-SubIdx) ROUNDED =
               WS-SubIterAmt(WS-SubIdx)
           COMPUTE WS-SubChgExp(WS-SubIdx) ROUNDED =
               WS-SubExpAmt(WS-SubIdx) * WS-ExpressPct / 100
           COMPUTE WS-SubChgCache(WS-SubIdx) ROUNDED =
               WS-SubCache(WS-SubIdx) * WS-CacheFee
           COMPUTE WS-SubChgDead(WS-SubIdx) ROUNDED =
               WS-SubDead(WS-SubIdx) * WS-DeadFee
           COMPUTE WS-SubChgTotal(WS-SubIdx) =
               WS-SubChgIter(WS-SubIdx) + WS-SubChgExp(WS-SubIdx)
               + WS-SubChgCache(WS-SubIdx) + WS-SubChgDead(WS-SubIdx)

           PERFORM Lookup-Cost-Centre
           MOVE 'N' TO WS-SubFound
           PERFORM VARYING WS-CtrIdx FROM 1 BY 1
                   UNTIL WS-CtrIdx > WS-CtrCount
                       OR WS-SubFound = 'Y'
               IF WS-CtrName(WS-CtrIdx) = WS-SubCentre(WS-SubIdx)
                   MOVE 'Y' TO WS-SubFound
                   SUBTRACT 1 FROM WS-CtrIdx
               END-IF
           END-PERFORM
           IF WS-SubFound = 'N'
               ADD 1 TO WS-CtrCount
               MOVE WS-CtrCount TO WS-CtrIdx
               MOVE WS-SubCentre(WS-SubIdx) TO WS-CtrName(WS-CtrIdx)
               MOVE 0 TO WS-CtrAmt(WS-CtrIdx)
           END-IF
           ADD WS-SubChgTotal(WS-SubIdx) TO WS-CtrAmt(WS-CtrIdx)
           ADD WS-SubChgTotal(WS-SubIdx) TO WS-GrandTotal.

       Lookup-Cost-Centre.
      *> UNBILLED runs, accounts the master does not know and
      *> accounts with no cost centre yet all post to suspense.
           MOVE WS-SuspenseCentre TO WS-SubCentre(WS-SubIdx)
           MOVE 'Y' TO WS-SubSuspense(WS-SubIdx)
           IF WS-SubOpen = 'Y' AND WS-SubName(WS-SubIdx) NOT = "UNBILLED"
               MOVE WS-SubName(WS-SubIdx) TO SM-ACCOUNT
               READ SubmitterFile RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SM-COST-CENTRE NOT = SPACES
                           MOVE SM-COST-CENTRE
                               TO WS-SubCentre(WS-SubIdx)
                           MOVE 'N' TO WS-SubSuspense(WS-SubIdx)
                       END-IF
               END-READ
           END-IF
           IF WS-SubSuspense(WS-SubIdx) = 'Y'
               ADD 1 TO WS-SuspenseCnt
           END-IF.

       Write-GL-File.
           OPEN OUTPUT GLFile
           IF WS-GLFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'G' TO WS-EmitTo
           PERFORM Emit-Header
           IF WS-Repost = 'Y'
               PERFORM VARYING WS-PrevIdx FROM 1 BY 1
                       UNTIL WS-PrevIdx > WS-PrevCount
                   PERFORM Emit-Reversal
               END-PERFORM
           END-IF
           PERFORM Emit-Postings
           PERFORM Emit-Trailer
           MOVE WS-EmitDebit TO WS-GLDebits
           MOVE WS-EmitCredit TO WS-GLCredits
           CLOSE GLFile.

       Write-Posted-Copy.
      *> What this run posted -- not its reversals -- is what a later
      *> repost of the month has to reverse.
           OPEN OUTPUT PostedFile
           IF WS-PostedFS NOT = "00"
               DISPLAY "*** Cannot write " FUNCTION TRIM(
                   WS-PostedFilename) " (FILE STATUS " WS-PostedFS
                   ") -- a rerun will not know this month is posted"
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO WS-EmitTo
           PERFORM Emit-Header
           PERFORM Emit-Postings
           PERFORM Emit-Trailer
           CLOSE PostedFile.

       Emit-Header.
           MOVE 0 TO WS-EmitCount WS-EmitDebit WS-EmitCredit
               WS-EmitHash
           MOVE SPACES TO GL-RECORD
           SET GL-HEADER TO TRUE
           MOVE WS-Month TO GL-PERIOD
           MOVE "SUDOKUCB" TO GL-SOURCE
           MOVE WS-RunTS TO GL-CREATED
           IF WS-Repost = 'Y'
               MOVE 'R' TO GL-RUN-TYPE
           ELSE
               MOVE 'P' TO GL-RUN-TYPE
           END-IF
           PERFORM Emit-Record.

       Emit-Reversal.
           MOVE SPACES TO GL-RECORD
           SET GL-DETAIL TO TRUE
           MOVE WS-Month TO GL-PERIOD
           MOVE "SUDOKUCB" TO GL-SOURCE
           MOVE 'R' TO GL-ENTRY-TYPE
           MOVE WS-PrevCentre(WS-PrevIdx) TO GL-COST-CENTRE
           MOVE WS-PrevAccount(WS-PrevIdx) TO GL-ACCOUNT
           IF WS-PrevDrCr(WS-PrevIdx) = 'D'
               MOVE 'C' TO GL-DR-CR
           ELSE
               MOVE 'D' TO GL-DR-CR
           END-IF
           MOVE WS-PrevAmount(WS-PrevIdx) TO GL-AMOUNT
           STRING "REVERSE POSTING " DELIMITED BY SIZE
               WS-PrevCreated        DELIMITED BY SIZE
               INTO GL-DESC
           PERFORM Emit-Record.

       Emit-Postings.
      *> A debit per cost centre with anything to charge, then the
      *> one offsetting credit to the puzzle-service centre.
           PERFORM VARYING WS-CtrIdx FROM 1 BY 1
                   UNTIL WS-CtrIdx > WS-CtrCount
               IF WS-CtrAmt(WS-CtrIdx) > 0
                   MOVE SPACES TO GL-RECORD
                   SET GL-DETAIL TO TRUE
                   MOVE WS-Month TO GL-PERIOD
                   MOVE "SUDOKUCB" TO GL-SOURCE
                   MOVE 'P' TO GL-ENTRY-TYPE
                   MOVE WS-CtrName(WS-CtrIdx) TO GL-COST-CENTRE
                   MOVE WS-ExpenseAcct TO GL-ACCOUNT
                   MOVE 'D' TO GL-DR-CR
                   MOVE WS-CtrAmt(WS-CtrIdx) TO GL-AMOUNT
                   STRING "SUDOKU SOLVE USAGE " DELIMITED BY SIZE
                       WS-Month                 DELIMITED BY SIZE
                       INTO GL-DESC
                   PERFORM Emit-Record
               END-IF
           END-PERFORM
           IF WS-GrandTotal > 0
               MOVE SPACES TO GL-RECORD
               SET GL-DETAIL TO TRUE
               MOVE WS-Month TO GL-PERIOD
               MOVE "SUDOKUCB" TO GL-SOURCE
               MOVE 'P' TO GL-ENTRY-TYPE
               MOVE WS-ServiceCentre TO GL-COST-CENTRE
               MOVE WS-RecoveryAcct TO GL-ACCOUNT
               MOVE 'C' TO GL-DR-CR
               MOVE WS-GrandTotal TO GL-AMOUNT
               STRING "SUDOKU SOLVE RECOVERY " DELIMITED BY SIZE
                   WS-Month                    DELIMITED BY SIZE
                   INTO GL-DESC
               PERFORM Emit-Record
           END-IF.

       Emit-Trailer.
           MOVE SPACES TO GL-RECORD
           SET GL-TRAILER TO TRUE
           MOVE WS-Month TO GL-PERIOD
           MOVE "SUDOKUCB" TO GL-SOURCE
           ADD 1 TO WS-EmitCount
           MOVE WS-EmitCount TO GL-REC-COUNT
           MOVE WS-EmitDebit TO GL-DEBIT-TOTAL
           MOVE WS-EmitCredit TO GL-CREDIT-TOTAL
           COMPUTE GL-NET = WS-EmitDebit - WS-EmitCredit
           MOVE WS-EmitHash TO GL-AMOUNT-HASH
           IF WS-EmitTo = 'G'
               WRITE GLLine FROM GL-RECORD
           ELSE
               WRITE PostedLine FROM GL-RECORD
           END-IF.

       Emit-Record.
           ADD 1 TO WS-EmitCount
           IF GL-DETAIL
               IF GL-DR-CR = 'D'
                   ADD GL-AMOUNT TO WS-EmitDebit
               ELSE
                   ADD GL-AMOUNT TO WS-EmitCredit
               END-IF
               COMPUTE WS-EmitHash = WS-EmitHash + GL-AMOUNT * 100
               IF WS-EmitTo = 'G' AND GL-ENTRY-TYPE = 'P'
                   IF GL-DR-CR = 'D'
                       ADD GL-AMOUNT TO WS-PostDebit
                   ELSE
                       ADD GL-AMOUNT TO WS-PostCredit
                   END-IF
               END-IF
           END-IF
           IF WS-EmitTo = 'G'
               WRITE GLLine FROM GL-RECORD
           ELSE
               WRITE PostedLine FROM GL-RECORD
           END-IF.

       Write-Statement.
           MOVE SPACES TO WS-OutLine
           STRING "PRICED CHARGEBACK STATEMENT  " DELIMITED BY SIZE
               WS-Month                          DELIMITED BY SIZE
               "  RUN "                          DELIMITED BY SIZE
               WS-RunTS                          DELIMITED BY SIZE
               INTO WS-OutLine
           IF WS-Repost = 'Y'
               MOVE "REVERSAL AND REPOST" TO WS-OutLine(60:19)
           END-IF
           PERFORM Put-Line
           PERFORM Write-Rate-Lines
           MOVE SPACES TO WS-OutLine
           PERFORM Put-Line
           MOVE "COST CTR   ACCOUNT    RUNS       ITERATIONS       ITER CHARGE  EXPRESS SURCH     CACHE FEES      DEAD FEES          TOTAL"
               TO WS-OutLine
           PERFORM Put-Line

           PERFORM VARYING WS-CtrIdx FROM 1 BY 1
                   UNTIL WS-CtrIdx > WS-CtrCount
               PERFORM Write-Centre-Block
           END-PERFORM

           MOVE SPACES TO WS-OutLine
           PERFORM Put-Line
           MOVE WS-GrandTotal TO WS-DispAmt
           MOVE SPACES TO WS-OutLine
           MOVE WS-TotRuns TO WS-DispCnt
           STRING "STATEMENT TOTAL  " DELIMITED BY SIZE
               WS-DispCnt              DELIMITED BY SIZE
               " run(s)"               DELIMITED BY SIZE
               INTO WS-OutLine
           MOVE WS-DispAmt TO WS-OutLine(113:14)
           PERFORM Put-Line
           IF WS-SubCount = 0
               MOVE "(no history lines for this month)" TO WS-OutLine
               PERFORM Put-Line
           END-IF

      *> The tie-out: this run's own posting lines against the
      *> statement, penny for penny.
           MOVE SPACES TO WS-OutLine
           PERFORM Put-Line
           MOVE SPACES TO WS-OutLine
           STRING "GL JOURNAL " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GLFilename) DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           IF WS-Repost = 'Y'
               MOVE SPACES TO WS-OutLine
               MOVE WS-PrevCount TO WS-DispCnt
               STRING "  REVERSED " DELIMITED BY SIZE
                   WS-DispCnt        DELIMITED BY SIZE
                   " line(s) posted " DELIMITED BY SIZE
                   WS-PrevCreated    DELIMITED BY SIZE
                   INTO WS-OutLine
               PERFORM Put-Line
           END-IF
           MOVE WS-PostDebit TO WS-DispAmt
           MOVE SPACES TO WS-OutLine
           STRING "  DEBITS POSTED        " DELIMITED BY SIZE
               WS-DispAmt                  DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE WS-PostCredit TO WS-DispAmt
           MOVE SPACES TO WS-OutLine
           STRING "  CREDIT TO "         DELIMITED BY SIZE
               WS-ServiceCentre           DELIMITED BY SIZE
               "  "                       DELIMITED BY SIZE
               WS-DispAmt                 DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE WS-GLDebits TO WS-DispAmt
           MOVE SPACES TO WS-OutLine
           STRING "  FILE DEBITS          " DELIMITED BY SIZE
               WS-DispAmt                  DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE WS-GLCredits TO WS-DispAmt
           MOVE SPACES TO WS-OutLine
           STRING "  FILE CREDITS         " DELIMITED BY SIZE
               WS-DispAmt                  DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           IF WS-PostDebit = WS-GrandTotal
               AND WS-PostCredit = WS-GrandTotal
               AND WS-GLDebits = WS-GLCredits
               MOVE 'Y' TO WS-Tied
               MOVE "  STATEMENT TIES TO THE GL FILE -- NET 0.00"
                   TO WS-OutLine
           ELSE
               MOVE 'N' TO WS-Tied
               MOVE "  *** STATEMENT DOES NOT TIE TO THE GL FILE"
                   TO WS-OutLine
           END-IF
           PERFORM Put-Line

           IF WS-NoQueueRuns > 0
               MOVE SPACES TO WS-OutLine
               PERFORM Put-Line
               MOVE WS-NoQueueRuns TO WS-DispCnt
               MOVE SPACES TO WS-OutLine
               STRING FUNCTION TRIM(WS-DispCnt) DELIMITED BY SIZE
                   " run(s) not on the queue (matrix-file work or"
                                                 DELIMITED BY SIZE
                   " purged records) priced without surcharge"
                                                 DELIMITED BY SIZE
                   INTO WS-OutLine
               PERFORM Put-Line
           END-IF

           IF WS-SuspenseCnt > 0
               MOVE SPACES TO WS-OutLine
               PERFORM Put-Line
               MOVE SPACES TO WS-OutLine
               STRING "ACCOUNTS POSTED TO " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SuspenseCentre) DELIMITED BY SIZE
                   " (no cost centre on the submitter master):"
                                              DELIMITED BY SIZE
                   INTO WS-OutLine
               PERFORM Put-Line
               PERFORM VARYING WS-SubIdx FROM 1 BY 1
                       UNTIL WS-SubIdx > WS-SubCount
                   IF WS-SubSuspense(WS-SubIdx) = 'Y'
                       MOVE SPACES TO WS-OutLine
                       MOVE WS-SubName(WS-SubIdx) TO WS-OutLine(3:8)
                       MOVE WS-SubChgTotal(WS-SubIdx) TO WS-DispAmt
                       MOVE WS-DispAmt TO WS-OutLine(13:14)
                       PERFORM Put-Line
                   END-IF
               END-PERFORM
           END-IF.

       Write-Rate-Lines.
           PERFORM VARYING WS-RateIdx FROM 1 BY 1
                   UNTIL WS-RateIdx > WS-RateCount
               MOVE WS-RatePerMil(WS-RateIdx) TO WS-DispRate
               MOVE SPACES TO WS-OutLine
               STRING "RATE PER MILLION ITERATIONS  " DELIMITED BY SIZE
                   WS-RateEngine(WS-RateIdx)          DELIMITED BY SIZE
                   WS-DispRate                        DELIMITED BY SIZE
                   INTO WS-OutLine
               PERFORM Put-Line
           END-PERFORM
           IF WS-RateDefaultSet = 'Y'
               MOVE WS-RateDefault TO WS-DispRate
               MOVE SPACES TO WS-OutLine
               STRING "RATE PER MILLION ITERATIONS  " DELIMITED BY SIZE
                   "(other)     "                     DELIMITED BY SIZE
                   WS-DispRate                        DELIMITED BY SIZE
                   INTO WS-OutLine
               PERFORM Put-Line
           END-IF
           MOVE WS-ExpressPct TO WS-DispPct
           MOVE SPACES TO WS-OutLine
           STRING "EXPRESS SURCHARGE " DELIMITED BY SIZE
               WS-DispPct               DELIMITED BY SIZE
               "%"                      DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE WS-CacheFee TO WS-DispAmt
           MOVE SPACES TO WS-OutLine
           STRING "CACHE-HIT FEE   " DELIMITED BY SIZE
               WS-DispAmt             DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE WS-DeadFee TO WS-DispAmt
           MOVE SPACES TO WS-OutLine
           STRING "DEAD-LETTER FEE " DELIMITED BY SIZE
               WS-DispAmt             DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line.

       Write-Centre-Block.
      *> The cost centre's submitters, then its subtotal -- which is
      *> exactly the amount on its GL debit line.
           MOVE 0 TO WS-SumRuns WS-SumIters WS-SumIter WS-SumExp
               WS-SumCache WS-SumDead WS-SumTotal
           PERFORM VARYING WS-SubIdx FROM 1 BY 1
                   UNTIL WS-SubIdx > WS-SubCount
               IF WS-SubCentre(WS-SubIdx) = WS-CtrName(WS-CtrIdx)
                   MOVE SPACES TO WS-OutLine
                   MOVE WS-CtrName(WS-CtrIdx) TO WS-OutLine(1:10)
                   MOVE WS-SubName(WS-SubIdx) TO WS-OutLine(12:8)
                   MOVE WS-SubRuns(WS-SubIdx) TO WS-DispCnt
                   MOVE WS-DispCnt TO WS-OutLine(21:6)
                   MOVE WS-SubIter(WS-SubIdx) TO WS-DispIter
                   MOVE WS-DispIter TO WS-OutLine(28:15)
                   MOVE WS-SubChgIter(WS-SubIdx) TO WS-DispAmt
                   MOVE WS-DispAmt TO WS-OutLine(45:14)
                   MOVE WS-SubChgExp(WS-SubIdx) TO WS-DispAmt
                   MOVE WS-DispAmt TO WS-OutLine(62:14)
                   MOVE WS-SubChgCache(WS-SubIdx) TO WS-DispAmt
                   MOVE WS-DispAmt TO WS-OutLine(79:14)
                   MOVE WS-SubChgDead(WS-SubIdx) TO WS-DispAmt
                   MOVE WS-DispAmt TO WS-OutLine(96:14)
                   MOVE WS-SubChgTotal(WS-SubIdx) TO WS-DispAmt
                   MOVE WS-DispAmt TO WS-OutLine(113:14)
                   PERFORM Put-Line
                   ADD WS-SubRuns(WS-SubIdx) TO WS-SumRuns
                   ADD WS-SubIter(WS-SubIdx) TO WS-SumIters
                   ADD WS-SubChgIter(WS-SubIdx) TO WS-SumIter
                   ADD WS-SubChgExp(WS-SubIdx) TO WS-SumExp
                   ADD WS-SubChgCache(WS-SubIdx) TO WS-SumCache
                   ADD WS-SubChgDead(WS-SubIdx) TO WS-SumDead
                   ADD WS-SubChgTotal(WS-SubIdx) TO WS-SumTotal
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-OutLine
           MOVE WS-CtrName(WS-CtrIdx) TO WS-OutLine(1:10)
           MOVE "TOTAL" TO WS-OutLine(12:5)
           MOVE WS-SumRuns TO WS-DispCnt
           MOVE WS-DispCnt TO WS-OutLine(21:6)
           MOVE WS-SumIters TO WS-DispIter
           MOVE WS-DispIter TO WS-OutLine(28:15)
           MOVE WS-SumIter TO WS-DispAmt
           MOVE WS-DispAmt TO WS-OutLine(45:14)
           MOVE WS-SumExp TO WS-DispAmt
           MOVE WS-DispAmt TO WS-OutLine(62:14)
           MOVE WS-SumCache TO WS-DispAmt
           MOVE WS-DispAmt TO WS-OutLine(79:14)
           MOVE WS-SumDead TO WS-DispAmt
           MOVE WS-DispAmt TO WS-OutLine(96:14)
           MOVE WS-SumTotal TO WS-DispAmt
           MOVE WS-DispAmt TO WS-OutLine(113:14)
           PERFORM Put-Line
           MOVE SPACES TO WS-OutLine
           PERFORM Put-Line.

       Put-Line.
           DISPLAY FUNCTION TRIM(WS-OutLine)
           WRITE ReportLine FROM WS-OutLine.

       END PROGRAM GLFeed.
