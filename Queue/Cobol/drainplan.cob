      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DrainPlan.

      *> Pre-drain capacity plan, run after QRouter and before the
      *> drains start. WINDOW-END only cuts a drain short once the
      *> deadline has gone by; this step says at the start of the
      *> night whether tonight's pending work will fit at all.
      *>
      *> What one record costs is learned from the history master
      *> (history_master.dat): every solved, non-cache run by SUDOKU
      *> (the BT drain) or CP-SUDOKU (the CP drain) is joined back to
      *> its queue record by puzzle ID for the clue count and variant,
      *> and its SEC= figure (the seconds the solve took) is averaged
      *> per engine, variant and clue band. Runs from before the SEC=
      *> tag are costed from their ITER= count at the engine's learned
      *> seconds-per-iteration rate -- for CP-SUDOKU, the rate each
      *> TECH= grade runs at, weighted by the clue band's mix of
      *> grades, since a band that mostly needs search costs more
      *> per iteration than one that falls to singles. A cell with no
      *> history falls back to the engine's overall average, then to
      *> a flat default.
      *>
      *> Every record the drains will take (pending, failed or
      *> verification-failed with retries left, or held past its
      *> release time) is then costed and charged to the drain its
      *> Q-ENGINE-PREF sends it to -- CP to the CP drain, BT and
      *> untagged to the BT drain, which runs first and takes
      *> untagged work -- and to its class. The drains run in plan
      *> order (BT then CP) and each takes express, normal and bulk
      *> passes in that order, so the plan finds the fewest -shard
      *> instances per drain (up to the maximum given) that finish:
      *>   all classes before WINDOW-END          -> RETURN-CODE 0
      *>   express and normal only (bulk deferred) -> RETURN-CODE 1,
      *>     INFO alert naming how much bulk work is held back
      *>   not even express and normal             -> RETURN-CODE 2,
      *>     WARN alert
      *> The plan with the recommended -shard commands is written to
      *> drain_plan.txt. With no WINDOW-END set there is no deadline
      *> to plan against: the projection is printed and RC is 0.
      *>
      *> Usage: DrainPlan <queue-file> [window-end-hhmm] [max-instances]
      *> The window end defaults to WINDOW-END from sudoku_runctl.txt;
      *> the instance limit per drain defaults to 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QueueFile ASSIGN TO DYNAMIC WS-QueueFilename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Q-PUZZLE-ID
               FILE STATUS IS WS-QueueFS.
           SELECT MasterFile ASSIGN TO "history_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H-KEY
               ALTERNATE RECORD KEY IS H-NAME-ALT WITH DUPLICATES
               FILE STATUS IS WS-MasterFS.
           SELECT RunctlFile ASSIGN TO "sudoku_runctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RunctlFS.
           SELECT ReportFile ASSIGN TO "drain_plan.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AlertFile ASSIGN TO "operations_alerts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AlertFS.

       DATA DIVISION.
       FILE SECTION.
       FD QueueFile.
       COPY "QUEUEREC".

       FD MasterFile.
       COPY "HISTREC".

       FD RunctlFile.
       01 RunctlLine PIC X(200).

       FD ReportFile.
       01 ReportLine PIC X(100).

      *> Shared operational alert file; see Copybooks/ALERTREC.cpy
      *> and the AlertCon console.
       FD AlertFile.
       COPY "ALERTREC".

       WORKING-STORAGE SECTION.
       01  WS-QueueFilename PIC X(100).
       01  WS-QueueFS    PIC XX.
       01  WS-MasterFS   PIC XX.
       01  WS-RunctlFS   PIC XX.
       01  WS-AlertFS    PIC XX.

       01  ARG-COUNT     PIC 9(4).
       01  CURRENT-ARG   PIC X(100).

       01  WS-EOF        PIC X VALUE 'N'.
       01  WS-RunctlKey  PIC X(30).
       01  WS-RunctlVal  PIC X(100).
       01  WS-WindowEnd  PIC 9(4) VALUE 0.
       01  WS-HoldNow    PIC X(14).
       01  WS-MaxRetry   PIC 99 VALUE 3.
       01  WS-MaxShards  PIC 99 VALUE 4.

      *> Learned solve costs: engine (1 SUDOKU, 2 CP-SUDOKU) by
      *> variant (1 classic, 2 X, 3 Killer) by clue band (1 under
      *> 25, 2 25-29, 3 30-35, 4 36 and over).
       01  WS-CostTable.
           05  WS-CostEng OCCURS 2 TIMES.
               10  WS-CostVar OCCURS 3 TIMES.
                   15  WS-CostBand OCCURS 4 TIMES.
                       20  WS-CRuns     PIC 9(7).
                       20  WS-CIterSum  PIC 9(15).
                       20  WS-CSecRuns  PIC 9(7).
                       20  WS-CSecSum   PIC 9(9)V99.
      *> Engine-wide figures, including runs that could not be joined
      *> to a queue record; the ITER/SEC pair sums only cover runs
      *> that carry both, so their ratio is seconds per iteration.
       01  WS-EngTable.
           05  WS-EngEntry OCCURS 2 TIMES.
               10  WS-ERuns     PIC 9(7).
               10  WS-ESecRuns  PIC 9(7).
               10  WS-ESecSum   PIC 9(9)V99.
               10  WS-ERateIter PIC 9(15).
               10  WS-ERateSec  PIC 9(9)V99.
      *> CP-SUDOKU technique grades per clue band:
      *> 1 SINGLE, 2 PAIRS, 3 LOCKED, 4 GUESS.
       01  WS-GradeTable.
           05  WS-GradeBand OCCURS 4 TIMES.
               10  WS-GradeCnt OCCURS 4 TIMES PIC 9(6).
      *> ITER/SEC pair sums per grade, over every CP-SUDOKU run that
      *> carries both: each grade's own seconds per iteration.
       01  WS-GradeRateTable.
           05  WS-GradeRate OCCURS 4 TIMES.
               10  WS-GRateIter PIC 9(15).
               10  WS-GRateSec  PIC 9(9)V99.
       01  WS-BandLabel  PIC X(5) OCCURS 4.
       01  WS-VarLabel   PIC X(7) OCCURS 3.
       01  WS-EngLabel   PIC X(9) OCCURS 2.
       01  WS-ClassLabel PIC X(7) OCCURS 3.

      *> Tonight's pending work: drain (1 BT, 2 CP) by class
      *> (1 express, 2 normal, 3 bulk).
       01  WS-LoadTable.
           05  WS-LoadDrain OCCURS 2 TIMES.
               10  WS-LoadClass OCCURS 3 TIMES.
                   15  WS-LCount  PIC 9(6).
                   15  WS-LSec    PIC 9(9)V99.

       01  WS-E          PIC 9.
       01  WS-V          PIC 9.
       01  WS-B          PIC 9.
       01  WS-C          PIC 9.
       01  WS-G          PIC 9.
       01  WS-Idx        PIC 999.
       01  WS-ClueCount  PIC 99.
       01  WS-Joined     PIC X.
       01  WS-Tally      PIC 9(4).
       01  WS-SecPart    PIC X(20).
       01  WS-SecTok     PIC X(20).
       01  WS-RunSec     PIC 9(7)V99.
       01  WS-HasSec     PIC X.
       01  WS-EstSec     PIC 9(7)V99.
       01  WS-AvgIter    PIC 9(12)V99.
      *> A band's seconds per iteration from its grade mix.
       01  WS-MixWeight  PIC 9(7).
       01  WS-MixSum     PIC 9(9)V9(8).
       01  WS-MixRate    PIC 9(5)V9(8).
       01  WS-MixUsed    PIC X.
      *> Flat cost for a record no history speaks for.
       01  WS-DefaultSec PIC 9(5)V99 VALUE 5.00.

       01  WS-LearnRuns  PIC 9(7) VALUE 0.
       01  WS-LearnSkip  PIC 9(7) VALUE 0.
       01  WS-PendCount  PIC 9(6) VALUE 0.

      *> Window arithmetic, all in seconds from now.
       01  WS-NowTS      PIC X(21).
       01  WS-NowMin     PIC 9(4).
       01  WS-EndMin     PIC 9(5).
       01  WS-AvailSec   PIC 9(7).
       01  WS-Level      PIC 9.
       01  WS-BtLoad     PIC 9(9)V99.
       01  WS-CpLoad     PIC 9(9)V99.
       01  WS-BtShards   PIC 99.
       01  WS-CpShards   PIC 99.
       01  WS-BtTime     PIC 9(9)V99.
       01  WS-CpTime     PIC 9(9)V99.
       01  WS-TotTime    PIC 9(9)V99.
       01  WS-Fits       PIC X.
       01  WS-FitLevel   PIC 9 VALUE 0.
       01  WS-PlanBt     PIC 99.
       01  WS-PlanCp     PIC 99.
       01  WS-PlanTime   PIC 9(9)V99.
       01  WS-OffsetSec  PIC 9(9)V99.
       01  WS-ClockMin   PIC 9(7).
       01  WS-ClockHH    PIC 99.
       01  WS-ClockMM    PIC 99.
       01  WS-Clock      PIC X(5).
       01  WS-Clock1     PIC X(5).
       01  WS-BulkCnt    PIC 9(6).

       01  WS-OutLine    PIC X(100).
       01  WS-DispCnt    PIC Z(5)9.
       01  WS-DispMin    PIC Z(6)9.
       01  WS-DispSec    PIC Z(6)9.99.
       01  WS-DispSh     PIC Z9.
       01  WS-DispSh2    PIC Z9.
       01  WS-MinWork    PIC 9(7).

       01  WS-AlertSev   PIC X(4).
       01  WS-AlertMsg   PIC X(60).

      *> Run-lock registry call (RunLock, below): a shared hold on
      *> the alert file for the length of each append.
       01  WS-LockFunc   PIC X.
       01  WS-LockRes    PIC X(100) VALUE "operations_alerts.txt".
       01  WS-LockProg   PIC X(12) VALUE "DRAINPLAN".
       01  WS-LockMode   PIC X VALUE 'S'.
       01  WS-LockWait   PIC X VALUE 'Y'.
       01  WS-LockResult PIC X.
       01  WS-LockHolder PIC X(12).
       01  WS-LockRC     PIC S9(9) COMP.

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "Starting DrainPlan..."
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT < 1
               DISPLAY "Usage: DrainPlan <queue-file> [window-end-hhmm]"
                   " [max-instances]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(CURRENT-ARG) TO WS-QueueFilename

           PERFORM Read-Run-Control

           IF ARG-COUNT >= 2
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
               MOVE FUNCTION NUMVAL(CURRENT-ARG) TO WS-WindowEnd
           END-IF
           IF ARG-COUNT >= 3
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
               MOVE FUNCTION NUMVAL(CURRENT-ARG) TO WS-MaxShards
               IF WS-MaxShards = 0
                   MOVE 4 TO WS-MaxShards
               END-IF
           END-IF
           IF WS-WindowEnd > 2359 OR WS-WindowEnd(3:2) > "59"
               DISPLAY "Invalid window end: " WS-WindowEnd
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "17-24" TO WS-BandLabel(1)
           MOVE "25-29" TO WS-BandLabel(2)
           MOVE "30-35" TO WS-BandLabel(3)
           MOVE "36+"   TO WS-BandLabel(4)
           MOVE "CLASSIC" TO WS-VarLabel(1)
           MOVE "X"       TO WS-VarLabel(2)
           MOVE "KILLER"  TO WS-VarLabel(3)
           MOVE "SUDOKU"    TO WS-EngLabel(1)
           MOVE "CP-SUDOKU" TO WS-EngLabel(2)
           MOVE "EXPRESS" TO WS-ClassLabel(1)
           MOVE "NORMAL"  TO WS-ClassLabel(2)
           MOVE "BULK"    TO WS-ClassLabel(3)
           INITIALIZE WS-CostTable WS-EngTable WS-GradeTable
               WS-GradeRateTable WS-LoadTable

           OPEN INPUT QueueFile
           IF WS-QueueFS NOT = "00"
               DISPLAY "Cannot open queue "
                   FUNCTION TRIM(WS-QueueFilename)
                   " (FILE STATUS " WS-QueueFS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Learn-From-Master
           PERFORM Cost-Pending-Work
           CLOSE QueueFile

           MOVE FUNCTION CURRENT-DATE TO WS-NowTS
           COMPUTE WS-NowMin = FUNCTION NUMVAL(WS-NowTS(9:2)) * 60
               + FUNCTION NUMVAL(WS-NowTS(11:2))

           OPEN OUTPUT ReportFile
           PERFORM Write-Learned-Figures
           PERFORM Write-Workload
           PERFORM Write-Projection

           IF WS-WindowEnd = 0
               MOVE "NO WINDOW-END SET -- NOTHING TO PLAN AGAINST."
                   TO WS-OutLine
               PERFORM Put-Line
               CLOSE ReportFile
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF

      *> A deadline at or before the clock is tomorrow morning, the
      *> same reading the drains give WINDOW-END.
           COMPUTE WS-EndMin =
               FUNCTION INTEGER-PART(WS-WindowEnd / 100) * 60
               + FUNCTION MOD(WS-WindowEnd, 100)
           IF WS-EndMin <= WS-NowMin
               ADD 1440 TO WS-EndMin
           END-IF
           COMPUTE WS-AvailSec = (WS-EndMin - WS-NowMin) * 60

           PERFORM Find-Fit
           PERFORM Write-Recommendation
           CLOSE ReportFile

           EVALUATE WS-FitLevel
               WHEN 3
                   MOVE 0 TO RETURN-CODE
               WHEN 2
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   MOVE 2 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       Read-Run-Control.
      *> WINDOW-END and MAX-RETRY exactly as the drains read them.
           OPEN INPUT RunctlFile
           IF WS-RunctlFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RunctlFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RunctlLine NOT = SPACES
                           AND RunctlLine(1:1) NOT = '#'
                           MOVE SPACES TO WS-RunctlKey WS-RunctlVal
                           UNSTRING RunctlLine DELIMITED BY "="
                               INTO WS-RunctlKey WS-RunctlVal
                           MOVE FUNCTION TRIM(WS-RunctlKey)
                               TO WS-RunctlKey
                           EVALUATE WS-RunctlKey
                               WHEN "WINDOW-END"
                                   MOVE FUNCTION NUMVAL(WS-RunctlVal)
                                       TO WS-WindowEnd
                               WHEN "MAX-RETRY"
                                   MOVE FUNCTION NUMVAL(WS-RunctlVal)
                                       TO WS-MaxRetry
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RunctlFile.

       Learn-From-Master.
           OPEN INPUT MasterFile
           IF WS-MasterFS NOT = "00"
               DISPLAY "No history master -- default costs only."
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
                   NOT AT END PERFORM Learn-One-Run
               END-READ
           END-PERFORM
           CLOSE MasterFile.

       Learn-One-Run.
           EVALUATE H-ENGINE
               WHEN "SUDOKU"    MOVE 1 TO WS-E
               WHEN "CP-SUDOKU" MOVE 2 TO WS-E
               WHEN OTHER       MOVE 0 TO WS-E
           END-EVALUATE
           IF WS-E = 0 OR H-SOLVED NOT = 'Y'
               ADD 1 TO WS-LearnSkip
               EXIT PARAGRAPH
           END-IF
      *> A cache hit (exact or isomorph) burned no solve time and an
      *> aborted run says only that the cap was hit; neither is a
      *> solve cost.
           MOVE 0 TO WS-Tally
           INSPECT H-EXTRA TALLYING WS-Tally
               FOR ALL "CACHE=Y" ALL "CACHE=I" ALL "ABORTED=Y"
           IF WS-Tally > 0
               ADD 1 TO WS-LearnSkip
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LearnRuns

           MOVE 'N' TO WS-HasSec
           MOVE 0 TO WS-RunSec
           MOVE 0 TO WS-Tally
           INSPECT H-EXTRA TALLYING WS-Tally FOR ALL "SEC="
           IF WS-Tally > 0
               MOVE SPACES TO WS-SecPart WS-SecTok
               UNSTRING H-EXTRA DELIMITED BY "SEC="
                   INTO WS-SecPart WS-SecTok
               UNSTRING WS-SecTok DELIMITED BY ","
                   INTO WS-SecPart
               IF WS-SecPart NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-SecPart) TO WS-RunSec
                   MOVE 'Y' TO WS-HasSec
               END-IF
           END-IF

           ADD 1 TO WS-ERuns(WS-E)
           IF WS-HasSec = 'Y'
               ADD 1 TO WS-ESecRuns(WS-E)
               ADD WS-RunSec TO WS-ESecSum(WS-E)
               ADD H-ITER TO WS-ERateIter(WS-E)
               ADD WS-RunSec TO WS-ERateSec(WS-E)
           END-IF
           MOVE 0 TO WS-G
           IF WS-E = 2
               EVALUATE H-TECH-GRADE
                   WHEN "SINGLE" MOVE 1 TO WS-G
                   WHEN "PAIRS"  MOVE 2 TO WS-G
                   WHEN "LOCKED" MOVE 3 TO WS-G
                   WHEN "GUESS"  MOVE 4 TO WS-G
               END-EVALUATE
           END-IF
           IF WS-G > 0 AND WS-HasSec = 'Y'
               ADD H-ITER TO WS-GRateIter(WS-G)
               ADD WS-RunSec TO WS-GRateSec(WS-G)
           END-IF

      *> Clue count and variant come from the run's queue record;
      *> matrix-file and pack runs (names with '.' or '#') and
      *> records already purged only count toward the engine totals.
           MOVE 'N' TO WS-Joined
           MOVE 0 TO WS-Tally
           INSPECT H-NAME TALLYING WS-Tally FOR ALL "." ALL "#"
           IF WS-Tally = 0 AND H-NAME(11:30) = SPACES
               MOVE H-NAME(1:10) TO Q-PUZZLE-ID
               READ QueueFile RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-Joined
               END-READ
           END-IF
           IF WS-Joined = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM Classify-Queue-Record
           ADD 1 TO WS-CRuns(WS-E, WS-V, WS-B)
           ADD H-ITER TO WS-CIterSum(WS-E, WS-V, WS-B)
           IF WS-HasSec = 'Y'
               ADD 1 TO WS-CSecRuns(WS-E, WS-V, WS-B)
               ADD WS-RunSec TO WS-CSecSum(WS-E, WS-V, WS-B)
           END-IF
           IF WS-G > 0
               ADD 1 TO WS-GradeCnt(WS-B, WS-G)
           END-IF.

       Classify-Queue-Record.
      *> WS-V and WS-B for the QUEUE-RECORD in the buffer.
           MOVE 0 TO WS-ClueCount
           PERFORM VARYING WS-Idx FROM 1 BY 1 UNTIL WS-Idx > 81
               IF Q-PUZZLE-DATA(WS-Idx:1) >= '1'
                   AND Q-PUZZLE-DATA(WS-Idx:1) <= '9'
                   ADD 1 TO WS-ClueCount
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ClueCount < 25 MOVE 1 TO WS-B
               WHEN WS-ClueCount < 30 MOVE 2 TO WS-B
               WHEN WS-ClueCount < 36 MOVE 3 TO WS-B
               WHEN OTHER             MOVE 4 TO WS-B
           END-EVALUATE
           EVALUATE TRUE
               WHEN Q-VARIANT-X MOVE 2 TO WS-V
               WHEN Q-VARIANT-K MOVE 3 TO WS-V
               WHEN OTHER       MOVE 1 TO WS-V
           END-EVALUATE.

       Cost-Pending-Work.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-HoldNow
           MOVE LOW-VALUES TO Q-PUZZLE-ID
           MOVE 'N' TO WS-EOF
           START QueueFile KEY IS NOT LESS THAN Q-PUZZLE-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ QueueFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
      *> Exactly the records a drain would take tonight. A held
      *> record counts once its release time has passed; one that
      *> comes due part-way through the window is not planned for.
                       IF Q-PENDING
                           OR (Q-HELD AND Q-RELEASE-TS NOT = SPACES
                               AND Q-RELEASE-TS <= WS-HoldNow)
                           OR ((Q-FAILED OR Q-VERIFY-FAILED)
                               AND Q-RETRY-COUNT < WS-MaxRetry)
                           PERFORM Cost-One-Record
                       END-IF
               END-READ
           END-PERFORM.

       Cost-One-Record.
           ADD 1 TO WS-PendCount
           IF Q-PREF-CP
               MOVE 2 TO WS-E
           ELSE
               MOVE 1 TO WS-E
           END-IF
           EVALUATE TRUE
               WHEN Q-EXPRESS MOVE 1 TO WS-C
               WHEN Q-BULK    MOVE 3 TO WS-C
               WHEN OTHER     MOVE 2 TO WS-C
           END-EVALUATE
           PERFORM Classify-Queue-Record
           PERFORM Estimate-Cell
           ADD 1 TO WS-LCount(WS-E, WS-C)
           ADD WS-EstSec TO WS-LSec(WS-E, WS-C).

       Estimate-Cell.
      *> WS-EstSec for engine WS-E, variant WS-V, band WS-B: the
      *> cell's own average time, else its average ITER at the
      *> band's grade-mix rate (CP-SUDOKU) or the engine's
      *> seconds-per-iteration, else the engine average, else the
      *> flat default.
           MOVE 'N' TO WS-MixUsed
           EVALUATE TRUE
               WHEN WS-CSecRuns(WS-E, WS-V, WS-B) > 0
                   COMPUTE WS-EstSec ROUNDED =
                       WS-CSecSum(WS-E, WS-V, WS-B)
                       / WS-CSecRuns(WS-E, WS-V, WS-B)
               WHEN WS-CRuns(WS-E, WS-V, WS-B) > 0
                   AND WS-ERateIter(WS-E) > 0
                   COMPUTE WS-AvgIter ROUNDED =
                       WS-CIterSum(WS-E, WS-V, WS-B)
                       / WS-CRuns(WS-E, WS-V, WS-B)
                   IF WS-E = 2
                       PERFORM Grade-Mix-Rate
                   END-IF
                   IF WS-MixUsed = 'Y'
                       COMPUTE WS-EstSec ROUNDED =
                           WS-AvgIter * WS-MixRate
                   ELSE
                       COMPUTE WS-EstSec ROUNDED = WS-AvgIter
                           * WS-ERateSec(WS-E) / WS-ERateIter(WS-E)
                   END-IF
               WHEN WS-ESecRuns(WS-E) > 0
                   COMPUTE WS-EstSec ROUNDED =
                       WS-ESecSum(WS-E) / WS-ESecRuns(WS-E)
               WHEN OTHER
                   MOVE WS-DefaultSec TO WS-EstSec
           END-EVALUATE
      *> Even the quickest record costs a read, a rewrite and a
      *> journal line or two.
           IF WS-EstSec < 0.01
               MOVE 0.01 TO WS-EstSec
           END-IF.

       Grade-Mix-Rate.
      *> WS-MixRate for band WS-B: each grade's seconds per iteration
      *> weighted by how many of the band's runs came out at that
      *> grade. Grades with no timed runs carry no weight; with none
      *> at all WS-MixUsed stays 'N' and the engine rate stands.
           MOVE 0 TO WS-MixWeight WS-MixSum
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > 4
               IF WS-GradeCnt(WS-B, WS-G) > 0
                   AND WS-GRateIter(WS-G) > 0
                   ADD WS-GradeCnt(WS-B, WS-G) TO WS-MixWeight
                   COMPUTE WS-MixSum = WS-MixSum
                       + WS-GradeCnt(WS-B, WS-G)
                       * WS-GRateSec(WS-G) / WS-GRateIter(WS-G)
               END-IF
           END-PERFORM
           IF WS-MixWeight > 0
               COMPUTE WS-MixRate = WS-MixSum / WS-MixWeight
               MOVE 'Y' TO WS-MixUsed
           END-IF.

       Find-Fit.
      *> Try all classes, then express+normal; the first that fits
      *> inside the window sets the plan. When neither fits, the plan
      *> is the maximum on both drains for express+normal, and the
      *> overrun is measured from that.
           MOVE 0 TO WS-FitLevel
           MOVE WS-MaxShards TO WS-PlanBt
           MOVE WS-MaxShards TO WS-PlanCp
           PERFORM VARYING WS-Level FROM 3 BY -1
                   UNTIL WS-Level < 2 OR WS-FitLevel > 0
               PERFORM Fit-Level
               IF WS-Fits = 'Y'
                   MOVE WS-Level TO WS-FitLevel
                   MOVE WS-BtShards TO WS-PlanBt
                   MOVE WS-CpShards TO WS-PlanCp
                   MOVE WS-TotTime TO WS-PlanTime
               END-IF
           END-PERFORM
           IF WS-FitLevel = 0
               MOVE 2 TO WS-Level
               PERFORM Load-For-Level
               MOVE WS-MaxShards TO WS-BtShards WS-CpShards
               PERFORM Time-For-Shards
               MOVE WS-TotTime TO WS-PlanTime
           END-IF.

       Load-For-Level.
           MOVE 0 TO WS-BtLoad WS-CpLoad
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-Level
               ADD WS-LSec(1, WS-C) TO WS-BtLoad
               ADD WS-LSec(2, WS-C) TO WS-CpLoad
           END-PERFORM.

       Time-For-Shards.
           COMPUTE WS-BtTime ROUNDED = WS-BtLoad / WS-BtShards
           COMPUTE WS-CpTime ROUNDED = WS-CpLoad / WS-CpShards
           COMPUTE WS-TotTime = WS-BtTime + WS-CpTime.

       Fit-Level.
      *> One instance each, then add an instance to whichever drain
      *> is currently the longer until the two fit end to end or
      *> both are at the maximum.
           PERFORM Load-For-Level
           MOVE 1 TO WS-BtShards WS-CpShards
           PERFORM Time-For-Shards
           PERFORM UNTIL WS-TotTime <= WS-AvailSec
                   OR (WS-BtShards >= WS-MaxShards
                       AND WS-CpShards >= WS-MaxShards)
               IF (WS-BtTime >= WS-CpTime
                       AND WS-BtShards < WS-MaxShards)
                   OR WS-CpShards >= WS-MaxShards
                   ADD 1 TO WS-BtShards
               ELSE
                   ADD 1 TO WS-CpShards
               END-IF
               PERFORM Time-For-Shards
           END-PERFORM
           IF WS-TotTime <= WS-AvailSec
               MOVE 'Y' TO WS-Fits
           ELSE
               MOVE 'N' TO WS-Fits
           END-IF.

       Write-Learned-Figures.
           MOVE "DRAIN CAPACITY PLAN" TO WS-OutLine
           PERFORM Put-Line
           MOVE SPACES TO WS-OutLine
           STRING "RUN "               DELIMITED BY SIZE
               WS-NowTS(1:14)          DELIMITED BY SIZE
               "   QUEUE "             DELIMITED BY SIZE
               FUNCTION TRIM(WS-QueueFilename) DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE SPACES TO WS-OutLine
           PERFORM Put-Line
           MOVE WS-LearnRuns TO WS-DispCnt
           MOVE SPACES TO WS-OutLine
           STRING "LEARNED FROM HISTORY MASTER: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-DispCnt)           DELIMITED BY SIZE
               " SOLVED RUN(S)"                    DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE "ENGINE    VARIANT BAND    RUNS    AVG SEC   BASIS"
               TO WS-OutLine
           PERFORM Put-Line
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > 2
               PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > 3
                   PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 4
                       IF WS-CRuns(WS-E, WS-V, WS-B) > 0
                           PERFORM Write-Cost-Cell
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > 2
               MOVE WS-ERuns(WS-E) TO WS-DispCnt
               MOVE SPACES TO WS-OutLine
               STRING WS-EngLabel(WS-E)    DELIMITED BY SIZE
                   " ALL             "     DELIMITED BY SIZE
                   WS-DispCnt              DELIMITED BY SIZE
                   INTO WS-OutLine
               IF WS-ESecRuns(WS-E) > 0
                   COMPUTE WS-EstSec ROUNDED =
                       WS-ESecSum(WS-E) / WS-ESecRuns(WS-E)
                   MOVE WS-EstSec TO WS-DispSec
                   MOVE WS-DispSec TO WS-OutLine(34:10)
                   MOVE "ENGINE AVERAGE" TO WS-OutLine(46:14)
               ELSE
                   MOVE WS-DefaultSec TO WS-DispSec
                   MOVE WS-DispSec TO WS-OutLine(34:10)
                   MOVE "DEFAULT (NO SEC= HISTORY)" TO WS-OutLine(46:25)
               END-IF
               PERFORM Put-Line
           END-PERFORM
      *> CP-SUDOKU's technique grades per band: how much of each band
      *> needed search, which is what blows the time out, and the
      *> mix the grade-mix rate above is weighted by.
           MOVE SPACES TO WS-OutLine
           PERFORM Put-Line
           MOVE "CP-SUDOKU GRADES  BAND   SINGLE  PAIRS LOCKED  GUESS"
               TO WS-OutLine
           PERFORM Put-Line
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 4
               MOVE SPACES TO WS-OutLine
               MOVE WS-BandLabel(WS-B) TO WS-OutLine(19:5)
               PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > 4
                   MOVE WS-GradeCnt(WS-B, WS-G) TO WS-DispCnt
                   MOVE WS-DispCnt TO WS-OutLine(19 + WS-G * 7:6)
               END-PERFORM
               PERFORM Put-Line
           END-PERFORM.

       Write-Cost-Cell.
           PERFORM Estimate-Cell
           MOVE WS-CRuns(WS-E, WS-V, WS-B) TO WS-DispCnt
           MOVE SPACES TO WS-OutLine
           MOVE WS-EngLabel(WS-E) TO WS-OutLine(1:9)
           MOVE WS-VarLabel(WS-V) TO WS-OutLine(11:7)
           MOVE WS-BandLabel(WS-B) TO WS-OutLine(19:5)
           MOVE WS-DispCnt TO WS-OutLine(25:6)
           MOVE WS-EstSec TO WS-DispSec
           MOVE WS-DispSec TO WS-OutLine(34:10)
           IF WS-CSecRuns(WS-E, WS-V, WS-B) > 0
               MOVE "SEC= FIGURES" TO WS-OutLine(46:12)
           ELSE
               IF WS-MixUsed = 'Y'
                   MOVE "ITER= AT GRADE-MIX RATE" TO WS-OutLine(46:23)
               ELSE
                   MOVE "ITER= AT ENGINE RATE" TO WS-OutLine(46:20)
               END-IF
           END-IF
           PERFORM Put-Line.

       Write-Workload.
           MOVE SPACES TO WS-OutLine
           PERFORM Put-Line
           MOVE WS-PendCount TO WS-DispCnt
           MOVE SPACES TO WS-OutLine
           STRING "PENDING WORK: "     DELIMITED BY SIZE
               FUNCTION TRIM(WS-DispCnt) DELIMITED BY SIZE
               " RECORD(S)"            DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           MOVE "DRAIN     CLASS    RECORDS   EST MINUTES"
               TO WS-OutLine
           PERFORM Put-Line
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > 2
               PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 3
                   MOVE SPACES TO WS-OutLine
                   IF WS-E = 1
                       MOVE "DRAINBT" TO WS-OutLine(1:7)
                   ELSE
                       MOVE "DRAINCP" TO WS-OutLine(1:7)
                   END-IF
                   MOVE WS-ClassLabel(WS-C) TO WS-OutLine(11:7)
                   MOVE WS-LCount(WS-E, WS-C) TO WS-DispCnt
                   MOVE WS-DispCnt TO WS-OutLine(20:6)
                   COMPUTE WS-MinWork ROUNDED =
                       WS-LSec(WS-E, WS-C) / 60
                   MOVE WS-MinWork TO WS-DispMin
                   MOVE WS-DispMin TO WS-OutLine(30:7)
                   PERFORM Put-Line
               END-PERFORM
           END-PERFORM.

       Write-Projection.
      *> Finish clock times with one instance of each drain, BT then
      *> CP, the way cycle_plan.txt runs them.
           MOVE SPACES TO WS-OutLine
           PERFORM Put-Line
           MOVE 3 TO WS-Level
           PERFORM Load-For-Level
           MOVE 1 TO WS-BtShards WS-CpShards
           PERFORM Time-For-Shards
           MOVE WS-BtTime TO WS-OffsetSec
           PERFORM Format-Clock
           MOVE WS-Clock TO WS-Clock1
           MOVE WS-TotTime TO WS-OffsetSec
           PERFORM Format-Clock
           MOVE SPACES TO WS-OutLine
           STRING "ONE INSTANCE EACH: DRAINBT DONE ~" DELIMITED BY SIZE
               WS-Clock1                             DELIMITED BY SIZE
               ", DRAINCP DONE ~"                    DELIMITED BY SIZE
               WS-Clock                              DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           IF WS-WindowEnd NOT = 0
               MOVE SPACES TO WS-OutLine
               STRING "WINDOW-END "     DELIMITED BY SIZE
                   WS-WindowEnd(1:2)    DELIMITED BY SIZE
                   ":"                  DELIMITED BY SIZE
                   WS-WindowEnd(3:2)    DELIMITED BY SIZE
                   "   INSTANCES ALLOWED PER DRAIN: " DELIMITED BY SIZE
                   WS-MaxShards         DELIMITED BY SIZE
                   INTO WS-OutLine
               PERFORM Put-Line
           END-IF.

       Format-Clock.
      *> WS-Clock = hh:mm of now + WS-OffsetSec.
           COMPUTE WS-ClockMin ROUNDED = WS-NowMin + WS-OffsetSec / 60
           COMPUTE WS-ClockMin = FUNCTION MOD(WS-ClockMin, 1440)
           COMPUTE WS-ClockHH = WS-ClockMin / 60
           COMPUTE WS-ClockMM = FUNCTION MOD(WS-ClockMin, 60)
           MOVE SPACES TO WS-Clock
           STRING WS-ClockHH ":" WS-ClockMM DELIMITED BY SIZE
               INTO WS-Clock.

       Write-Recommendation.
           MOVE SPACES TO WS-OutLine
           PERFORM Put-Line
           MOVE WS-PlanTime TO WS-OffsetSec
           PERFORM Format-Clock
           MOVE WS-PlanBt TO WS-DispSh
           MOVE WS-PlanCp TO WS-DispSh2
           EVALUATE WS-FitLevel
               WHEN 3
                   MOVE "VERDICT: ALL CLASSES FIT THE WINDOW."
                       TO WS-OutLine
               WHEN 2
                   MOVE "VERDICT: EXPRESS AND NORMAL FIT; BULK IS DEFERRED."
                       TO WS-OutLine
               WHEN OTHER
                   MOVE "VERDICT: EXPRESS AND NORMAL DO NOT FIT THE WINDOW."
                       TO WS-OutLine
           END-EVALUATE
           PERFORM Put-Line
           MOVE SPACES TO WS-OutLine
           STRING "RECOMMENDED: DRAINBT x"  DELIMITED BY SIZE
               FUNCTION TRIM(WS-DispSh)     DELIMITED BY SIZE
               ", DRAINCP x"                DELIMITED BY SIZE
               FUNCTION TRIM(WS-DispSh2)    DELIMITED BY SIZE
               " -- DONE ~"                 DELIMITED BY SIZE
               WS-Clock                     DELIMITED BY SIZE
               INTO WS-OutLine
           PERFORM Put-Line
           IF WS-PlanBt > 1
               MOVE SPACES TO WS-OutLine
               STRING "  DRAINBT: start -shard 1/"   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DispSh)          DELIMITED BY SIZE
                   " .. -shard "                     DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DispSh)          DELIMITED BY SIZE
                   "/"                               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DispSh)          DELIMITED BY SIZE
                   " side by side"                   DELIMITED BY SIZE
                   INTO WS-OutLine
               PERFORM Put-Line
           END-IF
           IF WS-PlanCp > 1
               MOVE SPACES TO WS-OutLine
               STRING "  DRAINCP: start -shard 1/"   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DispSh2)         DELIMITED BY SIZE
                   " .. -shard "                     DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DispSh2)         DELIMITED BY SIZE
                   "/"                               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DispSh2)         DELIMITED BY SIZE
                   " side by side"                   DELIMITED BY SIZE
                   INTO WS-OutLine
               PERFORM Put-Line
           END-IF

           IF WS-FitLevel = 2
               COMPUTE WS-MinWork ROUNDED =
                   (WS-LSec(1, 3) + WS-LSec(2, 3)) / 60
               MOVE WS-MinWork TO WS-DispMin
               COMPUTE WS-BulkCnt = WS-LCount(1, 3) + WS-LCount(2, 3)
               MOVE WS-BulkCnt TO WS-DispCnt
               MOVE SPACES TO WS-OutLine
               STRING "  BULK DEFERRED: "      DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DispCnt)   DELIMITED BY SIZE
                   " RECORD(S), ~"             DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DispMin)   DELIMITED BY SIZE
                   " MIN -- LEFT PENDING FOR THE NEXT WINDOW"
                                               DELIMITED BY SIZE
                   INTO WS-OutLine
               PERFORM Put-Line
               MOVE "INFO" TO WS-AlertSev
               MOVE SPACES TO WS-AlertMsg
               STRING "BULK DEFERRED: "        DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DispCnt)   DELIMITED BY SIZE
                   " RECORD(S) WILL NOT FIT BEFORE WINDOW-END"
                                               DELIMITED BY SIZE
                   INTO WS-AlertMsg
               PERFORM Write-Alert
           END-IF
           IF WS-FitLevel < 2
               COMPUTE WS-MinWork ROUNDED =
                   (WS-PlanTime - WS-AvailSec) / 60
               MOVE WS-MinWork TO WS-DispMin
               MOVE SPACES TO WS-OutLine
               STRING "  PROJECTED OVERRUN AT THE MAXIMUM: ~"
                                               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DispMin)   DELIMITED BY SIZE
                   " MIN PAST WINDOW-END"      DELIMITED BY SIZE
                   INTO WS-OutLine
               PERFORM Put-Line
               MOVE "WARN" TO WS-AlertSev
               MOVE SPACES TO WS-AlertMsg
               STRING "EXPRESS+NORMAL OVERRUN WINDOW-END BY ~"
                                               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DispMin)   DELIMITED BY SIZE
                   " MIN"                      DELIMITED BY SIZE
                   INTO WS-AlertMsg
               PERFORM Write-Alert
           END-IF.

       Write-Alert.
      *> The plan and its return code stand whether or not the alert
      *> goes out; a refused hold only costs the alert line.
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
           MOVE "DRAINPLAN" TO AL-PROGRAM
           MOVE WS-AlertSev TO AL-SEVERITY
           MOVE SPACES TO AL-KEY
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

       Put-Line.
           DISPLAY FUNCTION TRIM(WS-OutLine TRAILING)
           WRITE ReportLine FROM WS-OutLine.

       END PROGRAM DrainPlan.

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
