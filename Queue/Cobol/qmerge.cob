      *> Q-PUZZLE-IDs are reported and skipped, and a successfully
      *> merged staging file is renamed aside (<file>.merged_<ts>)
      *> so it can never be merged twice.
      *> Each staged line is also checked against the submitter
      *> master as it lands: an account that is unknown, suspended
      *> or past its daily quota has that line refused into the
      *> quarantine file (ai2025_rejects.txt) instead of queued, and
      *> an accepted line is charged to the account's quota here --
      *> staging only checks, the merge is where it counts.
      *> A line ending HOLD=<release-ts> (Enqueue -stage -hold) is
      *> loaded as held until that time, or as pending if the time
      *> has gone by while it sat in the staging file.
      *> The queue and the staging file are held exclusively in the
      *> run-lock registry (see RunLock) for the whole run: QMerge
      *> waits for every drain, Enqueue and QConsole to let go of the
      *> queue, and they wait for it, instead of everyone relying on
      *> the operator's timing.
      *>
      *> Usage: QMerge <queue-file> <staging-file>

           SELECT JournalFile ASSIGN TO "queue_journal.txt"
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

       DATA DIVISION.
       FILE SECTION.
       FD QueueFile.
       COPY "QUEUEREC".

      *> STG lines as Enqueue -stage writes them; a Killer line
      *> carries its Q-CAGE-DATA as one more field after the board,
      *> and a held line ends with a HOLD=<release-ts> field.
       FD StagingFile.
       01 StageLine PIC X(500).

       FD JournalFile.
       01 JournalLine PIC X(637).

       FD SubmitterFile.
       COPY "SUBMREC".

       FD RejectFile.
       01 RejectLine PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-QueueFilename PIC X(100).
       01  CURRENT-ARG   PIC X(100).

       01  WS-EOF        PIC X VALUE 'N'.
       01  WS-Line       PIC X(500).

       01  WS-TokTag     PIC X(4).
       01  WS-TokSeq     PIC X(6).
       01  WS-TokVar     PIC X(3).
       01  WS-TokTS      PIC X(14).
       01  WS-TokBoard   PIC X(90).
       01  WS-TokCages   PIC X(330).
       01  WS-TokHold    PIC X(30).
       01  WS-CageLen    PIC 999.

      *> The whole staging file, held until the control check has
      *> passed; nothing reaches the queue from a broken file.
               10  WS-StgVar   PIC X.
               10  WS-StgTS    PIC X(14).
               10  WS-StgBoard PIC X(81).
               10  WS-StgCages PIC X(326).
               10  WS-StgRelease PIC X(14).
       01  WS-StgIdx     PIC 9(4).
       01  WS-SeqOK      PIC X.

       01  WS-CntLoaded  PIC 9(4) VALUE 0.
       01  WS-CntDup     PIC 9(4) VALUE 0.
       01  WS-CntRefused PIC 9(4) VALUE 0.
       01  WS-CntHeld    PIC 9(4) VALUE 0.
       01  WS-JrnRec     PIC X(60).
       COPY "JRNREC".
       01  WS-MvCmd      PIC X(300).
       01  WS-NowTS      PIC X(21).

       01  WS-SubFS      PIC XX.
       01  WS-SubOpen    PIC X VALUE 'N'.
       01  WS-SubRule    PIC X(13).
       01  WS-Today      PIC X(8).
       01  WS-RejFS      PIC XX.
       01  WS-RejRec     PIC X(200).

      *> Holds in the run-lock registry (see RunLock).
       01  WS-LockFunc   PIC X.
       01  WS-LockRes    PIC X(100).
       01  WS-LockProg   PIC X(12) VALUE "QMERGE".
       01  WS-LockMode   PIC X.
       01  WS-LockWait   PIC X VALUE 'Y'.
       01  WS-LockResult PIC X.
       01  WS-LockHolder PIC X(12).
       01  WS-LockRC     PIC S9(9) COMP.

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "Starting QMerge..."
           ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(CURRENT-ARG) TO WS-StageFilename

      *> Both files exclusively: no drain, Enqueue or QConsole may
      *> have the queue open, and no Enqueue -stage may be appending
      *> to the staging file while it is read and retired.
           MOVE 'X' TO WS-LockMode
           MOVE WS-QueueFilename TO WS-LockRes
           PERFORM Take-Lock
           MOVE WS-StageFilename TO WS-LockRes
           PERFORM Take-Lock

           PERFORM Load-Staging-File
           PERFORM Check-Control-Totals

           IF WS-StgCount = 0
               DISPLAY "Nothing staged -- nothing to merge."
               MOVE 0 TO RETURN-CODE
               PERFORM Release-Locks
               STOP RUN
           END-IF

                   FUNCTION TRIM(WS-QueueFilename)
                   " (FILE STATUS " WS-QueueFS ")"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Locks
               STOP RUN
           END-IF

      *> No master at all means every account is unknown, which
      *> Check-Staged-Submitter reports line by line.
           OPEN I-O SubmitterFile
           IF WS-SubFS = "00"
               MOVE 'Y' TO WS-SubOpen
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today

           PERFORM VARYING WS-StgIdx FROM 1 BY 1
                   UNTIL WS-StgIdx > WS-StgCount
               PERFORM Merge-One-Record
           END-PERFORM
           CLOSE QueueFile
           IF WS-SubOpen = 'Y'
               CLOSE SubmitterFile
           END-IF

           PERFORM Retire-Staging-File

           DISPLAY "QMerge: " WS-CntLoaded " record(s) loaded ("
               WS-CntHeld " held), "
               WS-CntDup " duplicate(s) skipped, "
               WS-CntRefused " refused for the submitter account."
           IF WS-CntDup > 0 OR WS-CntRefused > 0
      *> A duplicate usually means the walk-up desk reused an ID;
      *> the skipped submissions need a human eye, so say so loudly.
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM Release-Locks
           STOP RUN.

       Load-Staging-File.
                   FUNCTION TRIM(WS-StageFilename)
                   " (FILE STATUS " WS-StageFS ")"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Locks
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               DISPLAY "*** MORE THAN 500 STAGED RECORDS -- merge"
                   " refused; split the staging file"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Locks
               STOP RUN
           END-IF
           MOVE SPACES TO WS-TokTag WS-TokSeq WS-TokId WS-TokClass
               WS-TokSub WS-TokVar WS-TokTS WS-TokBoard WS-TokCages
               WS-TokHold
           UNSTRING WS-Line DELIMITED BY ","
               INTO WS-TokTag WS-TokSeq WS-TokId WS-TokClass
                   WS-TokSub WS-TokVar WS-TokTS WS-TokBoard
                   WS-TokCages WS-TokHold
      *> HOLD= is always the last field: straight after the board on
      *> a classic line, after the cages on a Killer one.
           IF WS-TokCages(1:5) = "HOLD="
               MOVE WS-TokCages TO WS-TokHold
               MOVE SPACES TO WS-TokCages
           END-IF
           ADD 1 TO WS-StgCount
           MOVE FUNCTION NUMVAL(WS-TokSeq)
               TO WS-StgSeq(WS-StgCount)
           MOVE WS-TokSub TO WS-StgSub(WS-StgCount)
           MOVE WS-TokVar(1:1) TO WS-StgVar(WS-StgCount)
           MOVE WS-TokTS TO WS-StgTS(WS-StgCount)
           MOVE WS-TokBoard(1:81) TO WS-StgBoard(WS-StgCount)
           MOVE WS-TokCages(1:326) TO WS-StgCages(WS-StgCount)
           MOVE SPACES TO WS-StgRelease(WS-StgCount)
           IF WS-TokHold(1:5) = "HOLD="
               AND WS-TokHold(6:14) IS NUMERIC
               MOVE WS-TokHold(6:14) TO WS-StgRelease(WS-StgCount)
           END-IF.

       Check-Control-Totals.
      *> The sequence numbers are the file's control total: they must
                   FUNCTION TRIM(WS-StageFilename)
                   " -- nothing merged"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Locks
               STOP RUN
           END-IF.

       Merge-One-Record.
           PERFORM Check-Staged-Submitter
           IF WS-SubRule NOT = SPACES
               ADD 1 TO WS-CntRefused
               PERFORM Write-Submitter-Reject
               DISPLAY "Refused: puzzle ID "
                   FUNCTION TRIM(WS-StgId(WS-StgIdx)) " -- account "
                   FUNCTION TRIM(WS-StgSub(WS-StgIdx)) " "
                   FUNCTION TRIM(WS-SubRule)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO QUEUE-RECORD
           MOVE WS-StgId(WS-StgIdx) TO Q-PUZZLE-ID
           SET Q-PENDING TO TRUE
           IF WS-StgRelease(WS-StgIdx) > FUNCTION CURRENT-DATE(1:14)
               SET Q-HELD TO TRUE
               MOVE WS-StgRelease(WS-StgIdx) TO Q-RELEASE-TS
           END-IF
           MOVE WS-StgClass(WS-StgIdx) TO Q-CLASS
           MOVE WS-StgSub(WS-StgIdx) TO Q-SUBMITTER
           SET Q-PREF-ANY TO TRUE
           MOVE WS-StgVar(WS-StgIdx) TO Q-VARIANT
           MOVE SPACE TO Q-DELIVERED
           MOVE WS-StgBoard(WS-StgIdx) TO Q-PUZZLE-DATA
           INITIALIZE Q-CAGE-DATA
           IF Q-VARIANT-K AND WS-StgCages(WS-StgIdx)(1:2) IS NUMERIC
               MOVE WS-StgCages(WS-StgIdx)(1:2) TO Q-CAGE-COUNT
               COMPUTE WS-CageLen = 83 + 3 * Q-CAGE-COUNT
               MOVE WS-StgCages(WS-StgIdx)(1:WS-CageLen)
                   TO Q-CAGE-DATA(1:WS-CageLen)
           END-IF
           MOVE SPACES TO Q-SOLUTION-DATA
           MOVE WS-StgTS(WS-StgIdx) TO Q-TIMESTAMP
           MOVE 0 TO Q-RETRY-COUNT
                       " already queued -- staged submission skipped"
               NOT INVALID KEY
                   ADD 1 TO WS-CntLoaded
                   IF Q-HELD
                       ADD 1 TO WS-CntHeld
                   END-IF
                   PERFORM Write-Journal
                   PERFORM Charge-Staged-Submitter
           END-WRITE.

       Check-Staged-Submitter.
      *> Leaves the account's master record in SUBMITTER-RECORD for
      *> Charge-Staged-Submitter; WS-SubRule blank means it passed.
           MOVE SPACES TO WS-SubRule
           IF WS-SubOpen = 'N'
               MOVE "SUB-UNKNOWN" TO WS-SubRule
               EXIT PARAGRAPH
           END-IF
           MOVE WS-StgSub(WS-StgIdx) TO SM-ACCOUNT
           READ SubmitterFile RECORD
               INVALID KEY MOVE "SUB-UNKNOWN" TO WS-SubRule
           END-READ
           IF WS-SubRule NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF NOT SM-ACTIVE
               MOVE "SUB-SUSPENDED" TO WS-SubRule
               EXIT PARAGRAPH
           END-IF
           IF SM-QUOTA-DATE NOT = WS-Today
               MOVE WS-Today TO SM-QUOTA-DATE
               MOVE 0 TO SM-QUOTA-USED
           END-IF
           IF SM-DAILY-QUOTA > 0
               AND SM-QUOTA-USED >= SM-DAILY-QUOTA
               MOVE "SUB-QUOTA" TO WS-SubRule
           END-IF.

       Charge-Staged-Submitter.
           ADD 1 TO SM-QUOTA-USED
           REWRITE SUBMITTER-RECORD.

       Write-Submitter-Reject.
      *> Quarantine line in the solver's WRITE-REJECT layout, named
      *> by the staged puzzle ID; ROW/COL/DIGIT are not applicable
      *> to an account refusal.
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
           STRING FUNCTION TRIM(WS-StgId(WS-StgIdx))
                                              DELIMITED BY SIZE
               ","                            DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:14)    DELIMITED BY SIZE
               ",RULE="                       DELIMITED BY SIZE
               FUNCTION TRIM(WS-SubRule)      DELIMITED BY SIZE
               ",ROW=0,COL=0,DIGIT=0,BOARD="  DELIMITED BY SIZE
               WS-StgBoard(WS-StgIdx)         DELIMITED BY SIZE
               INTO WS-RejRec
           WRITE RejectLine FROM WS-RejRec
           CLOSE RejectFile.

       Write-Journal.
      *> Same transition line every other producer writes.
           OPEN EXTEND JournalFile
           STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
               ","                            DELIMITED BY SIZE
               Q-PUZZLE-ID                    DELIMITED BY SIZE
               ",-,"                          DELIMITED BY SIZE
               Q-STATUS                       DELIMITED BY SIZE
               ",QMERGE,00"                   DELIMITED BY SIZE
               INTO WS-JrnRec
           MOVE WS-JrnRec TO JI-TRANSITION
           MOVE ",IMG=" TO JI-IMAGE-TAG
           MOVE QUEUE-RECORD TO JI-AFTER-IMAGE
           WRITE JournalLine FROM JOURNAL-IMAGE-LINE
           CLOSE JournalFile.

       Retire-Staging-File.
               INTO WS-MvCmd
           CALL "SYSTEM" USING WS-MvCmd.

       Take-Lock.
      *> WS-LockRes and WS-LockMode are set by the caller. A refusal
      *> gives back whatever this run already holds and stops it.
           MOVE 'L' TO WS-LockFunc
           CALL "RunLock" USING WS-LockFunc WS-LockRes WS-LockProg
               WS-LockMode WS-LockWait WS-LockResult WS-LockHolder
           IF WS-LockResult NOT = 'G'
               IF WS-LockResult = 'B'
                   DISPLAY FUNCTION TRIM(WS-LockRes) " is held by "
                       FUNCTION TRIM(WS-LockHolder)
                       " -- QMerge not run"
               ELSE
                   DISPLAY "Run-lock registry unusable -- "
                       "QMerge not run"
               END-IF
               PERFORM Release-Locks
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       Release-Locks.
      *> Gives back every hold this run has; the call would otherwise
      *> clear a RETURN-CODE already set.
           MOVE RETURN-CODE TO WS-LockRC
           MOVE 'A' TO WS-LockFunc
           CALL "RunLock" USING WS-LockFunc WS-LockRes WS-LockProg
               WS-LockMode WS-LockWait WS-LockResult WS-LockHolder
           MOVE WS-LockRC TO RETURN-CODE.

       END PROGRAM QMerge.

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
