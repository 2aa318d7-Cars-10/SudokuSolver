      *> engines' OPEN EXTEND keeps working untouched. HistQuery then
      *> answers "every engine, every attempt" questions from the
      *> master in seconds instead of a grep across a giant flat file.
      *> The flat log is held exclusively in the run-lock registry
      *> (see RunLock) for the rotation, so no engine is appending to
      *> it while it is loaded and renamed: HistRotate waits for the
      *> drains to let go of it, and they wait for it.
      *>
      *> Usage: HistRotate [history-file]
      *> Default history file is puzzle_history.txt.
       DATA DIVISION.
       FILE SECTION.
       FD HistoryFile.
       01 HistoryLine PIC X(132).

       FD MasterFile.
       COPY "HISTREC".
       01  CURRENT-ARG   PIC X(100).

       01  WS-EOF        PIC X VALUE 'N'.
       01  WS-Line       PIC X(132).

       01  WS-TokFile    PIC X(60).
       01  WS-TokEngine  PIC X(12).
       01  WS-TokExtra   PIC X(20).
       01  WS-TokExtra2  PIC X(20).
       01  WS-TokExtra3  PIC X(20).
       01  WS-TokExtra4  PIC X(20).
       01  WS-ExtraBuild PIC X(20).
       01  WS-ExtraLen   PIC 99.

       01  WS-NowTS      PIC X(21).
       01  WS-ArchiveCmd PIC X(300).

      *> Hold on the flat log in the run-lock registry (see RunLock).
       01  WS-LockFunc   PIC X.
       01  WS-LockRes    PIC X(100).
       01  WS-LockProg   PIC X(12) VALUE "HISTROTATE".
       01  WS-LockMode   PIC X.
       01  WS-LockWait   PIC X VALUE 'Y'.
       01  WS-LockResult PIC X.
       01  WS-LockHolder PIC X(12).
       01  WS-LockRC     PIC S9(9) COMP.

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "Starting HistRotate..."
               MOVE FUNCTION TRIM(CURRENT-ARG) TO WS-HistoryPath
           END-IF

           MOVE WS-HistoryPath TO WS-LockRes
           MOVE 'X' TO WS-LockMode
           PERFORM Take-Lock

           OPEN INPUT HistoryFile
           IF WS-HistFS NOT = "00"
               DISPLAY "Nothing to rotate: cannot open "
                   FUNCTION TRIM(WS-HistoryPath)
                   " (FILE STATUS " WS-HistFS ")"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Locks
               STOP RUN
           END-IF

                   " (FILE STATUS " WS-MasterFS ")"
               CLOSE HistoryFile
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Locks
               STOP RUN
           END-IF

               FUNCTION TRIM(WS-HistoryPath) "_" WS-NowTS(1:6)
               " -- fresh log started."
           MOVE 0 TO RETURN-CODE
           PERFORM Release-Locks
           STOP RUN.

       Load-One-Line.
           MOVE SPACES TO WS-TokFile WS-TokEngine WS-TokTS
               WS-TokIter WS-TokSolved WS-TokExtra
               WS-TokExtra2 WS-TokExtra3 WS-TokExtra4
           UNSTRING WS-Line DELIMITED BY ","
               INTO WS-TokFile WS-TokEngine WS-TokTS
                   WS-TokIter WS-TokSolved WS-TokExtra
                   WS-TokExtra2 WS-TokExtra3 WS-TokExtra4
           IF WS-TokEngine = SPACES OR WS-TokTS(1:8) IS NOT NUMERIC
               ADD 1 TO WS-Skipped
               EXIT PARAGRAPH

      *> The trailing tags travel in any order after SOLVED=; the
      *> SUB= tag gets its own field, everything else (CACHE=Y,
      *> ABORTED=Y, DEAD=Y, SEC=) is kept together in H-EXTRA.
           MOVE SPACES TO H-SUBMITTER
           MOVE SPACES TO H-TECH
           MOVE SPACES TO WS-ExtraBuild
           PERFORM Sort-Extra-Token
           MOVE WS-TokExtra3 TO WS-TokExtra
           PERFORM Sort-Extra-Token
           MOVE WS-TokExtra4 TO WS-TokExtra
           PERFORM Sort-Extra-Token
           MOVE WS-ExtraBuild TO H-EXTRA

      *> Same puzzle, same day, several attempts: bump the sequence
                   FUNCTION STORED-CHAR-LENGTH(WS-ExtraBuild)
           END-IF.

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
                       " -- not rotated"
               ELSE
                   DISPLAY "Run-lock registry unusable -- "
                       "not rotated"
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

       END PROGRAM HistRotate.

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
