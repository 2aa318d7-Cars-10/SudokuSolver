      *> initials -- instead of reading four reports and the console
      *> scroll to learn whether last night had problems.
      *>
      *> The operator signs on first (see SignOn) and the initials
      *> stamped on an acknowledgment are the ones on the operator
      *> master, not typed in. A viewer may list and view; an
      *> operator may acknowledge WARN and INFO alerts; a CRIT alert
      *> needs a supervisor. Every action goes to the console audit
      *> trail.
      *>
      *> Acknowledging rewrites the whole file (line-sequential
      *> records cannot be updated in place), so the save holds the
      *> file exclusively in the run-lock registry (see RunLock) for
      *> the rewrite. While a drain has it the save is refused and
      *> the console stays up to try again; alerts appended since the
      *> console loaded are read back in just before the rewrite, so
      *> they are kept.
      *>
      *> Usage: AlertCon [alert-file]

       01  WS-AlIdx      PIC 9(4).
       01  WS-Overflow   PIC X VALUE 'N'.
       01  WS-Dirty      PIC X VALUE 'N'.
      *> Alert records on file at the last load, to tell those
      *> appended since from those already in the table.
       01  WS-AlOnFile   PIC 9(4) VALUE 0.
       01  WS-AlSeen     PIC 9(4).
       01  WS-AlAdded    PIC 9(4).

       01  WS-WantSev    PIC X(4).
       01  WS-ListCount  PIC 9(4).
       01  WS-PickNum    PIC 9(4).
       01  WS-DispCnt    PIC Z(3)9.
       01  WS-AckCount   PIC 9(4) VALUE 0.

      *> Signed-on operator (see SignOn) and the console audit line
      *> each action writes through AuditLog.
       01  WS-OpId        PIC X(8).
       01  WS-OpRole      PIC X.
           88 WS-CanChange    VALUE 'O' 'S'.
           88 WS-CanSupervise VALUE 'S'.
       01  WS-OpInitials  PIC X(3).
       01  WS-AudProgram  PIC X(12) VALUE "ALERTCON".
       01  WS-AudFunction PIC X(12).
       01  WS-AudKey      PIC X(20) VALUE SPACES.
       01  WS-AudBefore   PIC X(60) VALUE SPACES.
       01  WS-AudAfter    PIC X(60) VALUE SPACES.
       01  WS-AudNum      PIC 9(4).

      *> Exclusive hold on the alert file for the rewrite (see
      *> RunLock); the console does not wait for it.
       01  WS-LockFunc   PIC X.
       01  WS-LockRes    PIC X(100).
       01  WS-LockProg   PIC X(12) VALUE "ALERTCON".
       01  WS-LockMode   PIC X.
       01  WS-LockWait   PIC X VALUE 'N'.
       01  WS-LockResult PIC X.
       01  WS-LockHolder PIC X(12).
       01  WS-LockRC     PIC S9(9) COMP.

       PROCEDURE DIVISION.
       Main-Logic.
               MOVE FUNCTION TRIM(CURRENT-ARG) TO WS-AlertFilename
           END-IF

           PERFORM Sign-On

           PERFORM Load-Alerts
           IF WS-AlCount = 0
               DISPLAY "No alerts on file."
               EVALUATE FUNCTION UPPER-CASE(WS-Choice)
                   WHEN 'L' PERFORM List-Open-Alerts
                   WHEN 'V' PERFORM View-Alert
                   WHEN 'A'
                       IF WS-CanChange
                           PERFORM Acknowledge-Alert
                       ELSE
                           PERFORM Refuse-Function
                       END-IF
                   WHEN 'X'
                       MOVE 'Y' TO WS-Done
                       IF WS-Dirty = 'Y'
                           PERFORM Save-Alerts
                       END-IF
                   WHEN OTHER DISPLAY "Unknown choice."
               END-EVALUATE
           END-PERFORM

           MOVE "SIGNOFF" TO WS-AudFunction
           PERFORM Write-Audit
           DISPLAY "AlertCon ended."
           MOVE 0 TO RETURN-CODE
           STOP RUN.
           DISPLAY "--- Operational alert console ---"
           DISPLAY "L  list open alerts (by severity)"
           DISPLAY "V  view one alert in full"
           IF WS-CanSupervise
               DISPLAY "A  acknowledge an alert with your initials"
           ELSE
               IF WS-CanChange
                   DISPLAY "A  acknowledge a WARN/INFO alert with your"
                       " initials"
               END-IF
           END-IF
           DISPLAY "X  exit (saves acknowledgments)"
           DISPLAY "Choice: " WITH NO ADVANCING.

                       END-IF
               END-READ
           END-PERFORM
           CLOSE AlertFile
           MOVE WS-AlCount TO WS-AlOnFile.

       Save-Alerts.
      *> Rewrite the file from the table, acknowledgments included.
           IF WS-Overflow = 'Y'
               DISPLAY "File not rewritten (overflowed on load);"
                   " acknowledgments NOT saved."
               MOVE "SAVE" TO WS-AudFunction
               MOVE WS-AckCount TO WS-AudNum
               STRING WS-AudNum " ACKNOWLEDGMENT(S) NOT SAVED --"
                   " FILE OVERFLOWED" DELIMITED BY SIZE
                   INTO WS-AudAfter
               PERFORM Write-Audit
               EXIT PARAGRAPH
           END-IF

           MOVE WS-AlertFilename TO WS-LockRes
           MOVE 'X' TO WS-LockMode
           MOVE 'L' TO WS-LockFunc
           CALL "RunLock" USING WS-LockFunc WS-LockRes WS-LockProg
               WS-LockMode WS-LockWait WS-LockResult WS-LockHolder
           IF WS-LockResult NOT = 'G'
               IF WS-LockResult = 'B'
                   DISPLAY "Alert file in use by "
                       FUNCTION TRIM(WS-LockHolder)
                       " -- acknowledgments NOT saved yet."
               ELSE
                   DISPLAY "Run-lock registry unusable --"
                       " acknowledgments NOT saved yet."
               END-IF
               DISPLAY "Leave without saving them (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT WS-Answer
               IF FUNCTION UPPER-CASE(WS-Answer(1:1)) NOT = 'Y'
                   DISPLAY "Choose X again to retry the save."
                   MOVE 'N' TO WS-Done
                   EXIT PARAGRAPH
               END-IF
               MOVE "SAVE" TO WS-AudFunction
               MOVE WS-AckCount TO WS-AudNum
               STRING WS-AudNum " ACKNOWLEDGMENT(S) NOT SAVED --"
                   " FILE IN USE" DELIMITED BY SIZE
                   INTO WS-AudAfter
               PERFORM Write-Audit
               EXIT PARAGRAPH
           END-IF

           PERFORM Merge-New-Alerts
           IF WS-Overflow = 'Y' OR WS-AlSeen < WS-AlOnFile
               PERFORM Free-Alert-File
               IF WS-Overflow = 'Y'
                   DISPLAY "File not rewritten (too many alerts"
                       " appended since load); acknowledgments NOT"
                       " saved."
               ELSE
                   DISPLAY "File not rewritten (replaced since"
                       " load); acknowledgments NOT saved."
               END-IF
               MOVE "SAVE" TO WS-AudFunction
               MOVE WS-AckCount TO WS-AudNum
               STRING WS-AudNum " ACKNOWLEDGMENT(S) NOT SAVED --"
                   " FILE CHANGED" DELIMITED BY SIZE
                   INTO WS-AudAfter
               PERFORM Write-Audit
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT AlertFile
           PERFORM VARYING WS-AlIdx FROM 1 BY 1
                   UNTIL WS-AlIdx > WS-AlCount
               WRITE ALERT-RECORD
           END-PERFORM
           CLOSE AlertFile
           PERFORM Free-Alert-File
           IF WS-AlAdded > 0
               DISPLAY WS-AlAdded " alert(s) raised since the console"
                   " loaded were kept."
           END-IF
           DISPLAY "Acknowledgments saved."
           MOVE "SAVE" TO WS-AudFunction
           MOVE WS-AckCount TO WS-AudNum
           STRING WS-AudNum " ACKNOWLEDGMENT(S) SAVED"
               DELIMITED BY SIZE INTO WS-AudAfter
           PERFORM Write-Audit.

       Merge-New-Alerts.
      *> Re-read the file under the hold and add to the table every
      *> record past the ones already loaded -- alerts the batch
      *> appended while the console was up. Fewer records than were
      *> loaded means the file was replaced (WS-AlSeen < WS-AlOnFile).
           MOVE 0 TO WS-AlSeen
           MOVE 0 TO WS-AlAdded
           OPEN INPUT AlertFile
           IF WS-AlertFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ AlertFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ALERT-RECORD NOT = SPACES
                           ADD 1 TO WS-AlSeen
                           IF WS-AlSeen > WS-AlOnFile
                               IF WS-AlCount < 2000
                                   ADD 1 TO WS-AlCount
                                   ADD 1 TO WS-AlAdded
                                   MOVE ALERT-RECORD
                                       TO WS-AlEntry(WS-AlCount)
                               ELSE
                                   MOVE 'Y' TO WS-Overflow
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AlertFile
           IF WS-AlSeen > WS-AlOnFile
               MOVE WS-AlSeen TO WS-AlOnFile
           END-IF.

       Free-Alert-File.
           MOVE 'F' TO WS-LockFunc
           CALL "RunLock" USING WS-LockFunc WS-LockRes WS-LockProg
               WS-LockMode WS-LockWait WS-LockResult WS-LockHolder.

       List-Open-Alerts.
           DISPLAY "Severity filter (CRIT/WARN/INFO, blank = all): "
           ACCEPT WS-Answer
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Answer))
               TO WS-WantSev
           MOVE "LIST" TO WS-AudFunction
           STRING "SEVERITY=" WS-WantSev DELIMITED BY SIZE
               INTO WS-AudAfter
           PERFORM Write-Audit
           MOVE 0 TO WS-ListCount
           DISPLAY "NUM  TIMESTAMP      PROGRAM      SEV  KEY"
               "        MESSAGE"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AlEntry(WS-PickNum) TO ALERT-RECORD
           MOVE "VIEW" TO WS-AudFunction
           PERFORM Describe-Alert
           PERFORM Write-Audit
           DISPLAY "Raised:    " AL-TIMESTAMP
           DISPLAY "Program:   " AL-PROGRAM
           DISPLAY "Severity:  " AL-SEVERITY
               DISPLAY "Already acknowledged by " AL-ACK-BY
               EXIT PARAGRAPH
           END-IF
           IF AL-CRIT AND NOT WS-CanSupervise
               DISPLAY "A CRIT alert must be acknowledged by a"
                   " supervisor."
               MOVE "REFUSED" TO WS-AudFunction
               PERFORM Describe-Alert
               MOVE "ACK OF CRIT ALERT NEEDS A SUPERVISOR"
                   TO WS-AudAfter
               PERFORM Write-Audit
               EXIT PARAGRAPH
           END-IF
           IF WS-OpInitials = SPACES
               DISPLAY "No initials on your operator record --"
                   " not acknowledged."
               EXIT PARAGRAPH
           END-IF
           MOVE "ACKNOWLEDGE" TO WS-AudFunction
           PERFORM Describe-Alert
           SET AL-ACKED TO TRUE
           MOVE WS-OpInitials TO AL-ACK-BY
           MOVE ALERT-RECORD TO WS-AlEntry(WS-PickNum)
           MOVE 'Y' TO WS-Dirty
           ADD 1 TO WS-AckCount
           STRING "ACKNOWLEDGED BY " WS-OpInitials
               DELIMITED BY SIZE INTO WS-AudAfter
           PERFORM Write-Audit
           DISPLAY "Acknowledged by " WS-OpInitials ".".

       Describe-Alert.
      *> Audit key and before-image of the alert in ALERT-RECORD:
      *> keyed by the puzzle ID it is about, when it has one.
           MOVE AL-KEY TO WS-AudKey
           MOVE WS-PickNum TO WS-AudNum
           STRING "ALERT " WS-AudNum " " AL-SEVERITY " " AL-PROGRAM
               " STATUS=" AL-STATUS " " AL-MESSAGE
               DELIMITED BY SIZE INTO WS-AudBefore.

       Sign-On.
           CALL "SignOn" USING WS-AudProgram WS-OpId WS-OpRole
               WS-OpInitials
           IF WS-OpId = SPACES
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       Refuse-Function.
      *> A choice the menu did not offer this role: refuse it, and
      *> leave a line in the audit trail that it was tried.
           DISPLAY "Not available to your role."
           MOVE "REFUSED" TO WS-AudFunction
           STRING "CHOICE=" WS-Choice DELIMITED BY SIZE
               INTO WS-AudAfter
           PERFORM Write-Audit.

       Write-Audit.
           CALL "AuditLog" USING WS-OpId WS-AudProgram WS-AudFunction
               WS-AudKey WS-AudBefore WS-AudAfter
           MOVE SPACES TO WS-AudKey WS-AudBefore WS-AudAfter.

       END PROGRAM AlertCon.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SignOn.

      *> Console sign-on against the operator master (OPERREC): up to
      *> three tries at an operator ID and password. On success the
      *> operator's ID, role and initials go back to the console; on
      *> failure the ID comes back blank and the console stops. Every
      *> attempt, good or bad, goes to the console audit trail, and
      *> three bad passwords in a row lock the operator out until a
      *> supervisor reinstates them in OprConsole.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperFile ASSIGN TO "operator_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS SO-OperFS.

       DATA DIVISION.
       FILE SECTION.
       FD OperFile.
       COPY "OPERREC".

       WORKING-STORAGE SECTION.
       01  SO-OperFS     PIC XX.
       01  SO-Tries      PIC 9.
       01  SO-Done       PIC X.
       01  SO-Id         PIC X(8).
       01  SO-Password   PIC X(20).
       01  SO-Hash       PIC 9(10).
       01  SO-Function   PIC X(12).
       01  SO-Key        PIC X(20).
       01  SO-Before     PIC X(60).
       01  SO-After      PIC X(60).

       LINKAGE SECTION.
       01  LS-Program    PIC X(12).
       01  LS-Operator   PIC X(8).
       01  LS-Role       PIC X.
       01  LS-Initials   PIC X(3).

       PROCEDURE DIVISION USING LS-Program LS-Operator LS-Role
               LS-Initials.
       Sign-On-Main.
           MOVE SPACES TO LS-Operator LS-Role LS-Initials
           OPEN I-O OperFile
           IF SO-OperFS = "35"
               DISPLAY "No operator master on file -- a supervisor must"
                   " first be set up in OprConsole."
               GOBACK
           END-IF
           IF SO-OperFS NOT = "00"
               DISPLAY "Cannot open operator master (FILE STATUS "
                   SO-OperFS ")"
               GOBACK
           END-IF

           MOVE 0 TO SO-Tries
           MOVE 'N' TO SO-Done
           PERFORM UNTIL SO-Done = 'Y' OR SO-Tries >= 3
               ADD 1 TO SO-Tries
               PERFORM Try-Sign-On
           END-PERFORM
           CLOSE OperFile
           IF SO-Done NOT = 'Y'
               DISPLAY "Sign-on refused."
           END-IF
           GOBACK.

       Try-Sign-On.
           DISPLAY "Operator ID: " WITH NO ADVANCING
           ACCEPT SO-Id
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SO-Id)) TO SO-Id
           DISPLAY "Password: " WITH NO ADVANCING
           ACCEPT SO-Password
           MOVE SPACES TO SO-Key SO-Before SO-After
           MOVE SO-Id TO SO-Key OP-ID
           READ OperFile RECORD
               INVALID KEY
                   DISPLAY "Operator ID or password not recognised."
           END-READ
           IF SO-OperFS NOT = "00"
               MOVE "UNKNOWN OPERATOR ID" TO SO-After
               PERFORM Log-Refusal
               EXIT PARAGRAPH
           END-IF
           IF NOT OP-ACTIVE
               DISPLAY "Operator " FUNCTION TRIM(SO-Id)
                   " is not active -- see a supervisor."
               MOVE "OPERATOR NOT ACTIVE" TO SO-After
               PERFORM Log-Refusal
               EXIT PARAGRAPH
           END-IF

           CALL "PassHash" USING SO-Id SO-Password SO-Hash
           IF SO-Hash NOT = OP-PASS-HASH
               DISPLAY "Operator ID or password not recognised."
               ADD 1 TO OP-FAIL-COUNT
               MOVE "BAD PASSWORD" TO SO-After
               IF OP-FAIL-COUNT >= 3
                   SET OP-INACTIVE TO TRUE
                   MOVE "BAD PASSWORD -- OPERATOR LOCKED" TO SO-After
                   DISPLAY "Three bad passwords in a row -- operator "
                       FUNCTION TRIM(SO-Id) " is locked."
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:14) TO OP-UPDATED
               REWRITE OPERATOR-RECORD
               PERFORM Log-Refusal
               IF OP-INACTIVE
                   MOVE 3 TO SO-Tries
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO OP-FAIL-COUNT
           MOVE FUNCTION CURRENT-DATE(1:14) TO OP-LAST-SIGNON
           REWRITE OPERATOR-RECORD
           MOVE OP-ID TO LS-Operator
           MOVE OP-ROLE TO LS-Role
           MOVE OP-INITIALS TO LS-Initials
           MOVE 'Y' TO SO-Done
           EVALUATE TRUE
               WHEN OP-SUPERVISOR MOVE "ROLE=SUPERVISOR" TO SO-After
               WHEN OP-OPERATOR   MOVE "ROLE=OPERATOR" TO SO-After
               WHEN OTHER         MOVE "ROLE=VIEWER" TO SO-After
           END-EVALUATE
           MOVE "SIGNON" TO SO-Function
           CALL "AuditLog" USING LS-Operator LS-Program SO-Function
               SO-Key SO-Before SO-After
           DISPLAY "Signed on: " FUNCTION TRIM(OP-NAME) " ("
               FUNCTION TRIM(SO-After(6:)) ")".

       Log-Refusal.
           MOVE "SIGNON-FAIL" TO SO-Function
           CALL "AuditLog" USING SO-Id LS-Program SO-Function
               SO-Key SO-Before SO-After.

       END PROGRAM SignOn.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PassHash.

      *> One-way hash of an operator ID and password for the operator
      *> master: a running polynomial over the character codes of the
      *> two together, reduced modulo the largest ten-digit prime and
      *> taken over them twice so a change anywhere reaches every
      *> digit. Salting with the ID keeps two operators with the same
      *> password from sharing a hash. It is not a cipher; it keeps
      *> passwords out of the master in the clear.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  PH-Text       PIC X(28).
       01  PH-Idx        PIC 99.
       01  PH-Acc        PIC 9(18).

       LINKAGE SECTION.
       01  LS-Id         PIC X(8).
       01  LS-Password   PIC X(20).
       01  LS-Hash       PIC 9(10).

       PROCEDURE DIVISION USING LS-Id LS-Password LS-Hash.
       Pass-Hash-Main.
           MOVE LS-Id TO PH-Text(1:8)
           MOVE LS-Password TO PH-Text(9:20)
           MOVE 7 TO PH-Acc
           PERFORM 2 TIMES
               PERFORM VARYING PH-Idx FROM 1 BY 1 UNTIL PH-Idx > 28
                   COMPUTE PH-Acc = FUNCTION MOD(PH-Acc * 131
                       + FUNCTION ORD(PH-Text(PH-Idx:1)), 9999999967)
               END-PERFORM
           END-PERFORM
           MOVE PH-Acc TO LS-Hash
           GOBACK.

       END PROGRAM PassHash.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditLog.

      *> Appends one line to the console audit trail
      *> (console_audit.txt, AUDITREC layout). Opened and closed per
      *> line, as the journal writers do, so a console left running
      *> never holds the trail open and a crash loses nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AuditFile ASSIGN TO "console_audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AU-AuditFS.

       DATA DIVISION.
       FILE SECTION.
       FD AuditFile.
       COPY "AUDITREC".

       WORKING-STORAGE SECTION.
       01  AU-AuditFS    PIC XX.

       LINKAGE SECTION.
       01  LS-Operator   PIC X(8).
       01  LS-Program    PIC X(12).
       01  LS-Function   PIC X(12).
       01  LS-Key        PIC X(20).
       01  LS-Before     PIC X(60).
       01  LS-After      PIC X(60).

       PROCEDURE DIVISION USING LS-Operator LS-Program LS-Function
               LS-Key LS-Before LS-After.
       Audit-Log-Main.
           OPEN EXTEND AuditFile
           IF AU-AuditFS = "35"
               OPEN OUTPUT AuditFile
               CLOSE AuditFile
               OPEN EXTEND AuditFile
           END-IF
           IF AU-AuditFS NOT = "00"
               DISPLAY "Cannot write console audit trail (FILE STATUS "
                   AU-AuditFS ")"
               GOBACK
           END-IF
           MOVE SPACES TO AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO AU-TIMESTAMP
           MOVE LS-Operator TO AU-OPERATOR
           MOVE LS-Program TO AU-PROGRAM
           MOVE LS-Function TO AU-FUNCTION
           MOVE LS-Key TO AU-KEY
           MOVE LS-Before TO AU-BEFORE
           MOVE LS-After TO AU-AFTER
           WRITE AUDIT-RECORD
           CLOSE AuditFile
           GOBACK.

       END PROGRAM AuditLog.

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
