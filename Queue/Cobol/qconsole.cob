      *> mode (consumer). Lets an operator browse records in
      *> Q-PUZZLE-ID order, filter by Q-STATUS, render a record's
      *> Q-PUZZLE-DATA / Q-SOLUTION-DATA as a 9x9 grid, flip a failed
      *> record back to pending, hold a pending record until a release
      *> time or release a held one straight away, and delete a
      *> record outright -- the answer to "where is my puzzle"
      *> without a hex editor.
      *> The operator signs on first (see SignOn): a viewer may browse
      *> and view, an operator may also requeue, hold and release,
      *> and only a supervisor may delete. Every action goes to the console
      *> audit trail.
      *> The session holds the queue shared in the run-lock registry
      *> (see RunLock), alongside the drains and Enqueue; while a
      *> QMerge or other exclusive job has it, the console is refused
      *> rather than left waiting at the sign-on.
      *>
      *> Usage: QConsole <queue-file>

      *> deletes are transitions too, and an operator's hand on a
      *> record should be just as reconstructable as a solver's.
       FD JournalFile.
       01 JournalLine PIC X(637).

       WORKING-STORAGE SECTION.
       01  WS-QueueFilename PIC X(100).
       01  WS-ColIdx     PIC 99.
       01  WS-Idx        PIC 999.
       01  WS-Char       PIC X.
       01  WS-ReleaseTS  PIC X(14).
       01  WS-HoldLen    PIC 99.
       01  WS-HoldOK     PIC X.

       01  WS-JrnFS      PIC XX.
       01  WS-JrnOld     PIC X.
       01  WS-JrnNew     PIC X.
       01  WS-JrnRec     PIC X(60).
       COPY "JRNREC".

      *> Signed-on operator (see SignOn) and the console audit line
      *> each action writes through AuditLog.
       01  WS-OpId        PIC X(8).
       01  WS-OpRole      PIC X.
           88 WS-CanChange    VALUE 'O' 'S'.
           88 WS-CanSupervise VALUE 'S'.
       01  WS-OpInitials  PIC X(3).
       01  WS-AudProgram  PIC X(12) VALUE "QCONSOLE".
       01  WS-AudFunction PIC X(12).
       01  WS-AudKey      PIC X(20) VALUE SPACES.
       01  WS-AudBefore   PIC X(60) VALUE SPACES.
       01  WS-AudAfter    PIC X(60) VALUE SPACES.

      *> Shared hold on the queue for the session (see RunLock).
       01  WS-LockFunc   PIC X.
       01  WS-LockRes    PIC X(100).
       01  WS-LockProg   PIC X(12) VALUE "QCONSOLE".
       01  WS-LockMode   PIC X.
       01  WS-LockWait   PIC X VALUE 'N'.
       01  WS-LockResult PIC X.
       01  WS-LockHolder PIC X(12).
       01  WS-LockRC     PIC S9(9) COMP.

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(CURRENT-ARG) TO WS-QueueFilename

           PERFORM Sign-On

           MOVE WS-QueueFilename TO WS-LockRes
           MOVE 'S' TO WS-LockMode
           PERFORM Take-Lock

           OPEN I-O QueueFile
           IF WS-QueueFS = "35"
               DISPLAY "Queue file not found: "
                   FUNCTION TRIM(WS-QueueFilename)
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Locks
               STOP RUN
           END-IF
           IF WS-QueueFS NOT = "00"
               DISPLAY "Cannot open queue (FILE STATUS " WS-QueueFS ")"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Locks
               STOP RUN
           END-IF

                   WHEN 'B' PERFORM Browse-From-Id
                   WHEN 'F' PERFORM Filter-By-Status
                   WHEN 'V' PERFORM View-Record
                   WHEN 'R'
                       IF WS-CanChange
                           PERFORM Requeue-Failed
                       ELSE
                           PERFORM Refuse-Function
                       END-IF
                   WHEN 'H'
                       IF WS-CanChange
                           PERFORM Hold-Record
                       ELSE
                           PERFORM Refuse-Function
                       END-IF
                   WHEN 'L'
                       IF WS-CanChange
                           PERFORM Release-Record
                       ELSE
                           PERFORM Refuse-Function
                       END-IF
                   WHEN 'D'
                       IF WS-CanSupervise
                           PERFORM Delete-Record
                       ELSE
                           PERFORM Refuse-Function
                       END-IF
                   WHEN 'X' MOVE 'Y' TO WS-Done
                   WHEN OTHER DISPLAY "Unknown choice."
               END-EVALUATE
           END-PERFORM

           CLOSE QueueFile
           MOVE "SIGNOFF" TO WS-AudFunction
           PERFORM Write-Audit
           DISPLAY "QConsole ended."
           MOVE 0 TO RETURN-CODE
           PERFORM Release-Locks
           STOP RUN.

       Show-Menu.
           DISPLAY " "
           DISPLAY "--- Puzzle queue console ---"
           DISPLAY "B  browse records from a puzzle ID"
           DISPLAY "F  filter records by status (P/S/F/D/I/H/V)"
           DISPLAY "V  view one record as a 9x9 grid"
           IF WS-CanChange
               DISPLAY "R  flip a failed/dead-letter record back to"
                   " pending"
               DISPLAY "H  hold a pending record until a release time"
               DISPLAY "L  release a held record now"
           END-IF
           IF WS-CanSupervise
               DISPLAY "D  delete a record"
           END-IF
           DISPLAY "X  exit"
           DISPLAY "Choice: " WITH NO ADVANCING.

               WITH NO ADVANCING
           ACCEPT WS-Answer
           MOVE FUNCTION TRIM(WS-Answer) TO WS-WantedId
           MOVE "BROWSE" TO WS-AudFunction
           MOVE WS-WantedId TO WS-AudKey
           PERFORM Write-Audit
           IF WS-WantedId = SPACES
               MOVE LOW-VALUES TO Q-PUZZLE-ID
           ELSE
           END-IF.

       Filter-By-Status.
           DISPLAY "Status to list (P/S/F/D/I/H/V): " WITH NO ADVANCING
           ACCEPT WS-Answer
           MOVE FUNCTION UPPER-CASE(WS-Answer(1:1)) TO WS-WantedStat
           MOVE "FILTER" TO WS-AudFunction
           STRING "STATUS=" WS-WantedStat DELIMITED BY SIZE
               INTO WS-AudAfter
           PERFORM Write-Audit
           MOVE LOW-VALUES TO Q-PUZZLE-ID
           MOVE 'N' TO WS-ListEOF
           MOVE 0 TO WS-ListCount
           DISPLAY WS-ListCount " record(s) with status " WS-WantedStat.

       Show-Record-Line.
           IF Q-HELD
               DISPLAY Q-PUZZLE-ID " " Q-STATUS "  " Q-CLASS "  "
                   Q-TIMESTAMP "  RELEASE " Q-RELEASE-TS
           ELSE
               DISPLAY Q-PUZZLE-ID " " Q-STATUS "  " Q-CLASS "  "
                   Q-TIMESTAMP
           END-IF.

       View-Record.
           PERFORM Fetch-Record-By-Id
           IF WS-QueueFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "VIEW" TO WS-AudFunction
           MOVE Q-PUZZLE-ID TO WS-AudKey
           PERFORM Write-Audit
           DISPLAY "Puzzle ID: " Q-PUZZLE-ID "  Status: " Q-STATUS
               "  Class: " Q-CLASS "  Timestamp: " Q-TIMESTAMP
           IF Q-SUBMITTER NOT = SPACES
               DISPLAY "Submitter: " Q-SUBMITTER
           END-IF
           IF Q-HELD
               IF Q-RELEASE-TS = SPACES
                   DISPLAY "Held until released from this console"
               ELSE
                   DISPLAY "Held until " Q-RELEASE-TS
               END-IF
           END-IF
           IF Q-VARIANT-X
               DISPLAY "Variant: X-Sudoku (diagonals must hold 1-9)"
           END-IF
           IF Q-VARIANT-K
               DISPLAY "Variant: Killer Sudoku (" Q-CAGE-COUNT
                   " cages, each summing to its target)"
           END-IF
           IF Q-RETRY-COUNT > 0 OR Q-FAIL-REASON NOT = SPACES
               DISPLAY "Retries: " Q-RETRY-COUNT
                   "  Last failure: " FUNCTION TRIM(Q-FAIL-REASON)
               EXIT PARAGRAPH
           END-IF
           MOVE Q-STATUS TO WS-JrnOld
           STRING "STATUS=" Q-STATUS " RETRY=" Q-RETRY-COUNT
               " REASON=" Q-FAIL-REASON DELIMITED BY SIZE
               INTO WS-AudBefore
           SET Q-PENDING TO TRUE
           MOVE SPACES TO Q-SOLUTION-DATA
      *> A manual requeue is a fresh start: the retry budget resets so
                   " is pending again."
               MOVE 'P' TO WS-JrnNew
               PERFORM Write-Journal
               MOVE "REQUEUE" TO WS-AudFunction
               MOVE Q-PUZZLE-ID TO WS-AudKey
               MOVE "STATUS=P RETRY=00" TO WS-AudAfter
               PERFORM Write-Audit
           ELSE
               DISPLAY "Rewrite failed (FILE STATUS " WS-QueueFS ")"
               MOVE SPACES TO WS-AudKey WS-AudBefore
           END-IF.

       Hold-Record.
      *> A pending record can be put on hold, and a held one given a
      *> new release time. Blank holds it until released here.
           PERFORM Fetch-Record-By-Id
           IF WS-QueueFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF NOT Q-PENDING AND NOT Q-HELD
               DISPLAY "Record " FUNCTION TRIM(Q-PUZZLE-ID)
                   " has status " Q-STATUS " -- only a pending (P) or"
                   " held (H) record can be held."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Release after yyyymmdd[hhmm] (blank = until"
               " released here): " WITH NO ADVANCING
           ACCEPT WS-Answer
           PERFORM Check-Release-Time
           IF WS-HoldOK = 'N'
               DISPLAY "Not a future release time -- record unchanged."
               EXIT PARAGRAPH
           END-IF
           MOVE Q-STATUS TO WS-JrnOld
           STRING "STATUS=" Q-STATUS " RELEASE=" Q-RELEASE-TS
               DELIMITED BY SIZE INTO WS-AudBefore
           SET Q-HELD TO TRUE
           MOVE WS-ReleaseTS TO Q-RELEASE-TS
           REWRITE QUEUE-RECORD
           IF WS-QueueFS = "00"
               IF Q-RELEASE-TS = SPACES
                   DISPLAY "Record " FUNCTION TRIM(Q-PUZZLE-ID)
                       " is held until released."
               ELSE
                   DISPLAY "Record " FUNCTION TRIM(Q-PUZZLE-ID)
                       " is held until " Q-RELEASE-TS "."
               END-IF
      *> H to H (a new release time) is journalled too: the line
      *> carries the rewritten record for RollFwd.
               MOVE 'H' TO WS-JrnNew
               PERFORM Write-Journal
               MOVE "HOLD" TO WS-AudFunction
               MOVE Q-PUZZLE-ID TO WS-AudKey
               STRING "STATUS=H RELEASE=" Q-RELEASE-TS
                   DELIMITED BY SIZE INTO WS-AudAfter
               PERFORM Write-Audit
           ELSE
               DISPLAY "Rewrite failed (FILE STATUS " WS-QueueFS ")"
               MOVE SPACES TO WS-AudKey WS-AudBefore
           END-IF.

       Release-Record.
      *> Straight back to pending. The release time becomes now, so
      *> QAging ages the record from its release, not its submission.
           PERFORM Fetch-Record-By-Id
           IF WS-QueueFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF NOT Q-HELD
               DISPLAY "Record " FUNCTION TRIM(Q-PUZZLE-ID)
                   " has status " Q-STATUS " -- only a held (H)"
                   " record can be released."
               EXIT PARAGRAPH
           END-IF
           STRING "STATUS=H RELEASE=" Q-RELEASE-TS
               DELIMITED BY SIZE INTO WS-AudBefore
           SET Q-PENDING TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:14) TO Q-RELEASE-TS
           REWRITE QUEUE-RECORD
           IF WS-QueueFS = "00"
               DISPLAY "Record " FUNCTION TRIM(Q-PUZZLE-ID)
                   " is released and pending."
               MOVE 'H' TO WS-JrnOld
               MOVE 'P' TO WS-JrnNew
               PERFORM Write-Journal
               MOVE "RELEASE" TO WS-AudFunction
               MOVE Q-PUZZLE-ID TO WS-AudKey
               STRING "STATUS=P RELEASE=" Q-RELEASE-TS
                   DELIMITED BY SIZE INTO WS-AudAfter
               PERFORM Write-Audit
           ELSE
               DISPLAY "Rewrite failed (FILE STATUS " WS-QueueFS ")"
               MOVE SPACES TO WS-AudKey WS-AudBefore
           END-IF.

       Check-Release-Time.
      *> Same release-time rules as Enqueue -hold: yyyymmdd,
      *> yyyymmddhhmm or yyyymmddhhmmss, midnight when no time is
      *> given. Blank is allowed (held until released); a time
      *> already passed is not.
           MOVE SPACES TO WS-ReleaseTS
           MOVE 'Y' TO WS-HoldOK
           MOVE FUNCTION TRIM(WS-Answer) TO WS-Answer
           IF WS-Answer = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION STORED-CHAR-LENGTH(WS-Answer) TO WS-HoldLen
           IF WS-HoldLen NOT = 8 AND WS-HoldLen NOT = 12
               AND WS-HoldLen NOT = 14
               MOVE 'N' TO WS-HoldOK
               EXIT PARAGRAPH
           END-IF
           IF WS-Answer(1:WS-HoldLen) IS NOT NUMERIC
               MOVE 'N' TO WS-HoldOK
               EXIT PARAGRAPH
           END-IF
           MOVE ALL "0" TO WS-ReleaseTS
           MOVE WS-Answer(1:WS-HoldLen) TO WS-ReleaseTS(1:WS-HoldLen)
           IF WS-ReleaseTS(5:2) < "01" OR WS-ReleaseTS(5:2) > "12"
               OR WS-ReleaseTS(7:2) < "01" OR WS-ReleaseTS(7:2) > "31"
               OR WS-ReleaseTS(9:2) > "23"
               OR WS-ReleaseTS(11:2) > "59"
               OR WS-ReleaseTS(13:2) > "59"
               OR WS-ReleaseTS NOT > FUNCTION CURRENT-DATE(1:14)
               MOVE 'N' TO WS-HoldOK
           END-IF.

       Delete-Record.
           ACCEPT WS-Answer
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Answer)) = "YES"
               MOVE Q-STATUS TO WS-JrnOld
               STRING "STATUS=" Q-STATUS " CLASS=" Q-CLASS
                   " SUBMITTER=" Q-SUBMITTER DELIMITED BY SIZE
                   INTO WS-AudBefore
               DELETE QueueFile RECORD
               IF WS-QueueFS = "00"
                   DISPLAY "Record deleted."
                   MOVE 'X' TO WS-JrnNew
                   PERFORM Write-Journal
                   MOVE "DELETE" TO WS-AudFunction
                   MOVE Q-PUZZLE-ID TO WS-AudKey
                   MOVE "DELETED" TO WS-AudAfter
                   PERFORM Write-Audit
               ELSE
                   DISPLAY "Delete failed (FILE STATUS " WS-QueueFS ")"
                   MOVE SPACES TO WS-AudKey WS-AudBefore
               END-IF
           ELSE
               DISPLAY "Not deleted."
               WS-JrnNew                      DELIMITED BY SIZE
               ",QCONSOLE,00"                 DELIMITED BY SIZE
               INTO WS-JrnRec
           MOVE WS-JrnRec TO JI-TRANSITION
           MOVE ",IMG=" TO JI-IMAGE-TAG
           MOVE QUEUE-RECORD TO JI-AFTER-IMAGE
           WRITE JournalLine FROM JOURNAL-IMAGE-LINE
           CLOSE JournalFile.

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

       Fetch-Record-By-Id.
           DISPLAY "Puzzle ID: " WITH NO ADVANCING
           ACCEPT WS-Answer
               DISPLAY WS-GridLine
           END-PERFORM.

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
                       " -- console not started"
               ELSE
                   DISPLAY "Run-lock registry unusable -- "
                       "QConsole not started"
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

       END PROGRAM QConsole.

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
