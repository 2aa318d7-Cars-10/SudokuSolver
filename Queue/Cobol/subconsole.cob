      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubConsole.

      *> Maintenance console for the submitter account master
      *> (submitter_master.dat, layout in SUBMREC), in the QConsole
      *> family. Every queue producer refuses an account that is not
      *> on this file, so a new department is set up here before its
      *> first submission: account code, department name (printed on
      *> the chargeback statement), GL cost centre (debited by the
      *> month-end GL feed), outbox delivery folder and daily
      *> submission quota. Suspending an account stops new work at
      *> the door without touching anything already queued; the
      *> quota counter can be cleared when the desk agrees to let a
      *> department go over for the day.
      *> The operator signs on first (see SignOn): a viewer may browse
      *> and view, an operator may also add and change accounts and
      *> clear a quota count, and only a supervisor may suspend,
      *> reinstate or delete an account. Every action goes to the
      *> console audit trail with the account as it stood before and
      *> after.
      *>
      *> Usage: SubConsole

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SubmitterFile ASSIGN TO "submitter_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-ACCOUNT
               FILE STATUS IS WS-SubFS.

       DATA DIVISION.
       FILE SECTION.
       FD SubmitterFile.
       COPY "SUBMREC".

       WORKING-STORAGE SECTION.
       01  WS-SubFS      PIC XX.

       01  WS-Choice     PIC X.
       01  WS-Answer     PIC X(40).
       01  WS-WantedAcct PIC X(8).
       01  WS-Done       PIC X VALUE 'N'.
       01  WS-ListEOF    PIC X.
       01  WS-ListCount  PIC 9(4).
       01  WS-DispQuota  PIC Z(4)9.
       01  WS-DispUsed   PIC Z(4)9.
       01  WS-Today      PIC X(8).
       01  WS-UsedDigits PIC 9(5).

      *> Signed-on operator (see SignOn) and the console audit line
      *> each action writes through AuditLog.
       01  WS-OpId        PIC X(8).
       01  WS-OpRole      PIC X.
           88 WS-CanChange    VALUE 'O' 'S'.
           88 WS-CanSupervise VALUE 'S'.
       01  WS-OpInitials  PIC X(3).
       01  WS-AudProgram  PIC X(12) VALUE "SUBCONSOLE".
       01  WS-AudFunction PIC X(12).
       01  WS-AudKey      PIC X(20) VALUE SPACES.
       01  WS-AudBefore   PIC X(60) VALUE SPACES.
       01  WS-AudAfter    PIC X(60) VALUE SPACES.
       01  WS-AudImage    PIC X(60).

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "Starting SubConsole..."
           PERFORM Sign-On
      *> Created on first use, like the queue: the first account is
      *> keyed from this console.
           OPEN I-O SubmitterFile
           IF WS-SubFS = "35"
               OPEN OUTPUT SubmitterFile
               CLOSE SubmitterFile
               OPEN I-O SubmitterFile
           END-IF
           IF WS-SubFS NOT = "00"
               DISPLAY "Cannot open submitter master (FILE STATUS "
                   WS-SubFS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-Done = 'Y'
               PERFORM Show-Menu
               ACCEPT WS-Choice
               EVALUATE FUNCTION UPPER-CASE(WS-Choice)
                   WHEN 'B' PERFORM Browse-Accounts
                   WHEN 'V' PERFORM View-Account
                   WHEN 'A'
                       IF WS-CanChange
                           PERFORM Add-Account
                       ELSE
                           PERFORM Refuse-Function
                       END-IF
                   WHEN 'C'
                       IF WS-CanChange
                           PERFORM Change-Account
                       ELSE
                           PERFORM Refuse-Function
                       END-IF
                   WHEN 'S'
                       IF WS-CanSupervise
                           PERFORM Toggle-Suspend
                       ELSE
                           PERFORM Refuse-Function
                       END-IF
                   WHEN 'Q'
                       IF WS-CanChange
                           PERFORM Reset-Quota-Count
                       ELSE
                           PERFORM Refuse-Function
                       END-IF
                   WHEN 'D'
                       IF WS-CanSupervise
                           PERFORM Delete-Account
                       ELSE
                           PERFORM Refuse-Function
                       END-IF
                   WHEN 'X' MOVE 'Y' TO WS-Done
                   WHEN OTHER DISPLAY "Unknown choice."
               END-EVALUATE
           END-PERFORM

           CLOSE SubmitterFile
           MOVE "SIGNOFF" TO WS-AudFunction
           PERFORM Write-Audit
           DISPLAY "SubConsole ended."
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       Show-Menu.
           DISPLAY " "
           DISPLAY "--- Submitter account console ---"
           DISPLAY "B  browse accounts from an account code"
           DISPLAY "V  view one account"
           IF WS-CanChange
               DISPLAY "A  add an account"
               DISPLAY "C  change department, folder or quota"
           END-IF
           IF WS-CanSupervise
               DISPLAY "S  suspend / reinstate an account"
           END-IF
           IF WS-CanChange
               DISPLAY "Q  clear today's quota count for an account"
           END-IF
           IF WS-CanSupervise
               DISPLAY "D  delete an account"
           END-IF
           DISPLAY "X  exit"
           DISPLAY "Choice: " WITH NO ADVANCING.

       Browse-Accounts.
           DISPLAY "Start from account (blank = first): "
               WITH NO ADVANCING
           ACCEPT WS-Answer
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Answer))
               TO WS-WantedAcct
           IF WS-WantedAcct = SPACES
               MOVE LOW-VALUES TO SM-ACCOUNT
           ELSE
               MOVE WS-WantedAcct TO SM-ACCOUNT
           END-IF
           MOVE "BROWSE" TO WS-AudFunction
           MOVE WS-WantedAcct TO WS-AudKey
           PERFORM Write-Audit
           MOVE 'N' TO WS-ListEOF
           MOVE 0 TO WS-ListCount
           START SubmitterFile KEY IS NOT LESS THAN SM-ACCOUNT
               INVALID KEY MOVE 'Y' TO WS-ListEOF
           END-START
           DISPLAY "ACCOUNT  ST QUOTA  USED DEPARTMENT"
           PERFORM UNTIL WS-ListEOF = 'Y' OR WS-ListCount >= 20
               READ SubmitterFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-ListEOF
                   NOT AT END
                       ADD 1 TO WS-ListCount
                       PERFORM Show-Account-Line
               END-READ
           END-PERFORM
           IF WS-ListCount = 0
               DISPLAY "(no accounts)"
           ELSE
               IF WS-ListCount >= 20
                   DISPLAY "(20 shown -- browse again from "
                       FUNCTION TRIM(SM-ACCOUNT) " to continue)"
               END-IF
           END-IF.

       Show-Account-Line.
           PERFORM Roll-Quota-Day
           MOVE SM-DAILY-QUOTA TO WS-DispQuota
           MOVE SM-QUOTA-USED TO WS-DispUsed
           DISPLAY SM-ACCOUNT " " SM-STATUS "  " WS-DispQuota " "
               WS-DispUsed " " FUNCTION TRIM(SM-DEPT-NAME).

       View-Account.
           PERFORM Fetch-Account
           IF WS-SubFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "VIEW" TO WS-AudFunction
           MOVE SM-ACCOUNT TO WS-AudKey
           PERFORM Write-Audit
           PERFORM Roll-Quota-Day
           DISPLAY "Account:    " SM-ACCOUNT
           DISPLAY "Department: " FUNCTION TRIM(SM-DEPT-NAME)
           IF SM-COST-CENTRE = SPACES
               DISPLAY "Cost ctr:   (none -- GL suspense)"
           ELSE
               DISPLAY "Cost ctr:   " FUNCTION TRIM(SM-COST-CENTRE)
           END-IF
           IF SM-ACTIVE
               DISPLAY "Status:     ACTIVE"
           ELSE
               DISPLAY "Status:     SUSPENDED"
           END-IF
           IF SM-OUTBOX-DIR = SPACES
               DISPLAY "Outbox:     " FUNCTION TRIM(SM-ACCOUNT)
                   " (account code)"
           ELSE
               DISPLAY "Outbox:     " FUNCTION TRIM(SM-OUTBOX-DIR)
           END-IF
           IF SM-DAILY-QUOTA = 0
               DISPLAY "Quota:      not capped"
           ELSE
               MOVE SM-DAILY-QUOTA TO WS-DispQuota
               DISPLAY "Quota:      " FUNCTION TRIM(WS-DispQuota)
                   " per day"
           END-IF
           MOVE SM-QUOTA-USED TO WS-DispUsed
           DISPLAY "Used today: " FUNCTION TRIM(WS-DispUsed)
           DISPLAY "Updated:    " SM-UPDATED.

       Add-Account.
           DISPLAY "New account code: " WITH NO ADVANCING
           ACCEPT WS-Answer
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Answer))
               TO WS-WantedAcct
           IF WS-WantedAcct = SPACES
               DISPLAY "No account code, nothing added."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SUBMITTER-RECORD
           MOVE WS-WantedAcct TO SM-ACCOUNT
           SET SM-ACTIVE TO TRUE
           MOVE 0 TO SM-DAILY-QUOTA
           MOVE 0 TO SM-QUOTA-USED
           PERFORM Key-Account-Details
           MOVE FUNCTION CURRENT-DATE(1:14) TO SM-UPDATED
           WRITE SUBMITTER-RECORD
               INVALID KEY
                   DISPLAY "Account " FUNCTION TRIM(SM-ACCOUNT)
                       " already on file -- use C to change it."
               NOT INVALID KEY
                   DISPLAY "Account " FUNCTION TRIM(SM-ACCOUNT)
                       " added."
                   MOVE "ADD" TO WS-AudFunction
                   MOVE SM-ACCOUNT TO WS-AudKey
                   PERFORM Describe-Account
                   MOVE WS-AudImage TO WS-AudAfter
                   PERFORM Write-Audit
           END-WRITE.

       Change-Account.
           PERFORM Fetch-Account
           IF WS-SubFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM Describe-Account
           MOVE WS-AudImage TO WS-AudBefore
           DISPLAY "(blank keeps the current value)"
           PERFORM Key-Account-Details
           MOVE FUNCTION CURRENT-DATE(1:14) TO SM-UPDATED
           REWRITE SUBMITTER-RECORD
           IF WS-SubFS = "00"
               DISPLAY "Account " FUNCTION TRIM(SM-ACCOUNT)
                   " updated."
               MOVE "CHANGE" TO WS-AudFunction
               MOVE SM-ACCOUNT TO WS-AudKey
               PERFORM Describe-Account
               MOVE WS-AudImage TO WS-AudAfter
               PERFORM Write-Audit
           ELSE
               DISPLAY "Rewrite failed (FILE STATUS " WS-SubFS ")"
               MOVE SPACES TO WS-AudKey WS-AudBefore
           END-IF.

       Key-Account-Details.
      *> Shared by add and change; a blank answer leaves the field
      *> as it stands.
           DISPLAY "Department name [" FUNCTION TRIM(SM-DEPT-NAME)
               "]: " WITH NO ADVANCING
           ACCEPT WS-Answer
           IF WS-Answer NOT = SPACES
               MOVE FUNCTION TRIM(WS-Answer) TO SM-DEPT-NAME
           END-IF
           DISPLAY "GL cost centre [" FUNCTION TRIM(SM-COST-CENTRE)
               "]: " WITH NO ADVANCING
           ACCEPT WS-Answer
           IF WS-Answer NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Answer))
                   TO SM-COST-CENTRE
           END-IF
           DISPLAY "Outbox folder [" FUNCTION TRIM(SM-OUTBOX-DIR)
               "]: " WITH NO ADVANCING
           ACCEPT WS-Answer
           IF WS-Answer NOT = SPACES
               MOVE FUNCTION TRIM(WS-Answer) TO SM-OUTBOX-DIR
           END-IF
           MOVE SM-DAILY-QUOTA TO WS-DispQuota
           DISPLAY "Daily quota, 0 = no cap ["
               FUNCTION TRIM(WS-DispQuota) "]: " WITH NO ADVANCING
           ACCEPT WS-Answer
           IF WS-Answer NOT = SPACES
               IF FUNCTION TRIM(WS-Answer) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-Answer) TO SM-DAILY-QUOTA
               ELSE
                   DISPLAY "Quota must be a number -- left at "
                       FUNCTION TRIM(WS-DispQuota)
               END-IF
           END-IF.

       Toggle-Suspend.
           PERFORM Fetch-Account
           IF WS-SubFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM Describe-Account
           MOVE WS-AudImage TO WS-AudBefore
           IF SM-ACTIVE
               DISPLAY "Suspend " FUNCTION TRIM(SM-ACCOUNT)
                   "? Type YES to confirm: " WITH NO ADVANCING
               ACCEPT WS-Answer
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Answer))
                   NOT = "YES"
                   DISPLAY "Not suspended."
                   MOVE SPACES TO WS-AudBefore
                   EXIT PARAGRAPH
               END-IF
               SET SM-SUSPENDED TO TRUE
           ELSE
               SET SM-ACTIVE TO TRUE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO SM-UPDATED
           REWRITE SUBMITTER-RECORD
           IF WS-SubFS = "00"
               IF SM-ACTIVE
                   DISPLAY "Account " FUNCTION TRIM(SM-ACCOUNT)
                       " reinstated."
                   MOVE "REINSTATE" TO WS-AudFunction
               ELSE
                   DISPLAY "Account " FUNCTION TRIM(SM-ACCOUNT)
                       " suspended -- new submissions will be refused."
                   MOVE "SUSPEND" TO WS-AudFunction
               END-IF
               MOVE SM-ACCOUNT TO WS-AudKey
               PERFORM Describe-Account
               MOVE WS-AudImage TO WS-AudAfter
               PERFORM Write-Audit
           ELSE
               DISPLAY "Rewrite failed (FILE STATUS " WS-SubFS ")"
               MOVE SPACES TO WS-AudKey WS-AudBefore
           END-IF.

       Reset-Quota-Count.
           PERFORM Fetch-Account
           IF WS-SubFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SM-QUOTA-USED TO WS-UsedDigits
           STRING "USED=" WS-UsedDigits " ON " SM-QUOTA-DATE
               DELIMITED BY SIZE INTO WS-AudBefore
           MOVE 0 TO SM-QUOTA-USED
           MOVE FUNCTION CURRENT-DATE(1:8) TO SM-QUOTA-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO SM-UPDATED
           REWRITE SUBMITTER-RECORD
           IF WS-SubFS = "00"
               DISPLAY "Today's count for " FUNCTION TRIM(SM-ACCOUNT)
                   " cleared."
               MOVE "CLEAR-QUOTA" TO WS-AudFunction
               MOVE SM-ACCOUNT TO WS-AudKey
               STRING "USED=00000 ON " SM-QUOTA-DATE
                   DELIMITED BY SIZE INTO WS-AudAfter
               PERFORM Write-Audit
           ELSE
               DISPLAY "Rewrite failed (FILE STATUS " WS-SubFS ")"
               MOVE SPACES TO WS-AudKey WS-AudBefore
           END-IF.

       Delete-Account.
           PERFORM Fetch-Account
           IF WS-SubFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Delete account " FUNCTION TRIM(SM-ACCOUNT)
               " (" FUNCTION TRIM(SM-DEPT-NAME) ")?"
           DISPLAY "Its history will show as unknown on the chargeback"
               " statement. Type YES to confirm: " WITH NO ADVANCING
           ACCEPT WS-Answer
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Answer)) = "YES"
               PERFORM Describe-Account
               MOVE WS-AudImage TO WS-AudBefore
               DELETE SubmitterFile RECORD
               IF WS-SubFS = "00"
                   DISPLAY "Account deleted."
                   MOVE "DELETE" TO WS-AudFunction
                   MOVE SM-ACCOUNT TO WS-AudKey
                   MOVE "DELETED" TO WS-AudAfter
                   PERFORM Write-Audit
               ELSE
                   DISPLAY "Delete failed (FILE STATUS " WS-SubFS ")"
                   MOVE SPACES TO WS-AudKey WS-AudBefore
               END-IF
           ELSE
               DISPLAY "Not deleted."
           END-IF.

       Roll-Quota-Day.
      *> Display only: a count from an earlier day is yesterday's
      *> business, so show it as zero. The producers do the real
      *> roll-over when they charge the next submission.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           IF SM-QUOTA-DATE NOT = WS-Today
               MOVE 0 TO SM-QUOTA-USED
           END-IF.

       Describe-Account.
      *> One-line image of the account in SUBMITTER-RECORD for the
      *> audit trail's before/after columns.
           MOVE SPACES TO WS-AudImage
           MOVE SM-DAILY-QUOTA TO WS-DispQuota
           STRING "ST=" SM-STATUS
               " QUOTA=" FUNCTION TRIM(WS-DispQuota)
               " CC=" FUNCTION TRIM(SM-COST-CENTRE)
               " DIR=" FUNCTION TRIM(SM-OUTBOX-DIR)
               " DEPT=" FUNCTION TRIM(SM-DEPT-NAME)
               DELIMITED BY SIZE INTO WS-AudImage.

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

       Fetch-Account.
           DISPLAY "Account code: " WITH NO ADVANCING
           ACCEPT WS-Answer
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Answer))
               TO SM-ACCOUNT
           READ SubmitterFile RECORD
               INVALID KEY
                   DISPLAY "No account " FUNCTION TRIM(WS-Answer)
           END-READ.

       END PROGRAM SubConsole.

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
