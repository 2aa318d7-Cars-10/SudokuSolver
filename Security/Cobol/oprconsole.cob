      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OprConsole.

      *> Maintenance console for the operator master
      *> (operator_master.dat, layout in OPERREC), in the QConsole
      *> family. Every console signs its user on against this file
      *> and offers only the menu functions the operator's role
      *> allows, so a new operator is set up here before their first
      *> shift: operator ID, name, initials (stamped on alert
      *> acknowledgments), role and a starting password. Deactivating
      *> an operator stops their sign-on without losing their audit
      *> history; reinstating one also clears a lock left by three
      *> bad passwords.
      *>
      *> Only a supervisor may maintain operators; anyone signed on
      *> may change their own password. On a brand-new installation
      *> the master is empty and nobody could sign on, so the first
      *> supervisor is keyed here before the sign-on prompt. Every
      *> action goes to the console audit trail -- never the
      *> password itself.
      *>
      *> Usage: OprConsole

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperFile ASSIGN TO "operator_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OperFS.

       DATA DIVISION.
       FILE SECTION.
       FD OperFile.
       COPY "OPERREC".

       WORKING-STORAGE SECTION.
       01  WS-OperFS     PIC XX.

       01  WS-Choice     PIC X.
       01  WS-Answer     PIC X(40).
       01  WS-WantedId   PIC X(8).
       01  WS-Done       PIC X VALUE 'N'.
       01  WS-ListEOF    PIC X.
       01  WS-ListCount  PIC 9(4).
       01  WS-Empty      PIC X.

      *> Password entry: keyed twice, hashed at once, never kept.
       01  WS-Password   PIC X(20).
       01  WS-Password2  PIC X(20).
       01  WS-PassHash   PIC 9(10).
       01  WS-PassOK     PIC X.
       01  WS-PassLen    PIC 99.

      *> Signed-on operator (see SignOn) and the console audit line
      *> each action writes through AuditLog.
       01  WS-OpId        PIC X(8).
       01  WS-OpRole      PIC X.
           88 WS-CanChange    VALUE 'O' 'S'.
           88 WS-CanSupervise VALUE 'S'.
       01  WS-OpInitials  PIC X(3).
       01  WS-AudProgram  PIC X(12) VALUE "OPRCONSOLE".
       01  WS-AudFunction PIC X(12).
       01  WS-AudKey      PIC X(20) VALUE SPACES.
       01  WS-AudBefore   PIC X(60) VALUE SPACES.
       01  WS-AudAfter    PIC X(60) VALUE SPACES.
       01  WS-AudImage    PIC X(60).

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "Starting OprConsole..."
      *> Created on first use, like the submitter master.
           OPEN I-O OperFile
           IF WS-OperFS = "35"
               OPEN OUTPUT OperFile
               CLOSE OperFile
               OPEN I-O OperFile
           END-IF
           IF WS-OperFS NOT = "00"
               DISPLAY "Cannot open operator master (FILE STATUS "
                   WS-OperFS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM Check-Empty
           IF WS-Empty = 'Y'
               PERFORM First-Supervisor
           END-IF
      *> SignOn opens the master itself.
           CLOSE OperFile

           PERFORM Sign-On

           OPEN I-O OperFile
           IF WS-OperFS NOT = "00"
               DISPLAY "Cannot open operator master (FILE STATUS "
                   WS-OperFS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-Done = 'Y'
               PERFORM Show-Menu
               ACCEPT WS-Choice
               EVALUATE FUNCTION UPPER-CASE(WS-Choice)
                   WHEN 'B'
                       IF WS-CanSupervise
                           PERFORM Browse-Operators
                       ELSE
                           PERFORM Refuse-Function
                       END-IF
                   WHEN 'V'
                       IF WS-CanSupervise
                           PERFORM View-Operator
                       ELSE
                           PERFORM Refuse-Function
                       END-IF
                   WHEN 'A'
                       IF WS-CanSupervise
                           PERFORM Add-Operator
                       ELSE
                           PERFORM Refuse-Function
                       END-IF
                   WHEN 'C'
                       IF WS-CanSupervise
                           PERFORM Change-Operator
                       ELSE
                           PERFORM Refuse-Function
                       END-IF
                   WHEN 'P'
                       IF WS-CanSupervise
                           PERFORM Reset-Password
                       ELSE
                           PERFORM Refuse-Function
                       END-IF
                   WHEN 'S'
                       IF WS-CanSupervise
                           PERFORM Toggle-Active
                       ELSE
                           PERFORM Refuse-Function
                       END-IF
                   WHEN 'W' PERFORM Change-Own-Password
                   WHEN 'X' MOVE 'Y' TO WS-Done
                   WHEN OTHER DISPLAY "Unknown choice."
               END-EVALUATE
           END-PERFORM

           CLOSE OperFile
           MOVE "SIGNOFF" TO WS-AudFunction
           PERFORM Write-Audit
           DISPLAY "OprConsole ended."
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       Show-Menu.
           DISPLAY " "
           DISPLAY "--- Operator master console ---"
           IF WS-CanSupervise
               DISPLAY "B  browse operators from an operator ID"
               DISPLAY "V  view one operator"
               DISPLAY "A  add an operator"
               DISPLAY "C  change name, initials or role"
               DISPLAY "P  reset an operator's password"
               DISPLAY "S  deactivate / reinstate an operator"
           END-IF
           DISPLAY "W  change your own password"
           DISPLAY "X  exit"
           DISPLAY "Choice: " WITH NO ADVANCING.

       Check-Empty.
           MOVE 'N' TO WS-Empty
           MOVE LOW-VALUES TO OP-ID
           START OperFile KEY IS NOT LESS THAN OP-ID
               INVALID KEY MOVE 'Y' TO WS-Empty
           END-START
           IF WS-Empty = 'N'
               READ OperFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-Empty
               END-READ
           END-IF.

       First-Supervisor.
      *> Bootstrap on an empty master: the first operator is always a
      *> supervisor, who then sets up everyone else.
           DISPLAY "No operators on file -- key the first supervisor."
           PERFORM Key-New-Id
           IF WS-WantedId = SPACES
               DISPLAY "No operator ID, nothing set up."
               CLOSE OperFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO OPERATOR-RECORD
           MOVE WS-WantedId TO OP-ID
           SET OP-SUPERVISOR TO TRUE
           SET OP-ACTIVE TO TRUE
           MOVE 0 TO OP-FAIL-COUNT
           MOVE 0 TO OP-PASS-HASH
           PERFORM Key-Operator-Details
           PERFORM Key-Password
           IF WS-PassOK = 'N'
               DISPLAY "Nothing set up."
               CLOSE OperFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PassHash TO OP-PASS-HASH
           MOVE FUNCTION CURRENT-DATE(1:14) TO OP-UPDATED
           WRITE OPERATOR-RECORD
               INVALID KEY
                   DISPLAY "Operator not recorded (FILE STATUS "
                       WS-OperFS ")"
                   CLOSE OperFile
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           DISPLAY "Supervisor " FUNCTION TRIM(OP-ID)
               " set up -- sign on with it now."
           MOVE OP-ID TO WS-OpId
           MOVE "FIRST-SUPER" TO WS-AudFunction
           MOVE OP-ID TO WS-AudKey
           PERFORM Describe-Operator
           MOVE WS-AudImage TO WS-AudAfter
           PERFORM Write-Audit.

       Browse-Operators.
           DISPLAY "Start from operator ID (blank = first): "
               WITH NO ADVANCING
           ACCEPT WS-Answer
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Answer))
               TO WS-WantedId
           IF WS-WantedId = SPACES
               MOVE LOW-VALUES TO OP-ID
           ELSE
               MOVE WS-WantedId TO OP-ID
           END-IF
           MOVE "BROWSE" TO WS-AudFunction
           MOVE WS-WantedId TO WS-AudKey
           PERFORM Write-Audit
           MOVE 'N' TO WS-ListEOF
           MOVE 0 TO WS-ListCount
           START OperFile KEY IS NOT LESS THAN OP-ID
               INVALID KEY MOVE 'Y' TO WS-ListEOF
           END-START
           DISPLAY "OPERATOR INI R S LAST SIGN-ON   NAME"
           PERFORM UNTIL WS-ListEOF = 'Y' OR WS-ListCount >= 20
               READ OperFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-ListEOF
                   NOT AT END
                       ADD 1 TO WS-ListCount
                       DISPLAY OP-ID " " OP-INITIALS " " OP-ROLE " "
                           OP-STATUS " " OP-LAST-SIGNON " "
                           FUNCTION TRIM(OP-NAME)
               END-READ
           END-PERFORM
           IF WS-ListCount = 0
               DISPLAY "(no operators)"
           ELSE
               IF WS-ListCount >= 20
                   DISPLAY "(20 shown -- browse again from "
                       FUNCTION TRIM(OP-ID) " to continue)"
               END-IF
           END-IF.

       View-Operator.
           PERFORM Fetch-Operator
           IF WS-OperFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "VIEW" TO WS-AudFunction
           MOVE OP-ID TO WS-AudKey
           PERFORM Write-Audit
           DISPLAY "Operator:   " OP-ID
           DISPLAY "Name:       " FUNCTION TRIM(OP-NAME)
           DISPLAY "Initials:   " OP-INITIALS
           EVALUATE TRUE
               WHEN OP-SUPERVISOR DISPLAY "Role:       SUPERVISOR"
               WHEN OP-OPERATOR   DISPLAY "Role:       OPERATOR"
               WHEN OTHER         DISPLAY "Role:       VIEWER"
           END-EVALUATE
           IF OP-ACTIVE
               DISPLAY "Status:     ACTIVE"
           ELSE
               DISPLAY "Status:     INACTIVE"
           END-IF
           IF OP-FAIL-COUNT > 0
               DISPLAY "Bad passwords since last sign-on: "
                   OP-FAIL-COUNT
           END-IF
           IF OP-LAST-SIGNON = SPACES
               DISPLAY "Last on:    (never)"
           ELSE
               DISPLAY "Last on:    " OP-LAST-SIGNON
           END-IF
           DISPLAY "Updated:    " OP-UPDATED.

       Add-Operator.
           PERFORM Key-New-Id
           IF WS-WantedId = SPACES
               DISPLAY "No operator ID, nothing added."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WantedId TO OP-ID
           READ OperFile RECORD
               INVALID KEY CONTINUE
           END-READ
           IF WS-OperFS = "00"
               DISPLAY "Operator " FUNCTION TRIM(WS-WantedId)
                   " already on file -- use C to change it."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OPERATOR-RECORD
           MOVE WS-WantedId TO OP-ID
           SET OP-VIEWER TO TRUE
           SET OP-ACTIVE TO TRUE
           MOVE 0 TO OP-FAIL-COUNT
           MOVE 0 TO OP-PASS-HASH
           PERFORM Key-Operator-Details
           PERFORM Key-Role
           DISPLAY "Starting password -- tell the operator to change"
               " it with W at first sign-on."
           PERFORM Key-Password
           IF WS-PassOK = 'N'
               DISPLAY "Nothing added."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PassHash TO OP-PASS-HASH
           MOVE FUNCTION CURRENT-DATE(1:14) TO OP-UPDATED
           WRITE OPERATOR-RECORD
               INVALID KEY
                   DISPLAY "Operator not recorded (FILE STATUS "
                       WS-OperFS ")"
               NOT INVALID KEY
                   DISPLAY "Operator " FUNCTION TRIM(OP-ID) " added."
                   MOVE "ADD" TO WS-AudFunction
                   MOVE OP-ID TO WS-AudKey
                   PERFORM Describe-Operator
                   MOVE WS-AudImage TO WS-AudAfter
                   PERFORM Write-Audit
           END-WRITE.

       Change-Operator.
           PERFORM Fetch-Operator
           IF WS-OperFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM Describe-Operator
           MOVE WS-AudImage TO WS-AudBefore
           DISPLAY "(blank keeps the current value)"
           PERFORM Key-Operator-Details
      *> A supervisor demoting themselves could leave nobody able
      *> to maintain the master.
           IF OP-ID = WS-OpId
               DISPLAY "(your own role stays SUPERVISOR)"
           ELSE
               PERFORM Key-Role
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO OP-UPDATED
           REWRITE OPERATOR-RECORD
           IF WS-OperFS = "00"
               DISPLAY "Operator " FUNCTION TRIM(OP-ID) " updated."
               MOVE "CHANGE" TO WS-AudFunction
               MOVE OP-ID TO WS-AudKey
               PERFORM Describe-Operator
               MOVE WS-AudImage TO WS-AudAfter
               PERFORM Write-Audit
           ELSE
               DISPLAY "Rewrite failed (FILE STATUS " WS-OperFS ")"
               MOVE SPACES TO WS-AudKey WS-AudBefore
           END-IF.

       Reset-Password.
           PERFORM Fetch-Operator
           IF WS-OperFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE OP-ID TO WS-WantedId
           PERFORM Key-Password
           IF WS-PassOK = 'N'
               DISPLAY "Password not changed."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PassHash TO OP-PASS-HASH
           MOVE 0 TO OP-FAIL-COUNT
           MOVE FUNCTION CURRENT-DATE(1:14) TO OP-UPDATED
           REWRITE OPERATOR-RECORD
           IF WS-OperFS = "00"
               DISPLAY "Password for " FUNCTION TRIM(OP-ID) " reset."
               MOVE "RESET-PASSWD" TO WS-AudFunction
               MOVE OP-ID TO WS-AudKey
               MOVE "PASSWORD RESET BY SUPERVISOR" TO WS-AudAfter
               PERFORM Write-Audit
           ELSE
               DISPLAY "Rewrite failed (FILE STATUS " WS-OperFS ")"
           END-IF.

       Toggle-Active.
           PERFORM Fetch-Operator
           IF WS-OperFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF OP-ID = WS-OpId
               DISPLAY "You cannot deactivate yourself."
               EXIT PARAGRAPH
           END-IF
           PERFORM Describe-Operator
           MOVE WS-AudImage TO WS-AudBefore
           IF OP-ACTIVE
               DISPLAY "Deactivate " FUNCTION TRIM(OP-ID)
                   "? Type YES to confirm: " WITH NO ADVANCING
               ACCEPT WS-Answer
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Answer))
                   NOT = "YES"
                   DISPLAY "Not deactivated."
                   MOVE SPACES TO WS-AudBefore
                   EXIT PARAGRAPH
               END-IF
               SET OP-INACTIVE TO TRUE
           ELSE
               SET OP-ACTIVE TO TRUE
               MOVE 0 TO OP-FAIL-COUNT
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO OP-UPDATED
           REWRITE OPERATOR-RECORD
           IF WS-OperFS = "00"
               IF OP-ACTIVE
                   DISPLAY "Operator " FUNCTION TRIM(OP-ID)
                       " reinstated."
                   MOVE "REINSTATE" TO WS-AudFunction
               ELSE
                   DISPLAY "Operator " FUNCTION TRIM(OP-ID)
                       " deactivated -- sign-on will be refused."
                   MOVE "DEACTIVATE" TO WS-AudFunction
               END-IF
               MOVE OP-ID TO WS-AudKey
               PERFORM Describe-Operator
               MOVE WS-AudImage TO WS-AudAfter
               PERFORM Write-Audit
           ELSE
               DISPLAY "Rewrite failed (FILE STATUS " WS-OperFS ")"
               MOVE SPACES TO WS-AudKey WS-AudBefore
           END-IF.

       Change-Own-Password.
           MOVE WS-OpId TO OP-ID
           READ OperFile RECORD
               INVALID KEY
                   DISPLAY "Your operator record is no longer on file."
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Current password: " WITH NO ADVANCING
           ACCEPT WS-Password
           CALL "PassHash" USING OP-ID WS-Password WS-PassHash
           IF WS-PassHash NOT = OP-PASS-HASH
               DISPLAY "Current password not recognised."
               MOVE "OWN-PASSWD" TO WS-AudFunction
               MOVE OP-ID TO WS-AudKey
               MOVE "REFUSED -- CURRENT PASSWORD WRONG" TO WS-AudAfter
               PERFORM Write-Audit
               EXIT PARAGRAPH
           END-IF
           MOVE OP-ID TO WS-WantedId
           PERFORM Key-Password
           IF WS-PassOK = 'N'
               DISPLAY "Password not changed."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PassHash TO OP-PASS-HASH
           MOVE FUNCTION CURRENT-DATE(1:14) TO OP-UPDATED
           REWRITE OPERATOR-RECORD
           IF WS-OperFS = "00"
               DISPLAY "Your password has been changed."
               MOVE "OWN-PASSWD" TO WS-AudFunction
               MOVE OP-ID TO WS-AudKey
               MOVE "PASSWORD CHANGED BY OPERATOR" TO WS-AudAfter
               PERFORM Write-Audit
           ELSE
               DISPLAY "Rewrite failed (FILE STATUS " WS-OperFS ")"
           END-IF.

       Key-New-Id.
           DISPLAY "New operator ID (up to 8 characters): "
               WITH NO ADVANCING
           ACCEPT WS-Answer
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Answer))
               TO WS-WantedId.

       Key-Operator-Details.
      *> Shared by add and change; a blank answer leaves the field
      *> as it stands. Initials are required: they are what an alert
      *> acknowledgment is stamped with.
           DISPLAY "Name [" FUNCTION TRIM(OP-NAME) "]: "
               WITH NO ADVANCING
           ACCEPT WS-Answer
           IF WS-Answer NOT = SPACES
               MOVE FUNCTION TRIM(WS-Answer) TO OP-NAME
           END-IF
           DISPLAY "Initials [" OP-INITIALS "]: " WITH NO ADVANCING
           ACCEPT WS-Answer
           IF WS-Answer NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Answer))
                   TO OP-INITIALS
           END-IF
           PERFORM UNTIL OP-INITIALS NOT = SPACES
               DISPLAY "Initials are required: " WITH NO ADVANCING
               ACCEPT WS-Answer
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Answer))
                   TO OP-INITIALS
           END-PERFORM.

       Key-Role.
           DISPLAY "Role V=viewer O=operator S=supervisor ["
               OP-ROLE "]: " WITH NO ADVANCING
           ACCEPT WS-Answer
           IF WS-Answer NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-Answer(1:1)) TO WS-Answer
               IF WS-Answer(1:1) = 'V' OR 'O' OR 'S'
                   MOVE WS-Answer(1:1) TO OP-ROLE
               ELSE
                   DISPLAY "Role must be V, O or S -- left at " OP-ROLE
               END-IF
           END-IF.

       Key-Password.
      *> New password for operator WS-WantedId, keyed twice; leaves
      *> its hash in WS-PassHash and WS-PassOK 'Y', or 'N' if the two
      *> did not match or it is too short to be worth having.
           MOVE 'N' TO WS-PassOK
           DISPLAY "New password (6 to 20 characters): "
               WITH NO ADVANCING
           ACCEPT WS-Password
           DISPLAY "Again: " WITH NO ADVANCING
           ACCEPT WS-Password2
           IF WS-Password NOT = WS-Password2
               DISPLAY "The two entries differ."
               EXIT PARAGRAPH
           END-IF
           IF WS-Password = SPACES
               DISPLAY "A password is required."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-Password TRAILING))
               TO WS-PassLen
           IF WS-PassLen < 6
               DISPLAY "A password needs at least 6 characters."
               EXIT PARAGRAPH
           END-IF
           CALL "PassHash" USING WS-WantedId WS-Password WS-PassHash
           MOVE SPACES TO WS-Password WS-Password2
           MOVE 'Y' TO WS-PassOK.

       Describe-Operator.
      *> One-line image of the operator in OPERATOR-RECORD for the
      *> audit trail's before/after columns (never the hash).
           MOVE SPACES TO WS-AudImage
           STRING "ROLE=" OP-ROLE " ST=" OP-STATUS
               " INIT=" OP-INITIALS
               " NAME=" FUNCTION TRIM(OP-NAME)
               DELIMITED BY SIZE INTO WS-AudImage.

       Fetch-Operator.
           DISPLAY "Operator ID: " WITH NO ADVANCING
           ACCEPT WS-Answer
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Answer))
               TO OP-ID
           READ OperFile RECORD
               INVALID KEY
                   DISPLAY "No operator " FUNCTION TRIM(WS-Answer)
           END-READ.

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

       END PROGRAM OprConsole.

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
