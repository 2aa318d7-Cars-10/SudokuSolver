      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DispConsole.

      *> Dispute desk console, in the QConsole family. When a
      *> department says the solution we delivered is wrong, the desk
      *> opens a dispute here against the puzzle ID with the
      *> complaint text as the submitter gave it; the record lands in
      *> the indexed dispute file (dispute_file.dat, layout in
      *> DISPREC) as open, and the nightly DisputeRun job re-solves
      *> the puzzle with the other engine, makes the finding and
      *> delivers the answer. Only a solved record can be disputed,
      *> and only one dispute per puzzle may be open at a time. The
      *> console also lists disputes (open ones, or all of them) and
      *> shows one in full, finding included, for the desk's reply.
      *> The operator signs on first (see SignOn): a viewer may list
      *> and view disputes, and opening one needs an operator or
      *> supervisor. Every action goes to the console audit trail.
      *>
      *> Usage: DispConsole <queue-file>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QueueFile ASSIGN TO DYNAMIC WS-QueueFilename
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Q-PUZZLE-ID
               FILE STATUS IS WS-QueueFS.
           SELECT DisputeFile ASSIGN TO "dispute_file.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-KEY
               FILE STATUS IS WS-DispFS.

       DATA DIVISION.
       FILE SECTION.
       FD QueueFile.
       COPY "QUEUEREC".

       FD DisputeFile.
       COPY "DISPREC".

       WORKING-STORAGE SECTION.
       01  WS-QueueFilename PIC X(100).
       01  WS-QueueFS    PIC XX.
       01  WS-DispFS     PIC XX.

       01  ARG-COUNT     PIC 9(4).
       01  CURRENT-ARG   PIC X(100).

       01  WS-Choice     PIC X.
       01  WS-Answer     PIC X(60).
       01  WS-WantedId   PIC X(10).
       01  WS-Done       PIC X VALUE 'N'.
       01  WS-ListEOF    PIC X.
       01  WS-ListCount  PIC 9(4).
       01  WS-OpenOnly   PIC X.
       01  WS-Found      PIC X.
       01  WS-FindText   PIC X(18).

      *> Signed-on operator (see SignOn) and the console audit line
      *> each action writes through AuditLog.
       01  WS-OpId        PIC X(8).
       01  WS-OpRole      PIC X.
           88 WS-CanChange    VALUE 'O' 'S'.
           88 WS-CanSupervise VALUE 'S'.
       01  WS-OpInitials  PIC X(3).
       01  WS-AudProgram  PIC X(12) VALUE "DISPCONSOLE".
       01  WS-AudFunction PIC X(12).
       01  WS-AudKey      PIC X(20) VALUE SPACES.
       01  WS-AudBefore   PIC X(60) VALUE SPACES.
       01  WS-AudAfter    PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "Starting DispConsole..."
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT < 1
               DISPLAY "Usage: DispConsole <queue-file>"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
           MOVE FUNCTION TRIM(CURRENT-ARG) TO WS-QueueFilename

           PERFORM Sign-On

           OPEN INPUT QueueFile
           IF WS-QueueFS NOT = "00"
               DISPLAY "Cannot open queue "
                   FUNCTION TRIM(WS-QueueFilename)
                   " (FILE STATUS " WS-QueueFS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
      *> Created on first use, like the submitter master.
           OPEN I-O DisputeFile
           IF WS-DispFS = "35"
               OPEN OUTPUT DisputeFile
               CLOSE DisputeFile
               OPEN I-O DisputeFile
           END-IF
           IF WS-DispFS NOT = "00"
               DISPLAY "Cannot open dispute file (FILE STATUS "
                   WS-DispFS ")"
               CLOSE QueueFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-Done = 'Y'
               PERFORM Show-Menu
               ACCEPT WS-Choice
               EVALUATE FUNCTION UPPER-CASE(WS-Choice)
                   WHEN 'O'
                       IF WS-CanChange
                           PERFORM Open-Dispute
                       ELSE
                           PERFORM Refuse-Function
                       END-IF
                   WHEN 'L'
                       MOVE 'Y' TO WS-OpenOnly
                       MOVE "LIST-OPEN" TO WS-AudFunction
                       PERFORM Write-Audit
                       PERFORM List-Disputes
                   WHEN 'A'
                       MOVE 'N' TO WS-OpenOnly
                       MOVE "LIST-ALL" TO WS-AudFunction
                       PERFORM Write-Audit
                       PERFORM List-Disputes
                   WHEN 'V' PERFORM View-Dispute
                   WHEN 'X' MOVE 'Y' TO WS-Done
                   WHEN OTHER DISPLAY "Unknown choice."
               END-EVALUATE
           END-PERFORM

           CLOSE DisputeFile
           CLOSE QueueFile
           MOVE "SIGNOFF" TO WS-AudFunction
           PERFORM Write-Audit
           DISPLAY "DispConsole ended."
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       Show-Menu.
           DISPLAY " "
           DISPLAY "--- Solution dispute console ---"
           IF WS-CanChange
               DISPLAY "O  open a dispute against a puzzle ID"
           END-IF
           DISPLAY "L  list open disputes"
           DISPLAY "A  list all disputes"
           DISPLAY "V  view the disputes on one puzzle ID"
           DISPLAY "X  exit"
           DISPLAY "Choice: " WITH NO ADVANCING.

       Open-Dispute.
           DISPLAY "Puzzle ID: " WITH NO ADVANCING
           ACCEPT WS-Answer
           MOVE FUNCTION TRIM(WS-Answer) TO WS-WantedId
           IF WS-WantedId = SPACES
               DISPLAY "No puzzle ID, nothing opened."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WantedId TO Q-PUZZLE-ID
           READ QueueFile RECORD
               INVALID KEY
                   DISPLAY "No record with puzzle ID "
                       FUNCTION TRIM(WS-WantedId)
                   EXIT PARAGRAPH
           END-READ
           IF NOT Q-SOLVED
               DISPLAY "Record " FUNCTION TRIM(WS-WantedId)
                   " is not solved (status " Q-STATUS
                   ") -- there is no delivered solution to dispute."
               EXIT PARAGRAPH
           END-IF

           PERFORM Find-Open-Dispute
           IF WS-Found = 'Y'
               DISPLAY "A dispute on " FUNCTION TRIM(WS-WantedId)
                   " is already open (opened " DP-OPENED(1:8) ")."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Complaint text: " WITH NO ADVANCING
           ACCEPT WS-Answer
           IF WS-Answer = SPACES
               DISPLAY "No complaint text, nothing opened."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DISPUTE-RECORD
           MOVE WS-WantedId TO DP-PUZZLE-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO DP-OPENED
           MOVE Q-SUBMITTER TO DP-SUBMITTER
           SET DP-OPEN TO TRUE
           MOVE WS-Answer TO DP-COMPLAINT
           WRITE DISPUTE-RECORD
               INVALID KEY
                   DISPLAY "Dispute not recorded (FILE STATUS "
                       WS-DispFS ")"
               NOT INVALID KEY
                   DISPLAY "Dispute opened on "
                       FUNCTION TRIM(WS-WantedId)
                       " -- the nightly dispute run will answer it."
                   MOVE "OPEN-DISPUTE" TO WS-AudFunction
                   MOVE WS-WantedId TO WS-AudKey
                   STRING "STATUS=S SUBMITTER=" Q-SUBMITTER
                       DELIMITED BY SIZE INTO WS-AudBefore
                   MOVE DP-COMPLAINT TO WS-AudAfter
                   PERFORM Write-Audit
           END-WRITE.

       Find-Open-Dispute.
      *> WS-Found 'Y' leaves the open dispute on WS-WantedId in the
      *> record area.
           MOVE 'N' TO WS-Found
           MOVE 'N' TO WS-ListEOF
           MOVE WS-WantedId TO DP-PUZZLE-ID
           MOVE LOW-VALUES TO DP-OPENED
           START DisputeFile KEY IS NOT LESS THAN DP-KEY
               INVALID KEY MOVE 'Y' TO WS-ListEOF
           END-START
           PERFORM UNTIL WS-ListEOF = 'Y' OR WS-Found = 'Y'
               READ DisputeFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-ListEOF
                   NOT AT END
                       IF DP-PUZZLE-ID NOT = WS-WantedId
                           MOVE 'Y' TO WS-ListEOF
                       ELSE
                           IF DP-OPEN
                               MOVE 'Y' TO WS-Found
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       List-Disputes.
           MOVE LOW-VALUES TO DP-KEY
           MOVE 'N' TO WS-ListEOF
           MOVE 0 TO WS-ListCount
           START DisputeFile KEY IS NOT LESS THAN DP-KEY
               INVALID KEY MOVE 'Y' TO WS-ListEOF
           END-START
           DISPLAY "PUZZLE ID  OPENED         ST FINDING            "
               "COMPLAINT"
           PERFORM UNTIL WS-ListEOF = 'Y'
               READ DisputeFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-ListEOF
                   NOT AT END
                       IF WS-OpenOnly = 'N' OR DP-OPEN
                           ADD 1 TO WS-ListCount
                           PERFORM Expand-Finding
                           DISPLAY DP-PUZZLE-ID " " DP-OPENED " "
                               DP-STATUS "  " WS-FindText " "
                               DP-COMPLAINT(1:30)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ListCount = 0
               DISPLAY "(no disputes)"
           ELSE
               DISPLAY WS-ListCount " dispute(s) listed."
           END-IF.

       View-Dispute.
           DISPLAY "Puzzle ID: " WITH NO ADVANCING
           ACCEPT WS-Answer
           MOVE FUNCTION TRIM(WS-Answer) TO WS-WantedId
           MOVE "VIEW" TO WS-AudFunction
           MOVE WS-WantedId TO WS-AudKey
           PERFORM Write-Audit
           MOVE WS-WantedId TO DP-PUZZLE-ID
           MOVE LOW-VALUES TO DP-OPENED
           MOVE 'N' TO WS-ListEOF
           MOVE 0 TO WS-ListCount
           START DisputeFile KEY IS NOT LESS THAN DP-KEY
               INVALID KEY MOVE 'Y' TO WS-ListEOF
           END-START
           PERFORM UNTIL WS-ListEOF = 'Y'
               READ DisputeFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-ListEOF
                   NOT AT END
                       IF DP-PUZZLE-ID NOT = WS-WantedId
                           MOVE 'Y' TO WS-ListEOF
                       ELSE
                           ADD 1 TO WS-ListCount
                           PERFORM Show-Dispute
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ListCount = 0
               DISPLAY "No dispute on file for "
                   FUNCTION TRIM(WS-WantedId)
           END-IF.

       Show-Dispute.
           PERFORM Expand-Finding
           DISPLAY " "
           DISPLAY "Puzzle ID:   " DP-PUZZLE-ID
               "   Submitter: " DP-SUBMITTER
           DISPLAY "Opened:      " DP-OPENED
           DISPLAY "Complaint:   " FUNCTION TRIM(DP-COMPLAINT)
           IF DP-OPEN
               DISPLAY "Status:      OPEN"
           ELSE
               DISPLAY "Status:      CLOSED " DP-CLOSED-TS
           END-IF
           IF DP-ORIG-ENGINE NOT = SPACES
               DISPLAY "Solved by:   " FUNCTION TRIM(DP-ORIG-ENGINE)
                   " (archive cache hit: " DP-ORIG-CACHE ")"
           END-IF
           IF DP-RESOLVE-ENGINE NOT = SPACES
               DISPLAY "Re-solved:   " FUNCTION TRIM(DP-RESOLVE-ENGINE)
           END-IF
           IF DP-FINDING NOT = SPACE OR DP-FINDING-TEXT NOT = SPACES
               DISPLAY "Finding:     " WS-FindText " "
                   FUNCTION TRIM(DP-FINDING-TEXT)
           END-IF
           IF DP-CORRECTED NOT = SPACES
               DISPLAY "Corrected:   " DP-CORRECTED
           END-IF.

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

       Expand-Finding.
           EVALUATE TRUE
               WHEN DP-UPHELD
                   MOVE "UPHELD            " TO WS-FindText
               WHEN DP-REJECTED
                   MOVE "REJECTED          " TO WS-FindText
               WHEN DP-ARCH-CORRUPT
                   MOVE "ARCHIVE CORRUPT   " TO WS-FindText
               WHEN OTHER
                   MOVE "(pending)         " TO WS-FindText
           END-EVALUATE.

       END PROGRAM DispConsole.

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
