      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditQuery.

      *> Reads the console audit trail (console_audit.txt, layout in
      *> AUDITREC) back for the supervisor or an auditor: who did
      *> what from which console, to which record, and what it looked
      *> like before and after. Any mix of filters may be given; all
      *> of them must match, and with none the whole trail is listed.
      *>   -op    operator ID (sign-on failures are filed under the
      *>          ID that was typed)
      *>   -from  first date, yyyymmdd
      *>   -to    last date, yyyymmdd
      *>   -key   puzzle ID, or the account, operator or archive key
      *>          the action was taken on
      *>   -prog  console program (QCONSOLE, ARCHUTIL, ...)
      *> Refused functions and failed sign-ons in the answer are
      *> counted at the foot, since those are what an audit looks
      *> for first.
      *>
      *> Usage: AuditQuery [-op <id>] [-from <yyyymmdd>]
      *>                   [-to <yyyymmdd>] [-key <id>] [-prog <name>]

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AuditFile ASSIGN TO "console_audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AuditFS.

       DATA DIVISION.
       FILE SECTION.
       FD AuditFile.
       COPY "AUDITREC".

       WORKING-STORAGE SECTION.
       01  WS-AuditFS    PIC XX.

       01  ARG-COUNT     PIC 9(4).
       01  CURRENT-ARG   PIC X(100).
       01  WS-ArgIdx     PIC 9(4).
       01  WS-Flag       PIC X(10).

      *> Filters from the command line; blank means "any".
       01  WS-WantOp     PIC X(8)  VALUE SPACES.
       01  WS-FromDate   PIC X(8)  VALUE SPACES.
       01  WS-ToDate     PIC X(8)  VALUE SPACES.
       01  WS-WantKey    PIC X(20) VALUE SPACES.
       01  WS-WantProg   PIC X(12) VALUE SPACES.

       01  WS-EOF        PIC X VALUE 'N'.
       01  WS-Match      PIC X.
       01  WS-Hits       PIC 9(6) VALUE 0.
       01  WS-Refusals   PIC 9(6) VALUE 0.
       01  WS-FailSignOn PIC 9(6) VALUE 0.
       01  WS-DispCnt    PIC Z(5)9.

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ArgIdx FROM 1 BY 1
                   UNTIL WS-ArgIdx > ARG-COUNT
               DISPLAY WS-ArgIdx UPON ARGUMENT-NUMBER
               ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
               MOVE FUNCTION TRIM(CURRENT-ARG) TO WS-Flag
               IF WS-ArgIdx >= ARG-COUNT
                   PERFORM Show-Usage
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ArgIdx
               DISPLAY WS-ArgIdx UPON ARGUMENT-NUMBER
               ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
               MOVE FUNCTION TRIM(CURRENT-ARG) TO CURRENT-ARG
               EVALUATE WS-Flag
                   WHEN "-op"
                       MOVE FUNCTION UPPER-CASE(CURRENT-ARG)
                           TO WS-WantOp
                   WHEN "-from"
                       MOVE CURRENT-ARG TO WS-FromDate
                       IF WS-FromDate IS NOT NUMERIC
                           DISPLAY "Invalid -from (want yyyymmdd): "
                               FUNCTION TRIM(CURRENT-ARG)
                           MOVE 1 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN "-to"
                       MOVE CURRENT-ARG TO WS-ToDate
                       IF WS-ToDate IS NOT NUMERIC
                           DISPLAY "Invalid -to (want yyyymmdd): "
                               FUNCTION TRIM(CURRENT-ARG)
                           MOVE 1 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   WHEN "-key"
                       MOVE CURRENT-ARG TO WS-WantKey
                   WHEN "-prog"
                       MOVE FUNCTION UPPER-CASE(CURRENT-ARG)
                           TO WS-WantProg
                   WHEN OTHER
                       PERFORM Show-Usage
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-PERFORM

           OPEN INPUT AuditFile
           IF WS-AuditFS NOT = "00"
               DISPLAY "No console audit trail on file"
                   " (console_audit.txt, FILE STATUS " WS-AuditFS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "Console audit trail"
           IF WS-WantOp NOT = SPACES
               DISPLAY "  operator: " FUNCTION TRIM(WS-WantOp)
           END-IF
           IF WS-FromDate NOT = SPACES OR WS-ToDate NOT = SPACES
               DISPLAY "  dates:    " WS-FromDate " to " WS-ToDate
           END-IF
           IF WS-WantKey NOT = SPACES
               DISPLAY "  key:      " FUNCTION TRIM(WS-WantKey)
           END-IF
           IF WS-WantProg NOT = SPACES
               DISPLAY "  program:  " FUNCTION TRIM(WS-WantProg)
           END-IF
           DISPLAY "DATE     TIME   OPERATOR PROGRAM      FUNCTION"
               "     KEY"

           PERFORM UNTIL WS-EOF = 'Y'
               READ AuditFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AUDIT-RECORD NOT = SPACES
                           PERFORM Check-Filters
                           IF WS-Match = 'Y'
                               PERFORM Show-Entry
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AuditFile

           IF WS-Hits = 0
               DISPLAY "(no audit entries match)"
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE WS-Hits TO WS-DispCnt
               DISPLAY FUNCTION TRIM(WS-DispCnt) " audit entries listed,"
                   WITH NO ADVANCING
               MOVE WS-Refusals TO WS-DispCnt
               DISPLAY " " FUNCTION TRIM(WS-DispCnt) " refused"
                   " function(s)," WITH NO ADVANCING
               MOVE WS-FailSignOn TO WS-DispCnt
               DISPLAY " " FUNCTION TRIM(WS-DispCnt)
                   " failed sign-on(s)."
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       Show-Usage.
           DISPLAY "Usage: AuditQuery [-op <id>] [-from <yyyymmdd>]"
               " [-to <yyyymmdd>] [-key <id>] [-prog <name>]".

       Check-Filters.
           MOVE 'Y' TO WS-Match
           IF WS-WantOp NOT = SPACES
               AND AU-OPERATOR NOT = WS-WantOp
               MOVE 'N' TO WS-Match
           END-IF
           IF WS-FromDate NOT = SPACES
               AND AU-TIMESTAMP(1:8) < WS-FromDate
               MOVE 'N' TO WS-Match
           END-IF
           IF WS-ToDate NOT = SPACES
               AND AU-TIMESTAMP(1:8) > WS-ToDate
               MOVE 'N' TO WS-Match
           END-IF
           IF WS-WantKey NOT = SPACES
               AND AU-KEY NOT = WS-WantKey
               MOVE 'N' TO WS-Match
           END-IF
           IF WS-WantProg NOT = SPACES
               AND AU-PROGRAM NOT = WS-WantProg
               MOVE 'N' TO WS-Match
           END-IF.

       Show-Entry.
           ADD 1 TO WS-Hits
           IF AU-FUNCTION = "REFUSED"
               ADD 1 TO WS-Refusals
           END-IF
           IF AU-FUNCTION = "SIGNON-FAIL"
               ADD 1 TO WS-FailSignOn
           END-IF
           DISPLAY AU-TIMESTAMP(1:8) " " AU-TIMESTAMP(9:6) " "
               AU-OPERATOR " " AU-PROGRAM " " AU-FUNCTION " "
               FUNCTION TRIM(AU-KEY)
           IF AU-BEFORE NOT = SPACES
               DISPLAY "         before: " FUNCTION TRIM(AU-BEFORE)
           END-IF
           IF AU-AFTER NOT = SPACES
               DISPLAY "         after:  " FUNCTION TRIM(AU-AFTER)
           END-IF.

       END PROGRAM AuditQuery.
