      *> One line of the console audit trail (console_audit.txt),
      *> appended by the AuditLog routine every console carries: each
      *> sign-on, sign-off, refused sign-on and menu action an
      *> operator takes, with the record it touched and what the
      *> record looked like before and after. AuditQuery reads it
      *> back by operator, date range or key.
      *> Fixed column positions (single-space gaps between fields),
      *> as in the alerts file, so the trail greps cleanly.
       01  AUDIT-RECORD.
           05 AU-TIMESTAMP    PIC X(14).
           05 FILLER          PIC X.
           05 AU-OPERATOR     PIC X(8).
           05 FILLER          PIC X.
           05 AU-PROGRAM      PIC X(12).
           05 FILLER          PIC X.
           05 AU-FUNCTION     PIC X(12).
           05 FILLER          PIC X.
      *> Puzzle ID, account code, operator ID or alert number the
      *> action was taken on; blank for a file-level action.
           05 AU-KEY          PIC X(20).
           05 FILLER          PIC X.
           05 AU-BEFORE       PIC X(60).
           05 FILLER          PIC X.
           05 AU-AFTER        PIC X(60).
