      *> One line of the control-file change ledger
      *> (ctl_change_ledger.txt), appended by CtlCheck -approve each
      *> time a supervisor approves a change to sudoku_runctl.txt or
      *> the cycle plan. An approval writes one APPROVED line per file
      *> (counts and the change reference the supervisor gave), then
      *> one ADDED or REMOVED line per active line that changed since
      *> the previous approved copy, all under the same timestamp.
      *> Fixed column positions (single-space gaps between fields),
      *> as in the console audit trail, so the ledger greps cleanly.
       01  LEDGER-RECORD.
           05 CL-TIMESTAMP    PIC X(14).
           05 FILLER          PIC X.
           05 CL-OPERATOR     PIC X(8).
           05 FILLER          PIC X.
      *> The live file's name as CtlCheck was given it.
           05 CL-FILE         PIC X(30).
           05 FILLER          PIC X.
           05 CL-ACTION       PIC X(8).
               88 CL-APPROVED  VALUE "APPROVED".
               88 CL-ADDED     VALUE "ADDED".
               88 CL-REMOVED   VALUE "REMOVED".
           05 FILLER          PIC X.
      *> APPROVED: "ADDED=nnn REMOVED=nnn REF=<change reference>";
      *> ADDED / REMOVED: the control line itself.
           05 CL-TEXT         PIC X(250).
