      *> Record layout of the indexed operator master
      *> (operator_master.dat), keyed by the operator ID each person
      *> signs on to a console with. Maintained from OprConsole;
      *> read by SignOn, which every console (QConsole, ArchUtil,
      *> AlertCon, GridEntry, SubConsole, DispConsole, OprConsole)
      *> runs before it shows its menu. The role decides which menu
      *> functions the console offers: a viewer may only look, an
      *> operator may also change records, and only a supervisor may
      *> do the destructive things -- deletes, purges, suspensions,
      *> acknowledging a CRIT alert, and operator maintenance.
      *>
      *> The password itself is never stored: OP-PASS-HASH holds the
      *> PassHash value of the operator ID and password together, so
      *> two operators with the same password do not share a hash.
      *> Three bad passwords in a row set the operator inactive until
      *> a supervisor reinstates them.
      *>
      *> NOTE ON LAYOUT CHANGES: as with the other masters, a file
      *> built under an old record length will not open under a new
      *> one (file status 39) and must be re-keyed from the console.
       01  OPERATOR-RECORD.
           05 OP-ID           PIC X(8).
           05 OP-NAME         PIC X(30).
      *> Stamped into AL-ACK-BY when the operator acknowledges an
      *> alert, so acknowledgments no longer depend on what was typed.
           05 OP-INITIALS     PIC X(3).
           05 OP-PASS-HASH    PIC 9(10).
           05 OP-ROLE         PIC X.
               88 OP-VIEWER     VALUE 'V'.
               88 OP-OPERATOR   VALUE 'O'.
               88 OP-SUPERVISOR VALUE 'S'.
           05 OP-STATUS       PIC X.
               88 OP-ACTIVE     VALUE 'A'.
               88 OP-INACTIVE   VALUE 'I'.
           05 OP-FAIL-COUNT   PIC 9.
           05 OP-LAST-SIGNON  PIC X(14).
           05 OP-UPDATED      PIC X(14).
