      *> Record layout of the indexed submitter account master
      *> (submitter_master.dat), keyed by the same 8-character account
      *> code every queue record carries in Q-SUBMITTER. Maintained
      *> from the SubConsole screen; read by every queue producer
      *> (Enqueue, QMerge, GridEntry, Generator -enqueue), which
      *> refuse an account that is not on file, is suspended, or has
      *> used up the day's submission quota -- and by Chargeback for
      *> the department name on the statement, by GLFeed for the cost
      *> centre the department's usage is debited to, and by Outbox
      *> for the delivery folder.
      *>
      *> The quota is charged when a record actually enters the queue:
      *> SM-QUOTA-USED counts the records accepted on SM-QUOTA-DATE,
      *> and the first submission on a new day starts the count over.
      *> A quota of zero means the account is not capped.
      *>
      *> NOTE ON LAYOUT CHANGES: as with the queue, a master built
      *> under an old record length will not open under a new one
      *> (file status 39) and must be re-keyed from the console.
       01  SUBMITTER-RECORD.
           05 SM-ACCOUNT      PIC X(8).
           05 SM-DEPT-NAME    PIC X(30).
           05 SM-STATUS       PIC X.
               88 SM-ACTIVE    VALUE 'A'.
               88 SM-SUSPENDED VALUE 'S'.
      *> Folder under the outbox root the account's solution
      *> documents and notices are delivered to; blank means the
      *> account code itself, as before the master existed.
           05 SM-OUTBOX-DIR   PIC X(40).
           05 SM-DAILY-QUOTA  PIC 9(5).
           05 SM-QUOTA-DATE   PIC X(8).
           05 SM-QUOTA-USED   PIC 9(5).
           05 SM-UPDATED      PIC X(14).
      *> General-ledger cost centre the department is charged to by
      *> the month-end GL feed; blank posts its usage to the suspense
      *> centre named in the rate table until accounting supplies one.
           05 SM-COST-CENTRE  PIC X(10).
