      *> re-enqueue the pending work, or unload/reload by hand --
      *> before any of the new-layout programs (IXBackup, IXRestore
      *> and IXAudit included, which all read with this copybook)
      *> can touch it. The journal's after-image (JRNREC) is sized to
      *> this record too, and changes with it.
       01  QUEUE-RECORD.
           05 Q-PUZZLE-ID     PIC X(10).
      *> 'I' (in-flight) is set the moment the solver dequeues a
      *> record and rewritten with the outcome when the solve ends;
      *> a record still 'I' at startup marks where a crashed run
      *> died, and the drain's recovery pass resets it to pending.
      *> 'H' (held) is a submission not wanted until Q-RELEASE-TS:
      *> the drains and QRouter leave it alone until that time has
      *> passed, then take it exactly as if it were pending.
      *> 'V' (verification failed) is a solved record whose stored
      *> solution Outbox found breaking the Verifier's rules before
      *> delivery: it is never delivered, Q-ENGINE-PREF is switched
      *> to the other engine, and that engine's drain (only) takes it
      *> again like a failed record, within the same retry limit,
      *> solving afresh without the archive.
           05 Q-STATUS        PIC X.
               88 Q-PENDING   VALUE 'P'.
               88 Q-SOLVED    VALUE 'S'.
               88 Q-FAILED    VALUE 'F'.
               88 Q-DEAD      VALUE 'D'.
               88 Q-INFLIGHT  VALUE 'I'.
               88 Q-HELD      VALUE 'H'.
               88 Q-VERIFY-FAILED VALUE 'V'.
      *> Priority class, set at enqueue time: the drain takes every
      *> express record before any normal one, and every normal
      *> record before any bulk one, instead of strict puzzle-ID
      *> Rule variant: 'X' marks an X-Sudoku, where both main
      *> diagonals must also hold 1-9. Carried from the matrix
      *> file's "# VARIANT=X" header keyword, honored by every
      *> engine's validation and solve, and by the Verifier. 'K'
      *> marks a Killer Sudoku, set by the matrix file's CAGE
      *> records (see Q-CAGE-DATA below). Blank is the classic
      *> rules.
           05 Q-VARIANT       PIC X.
               88 Q-VARIANT-X VALUE 'X'.
               88 Q-VARIANT-K VALUE 'K'.
               88 Q-CLASSIC   VALUE ' '.
           05 Q-PUZZLE-DATA   PIC X(81).
           05 Q-SOLUTION-DATA PIC X(81).
      *> re-sends it. A QConsole requeue clears it: a fresh solve is
      *> a fresh delivery.
           05 Q-DELIVERED     PIC X.
      *> Killer Sudoku cages, filled only when Q-VARIANT is 'K':
      *> Q-CAGE-MAP holds each cell's cage ID in the same row-major
      *> order as Q-PUZZLE-DATA (space = the cell is in no cage),
      *> and the first Q-CAGE-COUNT entries of Q-CAGE-ENTRY give
      *> each cage ID's target sum. No digit may repeat inside a
      *> cage, and its cells must add up to the target.
           05 Q-CAGE-DATA.
               10 Q-CAGE-COUNT    PIC 99.
               10 Q-CAGE-MAP      PIC X(81).
               10 Q-CAGE-ENTRY OCCURS 81 TIMES.
                   15 Q-CAGE-ID   PIC X.
                   15 Q-CAGE-SUM  PIC 99.
      *> Release-after time (yyyymmddhhmmss) for a held record, set
      *> by Enqueue/GridEntry -hold, a staged HOLD= field or the
      *> QConsole hold function; blank on a held record means held
      *> until an operator releases it. Kept after release, because
      *> QAging measures a released record's age from this time
      *> rather than from when it was submitted.
           05 Q-RELEASE-TS    PIC X(14).
