      *> Record layout of the indexed dispute file (dispute_file.dat):
      *> one record per complaint a submitter raises against a
      *> delivered solution. Opened from the DispConsole screen with
      *> the complaint text, worked by the nightly DisputeRun job,
      *> which re-solves the givens with the other engine, checks
      *> both answers against the Sudoku rules, writes the finding
      *> back here and delivers the answer through the outbox. The
      *> key is the puzzle ID plus the time the dispute was opened,
      *> so a puzzle disputed twice keeps both records.
      *>
      *> NOTE ON LAYOUT CHANGES: as with the queue, a dispute file
      *> built under an old record length will not open under a new
      *> one (file status 39); unload the open disputes first.
       01  DISPUTE-RECORD.
           05 DP-KEY.
               10 DP-PUZZLE-ID    PIC X(10).
               10 DP-OPENED       PIC X(14).
           05 DP-SUBMITTER        PIC X(8).
           05 DP-STATUS           PIC X.
               88 DP-OPEN         VALUE 'O'.
               88 DP-CLOSED       VALUE 'C'.
           05 DP-COMPLAINT        PIC X(60).
      *> Filled by DisputeRun: the engine that produced the disputed
      *> solution (from the history line), whether the archive served
      *> it as a cache hit (Y, or I when served through an isomorph's
      *> canonical form), and the engine that re-solved it.
           05 DP-ORIG-ENGINE      PIC X(12).
           05 DP-ORIG-CACHE       PIC X.
           05 DP-RESOLVE-ENGINE   PIC X(12).
      *> U = upheld (the delivered solution breaks the rules and a
      *> corrected one was sent), R = rejected (the delivered
      *> solution is confirmed), A = archive record corrupt (upheld,
      *> and the cached answer behind it is flagged for purge).
      *> Blank while no finding has been made.
           05 DP-FINDING          PIC X.
               88 DP-UPHELD       VALUE 'U'.
               88 DP-REJECTED     VALUE 'R'.
               88 DP-ARCH-CORRUPT VALUE 'A'.
           05 DP-FINDING-TEXT     PIC X(40).
           05 DP-CORRECTED        PIC X(81).
           05 DP-CLOSED-TS        PIC X(14).
