      *> row-major string PARSE-SINGLE-LINE reads and FLATTEN-SOLUTION
      *> produces -- so an incoming board that has been solved before
      *> is answered from the archive instead of re-running SOLVE.
      *>
      *> A-CANON-KEY is the board's canonical form (see CanonForm):
      *> every relabelling, transposition and band/stack/row/column
      *> shuffle of a puzzle has the same one, so it is kept as an
      *> alternate key WITH DUPLICATES and a disguised repeat of an
      *> archived puzzle is found through it. A-CANON-XFORM records
      *> how this record's givens were carried into canonical form --
      *> transposed or not, the source rows and columns in canonical
      *> order, and the label given to each digit 1-9 -- so the
      *> stored solution can be mapped onto the incoming board. Both
      *> are spaces when the record was written without one (ArchUtil
      *> 'K' fills them in) or the board is too empty to canonicalise.
      *>
      *> NOTE ON LAYOUT CHANGES: the record length is fixed when the
      *> indexed file is built, and an archive built under the old
      *> length will not open under the new one (file status 39). An
      *> archive from before a layout change must be unloaded and
      *> reloaded at cutover (IXBackup with the old programs, then
      *> IXRestore with the new, then ArchUtil 'K') before any of the
      *> new-layout programs touch it.
       01  ARCHIVE-RECORD.
           05 A-PUZZLE-DATA   PIC X(81).
           05 A-SOLUTION-DATA PIC X(81).
           05 A-ENGINE        PIC X(12).
           05 A-TIMESTAMP     PIC X(14).
           05 A-CANON-KEY     PIC X(81).
           05 A-CANON-XFORM.
               10 A-XF-TRANSPOSE  PIC X.
               10 A-XF-ROWS       PIC X(9).
               10 A-XF-COLS       PIC X(9).
               10 A-XF-LABELS     PIC X(9).
