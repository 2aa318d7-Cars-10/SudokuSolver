      *>     so a corrupt record is found here, not served to a
      *>     submitter as a "solved" cache hit,
      *>   - report hit-rate statistics by joining the archive against
      *>     the CACHE=Y lines in puzzle_history.txt, with the CACHE=I
      *>     lines (an isomorph of an archived puzzle, served through
      *>     its canonical form) counted in a column of their own,
      *>   - purge the records the nightly DisputeRun job found corrupt
      *>     and listed in archive_purge_flags.txt; each is re-verified
      *>     first; up to 500 flags are worked a run, and the flag
      *>     file then keeps only the flags not yet worked (and any
      *>     whose delete failed) for the next run,
      *>   - fill in the canonical key and transformation on records
      *>     written without one (after a layout conversion, or by an
      *>     engine build from before they were computed), so isomorph
      *>     lookups can find them.
      *> The operator signs on first (see SignOn): a viewer may list,
      *> verify and report, an operator may also fill in canonical
      *> keys, and only a supervisor may purge. Every action, and
      *> every record a purge removes, goes to the console audit
      *> trail.
      *> Purging and filling in keys rewrite records the drains may be
      *> reading or adding, so each of those functions holds the
      *> archive exclusively in the run-lock registry (see RunLock)
      *> while it runs, and is refused -- not left waiting -- while a
      *> drain has it.
      *>
      *> Usage: ArchUtil [archive-file]
      *> Default archive file is solved_archive.dat.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS A-PUZZLE-DATA
               ALTERNATE RECORD KEY IS A-CANON-KEY WITH DUPLICATES
               FILE STATUS IS WS-ArchFS.
           SELECT HistoryFile ASSIGN TO "puzzle_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HistFS.
           SELECT FlagFile ASSIGN TO "archive_purge_flags.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FlagFS.
           SELECT FlagWork ASSIGN TO "archive_purge_flags.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FlagWkFS.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARCHREC".

       FD HistoryFile.
       01 HistoryLine PIC X(132).

      *> <81-char archive key>,<flagged-ts>,<puzzle-id>,<engine>
       FD FlagFile.
       01 FlagLine PIC X(120).

      *> The flags to keep, while the flag file is rewritten.
       FD FlagWork.
       01 FlagWorkLine PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-ArchFilename PIC X(100) VALUE "solved_archive.dat".
       01  WS-ArchFS     PIC XX.
       01  WS-HistFS     PIC XX.
       01  WS-FlagFS     PIC XX.
       01  WS-FlagWkFS   PIC XX.

       01  ARG-COUNT     PIC 9(4).
       01  CURRENT-ARG   PIC X(100).
               10  WS-EngName   PIC X(12).
               10  WS-EngRecs   PIC 9(6).
               10  WS-EngHits   PIC 9(6).
               10  WS-EngIsoHits PIC 9(6).
               10  WS-EngSolves PIC 9(6).
       01  WS-EngIdx     PIC 99.
       01  WS-EngFound   PIC X.
       01  WS-EngWanted  PIC X(12).
       01  WS-TotHits    PIC 9(6).
       01  WS-TotIsoHits PIC 9(6).
       01  WS-TotSolves  PIC 9(6).
       01  WS-HitRate    PIC 9(3)V9.

       01  WS-Line       PIC X(132).
       01  WS-TokFile    PIC X(60).
       01  WS-TokEngine  PIC X(12).
       01  WS-TokTS      PIC X(14).
       01  WS-TokIter    PIC X(25).
       01  WS-TokSolved  PIC X(10).
       01  WS-CacheTally PIC 9(4).
       01  WS-IsoTally   PIC 9(4).

      *> Canonical-key fill-in.
       01  WS-CanonKey   PIC X(81).
       01  WS-CanonXform PIC X(28).
       01  WS-FillCount  PIC 9(6).
       01  WS-EmptyCount PIC 9(6).

      *> Flagged-record purge: the flag lines read from the flag file
      *> and whether each one is still in the archive and still
      *> corrupt ('Y'), or was and would not delete ('F'). Flags past
      *> the 500th are counted and left in the file for the next run.
       01  WS-FlagTable.
           05  WS-FlagCount  PIC 9(4) VALUE 0.
           05  WS-FlagEntry OCCURS 500 TIMES.
               10  WS-FlagRec    PIC X(120).
               10  WS-FlagKey REDEFINES WS-FlagRec PIC X(81).
               10  WS-FlagPurge  PIC X.
       01  WS-FlagIdx    PIC 9(4).
       01  WS-FlagLine   PIC X(120).
       01  WS-FlagMore   PIC 9(7).
       01  WS-FlagSeen   PIC 9(7).
       01  WS-FlagKept   PIC 9(7).
       01  WS-FlagCmd    PIC X(60).

      *> Signed-on operator (see SignOn) and the console audit line
      *> each action writes through AuditLog.
       01  WS-OpId        PIC X(8).
       01  WS-OpRole      PIC X.
           88 WS-CanChange    VALUE 'O' 'S'.
           88 WS-CanSupervise VALUE 'S'.
       01  WS-OpInitials  PIC X(3).
       01  WS-AudProgram  PIC X(12) VALUE "ARCHUTIL".
       01  WS-AudFunction PIC X(12).
       01  WS-AudKey      PIC X(20) VALUE SPACES.
       01  WS-AudBefore   PIC X(60) VALUE SPACES.
       01  WS-AudAfter    PIC X(60) VALUE SPACES.
       01  WS-AudCnt      PIC Z(5)9.
       01  WS-AudCnt2     PIC Z(5)9.

      *> Exclusive hold on the archive for a purge or key fill-in (see
      *> RunLock); the console does not wait for it.
       01  WS-LockFunc   PIC X.
       01  WS-LockRes    PIC X(100).
       01  WS-LockProg   PIC X(12) VALUE "ARCHUTIL".
       01  WS-LockMode   PIC X.
       01  WS-LockWait   PIC X VALUE 'N'.
       01  WS-LockResult PIC X.
       01  WS-LockHolder PIC X(12).
       01  WS-LockRC     PIC S9(9) COMP.

       PROCEDURE DIVISION.
       Main-Logic.
               MOVE FUNCTION TRIM(CURRENT-ARG) TO WS-ArchFilename
           END-IF

           PERFORM Sign-On

           OPEN I-O ArchiveFile
           IF WS-ArchFS = "35"
               DISPLAY "Archive file not found: "
               ACCEPT WS-Choice
               EVALUATE FUNCTION UPPER-CASE(WS-Choice)
                   WHEN 'L' PERFORM List-Records
                   WHEN 'P'
                       IF WS-CanSupervise
                           PERFORM Hold-Archive
                           IF WS-LockResult = 'G'
                               PERFORM Purge-Records
                               PERFORM Free-Archive
                           END-IF
                       ELSE
                           PERFORM Refuse-Function
                       END-IF
                   WHEN 'V' PERFORM Verify-Records
                   WHEN 'H' PERFORM Hit-Rate-Stats
                   WHEN 'F'
                       IF WS-CanSupervise
                           PERFORM Hold-Archive
                           IF WS-LockResult = 'G'
                               PERFORM Purge-Flagged
                               PERFORM Free-Archive
                           END-IF
                       ELSE
                           PERFORM Refuse-Function
                       END-IF
                   WHEN 'K'
                       IF WS-CanChange
                           PERFORM Hold-Archive
                           IF WS-LockResult = 'G'
                               PERFORM Fill-Canon-Keys
                               PERFORM Free-Archive
                           END-IF
                       ELSE
                           PERFORM Refuse-Function
                       END-IF
                   WHEN 'X' MOVE 'Y' TO WS-Done
                   WHEN OTHER DISPLAY "Unknown choice."
               END-EVALUATE
           END-PERFORM

           CLOSE ArchiveFile
           MOVE "SIGNOFF" TO WS-AudFunction
           PERFORM Write-Audit
           DISPLAY "ArchUtil ended."
           MOVE 0 TO RETURN-CODE
           STOP RUN.
           DISPLAY " "
           DISPLAY "--- Solved-puzzle archive console ---"
           DISPLAY "L  list/count records by engine and date range"
           IF WS-CanSupervise
               DISPLAY "P  purge records by age and/or engine"
           END-IF
           DISPLAY "V  verify every record against the Sudoku rules"
           DISPLAY "H  hit-rate statistics from the history log"
           IF WS-CanSupervise
               DISPLAY "F  purge records flagged corrupt by dispute"
                   " findings"
           END-IF
           IF WS-CanChange
               DISPLAY "K  fill in missing canonical keys"
           END-IF
           DISPLAY "X  exit"
           DISPLAY "Choice: " WITH NO ADVANCING.


       List-Records.
           PERFORM Ask-Filters
           MOVE "LIST" TO WS-AudFunction
           STRING "ENGINE=" WS-WantEngine " FROM=" WS-FromDate
               " TO=" WS-ToDate DELIMITED BY SIZE INTO WS-AudAfter
           PERFORM Write-Audit
           MOVE 0 TO WS-ListCount
           MOVE 0 TO WS-ScanCount
           PERFORM Start-Scan
                           MOVE 'N' TO WS-RecordOK
                       END-IF
                       IF WS-RecordOK = 'Y'
                           PERFORM Describe-Archive-Record
                           DELETE ArchiveFile RECORD
                           IF WS-ArchFS = "00"
                               ADD 1 TO WS-PurgeCount
                               MOVE "PURGE" TO WS-AudFunction
                               MOVE "PURGED" TO WS-AudAfter
                               PERFORM Write-Audit
                           ELSE
                               DISPLAY "Delete failed (FILE STATUS "
                                   WS-ArchFS ")"
                               MOVE SPACES TO WS-AudKey WS-AudBefore
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-PurgeCount TO WS-DispCnt
           DISPLAY FUNCTION TRIM(WS-DispCnt) " record(s) purged."
           MOVE "PURGE-RUN" TO WS-AudFunction
           STRING "BEFORE=" WS-CutDate " ENGINE=" WS-WantEngine
               DELIMITED BY SIZE INTO WS-AudBefore
           STRING FUNCTION TRIM(WS-DispCnt) " RECORD(S) PURGED"
               DELIMITED BY SIZE INTO WS-AudAfter
           PERFORM Write-Audit.

       Verify-Records.
           MOVE 0 TO WS-ScanCount
               WITH NO ADVANCING
           MOVE WS-BadCount TO WS-DispCnt
           DISPLAY FUNCTION TRIM(WS-DispCnt) " corrupt."
           MOVE "VERIFY" TO WS-AudFunction
           MOVE WS-ScanCount TO WS-AudCnt
           STRING FUNCTION TRIM(WS-AudCnt) " CHECKED, "
               FUNCTION TRIM(WS-DispCnt) " CORRUPT"
               DELIMITED BY SIZE INTO WS-AudAfter
           PERFORM Write-Audit
           IF WS-BadCount > 0
               DISPLAY "*** CORRUPT RECORDS FOUND: purge them before"
                   " they are served as cache hits (boards listed"
                   " above)."
           END-IF.

       Purge-Flagged.
      *> Each flagged key is looked up and re-verified before anything
      *> is deleted: a record already purged, or replaced by a good
      *> answer since it was flagged, is left alone.
           MOVE 0 TO WS-FlagCount WS-FlagMore
           MOVE 0 TO WS-BadCount
           OPEN INPUT FlagFile
           IF WS-FlagFS NOT = "00"
               DISPLAY "No archive records are flagged for purge."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FlagFile INTO WS-FlagLine
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-FlagLine NOT = SPACES
                           IF WS-FlagCount < 500
                               ADD 1 TO WS-FlagCount
                               MOVE WS-FlagLine
                                   TO WS-FlagRec(WS-FlagCount)
                               MOVE 'N' TO WS-FlagPurge(WS-FlagCount)
                           ELSE
                               ADD 1 TO WS-FlagMore
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FlagFile
           IF WS-FlagCount = 0
               DISPLAY "No archive records are flagged for purge."
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-FlagIdx FROM 1 BY 1
                   UNTIL WS-FlagIdx > WS-FlagCount
               MOVE WS-FlagKey(WS-FlagIdx) TO A-PUZZLE-DATA
               READ ArchiveFile RECORD
                   INVALID KEY
                       DISPLAY "GONE:    " WS-FlagKey(WS-FlagIdx)(1:27)
                           "..."
                   NOT INVALID KEY
                       PERFORM Verify-One-Record
                       IF WS-RecordOK = 'N'
                           MOVE 'Y' TO WS-FlagPurge(WS-FlagIdx)
                           ADD 1 TO WS-BadCount
                       ELSE
                           DISPLAY "NOW OK:  " A-ENGINE " "
                               A-TIMESTAMP " " A-PUZZLE-DATA(1:27)
                               "..."
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-FlagCount TO WS-DispCnt
           DISPLAY FUNCTION TRIM(WS-DispCnt) " flagged, "
               WITH NO ADVANCING
           MOVE WS-BadCount TO WS-DispCnt
           DISPLAY FUNCTION TRIM(WS-DispCnt) " still corrupt."
           IF WS-FlagMore > 0
               MOVE WS-FlagMore TO WS-DispCnt
               DISPLAY FUNCTION TRIM(WS-DispCnt)
                   " more flag(s) past the first 500 wait for the"
                   " next run."
           END-IF

           IF WS-BadCount > 0
               DISPLAY "Purge the corrupt records? Type YES to confirm: "
                   WITH NO ADVANCING
               ACCEPT WS-Answer
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-Answer))
                   NOT = "YES"
                   DISPLAY "Not purged; the flags are kept."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 0 TO WS-PurgeCount
           PERFORM VARYING WS-FlagIdx FROM 1 BY 1
                   UNTIL WS-FlagIdx > WS-FlagCount
               IF WS-FlagPurge(WS-FlagIdx) = 'Y'
                   MOVE WS-FlagKey(WS-FlagIdx) TO A-PUZZLE-DATA
                   READ ArchiveFile RECORD
                       INVALID KEY CONTINUE
                   END-READ
                   PERFORM Describe-Archive-Record
                   DELETE ArchiveFile RECORD
                   IF WS-ArchFS = "00"
                       ADD 1 TO WS-PurgeCount
                       MOVE "PURGE-FLAG" TO WS-AudFunction
                       MOVE "PURGED, FLAGGED CORRUPT" TO WS-AudAfter
                       PERFORM Write-Audit
                   ELSE
                       DISPLAY "Delete failed (FILE STATUS "
                           WS-ArchFS ") -- flag kept"
                       MOVE 'F' TO WS-FlagPurge(WS-FlagIdx)
                       MOVE SPACES TO WS-AudKey WS-AudBefore
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-PurgeCount TO WS-DispCnt
           DISPLAY FUNCTION TRIM(WS-DispCnt) " record(s) purged."
           MOVE "PURGE-FLAGS" TO WS-AudFunction
           MOVE WS-FlagCount TO WS-AudCnt
           STRING FUNCTION TRIM(WS-AudCnt) " FLAGGED, "
               FUNCTION TRIM(WS-DispCnt) " PURGED"
               DELIMITED BY SIZE INTO WS-AudAfter
           PERFORM Write-Audit
           PERFORM Rewrite-Flags.

       Rewrite-Flags.
      *> The flags this run worked are done with; the file keeps the
      *> ones whose delete failed and every line past those loaded --
      *> the ones beyond the 500th and any DisputeRun has appended
      *> since the load -- copied aside first so that the rewrite
      *> cannot lose them.
           MOVE 0 TO WS-FlagKept
           OPEN OUTPUT FlagWork
           IF WS-FlagWkFS NOT = "00"
               DISPLAY "Cannot write archive_purge_flags.tmp (FILE"
                   " STATUS " WS-FlagWkFS ") -- the flag file is left"
                   " as it was"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FlagIdx FROM 1 BY 1
                   UNTIL WS-FlagIdx > WS-FlagCount
               IF WS-FlagPurge(WS-FlagIdx) = 'F'
                   WRITE FlagWorkLine FROM WS-FlagRec(WS-FlagIdx)
                   ADD 1 TO WS-FlagKept
               END-IF
           END-PERFORM
           MOVE 0 TO WS-FlagSeen
           OPEN INPUT FlagFile
           IF WS-FlagFS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FlagFile INTO WS-FlagLine
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-FlagLine NOT = SPACES
                               ADD 1 TO WS-FlagSeen
                               IF WS-FlagSeen > WS-FlagCount
                                   WRITE FlagWorkLine FROM WS-FlagLine
                                   ADD 1 TO WS-FlagKept
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FlagFile
           END-IF
           CLOSE FlagWork

           OPEN OUTPUT FlagFile
           OPEN INPUT FlagWork
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FlagWork INTO WS-FlagLine
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END WRITE FlagLine FROM WS-FlagLine
               END-READ
           END-PERFORM
           CLOSE FlagWork
           CLOSE FlagFile
           MOVE 'N' TO WS-EOF
           MOVE "rm -f archive_purge_flags.tmp" TO WS-FlagCmd
           CALL "SYSTEM" USING WS-FlagCmd
           MOVE 0 TO RETURN-CODE
           IF WS-FlagKept > 0
               MOVE WS-FlagKept TO WS-DispCnt
               DISPLAY FUNCTION TRIM(WS-DispCnt)
                   " flag(s) kept in archive_purge_flags.txt."
           END-IF.

       Verify-One-Record.
      *> Same row/column/box and clue-agreement checks the standalone
      *> Verifier runs, applied to the stored solution against the
       Hit-Rate-Stats.
      *> Archive records per engine, joined against the history log:
      *> a CACHE=Y line is a served hit (credited to the engine that
      *> served it), a CACHE=I line an isomorph hit, any other
      *> SOLVED=Y line is a full solve the archive could not save.
           MOVE "HIT-RATE" TO WS-AudFunction
           PERFORM Write-Audit
           INITIALIZE WS-EngTable
           MOVE 0 TO WS-TotHits
           MOVE 0 TO WS-TotIsoHits
           MOVE 0 TO WS-TotSolves

           PERFORM Start-Scan
               CLOSE HistoryFile
           END-IF

           DISPLAY "ENGINE       ARCHIVED  CACHE-HITS    ISO-HITS  FULL-SOLVES"
           PERFORM VARYING WS-EngIdx FROM 1 BY 1
                   UNTIL WS-EngIdx > WS-EngCount
               MOVE WS-EngRecs(WS-EngIdx) TO WS-DispCnt
                   WITH NO ADVANCING
               MOVE WS-EngHits(WS-EngIdx) TO WS-DispCnt
               DISPLAY "      " WS-DispCnt WITH NO ADVANCING
               MOVE WS-EngIsoHits(WS-EngIdx) TO WS-DispCnt
               DISPLAY "      " WS-DispCnt WITH NO ADVANCING
               MOVE WS-EngSolves(WS-EngIdx) TO WS-DispCnt
               DISPLAY "       " WS-DispCnt
           END-PERFORM
           IF WS-TotHits + WS-TotIsoHits + WS-TotSolves > 0
               COMPUTE WS-HitRate = (WS-TotHits + WS-TotIsoHits) * 100.0
                   / (WS-TotHits + WS-TotIsoHits + WS-TotSolves)
               COMPUTE WS-ScanCount =
                   WS-TotHits + WS-TotIsoHits + WS-TotSolves
               DISPLAY "Overall hit rate: " WS-HitRate " percent ("
                   WS-TotHits " exact and " WS-TotIsoHits
                   " isomorph hit(s) of "
                   WS-ScanCount " solved run(s))"
           ELSE
               DISPLAY "No solved runs in the history log."
           END-IF
           MOVE 0 TO WS-CacheTally
           INSPECT WS-Line TALLYING WS-CacheTally FOR ALL "CACHE=Y"
           MOVE 0 TO WS-IsoTally
           INSPECT WS-Line TALLYING WS-IsoTally FOR ALL "CACHE=I"
           MOVE WS-TokEngine TO WS-EngWanted
           PERFORM Find-Engine-Slot
           IF WS-EngFound = 'N'
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-CacheTally > 0
                   ADD 1 TO WS-EngHits(WS-EngIdx)
                   ADD 1 TO WS-TotHits
               WHEN WS-IsoTally > 0
                   ADD 1 TO WS-EngIsoHits(WS-EngIdx)
                   ADD 1 TO WS-TotIsoHits
               WHEN OTHER
                   ADD 1 TO WS-EngSolves(WS-EngIdx)
                   ADD 1 TO WS-TotSolves
           END-EVALUATE.

       Fill-Canon-Keys.
      *> Records written with a blank canonical key are invisible to
      *> the engines' isomorph lookup. A board too empty to
      *> canonicalise stays blank and is counted as such.
           MOVE 0 TO WS-ScanCount
           MOVE 0 TO WS-FillCount
           MOVE 0 TO WS-EmptyCount
           PERFORM Start-Scan
           PERFORM UNTIL WS-EOF = 'Y'
               READ ArchiveFile NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ScanCount
                       IF A-CANON-KEY = SPACES
                           PERFORM Fill-One-Canon-Key
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-ScanCount TO WS-DispCnt
           DISPLAY FUNCTION TRIM(WS-DispCnt) " record(s) scanned, "
               WITH NO ADVANCING
           MOVE WS-FillCount TO WS-DispCnt
           DISPLAY FUNCTION TRIM(WS-DispCnt) " canonical key(s) filled in"
           IF WS-EmptyCount > 0
               MOVE WS-EmptyCount TO WS-DispCnt
               DISPLAY FUNCTION TRIM(WS-DispCnt) " record(s) too empty"
                   " to canonicalise; left without one."
           END-IF
           MOVE "FILL-KEYS" TO WS-AudFunction
           MOVE WS-FillCount TO WS-AudCnt
           MOVE WS-EmptyCount TO WS-AudCnt2
           STRING FUNCTION TRIM(WS-AudCnt) " FILLED, "
               FUNCTION TRIM(WS-AudCnt2) " TOO EMPTY"
               DELIMITED BY SIZE INTO WS-AudAfter
           PERFORM Write-Audit.

       Fill-One-Canon-Key.
           CALL "CanonForm" USING BY CONTENT 'C'
               BY REFERENCE A-PUZZLE-DATA WS-CanonKey WS-CanonXform
           IF WS-CanonKey = SPACES
               ADD 1 TO WS-EmptyCount
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CanonKey TO A-CANON-KEY
           MOVE WS-CanonXform TO A-CANON-XFORM
           REWRITE ARCHIVE-RECORD
           IF WS-ArchFS = "00"
               ADD 1 TO WS-FillCount
           ELSE
               DISPLAY "Rewrite failed (FILE STATUS " WS-ArchFS ")"
           END-IF.

       Describe-Archive-Record.
      *> Audit key and before-image of the archive record about to be
      *> purged: the board's first 20 cells (the rest is in the
      *> before-image) and where it came from.
           MOVE A-PUZZLE-DATA(1:20) TO WS-AudKey
           STRING "ENGINE=" A-ENGINE " STORED=" A-TIMESTAMP
               " " A-PUZZLE-DATA(21:20)
               DELIMITED BY SIZE INTO WS-AudBefore.

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

       Find-Engine-Slot.
           MOVE 'N' TO WS-EngFound
           PERFORM VARYING WS-EngIdx FROM 1 BY 1
               END-IF
           END-IF.

       Hold-Archive.
           MOVE WS-ArchFilename TO WS-LockRes
           MOVE 'X' TO WS-LockMode
           MOVE 'L' TO WS-LockFunc
           CALL "RunLock" USING WS-LockFunc WS-LockRes WS-LockProg
               WS-LockMode WS-LockWait WS-LockResult WS-LockHolder
           IF WS-LockResult = 'B'
               DISPLAY "Archive in use by " FUNCTION TRIM(WS-LockHolder)
                   " -- try again when it has finished."
           END-IF
           IF WS-LockResult = 'E'
               DISPLAY "Run-lock registry unusable -- not run."
           END-IF.

       Free-Archive.
           MOVE 'F' TO WS-LockFunc
           CALL "RunLock" USING WS-LockFunc WS-LockRes WS-LockProg
               WS-LockMode WS-LockWait WS-LockResult WS-LockHolder.

       END PROGRAM ArchUtil.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CanonForm.

      *> Canonical form of a Sudoku board under the transformations
      *> that keep a board a valid Sudoku: transposition, band order,
      *> row order within a band, stack order, column order within a
      *> stack, and relabelling of the digits. Two boards are
      *> isomorphs exactly when their canonical forms match. The
      *> canonical form is the least 81-character string over every
      *> arrangement once the digits are renumbered 1, 2, 3... in
      *> order of first appearance (an empty cell stays 0). It is
      *> built a row at a time, keeping only the arrangements tied for
      *> the least rows so far.
      *>
      *> LS-Mode 'C': LS-Grid-In is a board's givens. LS-Grid-Out
      *>   gets its canonical form and LS-Xform the transformation
      *>   that produced it: 'T' or 'N' (transposed or not), the nine
      *>   source rows and the nine source columns in canonical
      *>   order, then the label each digit 1-9 was given. Both come
      *>   back as spaces if the tie set outgrows the work table (a
      *>   nearly empty board); the caller treats that as no
      *>   canonical form.
      *> LS-Mode 'F': LS-Grid-In (any board -- a solution, say) is
      *>   carried forward through LS-Xform into canonical position.
      *> LS-Mode 'I': LS-Grid-In, in canonical position, is carried
      *>   back through the inverse of LS-Xform.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  CF-Perm3-Values PIC X(18) VALUE "123132213231312321".
       01  CF-Perm3-Table REDEFINES CF-Perm3-Values.
           05  CF-Perm3 OCCURS 6 TIMES.
               10  CF-Perm3-Pos PIC 9 OCCURS 3 TIMES.
       01  CF-Band-Values  PIC X(9) VALUE "111222333".
       01  CF-Band-Table REDEFINES CF-Band-Values.
           05  CF-Band-Of  PIC 9 OCCURS 9 TIMES.

      *> Every column order the transformations allow: six stack
      *> orders times six orders within each of the three stacks.
       01  CF-Built       PIC X VALUE 'N'.
       01  CF-ColArr-Table.
           05  CF-ColArr  PIC X(9) OCCURS 1296 TIMES.

      *> The board as given (1) and transposed (2).
       01  CF-Grid.
           05  CF-Orient OCCURS 2 TIMES.
               10  CF-Orient-Row OCCURS 9 TIMES.
                   15  CF-Cell PIC 9 OCCURS 9 TIMES.

      *> The arrangements still tied, this row's (CF-New) built from
      *> the last row's (CF-Cur): orientation, column order, rows
      *> placed so far, digit labels given so far, next free label.
       01  CF-Beam-Table.
           05  CF-Side OCCURS 2 TIMES.
               10  CF-Count       PIC 9(5) COMP.
               10  CF-Entry OCCURS 40000 TIMES.
                   15  CF-E-Orient PIC 9.
                   15  CF-E-Cols   PIC X(9).
                   15  CF-E-Rows   PIC X(9).
                   15  CF-E-Map    PIC X(9).
                   15  CF-E-Next   PIC 99.
       01  CF-Try.
           05  CF-T-Orient PIC 9.
           05  CF-T-Cols   PIC X(9).
           05  CF-T-Rows   PIC X(9).
           05  CF-T-Map    PIC X(9).
           05  CF-T-Next   PIC 99.
       01  CF-Cur         PIC 9.
       01  CF-New         PIC 9.
       01  CF-Overflow    PIC X.
       01  CF-Allowed     PIC X.
       01  CF-Stage       PIC 99 COMP.
       01  CF-Best        PIC X(9).
       01  CF-RowStr      PIC X(9).
       01  CF-Canon       PIC X(81).
       01  CF-Idx         PIC 9(5) COMP.
       01  CF-A           PIC 9(4) COMP.
       01  CF-SP          PIC 9.
       01  CF-W1          PIC 9.
       01  CF-W2          PIC 9.
       01  CF-W3          PIC 9.
       01  CF-W           PIC 9.
       01  CF-I           PIC 99 COMP.
       01  CF-J           PIC 99 COMP.
       01  CF-R           PIC 99 COMP.
       01  CF-C           PIC 99 COMP.
       01  CF-X           PIC 99 COMP.
       01  CF-D           PIC 99 COMP.
       01  CF-Label       PIC 9.
       01  CF-Digit       PIC 9.
       01  CF-Pos         PIC 99 COMP.
       01  CF-Out         PIC 99 COMP.
       01  CF-Char        PIC X.
       01  CF-Inv-Table.
           05  CF-Inv     PIC 9 OCCURS 9 TIMES.

       LINKAGE SECTION.
       01  LS-Mode        PIC X.
       01  LS-Grid-In     PIC X(81).
       01  LS-Grid-Out    PIC X(81).
       01  LS-Xform       PIC X(28).

       PROCEDURE DIVISION USING LS-Mode LS-Grid-In LS-Grid-Out
               LS-Xform.
       Canon-Main.
           EVALUATE LS-Mode
               WHEN 'C' PERFORM Canonicalise
               WHEN 'F' PERFORM Map-Forward
               WHEN 'I' PERFORM Map-Inverse
           END-EVALUATE
           GOBACK.

       Canonicalise.
           IF CF-Built = 'N'
               PERFORM Build-Column-Orders
           END-IF
           PERFORM VARYING CF-R FROM 1 BY 1 UNTIL CF-R > 9
               PERFORM VARYING CF-C FROM 1 BY 1 UNTIL CF-C > 9
                   COMPUTE CF-Pos = (CF-R - 1) * 9 + CF-C
                   IF LS-Grid-In(CF-Pos:1) IS NUMERIC
                       MOVE LS-Grid-In(CF-Pos:1) TO CF-Cell(1, CF-R, CF-C)
                   ELSE
                       MOVE 0 TO CF-Cell(1, CF-R, CF-C)
                   END-IF
                   MOVE CF-Cell(1, CF-R, CF-C) TO CF-Cell(2, CF-C, CF-R)
               END-PERFORM
           END-PERFORM

      *> First row: any row of either orientation under any column
      *> order.
           MOVE 'N' TO CF-Overflow
           MOVE 1 TO CF-New
           MOVE 0 TO CF-Count(CF-New)
           MOVE HIGH-VALUES TO CF-Best
           MOVE 1 TO CF-Stage
           PERFORM VARYING CF-I FROM 1 BY 1 UNTIL CF-I > 2
               PERFORM VARYING CF-A FROM 1 BY 1 UNTIL CF-A > 1296
                   PERFORM VARYING CF-X FROM 1 BY 1 UNTIL CF-X > 9
                       MOVE CF-I TO CF-T-Orient
                       MOVE CF-ColArr(CF-A) TO CF-T-Cols
                       MOVE SPACES TO CF-T-Rows
                       MOVE CF-X TO CF-Digit
                       MOVE CF-Digit TO CF-T-Rows(1:1)
                       MOVE ALL '0' TO CF-T-Map
                       MOVE 1 TO CF-T-Next
                       PERFORM Try-Row
                   END-PERFORM
               END-PERFORM
           END-PERFORM

      *> Each later row extends every arrangement still tied.
           PERFORM VARYING CF-Stage FROM 2 BY 1
                   UNTIL CF-Stage > 9 OR CF-Overflow = 'Y'
               MOVE CF-Best TO CF-Canon((CF-Stage - 2) * 9 + 1:9)
               MOVE CF-New TO CF-Cur
               COMPUTE CF-New = 3 - CF-Cur
               MOVE 0 TO CF-Count(CF-New)
               MOVE HIGH-VALUES TO CF-Best
               PERFORM VARYING CF-Idx FROM 1 BY 1
                       UNTIL CF-Idx > CF-Count(CF-Cur)
                   PERFORM VARYING CF-X FROM 1 BY 1 UNTIL CF-X > 9
                       PERFORM Check-Row-Allowed
                       IF CF-Allowed = 'Y'
                           MOVE CF-Entry(CF-Cur, CF-Idx) TO CF-Try
                           MOVE CF-X TO CF-Digit
                           MOVE CF-Digit TO CF-T-Rows(CF-Stage:1)
                           PERFORM Try-Row
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM

           IF CF-Overflow = 'Y'
               MOVE SPACES TO LS-Grid-Out
               MOVE SPACES TO LS-Xform
               EXIT PARAGRAPH
           END-IF
           MOVE CF-Best TO CF-Canon(73:9)

      *> Digits the givens never use take the labels left over, in
      *> digit order, so the label map is a full relabelling.
           MOVE CF-Entry(CF-New, 1) TO CF-Try
           PERFORM VARYING CF-D FROM 1 BY 1 UNTIL CF-D > 9
               IF CF-T-Map(CF-D:1) = '0'
                   MOVE CF-T-Next TO CF-Label
                   MOVE CF-Label TO CF-T-Map(CF-D:1)
                   ADD 1 TO CF-T-Next
               END-IF
           END-PERFORM
           MOVE CF-Canon TO LS-Grid-Out
           MOVE SPACES TO LS-Xform
           IF CF-T-Orient = 2
               MOVE 'T' TO LS-Xform(1:1)
           ELSE
               MOVE 'N' TO LS-Xform(1:1)
           END-IF
           MOVE CF-T-Rows TO LS-Xform(2:9)
           MOVE CF-T-Cols TO LS-Xform(11:9)
           MOVE CF-T-Map TO LS-Xform(20:9).

       Build-Column-Orders.
           MOVE 0 TO CF-A
           PERFORM VARYING CF-SP FROM 1 BY 1 UNTIL CF-SP > 6
             PERFORM VARYING CF-W1 FROM 1 BY 1 UNTIL CF-W1 > 6
               PERFORM VARYING CF-W2 FROM 1 BY 1 UNTIL CF-W2 > 6
                 PERFORM VARYING CF-W3 FROM 1 BY 1 UNTIL CF-W3 > 6
                   ADD 1 TO CF-A
                   PERFORM VARYING CF-J FROM 1 BY 1 UNTIL CF-J > 9
                       MOVE CF-Band-Of(CF-J) TO CF-I
                       EVALUATE CF-I
                           WHEN 1 MOVE CF-W1 TO CF-W
                           WHEN 2 MOVE CF-W2 TO CF-W
                           WHEN OTHER MOVE CF-W3 TO CF-W
                       END-EVALUATE
                       COMPUTE CF-C =
                           (CF-Perm3-Pos(CF-SP, CF-I) - 1) * 3
                           + CF-Perm3-Pos(CF-W, CF-J - (CF-I - 1) * 3)
                       MOVE CF-C TO CF-Digit
                       MOVE CF-Digit TO CF-ColArr(CF-A)(CF-J:1)
                   END-PERFORM
                 END-PERFORM
               END-PERFORM
             END-PERFORM
           END-PERFORM
           MOVE 'Y' TO CF-Built.

       Check-Row-Allowed.
      *> Rows 1, 4 and 7 open a band not yet used; the two rows after
      *> each stay in that band.
           MOVE 'Y' TO CF-Allowed
           PERFORM VARYING CF-J FROM 1 BY 1 UNTIL CF-J >= CF-Stage
               MOVE CF-E-Rows(CF-Cur, CF-Idx)(CF-J:1) TO CF-R
               IF CF-R = CF-X
                   MOVE 'N' TO CF-Allowed
               END-IF
               IF FUNCTION MOD(CF-Stage - 1, 3) = 0
                   IF CF-Band-Of(CF-R) = CF-Band-Of(CF-X)
                       MOVE 'N' TO CF-Allowed
                   END-IF
               END-IF
           END-PERFORM
           IF FUNCTION MOD(CF-Stage - 1, 3) NOT = 0
               MOVE CF-E-Rows(CF-Cur, CF-Idx)(CF-Stage - 1:1) TO CF-R
               IF CF-Band-Of(CF-R) NOT = CF-Band-Of(CF-X)
                   MOVE 'N' TO CF-Allowed
               END-IF
           END-IF.

       Try-Row.
      *> Source row CF-X of the candidate, relabelled, against the
      *> least row found so far for this position.
           PERFORM VARYING CF-J FROM 1 BY 1 UNTIL CF-J > 9
               MOVE CF-T-Cols(CF-J:1) TO CF-C
               MOVE CF-Cell(CF-T-Orient, CF-X, CF-C) TO CF-D
               IF CF-D = 0
                   MOVE '0' TO CF-RowStr(CF-J:1)
               ELSE
                   IF CF-T-Map(CF-D:1) = '0'
                       MOVE CF-T-Next TO CF-Label
                       MOVE CF-Label TO CF-T-Map(CF-D:1)
                       ADD 1 TO CF-T-Next
                   END-IF
                   MOVE CF-T-Map(CF-D:1) TO CF-RowStr(CF-J:1)
               END-IF
           END-PERFORM
           IF CF-RowStr < CF-Best
               MOVE CF-RowStr TO CF-Best
               MOVE 0 TO CF-Count(CF-New)
               MOVE 'N' TO CF-Overflow
           END-IF
           IF CF-RowStr = CF-Best
               IF CF-Count(CF-New) >= 40000
                   MOVE 'Y' TO CF-Overflow
               ELSE
                   ADD 1 TO CF-Count(CF-New)
                   MOVE CF-Try TO CF-Entry(CF-New, CF-Count(CF-New))
               END-IF
           END-IF.

       Map-Forward.
           PERFORM VARYING CF-I FROM 1 BY 1 UNTIL CF-I > 9
               PERFORM VARYING CF-J FROM 1 BY 1 UNTIL CF-J > 9
                   PERFORM Xform-Cell-Position
                   COMPUTE CF-Out = (CF-I - 1) * 9 + CF-J
                   MOVE LS-Grid-In(CF-Pos:1) TO CF-Char
                   IF CF-Char IS NUMERIC AND CF-Char NOT = '0'
                       MOVE CF-Char TO CF-D
                       MOVE LS-Xform(19 + CF-D:1)
                           TO LS-Grid-Out(CF-Out:1)
                   ELSE
                       MOVE '0' TO LS-Grid-Out(CF-Out:1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       Map-Inverse.
           PERFORM VARYING CF-D FROM 1 BY 1 UNTIL CF-D > 9
               MOVE LS-Xform(19 + CF-D:1) TO CF-Label
               MOVE CF-D TO CF-Inv(CF-Label)
           END-PERFORM
           PERFORM VARYING CF-I FROM 1 BY 1 UNTIL CF-I > 9
               PERFORM VARYING CF-J FROM 1 BY 1 UNTIL CF-J > 9
                   PERFORM Xform-Cell-Position
                   COMPUTE CF-Out = (CF-I - 1) * 9 + CF-J
                   MOVE LS-Grid-In(CF-Out:1) TO CF-Char
                   IF CF-Char IS NUMERIC AND CF-Char NOT = '0'
                       MOVE CF-Char TO CF-Label
                       MOVE CF-Inv(CF-Label) TO CF-Digit
                       MOVE CF-Digit TO LS-Grid-Out(CF-Pos:1)
                   ELSE
                       MOVE '0' TO LS-Grid-Out(CF-Pos:1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       Xform-Cell-Position.
      *> Position in the source board of canonical cell (CF-I, CF-J).
           MOVE LS-Xform(1 + CF-I:1) TO CF-R
           MOVE LS-Xform(10 + CF-J:1) TO CF-C
           IF LS-Xform(1:1) = 'T'
               COMPUTE CF-Pos = (CF-C - 1) * 9 + CF-R
           ELSE
               COMPUTE CF-Pos = (CF-R - 1) * 9 + CF-C
           END-IF.

       END PROGRAM CanonForm.

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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RunLock.

      *> Registers and releases this job's holds in the run-lock
      *> registry (run_locks.txt, LOCKREC layout), so jobs that must
      *> not touch the same file at once cannot. A hold is shared
      *> (appenders and record-level updaters, any number together)
      *> or exclusive (a job that rewrites, merges into or rebuilds
      *> the file, alone). A request that meets a conflicting hold
      *> waits for it, polling, up to LOCK-WAIT-SEC seconds from
      *> sudoku_runctl.txt (default 300) when the caller asks to
      *> wait, and is refused at once when it does not; either way
      *> a refusal names the holding program.
      *> A hold whose process has gone (a job that crashed or was
      *> cancelled) or older than LOCK-STALE-HOURS (default 24) is
      *> stale: the next job to register clears it and raises a WARN
      *> alert naming what was held.
      *> Every update reads and rewrites the whole registry under a
      *> latch -- the directory run_locks.latch, whose creation is
      *> atomic -- so two jobs never rewrite it at once. A latch
      *> still there after 30 seconds was left by a job killed in
      *> mid-update, and is broken.
      *>
      *> LS-Function 'L': register a hold on LS-Resource in LS-Mode
      *>   ('S' shared, 'X' exclusive), waiting if LS-Wait is 'Y'.
      *> LS-Function 'F': release this job's hold on LS-Resource.
      *> LS-Function 'A': release every hold this job has.
      *> LS-Result comes back 'G' (done), 'B' (held by LS-Holder --
      *> refused, or the wait ran out) or 'E' (registry unusable).
      *> The call leaves RETURN-CODE at zero; a caller that has set
      *> one keeps its own copy across the call.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LockFile ASSIGN TO "run_locks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-LockFS.
           SELECT RunctlFile ASSIGN TO "sudoku_runctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-RunctlFS.
           SELECT AlertFile ASSIGN TO "operations_alerts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-AlertFS.

       DATA DIVISION.
       FILE SECTION.
       FD LockFile.
       COPY "LOCKREC".

       FD RunctlFile.
       01 RL-RunctlLine PIC X(200).

       FD AlertFile.
       COPY "ALERTREC".

       WORKING-STORAGE SECTION.
       01  RL-LockFS     PIC XX.
       01  RL-RunctlFS   PIC XX.
       01  RL-AlertFS    PIC XX.
       01  RL-EOF        PIC X.
       01  RL-RunctlKey  PIC X(30).
       01  RL-RunctlVal  PIC X(100).
       01  RL-WaitSec    PIC 9(5) VALUE 300.
       01  RL-StaleHours PIC 9(5) VALUE 24.

      *> This run of the job: its process ID and the time of its
      *> first call, taken once and stamped on every hold it takes.
       01  RL-Ready      PIC X VALUE 'N'.
       01  RL-Pid        PIC 9(9) COMP-5.
       01  RL-MyPid      PIC 9(10).
       01  RL-MyStart    PIC X(14).

      *> The registry in storage while it is being updated.
       01  RL-Registry.
           05  RL-Count     PIC 9(3).
           05  RL-Entry OCCURS 500 TIMES PIC X(81).
       01  RL-Idx        PIC 9(3).
       01  RL-Kept       PIC 9(3).
       01  RL-Changed    PIC X.

       01  RL-Resource   PIC X(40).
       01  RL-Done       PIC X.
       01  RL-Mine       PIC X.
       01  RL-Conflict   PIC X.
       01  RL-Stale      PIC X.
       01  RL-Latched    PIC X.
       01  RL-Tries      PIC 99.
       01  RL-Waited     PIC 9(5).
       01  RL-Pause      PIC 9(4) COMP-5 VALUE 5.
       01  RL-Blink      PIC 9(4) COMP-5 VALUE 1.
       01  RL-Cmd        PIC X(60).
       01  RL-Now        PIC X(21).
       01  RL-AgeHours   PIC S9(9).
       01  RL-AlertMsg   PIC X(60).

       LINKAGE SECTION.
       01  LS-Function   PIC X.
       01  LS-Resource   PIC X(100).
       01  LS-Program    PIC X(12).
       01  LS-Mode       PIC X.
       01  LS-Wait       PIC X.
       01  LS-Result     PIC X.
       01  LS-Holder     PIC X(12).

       PROCEDURE DIVISION USING LS-Function LS-Resource LS-Program
               LS-Mode LS-Wait LS-Result LS-Holder.
       Run-Lock-Main.
           IF RL-Ready = 'N'
               PERFORM Set-Up
           END-IF
           MOVE 'E' TO LS-Result
           MOVE SPACES TO LS-Holder
           MOVE FUNCTION TRIM(LS-Resource) TO RL-Resource
           EVALUATE LS-Function
               WHEN 'L'
                   PERFORM Take-Hold
               WHEN 'F'
                   PERFORM Drop-Holds
               WHEN 'A'
                   MOVE SPACES TO RL-Resource
                   PERFORM Drop-Holds
           END-EVALUATE
           MOVE 0 TO RETURN-CODE
           GOBACK.

       Set-Up.
           CALL "C$GETPID" RETURNING RL-Pid
           MOVE RL-Pid TO RL-MyPid
           MOVE FUNCTION CURRENT-DATE(1:14) TO RL-MyStart
           OPEN INPUT RunctlFile
           IF RL-RunctlFS = "00"
               MOVE 'N' TO RL-EOF
               PERFORM UNTIL RL-EOF = 'Y'
                   READ RunctlFile
                       AT END MOVE 'Y' TO RL-EOF
                       NOT AT END
                           IF RL-RunctlLine NOT = SPACES
                               AND RL-RunctlLine(1:1) NOT = '#'
                               PERFORM Apply-Runctl-Line
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RunctlFile
           END-IF
           MOVE 'Y' TO RL-Ready.

       Apply-Runctl-Line.
           MOVE SPACES TO RL-RunctlKey RL-RunctlVal
           UNSTRING RL-RunctlLine DELIMITED BY "="
               INTO RL-RunctlKey RL-RunctlVal
           EVALUATE FUNCTION TRIM(RL-RunctlKey)
               WHEN "LOCK-WAIT-SEC"
                   MOVE FUNCTION NUMVAL(RL-RunctlVal) TO RL-WaitSec
               WHEN "LOCK-STALE-HOURS"
                   IF FUNCTION NUMVAL(RL-RunctlVal) > 0
                       MOVE FUNCTION NUMVAL(RL-RunctlVal)
                           TO RL-StaleHours
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Take-Hold.
           MOVE 0 TO RL-Waited
           MOVE 'N' TO RL-Done
           PERFORM UNTIL RL-Done = 'Y'
               PERFORM Try-Hold
               IF RL-Done = 'N'
                   IF LS-Wait NOT = 'Y' OR RL-Waited >= RL-WaitSec
                       MOVE 'B' TO LS-Result
                       MOVE 'Y' TO RL-Done
                   ELSE
                       IF RL-Waited = 0
                           DISPLAY FUNCTION TRIM(LS-Program)
                               ": waiting for "
                               FUNCTION TRIM(RL-Resource)
                               " (held by "
                               FUNCTION TRIM(LS-Holder) ")"
                       END-IF
                       CALL "C$SLEEP" USING RL-Pause
                       ADD RL-Pause TO RL-Waited
                   END-IF
               END-IF
           END-PERFORM.

       Try-Hold.
      *> One look at the registry: clear what is stale, then take the
      *> hold unless a live one conflicts -- exclusive against
      *> anything, shared against exclusive. A hold this run already
      *> has is granted again as it stands.
           PERFORM Take-Latch
           IF RL-Latched = 'N'
               MOVE 'Y' TO RL-Done
               EXIT PARAGRAPH
           END-IF
           PERFORM Load-Registry
           PERFORM Clear-Stale
           MOVE 'N' TO RL-Mine
           MOVE 'N' TO RL-Conflict
           PERFORM VARYING RL-Idx FROM 1 BY 1 UNTIL RL-Idx > RL-Count
               MOVE RL-Entry(RL-Idx) TO LOCK-RECORD
               IF LK-RESOURCE = RL-Resource
                   IF LK-PID = RL-MyPid AND LK-STARTED = RL-MyStart
                       MOVE 'Y' TO RL-Mine
                   ELSE
                       IF LS-Mode = 'X' OR LK-EXCLUSIVE
                           MOVE 'Y' TO RL-Conflict
                           MOVE LK-PROGRAM TO LS-Holder
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF RL-Conflict = 'N'
               MOVE 'Y' TO RL-Done
               MOVE SPACES TO LS-Holder
               IF RL-Mine = 'Y'
                   MOVE 'G' TO LS-Result
               ELSE
                   IF RL-Count < 500
                       MOVE SPACES TO LOCK-RECORD
                       MOVE RL-Resource TO LK-RESOURCE
                       MOVE LS-Program TO LK-PROGRAM
                       MOVE RL-MyStart TO LK-STARTED
                       MOVE LS-Mode TO LK-MODE
                       MOVE RL-MyPid TO LK-PID
                       ADD 1 TO RL-Count
                       MOVE LOCK-RECORD TO RL-Entry(RL-Count)
                       MOVE 'Y' TO RL-Changed
                       MOVE 'G' TO LS-Result
                   ELSE
                       DISPLAY "Run-lock registry full (500 holds) --"
                           " " FUNCTION TRIM(RL-Resource)
                           " not registered"
                   END-IF
               END-IF
           END-IF
           IF RL-Changed = 'Y'
               PERFORM Save-Registry
           END-IF
           PERFORM Drop-Latch.

       Drop-Holds.
      *> RL-Resource blank releases every hold this run has.
           PERFORM Take-Latch
           IF RL-Latched = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM Load-Registry
           MOVE 0 TO RL-Kept
           PERFORM VARYING RL-Idx FROM 1 BY 1 UNTIL RL-Idx > RL-Count
               MOVE RL-Entry(RL-Idx) TO LOCK-RECORD
               IF LK-PID = RL-MyPid AND LK-STARTED = RL-MyStart
                   AND (RL-Resource = SPACES
                       OR LK-RESOURCE = RL-Resource)
                   MOVE 'Y' TO RL-Changed
               ELSE
                   ADD 1 TO RL-Kept
                   MOVE RL-Entry(RL-Idx) TO RL-Entry(RL-Kept)
               END-IF
           END-PERFORM
           MOVE RL-Kept TO RL-Count
           IF RL-Changed = 'Y'
               PERFORM Save-Registry
           END-IF
           PERFORM Drop-Latch
           MOVE 'G' TO LS-Result.

       Clear-Stale.
           MOVE FUNCTION CURRENT-DATE TO RL-Now
           MOVE 0 TO RL-Kept
           PERFORM VARYING RL-Idx FROM 1 BY 1 UNTIL RL-Idx > RL-Count
               MOVE RL-Entry(RL-Idx) TO LOCK-RECORD
               PERFORM Check-Stale
               IF RL-Stale = 'Y'
                   MOVE 'Y' TO RL-Changed
                   PERFORM Alert-Stale
               ELSE
                   ADD 1 TO RL-Kept
                   MOVE RL-Entry(RL-Idx) TO RL-Entry(RL-Kept)
               END-IF
           END-PERFORM
           MOVE RL-Kept TO RL-Count.

       Check-Stale.
      *> The hold in LOCK-RECORD is stale when it cannot be read, is
      *> older than LOCK-STALE-HOURS, or its process has gone (kill
      *> -0 only asks whether the process exists).
           MOVE 'N' TO RL-Stale
           IF LK-PID = RL-MyPid AND LK-STARTED = RL-MyStart
               EXIT PARAGRAPH
           END-IF
           IF LK-PID NOT NUMERIC OR LK-STARTED NOT NUMERIC
               MOVE 'Y' TO RL-Stale
               EXIT PARAGRAPH
           END-IF
           COMPUTE RL-AgeHours =
               (FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RL-Now(1:8)))
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(LK-STARTED(1:8)))) * 24
               + FUNCTION NUMVAL(RL-Now(9:2))
               - FUNCTION NUMVAL(LK-STARTED(9:2))
           IF RL-AgeHours >= RL-StaleHours
               MOVE 'Y' TO RL-Stale
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RL-Cmd
           STRING "kill -0 " LK-PID " 2>/dev/null" DELIMITED BY SIZE
               INTO RL-Cmd
           CALL "SYSTEM" USING RL-Cmd
           IF RETURN-CODE NOT = 0
               MOVE 'Y' TO RL-Stale
           END-IF.

       Alert-Stale.
           DISPLAY "Clearing stale run lock: "
               FUNCTION TRIM(LK-RESOURCE) " held "
               LK-MODE " by " FUNCTION TRIM(LK-PROGRAM)
               " (process " LK-PID ", since " LK-STARTED ")"
           MOVE SPACES TO RL-AlertMsg
           STRING "STALE " LK-MODE "-LOCK CLEARED: "
                                             DELIMITED BY SIZE
               FUNCTION TRIM(LK-PROGRAM)     DELIMITED BY SIZE
               " ON "                        DELIMITED BY SIZE
               FUNCTION TRIM(LK-RESOURCE)    DELIMITED BY SIZE
               INTO RL-AlertMsg
           PERFORM Write-Alert.

       Write-Alert.
           OPEN EXTEND AlertFile
           IF RL-AlertFS = "35"
               OPEN OUTPUT AlertFile
               CLOSE AlertFile
               OPEN EXTEND AlertFile
           END-IF
           IF RL-AlertFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ALERT-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-TIMESTAMP
           MOVE LS-Program TO AL-PROGRAM
           MOVE "WARN" TO AL-SEVERITY
           SET AL-OPEN TO TRUE
           MOVE RL-AlertMsg TO AL-MESSAGE
           WRITE ALERT-RECORD
           CLOSE AlertFile.

       Take-Latch.
           MOVE 'N' TO RL-Latched
           MOVE 'N' TO RL-Changed
           MOVE 0 TO RL-Tries
           PERFORM UNTIL RL-Latched = 'Y' OR RL-Tries >= 30
               MOVE "mkdir run_locks.latch 2>/dev/null" TO RL-Cmd
               CALL "SYSTEM" USING RL-Cmd
               IF RETURN-CODE = 0
                   MOVE 'Y' TO RL-Latched
               ELSE
                   ADD 1 TO RL-Tries
                   CALL "C$SLEEP" USING RL-Blink
               END-IF
           END-PERFORM
           IF RL-Latched = 'N'
      *> Nobody keeps the latch more than a moment: this one was left
      *> by a job killed in mid-update.
               MOVE "rmdir run_locks.latch 2>/dev/null" TO RL-Cmd
               CALL "SYSTEM" USING RL-Cmd
               MOVE "mkdir run_locks.latch 2>/dev/null" TO RL-Cmd
               CALL "SYSTEM" USING RL-Cmd
               IF RETURN-CODE = 0
                   MOVE 'Y' TO RL-Latched
                   MOVE "STALE RUN-LOCK REGISTRY LATCH BROKEN"
                       TO RL-AlertMsg
                   PERFORM Write-Alert
               ELSE
                   DISPLAY "Cannot latch the run-lock registry"
                       " (run_locks.latch)"
               END-IF
           END-IF.

       Drop-Latch.
           MOVE "rmdir run_locks.latch 2>/dev/null" TO RL-Cmd
           CALL "SYSTEM" USING RL-Cmd.

       Load-Registry.
           MOVE 0 TO RL-Count
           OPEN INPUT LockFile
           IF RL-LockFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO RL-EOF
           PERFORM UNTIL RL-EOF = 'Y'
               READ LockFile
                   AT END MOVE 'Y' TO RL-EOF
                   NOT AT END
                       IF LOCK-RECORD NOT = SPACES AND RL-Count < 500
                           ADD 1 TO RL-Count
                           MOVE LOCK-RECORD TO RL-Entry(RL-Count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LockFile.

       Save-Registry.
           OPEN OUTPUT LockFile
           IF RL-LockFS NOT = "00"
               DISPLAY "Cannot rewrite the run-lock registry (FILE"
                   " STATUS " RL-LockFS ")"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RL-Idx FROM 1 BY 1 UNTIL RL-Idx > RL-Count
               MOVE RL-Entry(RL-Idx) TO LOCK-RECORD
               WRITE LOCK-RECORD
           END-PERFORM
           CLOSE LockFile.

       END PROGRAM RunLock.
