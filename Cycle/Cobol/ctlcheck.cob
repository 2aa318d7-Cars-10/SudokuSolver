      >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CtlCheck.

      *> Validation and change control for the two files that steer
      *> the night: the shared run-control file (sudoku_runctl.txt)
      *> and CycleRun's plan (cycle_plan.txt). Every engine skips a
      *> run-control key it does not know and NUMVALs whatever value
      *> it is given, so a mistyped MAX-RETRY or a WINDOW-END of
      *> "23:30" never errors -- it just quietly does not take
      *> effect -- and a plan CMD can name a binary that has since
      *> been moved. CtlCheck reports all of that before the night
      *> finds it:
      *>   - every active run-control line must name a key at least
      *>     one engine reads (the table below), with a value in
      *>     range for it: Y/N flags exactly Y or N, hhmm times a
      *>     real wall-clock time (or 0), numeric caps all digits
      *>     and within what the engines' fields hold, paths
      *>     non-blank with no embedded spaces; a key set twice is
      *>     a warning (the last one wins);
      *>   - every plan line must be a STEP= line CycleRun will take,
      *>     with a numeric TOL, a step name used once (restart finds
      *>     its place by name), no more than the 20 steps CycleRun
      *>     runs, and a CMD whose binary is there and executable and
      *>     whose file arguments exist. Arguments starting with "-"
      *>     and plain numbers are not files; anything after a
      *>     redirection or pipe is left to the shell.
      *> Both files are then compared with their approved copies
      *> (<file>.approved, alongside the live file), active lines
      *> only -- comments and blank lines may change freely -- and
      *> the lines added and removed since the last approval listed.
      *> CycleRun will not start the night while either file differs
      *> from its approved copy.
      *>
      *> -approve: after a supervisor signs on (see SignOn), the
      *> changes are shown and, once confirmed with a change
      *> reference, written to the change ledger
      *> (ctl_change_ledger.txt, CTLLEDG layout) -- who approved,
      *> when, and every line added and removed -- and the live files
      *> become the new approved copies. A file with errors cannot be
      *> approved. The first approval of a file (no approved copy
      *> yet) records all of its active lines as added.
      *>
      *> Run it from the directory CycleRun runs in, so relative
      *> binary and file names resolve the same way.
      *>
      *> RETURN-CODE: 0 both files valid and approved; 1 valid, but a
      *> file differs from its approved copy (CycleRun will refuse
      *> the night); 2 errors found. -approve: 0 approved or nothing
      *> to approve, 1 not approved (refused sign-on or role, or not
      *> confirmed), 2 errors found.
      *>
      *> Usage: CtlCheck [-approve] [plan-file]

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CtlFile ASSIGN TO DYNAMIC WS-CtlFilename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CtlFS.
           SELECT LedgerFile ASSIGN TO "ctl_change_ledger.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LedgerFS.

       DATA DIVISION.
       FILE SECTION.
       FD CtlFile.
       01 CtlLine PIC X(250).

       FD LedgerFile.
       COPY "CTLLEDG".

       WORKING-STORAGE SECTION.
       01  WS-RunctlFilename PIC X(100) VALUE "sudoku_runctl.txt".
       01  WS-PlanFilename PIC X(100) VALUE "cycle_plan.txt".
       01  WS-CtlFilename PIC X(110).
       01  WS-SaveFilename PIC X(110).
       01  WS-CtlFS      PIC XX.
       01  WS-LedgerFS   PIC XX.

       01  ARG-COUNT     PIC 9(4).
       01  CURRENT-ARG   PIC X(100).
       01  WS-ArgIdx     PIC 9(4).
       01  WS-Approve    PIC X VALUE 'N'.

       01  WS-EOF        PIC X VALUE 'N'.
       01  WS-Line       PIC X(250).
       01  WS-LineNo     PIC 9(4).
       01  WS-Errors     PIC 9(4) VALUE 0.
       01  WS-Warnings   PIC 9(4) VALUE 0.
       01  WS-FileErrors PIC 9(4).
      *> A line with several faults is shown once, its faults under it.
       01  WS-ShownLine  PIC 9(4).
       01  WS-DiffFiles  PIC 9 VALUE 0.
       01  WS-Answer     PIC X(60).
       01  WS-NowTS      PIC X(21).

      *> The run-control keys the engines read, what each one's value
      *> must look like, and who reads it. Each entry is the key
      *> (22), the value type (P path, F Y/N flag, N number, T hhmm
      *> time), the smallest number taken (1 where an engine ignores
      *> a 0 and keeps its default), the largest number the readers'
      *> fields hold, then the readers.
       01  WS-KeyValues.
           05  FILLER PIC X(33)
                   VALUE "AI2025-REPORT-FILE    P0000000000".
           05  FILLER PIC X(40) VALUE "AI-2025".
           05  FILLER PIC X(33)
                   VALUE "AI2025-TRAIL-FILE     P0000000000".
           05  FILLER PIC X(40) VALUE "AI-2025".
           05  FILLER PIC X(33)
                   VALUE "CP-REPORT-FILE        P0000000000".
           05  FILLER PIC X(40) VALUE "CP".
           05  FILLER PIC X(33)
                   VALUE "CP-TRAIL-FILE         P0000000000".
           05  FILLER PIC X(40) VALUE "CP".
           05  FILLER PIC X(33)
                   VALUE "CP-WORKSHEET-FILE     P0000000000".
           05  FILLER PIC X(40) VALUE "CP".
           05  FILLER PIC X(33)
                   VALUE "LANGUAGES-REPORT-FILE P0000000000".
           05  FILLER PIC X(40) VALUE "Languages".
           05  FILLER PIC X(33)
                   VALUE "LANGUAGES-TRAIL-FILE  P0000000000".
           05  FILLER PIC X(40) VALUE "Languages".
           05  FILLER PIC X(33)
                   VALUE "MANUAL-REPORT-FILE    P0000000000".
           05  FILLER PIC X(40) VALUE "Manual".
           05  FILLER PIC X(33)
                   VALUE "HISTORY-FILE          P0000000000".
           05  FILLER PIC X(40) VALUE "AI-2025, CP, Languages, Manual".
           05  FILLER PIC X(33)
                   VALUE "UNIQUE                F0000000000".
           05  FILLER PIC X(40) VALUE "AI-2025, CP, Languages, Manual".
           05  FILLER PIC X(33)
                   VALUE "TRAIL                 F0000000000".
           05  FILLER PIC X(40) VALUE "AI-2025, CP, Languages, Manual".
           05  FILLER PIC X(33)
                   VALUE "CHECKPOINT-INTERVAL   N1000099999".
           05  FILLER PIC X(40) VALUE "CP".
           05  FILLER PIC X(33)
                   VALUE "MAX-ITER              N0999999999".
           05  FILLER PIC X(40) VALUE "AI-2025, CP".
           05  FILLER PIC X(33)
                   VALUE "MAX-SEC               N0000999999".
           05  FILLER PIC X(40) VALUE "AI-2025, CP".
           05  FILLER PIC X(33)
                   VALUE "MAX-RETRY             N0000000099".
           05  FILLER PIC X(40) VALUE "AI-2025, CP, DrainPlan, Outbox".
           05  FILLER PIC X(33)
                   VALUE "WINDOW-END            T0000002359".
           05  FILLER PIC X(40) VALUE "AI-2025, CP, DrainPlan".
           05  FILLER PIC X(33)
                   VALUE "LOCK-WAIT-SEC         N0000099999".
           05  FILLER PIC X(40) VALUE "every job that takes run locks".
           05  FILLER PIC X(33)
                   VALUE "LOCK-STALE-HOURS      N1000099999".
           05  FILLER PIC X(40) VALUE "every job that takes run locks".
       01  WS-KeyTable REDEFINES WS-KeyValues.
           05  WS-KeyEntry OCCURS 18 TIMES.
               10  WS-KeyName   PIC X(22).
               10  WS-KeyType   PIC X.
               10  WS-KeyMin    PIC 9.
               10  WS-KeyMax    PIC 9(9).
               10  WS-KeyReader PIC X(40).
       01  WS-KeyCount   PIC 99 VALUE 18.
       01  WS-KeyIdx     PIC 99.
       01  WS-KeyHit     PIC 99.
      *> Line each known key was last set on, for the set-twice check.
       01  WS-KeySeenTable.
           05  WS-KeySeen PIC 9(4) OCCURS 18 TIMES.

       01  WS-Key        PIC X(60).
       01  WS-Val        PIC X(200).
       01  WS-ValLen     PIC 9(4).
       01  WS-Cnt        PIC 9(4).
       01  WS-Num        PIC 9(9).
       01  WS-NumDisp    PIC Z(8)9.
       01  WS-NumOK      PIC X.
       01  WS-Hour       PIC 9(7).
       01  WS-Minute     PIC 99.

      *> Plan checks: the step names seen so far (a name used twice
      *> would send a rerun back to the wrong place) and the CMD.
       01  WS-StepCount  PIC 9(3).
       01  WS-StepTable.
           05  WS-StepName PIC X(12) OCCURS 200 TIMES.
       01  WS-StepIdx    PIC 9(3).
       01  WS-TokStep    PIC X(30).
       01  WS-TokTol     PIC X(10).
       01  WS-CmdPos     PIC 9(4).
       01  WS-Cmd        PIC X(200).
       01  WS-Tok        PIC X(200).
       01  WS-TokPtr     PIC 9(4).
       01  WS-TokNo      PIC 9(3).
       01  WS-ArgsDone   PIC X.
       01  WS-ShellCmd   PIC X(300).

      *> Active lines of the live file and its approved copy, in
      *> order, for the comparison.
       01  WS-LiveTable.
           05  WS-LiveCount PIC 9(3) VALUE 0.
           05  WS-LiveLine  PIC X(250) OCCURS 200 TIMES.
       01  WS-ApprTable.
           05  WS-ApprCount PIC 9(3) VALUE 0.
           05  WS-ApprLine  PIC X(250) OCCURS 200 TIMES.
       01  WS-LiveFound  PIC X.
       01  WS-ApprFound  PIC X.
       01  WS-ApprFilename PIC X(110).
       01  WS-Overflow   PIC X.

      *> Longest-common-subsequence lengths over the two line lists:
      *> WS-Lcs(i + 1, j + 1) is the longest run of lines the live
      *> file from line i + 1 and the approved copy from line j + 1
      *> have in common, in order. Walking it from the top gives the
      *> shortest list of lines added and removed.
       01  WS-LcsTable.
           05  WS-LcsRow OCCURS 201 TIMES.
               10  WS-Lcs PIC 9(3) COMP OCCURS 201 TIMES.
       01  WS-I          PIC S9(4) COMP.
       01  WS-J          PIC S9(4) COMP.
       01  WS-DiffMode   PIC X.
       01  WS-AddCount   PIC 9(3).
       01  WS-DelCount   PIC 9(3).
       01  WS-CntDisp    PIC ZZ9.
       01  WS-CntDisp2   PIC ZZ9.
       01  WS-DiffOp     PIC X(8).
       01  WS-DiffText   PIC X(250).

      *> Signed-on supervisor (see SignOn) and the console audit line
      *> an approval writes through AuditLog.
       01  WS-OpId        PIC X(8).
       01  WS-OpRole      PIC X.
           88 WS-CanSupervise VALUE 'S'.
       01  WS-OpInitials  PIC X(3).
       01  WS-AudProgram  PIC X(12) VALUE "CTLCHECK".
       01  WS-AudFunction PIC X(12).
       01  WS-AudKey      PIC X(20) VALUE SPACES.
       01  WS-AudBefore   PIC X(60) VALUE SPACES.
       01  WS-AudAfter    PIC X(60) VALUE SPACES.
       01  WS-ChangeRef   PIC X(60).

       PROCEDURE DIVISION.
       Main-Logic.
           DISPLAY "Starting CtlCheck..."
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           PERFORM VARYING WS-ArgIdx FROM 1 BY 1
                   UNTIL WS-ArgIdx > ARG-COUNT
               DISPLAY WS-ArgIdx UPON ARGUMENT-NUMBER
               ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
               MOVE FUNCTION TRIM(CURRENT-ARG) TO CURRENT-ARG
               IF CURRENT-ARG = "-approve"
                   MOVE 'Y' TO WS-Approve
               ELSE
                   MOVE CURRENT-ARG TO WS-PlanFilename
               END-IF
           END-PERFORM

           IF WS-Approve = 'Y'
               PERFORM Sign-On
               IF NOT WS-CanSupervise
                   DISPLAY "Approving control-file changes needs a"
                       " supervisor."
                   MOVE "REFUSED" TO WS-AudFunction
                   MOVE "APPROVE" TO WS-AudAfter
                   PERFORM Write-Audit
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM Check-Runctl
           PERFORM Check-Plan

           MOVE 'S' TO WS-DiffMode
           MOVE WS-RunctlFilename TO WS-CtlFilename
           PERFORM Compare-With-Approved
           MOVE WS-PlanFilename TO WS-CtlFilename
           PERFORM Compare-With-Approved

           DISPLAY " "
           DISPLAY "CtlCheck: " WS-Errors " error(s), " WS-Warnings
               " warning(s), " WS-DiffFiles
               " file(s) differing from the approved copy."

           IF WS-Approve = 'Y'
               PERFORM Approve-Changes
               STOP RUN
           END-IF

           EVALUATE TRUE
               WHEN WS-Errors > 0
                   MOVE 2 TO RETURN-CODE
               WHEN WS-DiffFiles > 0
                   DISPLAY "CycleRun will not start the night until the"
                       " change is approved (CtlCheck -approve)."
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *> ------------------------------------------------------------
      *> Run-control file
      *> ------------------------------------------------------------
       Check-Runctl.
           DISPLAY " "
           DISPLAY "Checking " FUNCTION TRIM(WS-RunctlFilename)
           MOVE 0 TO WS-FileErrors
           INITIALIZE WS-KeySeenTable
           MOVE WS-RunctlFilename TO WS-CtlFilename
           OPEN INPUT CtlFile
           IF WS-CtlFS NOT = "00"
      *> As in the engines: no control file is built-in defaults.
               DISPLAY "  (no run-control file -- every engine runs on"
                   " its built-in defaults)"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LineNo WS-ShownLine
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CtlFile INTO WS-Line
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LineNo
                       IF WS-Line NOT = SPACES
                           AND WS-Line(1:1) NOT = '#'
                           PERFORM Check-Runctl-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CtlFile
           IF WS-FileErrors = 0
               DISPLAY "  run-control file OK"
           END-IF.

       Check-Runctl-Line.
      *> Split the way the engines split it: key before the first
      *> "=", value after it, both trimmed.
           MOVE 0 TO WS-Cnt
           INSPECT WS-Line TALLYING WS-Cnt FOR ALL "="
           IF WS-Cnt = 0
               MOVE "is not KEY=VALUE -- no engine will read it"
                   TO WS-DiffText
               PERFORM Runctl-Error
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-Key WS-Val
           UNSTRING WS-Line DELIMITED BY "="
               INTO WS-Key WS-Val
           MOVE FUNCTION TRIM(WS-Key) TO WS-Key
           MOVE FUNCTION TRIM(WS-Val) TO WS-Val

           MOVE 0 TO WS-KeyHit
           PERFORM VARYING WS-KeyIdx FROM 1 BY 1
                   UNTIL WS-KeyIdx > WS-KeyCount
               IF WS-Key = WS-KeyName(WS-KeyIdx)
                   MOVE WS-KeyIdx TO WS-KeyHit
               END-IF
           END-PERFORM
           IF WS-KeyHit = 0
               MOVE SPACES TO WS-DiffText
               STRING FUNCTION TRIM(WS-Key) DELIMITED BY SIZE
                   " is not a key any engine reads -- the line has"
                       DELIMITED BY SIZE
                   " no effect" DELIMITED BY SIZE
                   INTO WS-DiffText
               PERFORM Runctl-Error
               PERFORM Suggest-Key
               EXIT PARAGRAPH
           END-IF

           IF WS-KeySeen(WS-KeyHit) > 0
               DISPLAY "  WARNING line " WS-LineNo ": "
                   FUNCTION TRIM(WS-Key) " already set on line "
                   WS-KeySeen(WS-KeyHit) " -- this later value wins"
               ADD 1 TO WS-Warnings
           END-IF
           MOVE WS-LineNo TO WS-KeySeen(WS-KeyHit)

           MOVE FUNCTION STORED-CHAR-LENGTH(WS-Val) TO WS-ValLen
           EVALUATE WS-KeyType(WS-KeyHit)
               WHEN 'P' PERFORM Check-Path-Value
               WHEN 'F' PERFORM Check-Flag-Value
               WHEN 'N' PERFORM Check-Number-Value
               WHEN 'T' PERFORM Check-Time-Value
           END-EVALUATE.

       Suggest-Key.
      *> The engines match keys exactly, upper case; a key that is
      *> right in any other case gets a pointer to the fix.
           MOVE FUNCTION UPPER-CASE(WS-Key) TO WS-Key
           PERFORM VARYING WS-KeyIdx FROM 1 BY 1
                   UNTIL WS-KeyIdx > WS-KeyCount
               IF WS-Key = WS-KeyName(WS-KeyIdx)
                   DISPLAY "           (keys are upper case: "
                       FUNCTION TRIM(WS-KeyName(WS-KeyIdx)) ")"
               END-IF
           END-PERFORM.

       Check-Path-Value.
           IF WS-Val = SPACES
               MOVE "blank file name" TO WS-DiffText
               PERFORM Runctl-Error
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-Cnt
           INSPECT WS-Val(1:WS-ValLen) TALLYING WS-Cnt FOR ALL SPACE
           IF WS-Cnt > 0
               MOVE "file name contains a space" TO WS-DiffText
               PERFORM Runctl-Error
               EXIT PARAGRAPH
           END-IF
           PERFORM Runctl-OK.

       Check-Flag-Value.
      *> The engines take the first character and test it for an
      *> upper-case Y, so "y" or "Yes" does not mean what it says.
           IF WS-Val NOT = "Y" AND WS-Val NOT = "N"
               MOVE SPACES TO WS-DiffText
               STRING "value " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Val) DELIMITED BY SIZE
                   " must be Y or N" DELIMITED BY SIZE
                   INTO WS-DiffText
               PERFORM Runctl-Error
               EXIT PARAGRAPH
           END-IF
           PERFORM Runctl-OK.

       Check-Number-Value.
           PERFORM Check-Numeric
           IF WS-NumOK = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-Num < WS-KeyMin(WS-KeyHit)
               MOVE SPACES TO WS-DiffText
               STRING "0 is ignored by " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-KeyReader(WS-KeyHit))
                       DELIMITED BY SIZE
                   " -- the built-in default stays" DELIMITED BY SIZE
                   INTO WS-DiffText
               PERFORM Runctl-Error
               EXIT PARAGRAPH
           END-IF
           IF WS-Num > WS-KeyMax(WS-KeyHit)
               MOVE WS-KeyMax(WS-KeyHit) TO WS-NumDisp
               MOVE SPACES TO WS-DiffText
               STRING "value " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Val) DELIMITED BY SIZE
                   " is over the largest the engines hold, "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NumDisp) DELIMITED BY SIZE
                   INTO WS-DiffText
               PERFORM Runctl-Error
               EXIT PARAGRAPH
           END-IF
           PERFORM Runctl-OK.

       Check-Time-Value.
      *> hhmm on the 24-hour clock, or 0 for no deadline.
           PERFORM Check-Numeric
           IF WS-NumOK = 'N'
               EXIT PARAGRAPH
           END-IF
           DIVIDE WS-Num BY 100 GIVING WS-Hour REMAINDER WS-Minute
           IF WS-ValLen > 4 OR WS-Hour > 23 OR WS-Minute > 59
               MOVE SPACES TO WS-DiffText
               STRING "value " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Val) DELIMITED BY SIZE
                   " is not an hhmm time (0000-2359, or 0 for none)"
                       DELIMITED BY SIZE
                   INTO WS-DiffText
               PERFORM Runctl-Error
               EXIT PARAGRAPH
           END-IF
           PERFORM Runctl-OK.

       Check-Numeric.
      *> Digits only: the engines NUMVAL the value, which turns
      *> "5O0" or "23:30" into something nobody meant without a word.
           MOVE 'N' TO WS-NumOK
           IF WS-Val = SPACES
               MOVE "blank value -- the engines would take it as 0"
                   TO WS-DiffText
               PERFORM Runctl-Error
               EXIT PARAGRAPH
           END-IF
           IF WS-ValLen > 9 OR WS-Val(1:WS-ValLen) IS NOT NUMERIC
               MOVE SPACES TO WS-DiffText
               STRING "value " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Val) DELIMITED BY SIZE
                   " is not a whole number" DELIMITED BY SIZE
                   INTO WS-DiffText
               PERFORM Runctl-Error
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-Val) TO WS-Num
           MOVE 'Y' TO WS-NumOK.

       Runctl-OK.
           DISPLAY "  ok   " FUNCTION TRIM(WS-Key) "="
               FUNCTION TRIM(WS-Val) "  (read by "
               FUNCTION TRIM(WS-KeyReader(WS-KeyHit)) ")".

       Runctl-Error.
           IF WS-ShownLine NOT = WS-LineNo
               DISPLAY "  ERROR line " WS-LineNo ": "
                   FUNCTION TRIM(WS-Line)
               MOVE WS-LineNo TO WS-ShownLine
           END-IF
           DISPLAY "           " FUNCTION TRIM(WS-DiffText)
           ADD 1 TO WS-Errors
           ADD 1 TO WS-FileErrors.

      *> ------------------------------------------------------------
      *> Cycle plan
      *> ------------------------------------------------------------
       Check-Plan.
           DISPLAY " "
           DISPLAY "Checking " FUNCTION TRIM(WS-PlanFilename)
           MOVE 0 TO WS-FileErrors
           MOVE 0 TO WS-StepCount
           MOVE WS-PlanFilename TO WS-CtlFilename
           OPEN INPUT CtlFile
           IF WS-CtlFS NOT = "00"
               DISPLAY "  ERROR: cannot open the plan (FILE STATUS "
                   WS-CtlFS ") -- CycleRun cannot run without it"
               ADD 1 TO WS-Errors
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LineNo WS-ShownLine
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CtlFile INTO WS-Line
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LineNo
                       IF WS-Line NOT = SPACES
                           AND WS-Line(1:1) NOT = '#'
                           PERFORM Check-Plan-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CtlFile
           IF WS-StepCount = 0
               DISPLAY "  ERROR: the plan names no steps -- CycleRun"
                   " will refuse it"
               ADD 1 TO WS-Errors
               ADD 1 TO WS-FileErrors
           END-IF
           IF WS-FileErrors = 0
               DISPLAY "  plan OK, " WS-StepCount " step(s)"
           END-IF.

       Check-Plan-Line.
      *> Parsed the way CycleRun's Parse-Plan-Line parses it.
           IF WS-Line(1:5) NOT = "STEP="
               MOVE "not a STEP= line -- CycleRun ignores it"
                   TO WS-DiffText
               PERFORM Plan-Error
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TokStep WS-TokTol
           UNSTRING WS-Line DELIMITED BY ","
               INTO WS-TokStep WS-TokTol
           MOVE 0 TO WS-CmdPos
           INSPECT WS-Line TALLYING WS-CmdPos
               FOR CHARACTERS BEFORE INITIAL "CMD="
           IF WS-CmdPos + 4 >= 250 OR WS-TokTol(1:4) NOT = "TOL="
               MOVE SPACES TO WS-DiffText
               STRING "not STEP=<name>,TOL=<rc>,CMD=<command> --"
                   " CycleRun ignores it" DELIMITED BY SIZE
                   INTO WS-DiffText
               PERFORM Plan-Error
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-StepCount
           IF WS-StepCount = 21
               MOVE "step 21 -- CycleRun runs the first 20 steps only"
                   TO WS-DiffText
               PERFORM Plan-Error
           END-IF

           IF WS-TokStep(6:) = SPACES
               MOVE "blank step name" TO WS-DiffText
               PERFORM Plan-Error
           END-IF
           IF WS-TokStep(18:) NOT = SPACES
               MOVE SPACES TO WS-DiffText
               STRING "step name over 12 characters -- CycleRun cuts"
                   " it short" DELIMITED BY SIZE
                   INTO WS-DiffText
               PERFORM Plan-Error
           END-IF
           IF WS-StepCount <= 200
               MOVE WS-TokStep(6:12) TO WS-StepName(WS-StepCount)
               PERFORM VARYING WS-StepIdx FROM 1 BY 1
                       UNTIL WS-StepIdx >= WS-StepCount
                   IF WS-StepName(WS-StepIdx) = WS-TokStep(6:12)
                       MOVE SPACES TO WS-DiffText
                       STRING "step name " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-TokStep(6:12))
                               DELIMITED BY SIZE
                           " used twice -- a rerun would resume at the"
                               DELIMITED BY SIZE
                           " wrong one" DELIMITED BY SIZE
                           INTO WS-DiffText
                       PERFORM Plan-Error
                   END-IF
               END-PERFORM
           END-IF

           MOVE FUNCTION TRIM(WS-TokTol(5:6)) TO WS-Val
           MOVE 'N' TO WS-NumOK
           IF WS-Val NOT = SPACES
               MOVE FUNCTION STORED-CHAR-LENGTH(WS-Val) TO WS-ValLen
               IF WS-ValLen <= 2 AND WS-Val(1:WS-ValLen) IS NUMERIC
                   MOVE 'Y' TO WS-NumOK
               END-IF
           END-IF
           IF WS-NumOK = 'N'
               MOVE "TOL must be a return code, 0 to 99" TO WS-DiffText
               PERFORM Plan-Error
           END-IF

           MOVE WS-Line(WS-CmdPos + 5:200) TO WS-Cmd
           IF WS-Cmd = SPACES
               MOVE "blank CMD" TO WS-DiffText
               PERFORM Plan-Error
               EXIT PARAGRAPH
           END-IF
           PERFORM Check-Plan-Command.

       Check-Plan-Command.
      *> First word is the binary; the rest are checked as files
      *> unless they are options, numbers or shell syntax.
           MOVE 1 TO WS-TokPtr
           MOVE 0 TO WS-TokNo
           MOVE 'N' TO WS-ArgsDone
           MOVE FUNCTION TRIM(WS-Cmd) TO WS-Cmd
           PERFORM UNTIL WS-ArgsDone = 'Y' OR WS-TokPtr > 200
               MOVE SPACES TO WS-Tok
               UNSTRING WS-Cmd DELIMITED BY ALL SPACE
                   INTO WS-Tok WITH POINTER WS-TokPtr
               IF WS-Tok = SPACES
                   MOVE 'Y' TO WS-ArgsDone
               ELSE
                   ADD 1 TO WS-TokNo
                   PERFORM Check-Command-Word
               END-IF
           END-PERFORM.

       Check-Command-Word.
           MOVE 0 TO WS-Cnt
           INSPECT WS-Tok TALLYING WS-Cnt
               FOR ALL ">" ALL "<" ALL "|" ALL "&" ALL ";" ALL "$"
                   ALL "`"
           IF WS-Cnt > 0
               MOVE 'Y' TO WS-ArgsDone
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ShellCmd
           IF WS-TokNo = 1
               MOVE 0 TO WS-Cnt
               INSPECT WS-Tok TALLYING WS-Cnt FOR ALL "/"
               IF WS-Cnt > 0
                   STRING "test -f " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-Tok) DELIMITED BY SIZE
                       " -a -x " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-Tok) DELIMITED BY SIZE
                       INTO WS-ShellCmd
               ELSE
                   STRING "command -v " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-Tok) DELIMITED BY SIZE
                       " >/dev/null 2>&1" DELIMITED BY SIZE
                       INTO WS-ShellCmd
               END-IF
               CALL "SYSTEM" USING WS-ShellCmd
               IF RETURN-CODE NOT = 0
                   MOVE SPACES TO WS-DiffText
                   STRING "binary " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-Tok) DELIMITED BY SIZE
                       " is missing or not executable" DELIMITED BY SIZE
                       INTO WS-DiffText
                   PERFORM Plan-Error
               END-IF
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-Tok(1:1) = "-"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION STORED-CHAR-LENGTH(WS-Tok) TO WS-ValLen
           IF WS-Tok(1:WS-ValLen) IS NUMERIC
               EXIT PARAGRAPH
           END-IF
           STRING "test -e " DELIMITED BY SIZE
               FUNCTION TRIM(WS-Tok) DELIMITED BY SIZE
               INTO WS-ShellCmd
           CALL "SYSTEM" USING WS-ShellCmd
           IF RETURN-CODE NOT = 0
               MOVE SPACES TO WS-DiffText
               STRING "file " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-Tok) DELIMITED BY SIZE
                   " does not exist" DELIMITED BY SIZE
                   INTO WS-DiffText
               PERFORM Plan-Error
           END-IF
           MOVE 0 TO RETURN-CODE.

       Plan-Error.
           IF WS-ShownLine NOT = WS-LineNo
               DISPLAY "  ERROR line " WS-LineNo ": "
                   FUNCTION TRIM(WS-Line)
               MOVE WS-LineNo TO WS-ShownLine
           END-IF
           DISPLAY "           " FUNCTION TRIM(WS-DiffText)
           ADD 1 TO WS-Errors
           ADD 1 TO WS-FileErrors.

      *> ------------------------------------------------------------
      *> Comparison with the approved copies
      *> ------------------------------------------------------------
       Compare-With-Approved.
      *> WS-CtlFilename names the live file. WS-DiffMode 'S' shows
      *> the differences; 'L' writes them to the ledger instead, and
      *> 'Q' only counts them.
           MOVE SPACES TO WS-ApprFilename
           STRING FUNCTION TRIM(WS-CtlFilename) DELIMITED BY SIZE
               ".approved" DELIMITED BY SIZE
               INTO WS-ApprFilename
           PERFORM Load-Live-Lines
           PERFORM Load-Approved-Lines
           PERFORM Build-Lcs
           MOVE 0 TO WS-AddCount WS-DelCount
           MOVE 'N' TO WS-EOF
           IF WS-DiffMode = 'S'
               DISPLAY " "
               DISPLAY "Comparing " FUNCTION TRIM(WS-CtlFilename)
                   " with " FUNCTION TRIM(WS-ApprFilename)
               IF WS-ApprFound = 'N'
                   DISPLAY "  (no approved copy yet)"
               END-IF
           END-IF
           MOVE 0 TO WS-I WS-J
           PERFORM UNTIL WS-I >= WS-LiveCount AND WS-J >= WS-ApprCount
               EVALUATE TRUE
                   WHEN WS-I < WS-LiveCount AND WS-J < WS-ApprCount
                           AND WS-LiveLine(WS-I + 1)
                               = WS-ApprLine(WS-J + 1)
                       ADD 1 TO WS-I
                       ADD 1 TO WS-J
                   WHEN WS-J >= WS-ApprCount
                       ADD 1 TO WS-I
                       PERFORM Line-Added
                   WHEN WS-I >= WS-LiveCount
                       ADD 1 TO WS-J
                       PERFORM Line-Removed
                   WHEN WS-Lcs(WS-I + 2, WS-J + 1)
                           >= WS-Lcs(WS-I + 1, WS-J + 2)
                       ADD 1 TO WS-I
                       PERFORM Line-Added
                   WHEN OTHER
                       ADD 1 TO WS-J
                       PERFORM Line-Removed
               END-EVALUATE
           END-PERFORM
           IF WS-AddCount + WS-DelCount > 0
               IF WS-DiffMode = 'S'
                   ADD 1 TO WS-DiffFiles
                   MOVE WS-AddCount TO WS-CntDisp
                   MOVE WS-DelCount TO WS-CntDisp2
                   DISPLAY "  " FUNCTION TRIM(WS-CntDisp)
                       " line(s) added, " FUNCTION TRIM(WS-CntDisp2)
                       " removed since the last approval"
               END-IF
           ELSE
               IF WS-DiffMode = 'S'
                   DISPLAY "  matches the approved copy"
               END-IF
           END-IF.

       Line-Added.
           ADD 1 TO WS-AddCount
           MOVE "ADDED" TO WS-DiffOp
           MOVE WS-LiveLine(WS-I) TO WS-DiffText
           PERFORM Report-Diff-Line.

       Line-Removed.
           ADD 1 TO WS-DelCount
           MOVE "REMOVED" TO WS-DiffOp
           MOVE WS-ApprLine(WS-J) TO WS-DiffText
           PERFORM Report-Diff-Line.

       Report-Diff-Line.
      *> WS-DiffMode 'Q' (counting only) does neither.
           IF WS-DiffMode = 'S'
               IF WS-DiffOp = "ADDED"
                   DISPLAY "  + " FUNCTION TRIM(WS-DiffText)
               ELSE
                   DISPLAY "  - " FUNCTION TRIM(WS-DiffText)
               END-IF
           END-IF
           IF WS-DiffMode = 'L'
               MOVE SPACES TO LEDGER-RECORD
               MOVE WS-NowTS(1:14) TO CL-TIMESTAMP
               MOVE WS-OpId TO CL-OPERATOR
               MOVE WS-CtlFilename TO CL-FILE
               MOVE WS-DiffOp TO CL-ACTION
               MOVE WS-DiffText TO CL-TEXT
               WRITE LEDGER-RECORD
           END-IF.

       Load-Live-Lines.
           MOVE 0 TO WS-LiveCount
           MOVE 'N' TO WS-LiveFound
           OPEN INPUT CtlFile
           IF WS-CtlFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-LiveFound
           MOVE 'N' TO WS-Overflow
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CtlFile INTO WS-Line
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-Line NOT = SPACES
                           AND WS-Line(1:1) NOT = '#'
                           IF WS-LiveCount < 200
                               ADD 1 TO WS-LiveCount
                               MOVE WS-Line TO WS-LiveLine(WS-LiveCount)
                           ELSE
                               MOVE 'Y' TO WS-Overflow
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CtlFile
           IF WS-Overflow = 'Y'
               DISPLAY "  ERROR: " FUNCTION TRIM(WS-CtlFilename)
                   " has over 200 active lines -- only the first 200"
                   " are compared"
               ADD 1 TO WS-Errors
           END-IF.

       Load-Approved-Lines.
           MOVE 0 TO WS-ApprCount
           MOVE 'N' TO WS-ApprFound
           MOVE WS-CtlFilename TO WS-SaveFilename
           MOVE WS-ApprFilename TO WS-CtlFilename
           OPEN INPUT CtlFile
           MOVE WS-SaveFilename TO WS-CtlFilename
           IF WS-CtlFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ApprFound
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CtlFile INTO WS-Line
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-Line NOT = SPACES
                           AND WS-Line(1:1) NOT = '#'
                           AND WS-ApprCount < 200
                           ADD 1 TO WS-ApprCount
                           MOVE WS-Line TO WS-ApprLine(WS-ApprCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CtlFile.

       Build-Lcs.
      *> Filled from the bottom right: row WS-LiveCount + 1 and
      *> column WS-ApprCount + 1 (nothing left on one side) are 0.
           PERFORM VARYING WS-I FROM WS-LiveCount BY -1
                   UNTIL WS-I < 0
               PERFORM VARYING WS-J FROM WS-ApprCount BY -1
                       UNTIL WS-J < 0
                   EVALUATE TRUE
                       WHEN WS-I = WS-LiveCount OR WS-J = WS-ApprCount
                           MOVE 0 TO WS-Lcs(WS-I + 1, WS-J + 1)
                       WHEN WS-LiveLine(WS-I + 1)
                               = WS-ApprLine(WS-J + 1)
                           COMPUTE WS-Lcs(WS-I + 1, WS-J + 1)
                               = WS-Lcs(WS-I + 2, WS-J + 2) + 1
                       WHEN WS-Lcs(WS-I + 2, WS-J + 1)
                               >= WS-Lcs(WS-I + 1, WS-J + 2)
                           MOVE WS-Lcs(WS-I + 2, WS-J + 1)
                               TO WS-Lcs(WS-I + 1, WS-J + 1)
                       WHEN OTHER
                           MOVE WS-Lcs(WS-I + 1, WS-J + 2)
                               TO WS-Lcs(WS-I + 1, WS-J + 1)
                   END-EVALUATE
               END-PERFORM
           END-PERFORM.

      *> ------------------------------------------------------------
      *> Approval
      *> ------------------------------------------------------------
       Approve-Changes.
           IF WS-Errors > 0
               DISPLAY "Not approved: fix the errors above first."
               MOVE "REFUSED" TO WS-AudFunction
               MOVE "APPROVE -- FILES HAVE ERRORS" TO WS-AudAfter
               PERFORM Write-Audit
               MOVE 2 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-DiffFiles = 0
               DISPLAY "Nothing to approve -- both files match their"
                   " approved copies."
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Approve the changes listed above (Y/N)? "
               WITH NO ADVANCING
           ACCEPT WS-Answer
           IF FUNCTION UPPER-CASE(WS-Answer(1:1)) NOT = 'Y'
               DISPLAY "Not approved."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ChangeRef
           PERFORM UNTIL WS-ChangeRef NOT = SPACES
               DISPLAY "Change reference or reason: " WITH NO ADVANCING
               ACCEPT WS-Answer
               MOVE FUNCTION TRIM(WS-Answer) TO WS-ChangeRef
           END-PERFORM

           OPEN EXTEND LedgerFile
           IF WS-LedgerFS = "35"
               OPEN OUTPUT LedgerFile
               CLOSE LedgerFile
               OPEN EXTEND LedgerFile
           END-IF
           IF WS-LedgerFS NOT = "00"
               DISPLAY "Cannot write the change ledger (FILE STATUS "
                   WS-LedgerFS ") -- nothing approved"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-NowTS
           MOVE WS-RunctlFilename TO WS-CtlFilename
           PERFORM Approve-One-File
           MOVE WS-PlanFilename TO WS-CtlFilename
           PERFORM Approve-One-File
           CLOSE LedgerFile
           DISPLAY "Approved by " FUNCTION TRIM(WS-OpId)
               " -- recorded in ctl_change_ledger.txt."
           MOVE 0 TO RETURN-CODE.

       Approve-One-File.
      *> Counts first (from a silent pass), then the APPROVED line,
      *> then the changed lines themselves, then the new copy.
           MOVE 'Q' TO WS-DiffMode
           PERFORM Compare-With-Approved
           IF WS-AddCount + WS-DelCount = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LEDGER-RECORD
           MOVE WS-NowTS(1:14) TO CL-TIMESTAMP
           MOVE WS-OpId TO CL-OPERATOR
           MOVE WS-CtlFilename TO CL-FILE
           SET CL-APPROVED TO TRUE
           STRING "ADDED=" WS-AddCount " REMOVED=" WS-DelCount
               " REF=" DELIMITED BY SIZE
               WS-ChangeRef DELIMITED BY SIZE
               INTO CL-TEXT
           WRITE LEDGER-RECORD
           MOVE 'L' TO WS-DiffMode
           PERFORM Compare-With-Approved

      *> A live file that has gone takes its approved copy with it,
      *> so the two keep matching.
           MOVE SPACES TO WS-ShellCmd
           IF WS-LiveFound = 'Y'
               STRING "cp " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CtlFilename) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ApprFilename) DELIMITED BY SIZE
                   INTO WS-ShellCmd
           ELSE
               STRING "rm -f " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ApprFilename) DELIMITED BY SIZE
                   INTO WS-ShellCmd
           END-IF
           CALL "SYSTEM" USING WS-ShellCmd
           IF RETURN-CODE NOT = 0
               DISPLAY "*** Could not update "
                   FUNCTION TRIM(WS-ApprFilename)
                   " -- the ledger has the approval; copy the file"
                   " by hand"
           END-IF
           MOVE 0 TO RETURN-CODE

           MOVE "APPROVE" TO WS-AudFunction
           MOVE WS-CtlFilename TO WS-AudKey
           STRING "ADDED=" WS-AddCount " REMOVED=" WS-DelCount
               DELIMITED BY SIZE INTO WS-AudBefore
           MOVE WS-ChangeRef TO WS-AudAfter
           PERFORM Write-Audit
           DISPLAY "  " FUNCTION TRIM(WS-CtlFilename) " approved.".

       Sign-On.
           CALL "SignOn" USING WS-AudProgram WS-OpId WS-OpRole
               WS-OpInitials
           IF WS-OpId = SPACES
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       Write-Audit.
           CALL "AuditLog" USING WS-OpId WS-AudProgram WS-AudFunction
               WS-AudKey WS-AudBefore WS-AudAfter
           MOVE SPACES TO WS-AudKey WS-AudBefore WS-AudAfter.

       END PROGRAM CtlCheck.

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
