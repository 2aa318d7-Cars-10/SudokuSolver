      *> One hold on a shared resource in the run-lock registry
      *> (run_locks.txt), registered and released through RunLock by
      *> every job that must not touch a file while a conflicting job
      *> has it -- the drains, Enqueue, QMerge, QConsole, AlertCon,
      *> HistRotate, ArchUtil, IXRestore and CycleRun. The resource
      *> is the file's name as the jobs are given it, so a file must
      *> be named the same way (no "./" on one job and not another)
      *> for the holds on it to meet.
      *> Fixed column positions (single-space gaps between fields) so
      *> the registry greps cleanly when an operator wants to know
      *> who is holding what.
       01  LOCK-RECORD.
           05 LK-RESOURCE     PIC X(40).
           05 FILLER          PIC X.
           05 LK-PROGRAM      PIC X(12).
           05 FILLER          PIC X.
      *> When the holding job first registered (yyyymmddhhmmss);
      *> with LK-PID it tells this run of the job from any other.
           05 LK-STARTED      PIC X(14).
           05 FILLER          PIC X.
      *> S: shared append -- any number of holders at once (the
      *> drains, Enqueue, QConsole). X: exclusive -- the one job that
      *> rewrites, merges into or rebuilds the file, alone.
           05 LK-MODE         PIC X.
               88 LK-SHARED    VALUE 'S'.
               88 LK-EXCLUSIVE VALUE 'X'.
           05 FILLER          PIC X.
      *> Operating-system process ID of the holder: a hold whose
      *> process has gone is a crashed job's, and is cleared.
           05 LK-PID          PIC 9(10).
