               10 H-TECH-GRADE PIC X(6).
               10 FILLER       PIC X.
               10 H-TECH-PROF  PIC X(14).
      *> The remaining tags, comma-separated as on the line:
      *> CACHE=Y, ABORTED=Y, DEAD=Y and SEC=<seconds the solve took>.
           05 H-EXTRA         PIC X(20).
