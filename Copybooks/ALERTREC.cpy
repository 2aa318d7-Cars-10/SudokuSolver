               88 AL-OPEN     VALUE 'O'.
               88 AL-ACKED    VALUE 'A'.
           05 FILLER          PIC X.
      *> Acknowledging operator's initials, blank while open --
      *> taken from the signed-on operator's OPERREC record.
           05 AL-ACK-BY       PIC X(3).
           05 FILLER          PIC X.
           05 AL-MESSAGE      PIC X(60).
