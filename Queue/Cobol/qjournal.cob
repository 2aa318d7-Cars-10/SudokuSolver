      *> (queue_journal.txt), in the HistQuery style. Every program
      *> that inserts or rewrites a queue record appends one line
      *>   <yyyymmddhhmmss>,<puzzle-id>,<old>,<new>,<program>,<shard>
      *> ('-' old = fresh insert, 'X' new = deleted), followed by the
      *> record's after-image for RollFwd (see JRNREC), so when a
      *> submitter asks why their puzzle took three days, the answer
      *> is this program's output -- every hop, when it happened and
      *> which program or shard did it -- instead of a shrug and the
       DATA DIVISION.
       FILE SECTION.
       FD JournalFile.
       01 JournalLine PIC X(637).

       WORKING-STORAGE SECTION.
       01  WS-JrnFS      PIC XX.
               WHEN 'F' MOVE "FAILED     " TO WS-OldText
               WHEN 'D' MOVE "DEAD-LETTER" TO WS-OldText
               WHEN 'I' MOVE "IN-FLIGHT  " TO WS-OldText
               WHEN 'H' MOVE "HELD       " TO WS-OldText
               WHEN 'V' MOVE "VERIFY-FAIL" TO WS-OldText
               WHEN '-' MOVE "(INSERT)   " TO WS-OldText
               WHEN OTHER MOVE "?          " TO WS-OldText
           END-EVALUATE.
               WHEN 'F' MOVE "FAILED     " TO WS-NewText
               WHEN 'D' MOVE "DEAD-LETTER" TO WS-NewText
               WHEN 'I' MOVE "IN-FLIGHT  " TO WS-NewText
               WHEN 'H' MOVE "HELD       " TO WS-NewText
               WHEN 'V' MOVE "VERIFY-FAIL" TO WS-NewText
               WHEN 'X' MOVE "(DELETED)  " TO WS-NewText
               WHEN OTHER MOVE "?          " TO WS-NewText
           END-EVALUATE.
