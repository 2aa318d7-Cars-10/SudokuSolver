      *> One line of the queue lifecycle journal (queue_journal.txt),
      *> built in WORKING-STORAGE by every program that changes a
      *> queue record and written whole to the journal file.
      *>
      *> JI-TRANSITION is the transition as it has always been
      *> written -- ts14,puzzle-id,old,new,PROGRAM,shard -- padded to
      *> 60 so the readers that UNSTRING it (QJournal, InqReply) see
      *> the same fields as before. After it, at a fixed column 61,
      *> comes ",IMG=" and the full queue record as it stood once the
      *> change was made (for a delete, as it stood when removed), so
      *> RollFwd can rebuild the queue from an IXRestore'd snapshot
      *> by reapplying each image in journal order.
      *>
      *> Every program that reads the journal must declare its FD
      *> record at least 637 bytes long: a shorter record splits
      *> each line into two reads.
       01  JOURNAL-IMAGE-LINE.
           05 JI-TRANSITION   PIC X(60).
           05 JI-IMAGE-TAG    PIC X(5).
               88 JI-HAS-IMAGE VALUE ",IMG=".
           05 JI-AFTER-IMAGE  PIC X(572).
