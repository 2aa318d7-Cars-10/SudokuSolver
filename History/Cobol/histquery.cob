      *> master (loaded by the HistRotate month-end job) through its
      *> by-name alternate key, then tops the answer up from the
      *> current flat log so runs since the last rotation show too.
      *> When the name is a puzzle ID that QPurge has since moved out
      *> of the queue, the closed-queue index points at the dated
      *> closed-queue file holding the record, and its final status
      *> and solution are shown from there.
      *>
      *> Usage: HistQuery <puzzle-name-or-id>

           SELECT HistoryFile ASSIGN TO "puzzle_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HistFS.
           SELECT ClosedIndex ASSIGN TO "closed_queue_index.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ClosedIxFS.
           SELECT ClosedFile ASSIGN TO DYNAMIC WS-ClosedFilename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ClosedFS.

       DATA DIVISION.
       FILE SECTION.
       COPY "HISTREC".

       FD HistoryFile.
       01 HistoryLine PIC X(132).

       FD ClosedIndex.
       01 ClosedIndexLine PIC X(100).

       FD ClosedFile.
       01 ClosedLine PIC X(600).

       WORKING-STORAGE SECTION.
       01  WS-MasterFS   PIC XX.
       01  WS-HistFS     PIC XX.
       01  WS-ClosedIxFS PIC XX.
       01  WS-ClosedFS   PIC XX.
       01  WS-ClosedFilename PIC X(100).

       01  ARG-COUNT     PIC 9(4).
       01  CURRENT-ARG   PIC X(100).

       01  WS-Wanted     PIC X(40).
       01  WS-EOF        PIC X VALUE 'N'.
       01  WS-Line       PIC X(132).
       01  WS-Hits       PIC 9(6) VALUE 0.

       01  WS-TokFile    PIC X(60).

       01  WS-DispIter   PIC Z(11)9.

      *> Closed-queue lookup: one index line per purge, then the
      *> record image out of the closed-queue file it names.
       01  WS-IxLine     PIC X(100).
       01  WS-IxEOF      PIC X.
       01  WS-IxId       PIC X(10).
       01  WS-IxFile     PIC X(60).
       01  WS-IxStatus   PIC X.
       01  WS-IxTS       PIC X(14).
       01  WS-ClosedLn   PIC X(600).
       01  WS-ClosedHits PIC 9(4) VALUE 0.
       COPY "QUEUEREC".

       PROCEDURE DIVISION.
       Main-Logic.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER

           IF WS-Hits = 0
               DISPLAY "(no runs on record)"
           ELSE
               DISPLAY WS-Hits " run(s) found."
           END-IF

           PERFORM Query-Closed-Queue

           IF WS-Hits = 0 AND WS-ClosedHits = 0
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.
               " " WS-DispIter " " WS-TokSolved(8:1) " "
               FUNCTION TRIM(WS-TokExtra) " (current log)".

       Query-Closed-Queue.
           OPEN INPUT ClosedIndex
           IF WS-ClosedIxFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-IxEOF
           PERFORM UNTIL WS-IxEOF = 'Y'
               READ ClosedIndex INTO WS-IxLine
                   AT END MOVE 'Y' TO WS-IxEOF
                   NOT AT END
                       IF WS-IxLine(1:10) = WS-Wanted
                           AND WS-Wanted(11:30) = SPACES
                           PERFORM Show-Closed-Record
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ClosedIndex.

       Show-Closed-Record.
           MOVE SPACES TO WS-IxId WS-IxFile WS-IxStatus WS-IxTS
           UNSTRING WS-IxLine DELIMITED BY ","
               INTO WS-IxId WS-IxFile WS-IxStatus WS-IxTS
           ADD 1 TO WS-ClosedHits
           DISPLAY "Purged from the queue " WS-IxTS(1:8) " "
               WS-IxTS(9:6) " into " FUNCTION TRIM(WS-IxFile)
           MOVE FUNCTION TRIM(WS-IxFile) TO WS-ClosedFilename
           OPEN INPUT ClosedFile
           IF WS-ClosedFS NOT = "00"
               DISPLAY "  final status " WS-IxStatus
                   " -- closed-queue file not on hand (FILE STATUS "
                   WS-ClosedFS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Q-PUZZLE-ID
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ClosedFile INTO WS-ClosedLn
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-ClosedLn(1:4) = "CLQ,"
                           AND WS-ClosedLn(5:10) = WS-IxId
                           MOVE WS-ClosedLn(5:572) TO QUEUE-RECORD
                           MOVE 'Y' TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ClosedFile
           IF Q-PUZZLE-ID NOT = WS-IxId
               DISPLAY "  final status " WS-IxStatus
                   " -- record not found in the closed-queue file"
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN Q-SOLVED
                   DISPLAY "  final status S (solved) "
                       Q-TIMESTAMP(1:8) " " Q-TIMESTAMP(9:6)
                       " submitter " Q-SUBMITTER
                   DISPLAY "  solution " Q-SOLUTION-DATA
               WHEN Q-DEAD
                   DISPLAY "  final status D (dead-letter) "
                       Q-TIMESTAMP(1:8) " " Q-TIMESTAMP(9:6)
                       " submitter " Q-SUBMITTER
                   DISPLAY "  reason " FUNCTION TRIM(Q-FAIL-REASON)
               WHEN OTHER
                   DISPLAY "  final status " Q-STATUS
           END-EVALUATE.

       END PROGRAM HistQuery.
