      *>       first unscheduled board in the difficulty's clue
      *>       bracket from solved_archive.dat; the board is written
      *>       out as <yyyymmdd>_<slot>.matrix for the book job
      *>   either form with -minimal
      *>       only a board MinAudit has proved minimal (listed in
      *>       minimal_puzzles.txt) may fill the slot -- the desk's
      *>       standard for EXPERT slots
      *>   PubCal PUBLISH <yyyymmdd> <slot>
      *>       mark the slot's entry PUBLISHED when the book job
      *>       has used it (SyndFeed does this itself once every
      *>       partner's feed carrying the slot has been written)
      *>   PubCal LIST [yyyymm]
      *>       print the calendar (optionally one month)

           FILE STATUS IS WS-MatrixFS.
           SELECT OutMatrixFile ASSIGN TO DYNAMIC WS-OutMatrixName
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MinimalFile ASSIGN TO "minimal_puzzles.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MinFS.
           SELECT ArchiveFile ASSIGN TO "solved_archive.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS A-PUZZLE-DATA
               ALTERNATE RECORD KEY IS A-CANON-KEY WITH DUPLICATES
               FILE STATUS IS WS-ArchFS.

       DATA DIVISION.
       FD OutMatrixFile.
       01 OutMatrixLine PIC X(90).

       FD MinimalFile.
       01 MinimalLine PIC X(160).

       FD ArchiveFile.
       COPY "ARCHREC".

       01  WS-FlatFS     PIC XX.
       01  WS-MatrixFS   PIC XX.
       01  WS-ArchFS     PIC XX.
       01  WS-MinFS      PIC XX.

       01  ARG-COUNT     PIC 9(4).
       01  CURRENT-ARG   PIC X(100).
       01  WS-OutMatrixName    PIC X(100).
       01  WS-MonthFilter PIC X(6) VALUE SPACES.

      *> -minimal: boards MinAudit has proved minimal, from its flag
      *> file (minimal_puzzles.txt, the 81-character board first).
       01  WS-RequireMin PIC X VALUE 'N'.
       01  WS-MinTable.
           05  WS-MinCount PIC 9(4) VALUE 0.
           05  WS-MinBoard OCCURS 5000 TIMES PIC X(81).
       01  WS-MinIdx     PIC 9(4).
       01  WS-MinFound   PIC X.
       01  WS-Flat       PIC X(81).

      *> The whole ledger in storage; PUBLISH flips an entry here and
      *> rewrites the file, SCHEDULE appends.
       01  WS-LedgerTable.

       Show-Usage.
           DISPLAY "Usage: PubCal SCHEDULE <yyyymmdd> <slot> <DIFF>"
               " -manifest <file> | -archive [-minimal]"
           DISPLAY "       PubCal PUBLISH <yyyymmdd> <slot>"
           DISPLAY "       PubCal LIST [yyyymm]".

               IF CURRENT-ARG = "-archive"
                   MOVE "ARCHIVE" TO WS-Source
               END-IF
               IF CURRENT-ARG = "-minimal"
                   MOVE 'Y' TO WS-RequireMin
               END-IF
           END-PERFORM
           IF WS-RequireMin = 'Y'
               PERFORM Load-Minimal-List
           END-IF

      *> One entry per calendar slot: scheduling into an occupied
      *> slot is always a mistake.
               DISPLAY "No unscheduled "
                   FUNCTION TRIM(WS-WantDiff)
                   " candidate found -- nothing scheduled"
               IF WS-RequireMin = 'Y'
                   DISPLAY "(only boards proved minimal in"
                       " minimal_puzzles.txt were considered)"
               END-IF
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
               END-IF
           END-PERFORM.

       Load-Minimal-List.
           OPEN INPUT MinimalFile
           IF WS-MinFS NOT = "00"
               DISPLAY "No minimal-puzzle list (minimal_puzzles.txt)"
                   " -- run MinAudit before scheduling with -minimal"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MinimalFile
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MinimalLine NOT = SPACES
                           AND WS-MinCount < 5000
                           ADD 1 TO WS-MinCount
                           MOVE MinimalLine(1:81)
                               TO WS-MinBoard(WS-MinCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MinimalFile
           MOVE 'N' TO WS-EOF.

       Check-Minimal.
      *> WS-MinFound answers whether the board in WS-Grid is on the
      *> minimal-puzzle list.
           PERFORM VARYING WS-SLIdx FROM 1 BY 1 UNTIL WS-SLIdx > 81
               COMPUTE WS-SLRow =
                   FUNCTION INTEGER-PART((WS-SLIdx - 1) / 9) + 1
               COMPUTE WS-SLCol = FUNCTION MOD(WS-SLIdx - 1, 9) + 1
               MOVE WS-GridCell(WS-SLRow, WS-SLCol)
                   TO WS-Flat(WS-SLIdx:1)
           END-PERFORM
           MOVE 'N' TO WS-MinFound
           PERFORM VARYING WS-MinIdx FROM 1 BY 1
                   UNTIL WS-MinIdx > WS-MinCount
                       OR WS-MinFound = 'Y'
               IF WS-MinBoard(WS-MinIdx) = WS-Flat
                   MOVE 'Y' TO WS-MinFound
               END-IF
           END-PERFORM.

       Pick-From-Manifest.
           OPEN INPUT ManifestFile
           IF WS-FlatFS NOT = "00"
           IF WS-MatrixFS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-RequireMin = 'Y'
               PERFORM Check-Minimal
               IF WS-MinFound = 'N'
                   DISPLAY "Skipping "
                       FUNCTION TRIM(WS-TokName)
                       " -- not proved minimal"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM Compute-Signature
           PERFORM Signature-In-Ledger
           IF WS-Found = 'Y'
           IF FUNCTION TRIM(WS-TokDiff) NOT = WS-WantDiff
               EXIT PARAGRAPH
           END-IF
           IF WS-RequireMin = 'Y'
               PERFORM Check-Minimal
               IF WS-MinFound = 'N'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM Compute-Signature
           PERFORM Signature-In-Ledger
           IF WS-Found = 'Y'
