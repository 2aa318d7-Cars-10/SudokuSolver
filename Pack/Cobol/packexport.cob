      *> Three selection modes:
      *>   -manifest <file>      every puzzle named in a Generator
      *>                         batch manifest (its .matrix files
      *>                         are read and flattened); with
      *>                         -sym ROT180|MIRROR|NONE, only the
      *>                         lines whose SYM= field matches (a
      *>                         line without one counts as NONE);
      *>   -archive <DIFF> [n]   up to n (default 50) boards from
      *>                         solved_archive.dat whose clue count
      *>                         falls in the difficulty's bracket
      *>                         (EASY 42+, MEDIUM 35-41, HARD
      *>                         30-34, EXPERT under 30); with
      *>                         -minimal, only boards MinAudit has
      *>                         proved minimal (minimal_puzzles.txt)
      *>                         -- the desk's EXPERT standard;
      *>   -queue <qf> -ids <f>  the queue records named one ID per
      *>                         line in <f>.
      *> The whole selection is gathered first and the header count,
           SELECT IdListFile ASSIGN TO DYNAMIC WS-IdListFilename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FlatFS.
           SELECT MinimalFile ASSIGN TO "minimal_puzzles.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FlatFS.
           SELECT ArchiveFile ASSIGN TO "solved_archive.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS A-PUZZLE-DATA
               ALTERNATE RECORD KEY IS A-CANON-KEY WITH DUPLICATES
               FILE STATUS IS WS-ArchFS.
           SELECT QueueFile ASSIGN TO DYNAMIC WS-QueueFilename
               ORGANIZATION IS INDEXED
       FD IdListFile.
       01 IdListLine PIC X(80).

       FD MinimalFile.
       01 MinimalLine PIC X(160).

       FD ArchiveFile.
       COPY "ARCHREC".

       01  WS-WantDiff   PIC X(6).
       01  WS-MaxBoards  PIC 9(4) VALUE 50.

      *> -sym: the clue pattern a -manifest selection is held to, as
      *> the Generator recorded it (SYM=ROT180 / SYM=MIRROR).
       01  WS-WantSym    PIC X(6) VALUE SPACES.
       01  WS-LineSym    PIC X(6).
       01  WS-SymRest    PIC X(120).

      *> -minimal: boards MinAudit has proved minimal, from its flag
      *> file (the 81-character board first on each line).
       01  WS-RequireMin PIC X VALUE 'N'.
       01  WS-MinTable.
           05  WS-MinCount PIC 9(4) VALUE 0.
           05  WS-MinBoard OCCURS 5000 TIMES PIC X(81).
       01  WS-MinIdx     PIC 9(4).
       01  WS-MinFound   PIC X.

      *> The gathered selection: one 81-character board per entry,
      *> same 200-record ceiling the pack readers enforce.
       01  WS-Boards.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT < 4
               DISPLAY "Usage: PackExport <pack-id> <output-file>"
                   " -manifest <file> [-sym ROT180|MIRROR|NONE]"
               DISPLAY "       PackExport <pack-id> <output-file>"
                   " -archive EASY|MEDIUM|HARD|EXPERT [max]"
                   " [-minimal]"
               DISPLAY "       PackExport <pack-id> <output-file>"
                   " -queue <queue-file> -ids <id-file>"
               MOVE 1 TO RETURN-CODE
                           MOVE FUNCTION TRIM(CURRENT-ARG)
                               TO WS-IdListFilename
                       END-IF
                   WHEN "-minimal"
                       MOVE 'Y' TO WS-RequireMin
                   WHEN "-sym"
                       ADD 1 TO WS-ArgIdx
                       IF WS-ArgIdx <= ARG-COUNT
                           DISPLAY WS-ArgIdx UPON ARGUMENT-NUMBER
                           ACCEPT CURRENT-ARG FROM ARGUMENT-VALUE
                           MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(CURRENT-ARG))
                               TO WS-WantSym
                       END-IF
                   WHEN OTHER
                       DISPLAY "Ignoring unrecognized argument: "
                           FUNCTION TRIM(CURRENT-ARG)
               END-EVALUATE
           END-PERFORM

           IF WS-WantSym NOT = SPACES
               IF WS-Mode NOT = "MANIFEST"
                   DISPLAY "-sym selects from a Generator manifest"
                       " only -- use it with -manifest"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-WantSym NOT = "ROT180" AND WS-WantSym NOT = "MIRROR"
                       AND WS-WantSym NOT = "NONE"
                   DISPLAY "Invalid -sym (want ROT180, MIRROR or NONE): "
                       FUNCTION TRIM(WS-WantSym)
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           EVALUATE WS-Mode
               WHEN "MANIFEST" PERFORM Gather-From-Manifest
               WHEN "ARCHIVE"  PERFORM Gather-From-Archive
                               INTO WS-TokName
                           MOVE FUNCTION TRIM(WS-TokName)
                               TO WS-MatrixFilename
                           PERFORM Check-Manifest-Sym
                           IF WS-LineSym = WS-WantSym
                                   OR WS-WantSym = SPACES
                               PERFORM Read-Matrix-Board
                               IF WS-MatrixFS = "00"
                                   PERFORM Flatten-Grid
                                   PERFORM Keep-Board
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ManifestFile.

       Check-Manifest-Sym.
      *> The line's SYM= field into WS-LineSym; NONE when the
      *> Generator wrote none (no -sym on that batch).
           MOVE SPACES TO WS-SymRest
           UNSTRING WS-Line DELIMITED BY ",SYM="
               INTO WS-TokName WS-SymRest
           MOVE SPACES TO WS-LineSym
           UNSTRING WS-SymRest DELIMITED BY "," OR SPACE
               INTO WS-LineSym
           IF WS-LineSym = SPACES
               MOVE "NONE" TO WS-LineSym
           END-IF.

       Gather-From-Archive.
           IF WS-WantDiff NOT = "EASY" AND WS-WantDiff NOT = "MEDIUM"
               AND WS-WantDiff NOT = "HARD"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RequireMin = 'Y'
               PERFORM Load-Minimal-List
           END-IF
           OPEN INPUT ArchiveFile
           IF WS-ArchFS NOT = "00"
               DISPLAY "Cannot open solved_archive.dat (FILE STATUS "
      *> Blanks in stored boards are '0' already; normalize anyway.
               INSPECT WS-Flat REPLACING ALL SPACE BY '0'
               INSPECT WS-Flat REPLACING ALL '.' BY '0'
               IF WS-RequireMin = 'Y'
                   PERFORM Check-Minimal
                   IF WS-MinFound = 'N'
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               PERFORM Keep-Board
           END-IF.

       Load-Minimal-List.
           OPEN INPUT MinimalFile
           IF WS-FlatFS NOT = "00"
               DISPLAY "No minimal-puzzle list (minimal_puzzles.txt)"
                   " -- run MinAudit before exporting with -minimal"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
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
           MOVE 'N' TO WS-MinFound
           PERFORM VARYING WS-MinIdx FROM 1 BY 1
                   UNTIL WS-MinIdx > WS-MinCount
                       OR WS-MinFound = 'Y'
               IF WS-MinBoard(WS-MinIdx) = WS-Flat
                   MOVE 'Y' TO WS-MinFound
               END-IF
           END-PERFORM.

       Gather-From-Queue.
           IF WS-IdListFilename = SPACES
               DISPLAY "Queue mode needs -ids <id-file>"
