               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS A-PUZZLE-DATA
               ALTERNATE RECORD KEY IS A-CANON-KEY WITH DUPLICATES
               FILE STATUS IS WS-InFS.
           SELECT MasterFile ASSIGN TO DYNAMIC WS-InFilename
               ORGANIZATION IS INDEXED
       COPY "HISTREC".

       FD SnapFile.
       01 SnapLine PIC X(600).

       WORKING-STORAGE SECTION.
       01  WS-InFilename PIC X(100).
       01  WS-EOF        PIC X VALUE 'N'.
       01  WS-RecCount   PIC 9(9) VALUE 0.
       01  WS-HashTotal  PIC 9(18) VALUE 0.
       01  WS-RecImage   PIC X(600).
       01  WS-RecLen     PIC 999.
       01  WS-Idx        PIC 999.
       01  WS-OutLine    PIC X(600).
       01  WS-NowTS      PIC X(21).
       01  WS-CntDisp    PIC 9(9).
       01  WS-HashDisp   PIC 9(18).
           MOVE FUNCTION TRIM(CURRENT-ARG) TO WS-SnapFilename

           EVALUATE WS-FileType
               WHEN "QUEUE"   MOVE 572 TO WS-RecLen
               WHEN "ARCHIVE" MOVE 297 TO WS-RecLen
               WHEN "HISTORY" MOVE 180 TO WS-RecLen
               WHEN OTHER
                   DISPLAY "Unknown file type "
