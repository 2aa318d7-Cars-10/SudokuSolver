               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS A-PUZZLE-DATA
               ALTERNATE RECORD KEY IS A-CANON-KEY WITH DUPLICATES
               FILE STATUS IS WS-InFS.
           SELECT MasterFile ASSIGN TO DYNAMIC WS-InFilename
               ORGANIZATION IS INDEXED
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-PUZZLE-DATA
               ALTERNATE RECORD KEY IS AO-CANON-KEY WITH DUPLICATES
               FILE STATUS IS WS-OutFS.
           SELECT MasterOut ASSIGN TO DYNAMIC WS-OutFilename
               ORGANIZATION IS INDEXED
       FD QueueOut.
       01  QO-RECORD.
           05 QO-PUZZLE-ID    PIC X(10).
           05 QO-REST         PIC X(562).

       FD ArchiveOut.
       01  AO-RECORD.
           05 AO-PUZZLE-DATA  PIC X(81).
           05 AO-REST         PIC X(107).
           05 AO-CANON-KEY    PIC X(81).
           05 AO-CANON-XFORM  PIC X(28).

       FD MasterOut.
       01  HO-RECORD.
           05 HO-REST         PIC X(88).

       FD HistoryFile.
       01 HistoryLine PIC X(132).

       FD RejectFile.
       01 RejectLine PIC X(200).
       01  WS-TokExtra   PIC X(20).
       01  WS-TokExtra2  PIC X(20).
       01  WS-TokExtra3  PIC X(20).
       01  WS-TokExtra4  PIC X(20).
       01  WS-ExtraBuild PIC X(20).
       01  WS-ExtraLen   PIC 99.
       01  WS-Seq        PIC 9(4).
           MOVE 'Y' TO WS-RecordOK
           IF Q-STATUS NOT = 'P' AND Q-STATUS NOT = 'S'
               AND Q-STATUS NOT = 'F' AND Q-STATUS NOT = 'D'
               AND Q-STATUS NOT = 'I' AND Q-STATUS NOT = 'H'
               AND Q-STATUS NOT = 'V'
               MOVE 'N' TO WS-RecordOK
               MOVE "Q-STATUS NOT IN P/S/F/D/I/H/V" TO WS-FaultText
           END-IF
           IF WS-RecordOK = 'Y'
               AND Q-RELEASE-TS NOT = SPACES
               AND Q-RELEASE-TS IS NOT NUMERIC
               MOVE 'N' TO WS-RecordOK
               MOVE "Q-RELEASE-TS NOT A TIMESTAMP" TO WS-FaultText
           END-IF
           IF WS-RecordOK = 'Y'
               AND Q-CLASS NOT = 'E' AND Q-CLASS NOT = 'N'
               MOVE "Q-CLASS NOT IN E/N/B/BLANK" TO WS-FaultText
           END-IF
           IF WS-RecordOK = 'Y'
               AND Q-VARIANT NOT = 'X' AND Q-VARIANT NOT = 'K'
               AND Q-VARIANT NOT = SPACE
               MOVE 'N' TO WS-RecordOK
               MOVE "Q-VARIANT NOT X/K/BLANK" TO WS-FaultText
           END-IF
           IF WS-RecordOK = 'Y' AND Q-VARIANT-K
               AND (Q-CAGE-COUNT IS NOT NUMERIC OR Q-CAGE-COUNT = 0)
               MOVE 'N' TO WS-RecordOK
               MOVE "KILLER RECORD HAS NO CAGES" TO WS-FaultText
           END-IF
           IF WS-RecordOK = 'Y'
               MOVE Q-PUZZLE-DATA TO WS-Line
       Load-History-Line.
           MOVE SPACES TO WS-TokFile WS-TokEngine WS-TokTS
               WS-TokIter WS-TokSolved WS-TokExtra
               WS-TokExtra2 WS-TokExtra3 WS-TokExtra4
           UNSTRING WS-Line DELIMITED BY ","
               INTO WS-TokFile WS-TokEngine WS-TokTS
                   WS-TokIter WS-TokSolved WS-TokExtra
                   WS-TokExtra2 WS-TokExtra3 WS-TokExtra4
           IF WS-TokEngine = SPACES OR WS-TokTS(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM Sort-Extra-Token
           MOVE WS-TokExtra3 TO WS-TokExtra
           PERFORM Sort-Extra-Token
           MOVE WS-TokExtra4 TO WS-TokExtra
           PERFORM Sort-Extra-Token
           MOVE WS-ExtraBuild TO H-EXTRA
           MOVE 0 TO WS-Seq
           MOVE 'N' TO WS-Stored
