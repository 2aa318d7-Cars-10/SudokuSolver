       DATA DIVISION.
       FILE SECTION.
       FD HistoryFile.
       01 HistoryLine PIC X(132).

       FD StatsFile.
       01 StatsLine PIC X(100).
       WORKING-STORAGE SECTION.
       01  WS-HistFS     PIC XX.
       01  WS-EOF        PIC X VALUE 'N'.
       01  WS-Line       PIC X(132).

       01  WS-TokFile    PIC X(60).
       01  WS-TokEngine  PIC X(12).
