      * and written, and the completion status. One file answers
      * "did payroll finish, how long did the sort take, how many
      * records did the edit pass" without reconstructing the night
      * from console scrollback. The date is the business date the
      * run processed, from BusinessDate, so a rerun after midnight
      * logs against the day it belongs to; the clock time and, at
      * the end of the line, the clock date say when it ran.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FILE SECTION.
       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RunLogLine               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUN-LOG-STATUS        PIC XX.
           05  WS-LL-WRITTEN        PIC ZZZZZZ9.
           05  FILLER               PIC X VALUE SPACE.
           05  WS-LL-STATUS         PIC X(8).
           05  FILLER               PIC X VALUE SPACE.
           05  WS-LL-CLOCK-DATE     PIC 9(8).

       LINKAGE SECTION.
       01  LK-RL-ACTION             PIC X.
             IF WS-RUN-LOG-STATUS NOT = "00"
                 OPEN OUTPUT RUN-LOG-FILE
             END-IF
             CALL "BusinessDate" USING WS-LL-DATE
             ACCEPT WS-LL-TIME FROM TIME
             ACCEPT WS-LL-CLOCK-DATE FROM DATE YYYYMMDD
             MOVE LK-RL-PROGRAM-NAME TO WS-LL-PROGRAM
             IF LK-RL-RunStart
                 MOVE "START" TO WS-LL-ACTION
