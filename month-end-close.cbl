        01  CLOSE-CHECKLIST-RECORD.
            05  CK-PROGRAM-NAME      PIC X(15).

      * The line RunLog writes - business date, time, program,
      * action, counts, status, clock date - read back here for the
      * proof.
        FD  RUN-LOG-FILE
            LABEL RECORDS ARE STANDARD.
        01  RUN-LOG-RECORD.
            05  RL-PROGRAM           PIC X(15).
            05  FILLER               PIC X.
            05  RL-LOG-ACTION        PIC X(5).
            05  FILLER               PIC X(34).

        WORKING-STORAGE SECTION.
        01  WS-CHECKLIST-STATUS      PIC XX.
