      *> TERMCAL - term calendar record (TERMCAL.REF). One line per
      *> term code, giving the first and last accounting month the
      *> term runs; TuitionRecognition earns a billed term's
      *> tuition evenly across those months.
       01  TERM-CALENDAR-RECORD.
           05  TC-TERM-CODE         PIC X(5).
           05  FILLER               PIC X.
           05  TC-FIRST-MONTH       PIC 9(6).
           05  FILLER               PIC X.
           05  TC-LAST-MONTH        PIC 9(6).
