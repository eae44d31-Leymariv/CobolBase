      *> RETROPAY - retroactive-pay queue record (RETROPAY.DAT). One
      *> line per employee per already-paid week a backdated wage-
      *> rate change makes good, queued by RetroPay from the
      *> EM-EFFECTIVE-WAGE-HISTORY entry it comes from. The next
      *> PayrollRun adds every queued amount to the employee's gross
      *> as a retro-pay line and marks it paid in its run week, so a
      *> rerun of that week pays the same items again and no other
      *> week ever does.
       01  RETRO-PAY-RECORD.
           05  RP-EMPLOYEE-NO       PIC 9(6).
           05  FILLER               PIC X.
           05  RP-WEEK-NO           PIC 99.
           05  FILLER               PIC X.
           05  RP-EFFECTIVE-DATE    PIC 9(8).
           05  FILLER               PIC X.
           05  RP-OLD-RATE          PIC 9999V99.
           05  FILLER               PIC X.
           05  RP-NEW-RATE          PIC 9999V99.
           05  FILLER               PIC X.
           05  RP-AMOUNT            PIC 9(5)V99.
           05  FILLER               PIC X.
           05  RP-STATUS            PIC X.
               88  RP-RetroQueued       VALUE "Q".
               88  RP-RetroPaid         VALUE "P".
           05  FILLER               PIC X.
           05  RP-PAID-WEEK-NO      PIC 99.
