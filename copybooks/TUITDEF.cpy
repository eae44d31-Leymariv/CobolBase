      *> TUITDEF - tuition deferred-revenue schedule (TUITDEF.DAT).
      *> TuitionBilling appends a B line for every tuition open item
      *> it raises; TuitionRefund appends an R line for every refund
      *> it credits against the student's term. TuitionRecognition
      *> folds the R lines into their B line, earns each month's
      *> share, and writes the file back as B lines only. What is
      *> still deferred on a line is billed less recognized less
      *> refunded; TD-LAST-MONTH is the last month earned, so a
      *> rerun for the same month earns nothing twice.
       01  TUITION-DEFERRAL-RECORD.
           05  TD-RECORD-TYPE       PIC X.
               88  TD-BilledLine        VALUE "B".
               88  TD-RefundLine        VALUE "R".
           05  FILLER               PIC X.
           05  TD-INVOICE-NO        PIC 9(6).
           05  FILLER               PIC X.
           05  TD-STUDENT-ID        PIC 9(7).
           05  FILLER               PIC X.
           05  TD-TERM-CODE         PIC X(5).
           05  FILLER               PIC X.
           05  TD-BILLED-AMOUNT     PIC 9(7)V99.
           05  FILLER               PIC X.
           05  TD-RECOGNIZED        PIC 9(7)V99.
           05  FILLER               PIC X.
           05  TD-REFUNDED          PIC 9(7)V99.
           05  FILLER               PIC X.
           05  TD-LAST-MONTH        PIC 9(6).
