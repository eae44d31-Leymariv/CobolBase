      *> APCHQREG - supplier cheque register record (APCHQREG.DAT).
      *> Appended by ApPaymentRun, one cheque per supplier per
      *> payment run, numbered from the APCHQSEQ.CTL sequence the
      *> way CHEQREG.DAT payroll cheques are numbered from
      *> CHQSEQ.CTL. Same status and presentment fields as the
      *> payroll register, so the bank's presented cheques can be
      *> matched off it in the same way.
       01  AP-CHEQUE-REGISTER-RECORD.
           05  AC-CHEQUE-NO         PIC 9(6).
           05  FILLER               PIC X.
           05  AC-SUPPLIER-NO       PIC 9(5).
           05  FILLER               PIC X.
           05  AC-AMOUNT            PIC 9(7)V99.
           05  FILLER               PIC X.
           05  AC-ISSUE-DATE        PIC 9(8).
           05  FILLER               PIC X.
           05  AC-STATUS            PIC X.
               88  AC-ChequeOutstanding VALUE "O".
               88  AC-ChequePresented   VALUE "P".
               88  AC-ChequeStale       VALUE "S".
           05  FILLER               PIC X.
           05  AC-PRESENTED-DATE    PIC 9(8).
