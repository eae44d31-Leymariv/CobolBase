      *> CHEQREG - payroll cheque register record (CHEQREG.DAT).
      *> Appended by PayrollRun, OffCyclePay and BankReturns as
      *> cheques are written, numbered from the CHQSEQ.CTL
      *> sequence; ChequeMatch marks presentment from the bank
      *> statement file and ChequeOutstanding ages the rest,
      *> staling old ones for stop-and-reissue. A stale cheque
      *> nobody ever claimed is remitted to the state by
      *> UnclaimedProperty and marked escheated. ChequeVoid marks
      *> a cheque voided under supervisor sign-on and either
      *> reissues it on a new number or backs its pay line out.
       01  CHEQUE-REGISTER-RECORD.
           05  CQ-CHEQUE-NO         PIC 9(6).
           05  FILLER               PIC X.
               88  CQ-ChequeOutstanding VALUE "O".
               88  CQ-ChequePresented   VALUE "P".
               88  CQ-ChequeStale       VALUE "S".
               88  CQ-ChequeEscheated   VALUE "U".
               88  CQ-ChequeVoided      VALUE "V".
           05  FILLER               PIC X.
           05  CQ-PRESENTED-DATE    PIC 9(8).
      *> The payroll week and run type ("W" weekly, "O" off-cycle,
      *> "F" final pay, as PW-PAY-RUN-TYPE) of the PAYWEEK.DAT line
      *> the cheque paid, so a void can find the line to back out.
      *> Spaces on older cheques and on BankReturns replacements.
           05  FILLER               PIC X.
           05  CQ-WEEK-NO           PIC 99.
           05  FILLER               PIC X.
           05  CQ-PAY-RUN-TYPE      PIC X.
