                                    SIGN IS LEADING SEPARATE.
           05  PW-PENSION-ER        PIC S9(5)V99
                                    SIGN IS LEADING SEPARATE.
      *> Retroactive pay inside PW-GROSS - the RetroPay queue items
      *> this week paid, itemized on the payslip. Records appended
      *> before retro pay carry spaces, guarded the same way.
           05  PW-RETRO-PAY         PIC S9(5)V99
                                    SIGN IS LEADING SEPARATE.
      *> Off-cycle payments from OffCyclePay ride this file under the
      *> payroll week they were paid in, flagged "O" with their
      *> payment type; they carry no hours and are never backed out
      *> by a weekly rerun. Weekly records carry "W" (or spaces,
      *> from before the flag) and a blank payment type. A leaver's
      *> final pay from FinalPay is flagged "F" under the week they
      *> left in: the unpaid part of that week plus any leave
      *> payout, never backed out by a weekly rerun either.
           05  PW-PAY-RUN-TYPE      PIC X.
               88  PW-OffCyclePayment   VALUE "O".
               88  PW-FinalPayment      VALUE "F".
           05  PW-PAYMENT-TYPE      PIC X(4).
      *> Unused-leave payout inside PW-GROSS on a final pay record;
      *> zero on every other record, spaces on older ones.
           05  PW-LEAVE-PAYOUT      PIC S9(5)V99
                                    SIGN IS LEADING SEPARATE.
      *> Accounting month (CCYYMM) the paying run posted its GL
      *> lines under, so the quarterly tax return can take the same
      *> months the ledger did. Spaces on older records.
           05  PW-PAY-PERIOD        PIC 9(6).
      *> Expense claims reimbursed in the week: untaxed, outside
      *> PW-GROSS, inside PW-NET (net = gross - deductions - tax +
      *> this). Only PayrollRun pays claims; every other record
      *> carries zero, older ones spaces.
           05  PW-EXPENSE-REIMB     PIC S9(5)V99
                                    SIGN IS LEADING SEPARATE.
