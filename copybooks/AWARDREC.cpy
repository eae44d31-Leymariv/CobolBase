      *> AWARDREC - scholarship and bursary award master (AWARD.DAT,
      *> indexed by AW-AWARD-KEY: student, term and award code).
      *> Kept by AwardMaint. An award is a fixed amount or a
      *> percentage of the student's term tuition, paid for by the
      *> fund named in AW-FUND-CODE (one of the AIDFUND.REF
      *> sponsors). AwardApply credits a pending award against the
      *> term's tuition item once TuitionBilling has raised it and
      *> marks it applied with what was credited; TuitionRefund
      *> claws back the unearned share when the student withdraws,
      *> adding it to AW-CLAWED-BACK. What the fund has paid out is
      *> the applied amount less what was clawed back.
       01  AWARD-RECORD.
           05  AW-AWARD-KEY.
               10  AW-STUDENT-ID    PIC 9(7).
               10  AW-TERM-CODE     PIC X(5).
               10  AW-AWARD-CODE    PIC X(6).
           05  AW-AWARD-BASIS       PIC X.
               88  AW-FixedAmount       VALUE "F".
               88  AW-PercentOfTuition  VALUE "P".
               88  AW-ValidBasis        VALUE "F" "P".
           05  AW-AWARD-AMOUNT      PIC 9(5)V99.
           05  AW-AWARD-PERCENT     PIC 9(3)V99.
           05  AW-FUND-CODE         PIC X(4).
           05  AW-AWARD-STATUS      PIC X.
               88  AW-AwardPending      VALUE "O".
               88  AW-AwardApplied      VALUE "A".
           05  AW-ENTERED-BY        PIC X(8).
           05  AW-ENTERED-DATE      PIC 9(8).
           05  AW-APPLIED-INVOICE   PIC 9(6).
           05  AW-APPLIED-AMOUNT    PIC 9(5)V99.
           05  AW-APPLIED-DATE      PIC 9(8).
           05  AW-CLAWED-BACK       PIC 9(5)V99.
           05  AW-CLAWBACK-DATE     PIC 9(8).
