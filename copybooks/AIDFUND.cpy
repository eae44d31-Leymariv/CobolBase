      *> AIDFUND - aid funding source record (AIDFUND.REF), kept by
      *> the financial aid office. One line per fund an award may
      *> draw on: the fund code (carried on AWARD.DAT and as the
      *> GP-DEPARTMENT of the fund's GL lines) and the sponsor's
      *> name for the disbursement report.
       01  AID-FUND-RECORD.
           05  AF-FUND-CODE         PIC X(4).
           05  FILLER               PIC X.
           05  AF-SPONSOR-NAME      PIC X(30).
