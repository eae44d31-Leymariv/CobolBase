      *> equal its credits. GP-DEPARTMENT carries the payroll
      *> department or the tax state where the line has one, and
      *> GP-PERIOD the accounting month, so TrialBalance can prove
      *> the combined file per period. GP-POST-STATUS is stamped by
      *> GlPostRun once a line has reached the account master, so
      *> a line is never added to a balance twice; writers leave it
      *> space by clearing the record before they build a line.
       01  GL-POSTING-RECORD        PIC X(40).
       01  GL-DETAIL-RECORD REDEFINES GL-POSTING-RECORD.
           05  GP-RECORD-TYPE       PIC X.
           05  GP-AMOUNT            PIC 9(9)V99.
           05  GP-DEPARTMENT        PIC X(4).
           05  GP-PERIOD            PIC 9(6).
           05  GP-POST-STATUS       PIC X.
               88  GP-LinePosted        VALUE "P".
           05  FILLER               PIC X(3).
       01  GL-TRAILER-RECORD REDEFINES GL-POSTING-RECORD.
           05  GT-RECORD-TYPE       PIC X.
           05  GT-DEBIT-TOTAL       PIC 9(9)V99.
