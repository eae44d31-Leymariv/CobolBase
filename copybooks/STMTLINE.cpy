      *> STMTLINE - financial-statement line definition
      *> (STMTLINE.REF). One record per line the income statement or
      *> balance sheet prints, in print order within each statement;
      *> GL accounts name their line through GA-STATEMENT-LINE, so a
      *> new account joins a statement by data, not by a program
      *> change. The section fixes the sign a line reports in and
      *> where its subtotal falls: revenue and the liability and
      *> equity sections are credit-positive, the rest debit-
      *> positive.
       01  STATEMENT-LINE-RECORD.
           05  SL-LINE-CODE         PIC X(4).
           05  FILLER               PIC X.
           05  SL-STATEMENT         PIC X.
               88  SL-IncomeStatement   VALUE "I".
               88  SL-BalanceSheet      VALUE "B".
           05  FILLER               PIC X.
           05  SL-SECTION           PIC X.
               88  SL-RevenueSection    VALUE "R".
               88  SL-CostOfSalesSection VALUE "C".
               88  SL-ExpenseSection    VALUE "X".
               88  SL-AssetSection      VALUE "A".
               88  SL-LiabilitySection  VALUE "L".
               88  SL-EquitySection     VALUE "E".
           05  FILLER               PIC X.
           05  SL-CAPTION           PIC X(30).
