      *> GLACCT - general-ledger account master record (GLACCT.DAT,
      *> indexed by GA-ACCOUNT-NO). One record per account number
      *> GLMAP.REF maps a category to, maintained by GlAccountMaint
      *> and posted by GlPostRun from the GLPOST.DAT feed. Balances
      *> are held debit-positive: the opening balance is the balance
      *> brought forward into GA-FISCAL-YEAR, and each calendar
      *> month of that year (and of the year before, for the
      *> comparative columns) carries its posted debit and credit
      *> totals. A line for a later year rolls the account forward
      *> a year before it is added.
       01  GL-ACCOUNT-RECORD.
           05  GA-ACCOUNT-NO        PIC 9(6).
           05  GA-DESCRIPTION       PIC X(30).
           05  GA-ACCOUNT-TYPE      PIC X.
               88  GA-AssetAccount      VALUE "A".
               88  GA-LiabilityAccount  VALUE "L".
               88  GA-EquityAccount     VALUE "E".
               88  GA-RevenueAccount    VALUE "R".
               88  GA-ExpenseAccount    VALUE "X".
               88  GA-ValidAccountType  VALUE "A" "L" "E" "R" "X".
           05  GA-FISCAL-YEAR       PIC 9(4).
           05  GA-OPENING-BALANCE   PIC S9(9)V99.
           05  GA-MONTH-TOTALS OCCURS 12 TIMES.
               10  GA-MONTH-DEBITS  PIC 9(9)V99.
               10  GA-MONTH-CREDITS PIC 9(9)V99.
           05  GA-PRIOR-MONTH-TOTALS OCCURS 12 TIMES.
               10  GA-PRIOR-DEBITS  PIC 9(9)V99.
               10  GA-PRIOR-CREDITS PIC 9(9)V99.
           05  GA-LAST-POSTED-DATE  PIC 9(8).
      *> Statement line the account reports under on the income
      *> statement or balance sheet (a STMTLINE.REF code); spaces
      *> report it under its type's unassigned line.
           05  GA-STATEMENT-LINE    PIC X(4).
