      *> BUDGET - departmental budget file (BUDGET.REF), kept by
      *> finance. One "B" line per department, GL category and
      *> fiscal year with the twelve monthly amounts budgeted - the
      *> department and category are the ones PayrollRun's GL
      *> distribution writes on GLPOST.DAT (GROSS, PENEXP). One "H"
      *> line carries the percentage over budget at which
      *> BudgetVariance flags a department.
       01  BUDGET-RECORD.
           05  BG-RECORD-TYPE       PIC X.
               88  BG-ThresholdRecord   VALUE "H".
               88  BG-BudgetLine        VALUE "B".
           05  BG-DEPARTMENT        PIC X(4).
           05  BG-CATEGORY          PIC X(8).
           05  BG-FISCAL-YEAR       PIC 9(4).
           05  BG-MONTH-BUDGET      PIC 9(7)V99 OCCURS 12 TIMES.
       01  BUDGET-THRESHOLD-RECORD REDEFINES BUDGET-RECORD.
           05  BT-RECORD-TYPE       PIC X.
           05  BT-OVER-PERCENT      PIC 9(3)V9.
           05  FILLER               PIC X(120).
