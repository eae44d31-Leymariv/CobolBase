      *> SALESREP - salesperson master record (SALESREP.REF, one
      *> line per salesperson, kept by the sales office the way
      *> CONTRACT.REF is). Ties the salesperson code carried on
      *> the customer master and the order header to the
      *> EMPLOYEE.DAT employee paid through PayrollRun, and names
      *> the COMMPLAN.REF plan the commission is figured on.
       01  SALESPERSON-RECORD.
           05  SR-SALESPERSON-CODE  PIC X(4).
           05  FILLER               PIC X.
           05  SR-EMPLOYEE-NO       PIC 9(6).
           05  FILLER               PIC X.
           05  SR-PLAN-CODE         PIC X(4).
           05  FILLER               PIC X.
           05  SR-STATUS            PIC X.
               88  SR-SalespersonActive VALUE "A" SPACE.
               88  SR-SalespersonLeft   VALUE "L".
