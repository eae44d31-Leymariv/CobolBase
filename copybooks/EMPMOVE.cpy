      *> EMPMOVE - employee movement history (EMPMOVE.DAT). One
      *> record is appended by EmployeeMaint for every hire,
      *> termination and department transfer it applies, dated with
      *> the movement's effective date, so headcount and turnover
      *> for any past month can be rebuilt from the file rather
      *> than from the printed EMPMOVE.RPT registers. A hire carries
      *> the new department as MV-TO-DEPARTMENT; a transfer carries
      *> both sides; a termination carries the department left as
      *> both, and MV-HIRE-DATE (zero if not known) for the length
      *> of service.
       01  EMPLOYEE-MOVEMENT-RECORD.
           05  MV-EFFECTIVE-DATE    PIC 9(8).
           05  MV-EMPLOYEE-NO       PIC 9(6).
           05  MV-MOVEMENT-TYPE     PIC X.
               88  MV-Hire              VALUE "H".
               88  MV-Termination       VALUE "T".
               88  MV-Transfer          VALUE "D".
           05  MV-FROM-DEPARTMENT   PIC X(4).
           05  MV-TO-DEPARTMENT     PIC X(4).
           05  MV-HIRE-DATE         PIC 9(8).
           05  MV-EMPLOYEE-NAME     PIC X(20).
           05  MV-RUN-DATE          PIC 9(8).
           05  MV-OPERATOR-ID       PIC X(8).
