      *> the next trip escalates instead of repeating.
           05  EM-DISCIPLINE-STAGE          PIC 9.
           05  EM-DISCIPLINE-DATE           PIC 9(8).
      *> Hours built from time-clock punches by TimeClockImport,
      *> one slot per EM-WEEK-RECORD subscript. "C" means that
      *> week's counts and hours came from the punches and the
      *> payroll pays the clocked hours; spaces (older records,
      *> or no punches) keep the standard-week derivation.
           05  EM-WEEK-CLOCKED OCCURS 52 TIMES.
               10  EM-CLOCKED-FLAG              PIC X.
                   88  EM-HoursClocked              VALUE "C".
               10  EM-CLOCKED-HOURS             PIC 999V99.
      *> Leave posted by LeavePosting from approved LEAVEREQ.DAT
      *> requests, one slot per EM-WEEK-RECORD subscript: how many
      *> of the week's EM-AUTHORIZED-ABSENCES were sick days and
      *> how many unpaid (the rest are vacation). "L" marks a week
      *> whose authorized absences came from the leave requests;
      *> spaces on older records mean no breakdown - all vacation.
           05  EM-WEEK-LEAVE OCCURS 52 TIMES.
               10  EM-LEAVE-POSTED-FLAG         PIC X.
                   88  EM-LeavePosted               VALUE "L".
               10  EM-SICK-DAYS                 PIC 9.
               10  EM-UNPAID-DAYS               PIC 9.
      *> Date the employee started, stamped by EmployeeMaint's hire
      *> transaction. Zero (spaces on records hired before it was
      *> kept) = not known, and the employee is left out of tenure
      *> figures.
           05  EM-HIRE-DATE                 PIC 9(8).
