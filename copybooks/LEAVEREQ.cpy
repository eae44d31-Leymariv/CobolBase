      *> LEAVEREQ - leave request master (LEAVEREQ.DAT, indexed by
      *> LQ-REQUEST-KEY: employee and first day of leave). Kept by
      *> LeaveRequestMaint: a request is entered as requested,
      *> then approved or rejected by a supervisor, and may be
      *> cancelled while it is still requested or approved.
      *> LQ-LEAVE-DAYS counts the working days (Monday to Friday)
      *> from the start to the end date. LeavePosting turns the
      *> approved requests into each week's authorized absences,
      *> and LeaveCalendar shows who is out when.
       01  LEAVE-REQUEST-RECORD.
           05  LQ-REQUEST-KEY.
               10  LQ-EMPLOYEE-NO       PIC 9(6).
               10  LQ-START-DATE        PIC 9(8).
           05  LQ-END-DATE              PIC 9(8).
           05  LQ-LEAVE-TYPE            PIC X.
               88  LQ-VacationLeave         VALUE "V".
               88  LQ-SickLeave             VALUE "S".
               88  LQ-UnpaidLeave           VALUE "U".
               88  LQ-ValidLeaveType        VALUE "V" "S" "U".
           05  LQ-LEAVE-DAYS            PIC 999.
           05  LQ-REQUEST-STATUS        PIC X.
               88  LQ-Requested             VALUE "R".
               88  LQ-Approved              VALUE "A".
               88  LQ-Rejected              VALUE "J".
               88  LQ-Cancelled             VALUE "C".
               88  LQ-LeaveBooked           VALUE "R" "A".
           05  LQ-REQUESTED-DATE        PIC 9(8).
           05  LQ-DECIDED-BY            PIC X(8).
           05  LQ-DECIDED-DATE          PIC 9(8).
