       IDENTIFICATION DIVISION.
       PROGRAM-ID. LeaveCalendar.
      * Department leave calendar. For the payroll week the operator
      * keys, shows who is out on which day: one line per employee
      * with leave requested or approved in the week, under their
      * EM-DEPARTMENT-CODE, with a column for each of the week's
      * seven days. Approved leave prints as V, S or U for
      * vacation, sick or unpaid; leave still awaiting a decision
      * prints in lower case. Each department ends with the number
      * out on each day. The employee lines are gathered into
      * LVCAL.TMP and sorted by department (same SORT/OUTPUT
      * PROCEDURE shape as CourseRoster) before printing to
      * LVCAL.RPT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT EMPLOYEE-MASTER
            ASSIGN TO "EMPLOYEE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EM-EMPLOYEE-NO
            FILE STATUS IS WS-EMPLOYEE-STATUS.
          SELECT LEAVE-REQUEST-MASTER
            ASSIGN TO "LEAVEREQ.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LQ-REQUEST-KEY
            FILE STATUS IS WS-LEAVE-REQUEST-STATUS.
          SELECT PAY-CALENDAR-FILE
            ASSIGN TO "PAYCAL.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAY-CALENDAR-STATUS.
          SELECT CALENDAR-WORK-FILE
            ASSIGN TO "LVCAL.TMP"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CALENDAR-WORK-STATUS.
          SELECT LEAVE-CALENDAR-REPORT
            ASSIGN TO "LVCAL.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.
          SELECT SORT-FILE-NAME
            ASSIGN TO "LVCALSRT.TMP".

        DATA DIVISION.
        FILE SECTION.
        FD  EMPLOYEE-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY EMPREC.

        FD  LEAVE-REQUEST-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY LEAVEREQ.

        FD  PAY-CALENDAR-FILE
            LABEL RECORDS ARE STANDARD.
        01  PAY-CALENDAR-RECORD.
            05  PK-WEEK-ONE-DATE     PIC 9(8).

        FD  CALENDAR-WORK-FILE
            LABEL RECORDS ARE STANDARD.
        01  CALENDAR-WORK-RECORD.
            05  CW-DEPARTMENT-CODE   PIC X(4).
            05  CW-EMPLOYEE-NO       PIC 9(6).
            05  CW-EMPLOYEE-NAME     PIC X(20).
            05  CW-DAY-CODE          PIC X OCCURS 7 TIMES.

        FD  LEAVE-CALENDAR-REPORT
            LABEL RECORDS ARE STANDARD.
        01  LeaveCalendarLine        PIC X(80).

        SD  SORT-FILE-NAME.
        01  SORT-CALENDAR-RECORD.
            05  SC-DEPARTMENT-CODE   PIC X(4).
            05  SC-EMPLOYEE-NO       PIC 9(6).
            05  SC-EMPLOYEE-NAME     PIC X(20).
            05  SC-DAY-CODE          PIC X OCCURS 7 TIMES.

        WORKING-STORAGE SECTION.
        01  WS-EMPLOYEE-STATUS       PIC XX.
            88  EmployeeFileOK           VALUE "00".
        01  WS-LEAVE-REQUEST-STATUS  PIC XX.
            88  LeaveRequestMasterOK     VALUE "00".
        01  WS-PAY-CALENDAR-STATUS   PIC XX.
        01  WS-CALENDAR-WORK-STATUS  PIC XX.
        01  WS-REPORT-STATUS         PIC XX.

        01  WS-CALENDAR-WEEK-NO      PIC 99.
        01  WS-WEEK-ONE-DATE         PIC 9(8).
        01  WS-WEEK-ONE-DAY-NO       PIC 9(7).
        01  WS-WEEK-START-DAY-NO     PIC 9(7).
        01  WS-WEEK-END-DAY-NO       PIC 9(7).
        01  WS-WEEK-START-DATE       PIC 9(8).
        01  WS-WEEK-END-DATE         PIC 9(8).
        01  WS-FROM-DAY-NO           PIC 9(7).
        01  WS-TO-DAY-NO             PIC 9(7).
        01  WS-SCAN-DAY-NO           PIC 9(7).
        01  WS-DAY-QUOTIENT          PIC 9(7).
        01  WS-DAY-OF-WEEK           PIC 9.
            88  WorkingDay               VALUE 1 THRU 5.
        01  WS-DAY-IDX               PIC 9.
        01  WS-DAY-CODE              PIC X.
        01  WS-CALENDAR-DATE         PIC 9(8).
        01  WS-CALENDAR-DATE-X REDEFINES WS-CALENDAR-DATE.
            05  FILLER               PIC X(4).
            05  WS-CD-MONTH          PIC XX.
            05  WS-CD-DAY            PIC XX.

        01  WS-MC-ACTION             PIC X.
        01  WS-MC-FILE-ID            PIC X(8) VALUE "EMPLOYEE".
        01  WS-MC-COUNT              PIC 9(7).
        01  WS-MC-HASH               PIC 9(15).
        01  WS-MC-RESULT             PIC X.
            88  MasterControlOK          VALUE "Y".
        01  WS-MASTER-EOF            PIC X.
            88  EndOfEmployeeMaster      VALUE "Y".
        01  WS-REQUEST-EOF           PIC X.
            88  EndOfLeaveRequests       VALUE "Y".
        01  WS-EOSORT                PIC X VALUE "N".
            88  EndOfSortedCalendar      VALUE "Y".

        01  WS-RL-ACTION             PIC X.
        01  WS-RL-PROGRAM-NAME       PIC X(15) VALUE "LeaveCalendar".
        01  WS-RL-RECORDS-READ       PIC 9(7) VALUE ZERO.
        01  WS-RL-RECORDS-WRITTEN    PIC 9(7) VALUE ZERO.
        01  WS-RL-STATUS             PIC X(8).

      * The employee line being built from the requests, which
      * arrive in employee order.
        01  WS-LINE-OPEN             PIC X VALUE "N".
            88  EmployeeLineOpen         VALUE "Y".
        01  WS-EMPLOYEES-OUT         PIC 9(5) VALUE ZERO.
        01  WS-PREVIOUS-DEPARTMENT   PIC X(4).
        01  WS-DEPARTMENT-LINES      PIC 9(5) VALUE ZERO.
        01  WS-DEPARTMENT-OUT.
            05  WS-DAY-OUT-COUNT     PIC 999 OCCURS 7 TIMES.

        01  WS-HEADING-LINE.
            05  FILLER               PIC X(24)
                VALUE "LEAVE CALENDAR - PAYROLL".
            05  FILLER               PIC X(6) VALUE " WEEK ".
            05  WS-HL-WEEK-NO        PIC Z9.
            05  FILLER               PIC X(3) VALUE "  (".
            05  WS-HL-START-DATE     PIC 9(8).
            05  FILLER               PIC X(3) VALUE " - ".
            05  WS-HL-END-DATE       PIC 9(8).
            05  FILLER               PIC X VALUE ")".
        01  WS-LEGEND-LINE.
            05  FILLER               PIC X(40)
                VALUE "V VACATION  S SICK  U UNPAID  (LOWER CAS".
            05  FILLER               PIC X(30)
                VALUE "E = REQUESTED, NOT YET DECIDED".
        01  WS-DEPARTMENT-HEADING-LINE.
            05  FILLER               PIC X(11) VALUE "DEPARTMENT ".
            05  WS-DHL-DEPARTMENT    PIC X(4).
        01  WS-DAY-HEADING-LINE.
            05  FILLER               PIC X(29) VALUE SPACES.
            05  WS-DAY-HEADING OCCURS 7 TIMES.
              10  FILLER             PIC X VALUE SPACE.
              10  WS-DH-MONTH        PIC XX.
              10  FILLER             PIC X VALUE "/".
              10  WS-DH-DAY          PIC XX.
        01  WS-CALENDAR-DETAIL-LINE.
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-CDL-EMPLOYEE-NO   PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-CDL-NAME          PIC X(20).
            05  WS-CDL-DAY OCCURS 7 TIMES.
              10  FILLER             PIC X(3) VALUE SPACES.
              10  WS-CDL-DAY-CODE    PIC X.
              10  FILLER             PIC X(2) VALUE SPACES.
        01  WS-DEPARTMENT-OUT-LINE.
            05  FILLER               PIC X(29)
                VALUE "  OUT".
            05  WS-DOL-DAY OCCURS 7 TIMES.
              10  FILLER             PIC X VALUE SPACE.
              10  WS-DOL-COUNT       PIC ZZZ9.
              10  FILLER             PIC X VALUE SPACE.
        01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            MOVE "S" TO WS-RL-ACTION
            MOVE "STARTED" TO WS-RL-STATUS
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS
            PERFORM LOAD-PAY-CALENDAR
            DISPLAY "Payroll week for the leave calendar (1-52) - "
                WITH NO ADVANCING
            ACCEPT WS-CALENDAR-WEEK-NO
            IF WS-CALENDAR-WEEK-NO IS NOT NUMERIC
               OR WS-CALENDAR-WEEK-NO < 1 OR WS-CALENDAR-WEEK-NO > 52
                DISPLAY "Payroll week must be 1 to 52 - leave "
                    "calendar refused"
                MOVE "BADWEEK" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            COMPUTE WS-WEEK-START-DAY-NO =
                WS-WEEK-ONE-DAY-NO + ((WS-CALENDAR-WEEK-NO - 1) * 7)
            COMPUTE WS-WEEK-END-DAY-NO = WS-WEEK-START-DAY-NO + 6
            COMPUTE WS-WEEK-START-DATE =
                FUNCTION DATE-OF-INTEGER(WS-WEEK-START-DAY-NO)
            COMPUTE WS-WEEK-END-DATE =
                FUNCTION DATE-OF-INTEGER(WS-WEEK-END-DAY-NO)
            OPEN INPUT EMPLOYEE-MASTER
            IF NOT EmployeeFileOK
                DISPLAY "No EMPLOYEE-MASTER available, leave calendar "
                    "aborted"
                MOVE "NOFILE" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            PERFORM VERIFY-MASTER-CONTROL-TOTALS
            IF NOT MasterControlOK
                DISPLAY "EMPLOYEE-MASTER FAILS ITS CONTROL TOTALS - "
                    "LEAVE CALENDAR REFUSED"
                MOVE "BADCTL" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            OPEN OUTPUT CALENDAR-WORK-FILE
            OPEN INPUT LEAVE-REQUEST-MASTER
            IF LeaveRequestMasterOK
                PERFORM GATHER-WEEK-LEAVE
                CLOSE LEAVE-REQUEST-MASTER
            ELSE
                DISPLAY "No LEAVEREQ.DAT on file, calendar will be "
                    "empty"
            END-IF
            CLOSE CALENDAR-WORK-FILE
            CLOSE EMPLOYEE-MASTER
            OPEN OUTPUT LEAVE-CALENDAR-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE LeaveCalendarLine FROM REPORT-STAMP-LINE
            MOVE WS-CALENDAR-WEEK-NO TO WS-HL-WEEK-NO
            MOVE WS-WEEK-START-DATE TO WS-HL-START-DATE
            MOVE WS-WEEK-END-DATE TO WS-HL-END-DATE
            WRITE LeaveCalendarLine FROM WS-HEADING-LINE
            WRITE LeaveCalendarLine FROM WS-LEGEND-LINE
            WRITE LeaveCalendarLine FROM WS-BLANK-LINE
            PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
                COMPUTE WS-CALENDAR-DATE = FUNCTION DATE-OF-INTEGER(
                    WS-WEEK-START-DAY-NO + WS-DAY-IDX - 1)
                MOVE WS-CD-MONTH TO WS-DH-MONTH(WS-DAY-IDX)
                MOVE WS-CD-DAY TO WS-DH-DAY(WS-DAY-IDX)
            END-PERFORM
            SORT SORT-FILE-NAME
                ON ASCENDING KEY SC-DEPARTMENT-CODE SC-EMPLOYEE-NO
                USING CALENDAR-WORK-FILE
                OUTPUT PROCEDURE IS PRINT-LEAVE-CALENDAR
            CLOSE LEAVE-CALENDAR-REPORT
            MOVE WS-EMPLOYEES-OUT TO WS-RL-RECORDS-WRITTEN
            DISPLAY "Leave calendar for week " WS-CALENDAR-WEEK-NO
                ": " WS-EMPLOYEES-OUT " employee(s) with leave"
            MOVE "COMPLETE" TO WS-RL-STATUS
            PERFORM LOG-RUN-END
            GOBACK.

      * Without a calendar on file the operator keys week 1.
        LOAD-PAY-CALENDAR.
            MOVE 0 TO WS-WEEK-ONE-DATE
            OPEN INPUT PAY-CALENDAR-FILE
            IF WS-PAY-CALENDAR-STATUS = "00"
                READ PAY-CALENDAR-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE PK-WEEK-ONE-DATE TO WS-WEEK-ONE-DATE
                END-READ
                CLOSE PAY-CALENDAR-FILE
            END-IF
            IF WS-WEEK-ONE-DATE IS NOT NUMERIC
               OR WS-WEEK-ONE-DATE = ZERO
                DISPLAY "No PAYCAL.REF on file - first day of "
                    "payroll week 1 (CCYYMMDD) - " WITH NO ADVANCING
                ACCEPT WS-WEEK-ONE-DATE
            END-IF
            COMPUTE WS-WEEK-ONE-DAY-NO =
                FUNCTION INTEGER-OF-DATE(WS-WEEK-ONE-DATE).

      * One pass of the request file; an employee's requests touching
      * the week are merged into a single calendar line, written
      * when the next employee's requests begin.
        GATHER-WEEK-LEAVE.
            MOVE "N" TO WS-REQUEST-EOF
            PERFORM UNTIL EndOfLeaveRequests
                READ LEAVE-REQUEST-MASTER NEXT RECORD
                    AT END SET EndOfLeaveRequests TO TRUE
                    NOT AT END
                        ADD 1 TO WS-RL-RECORDS-READ
                        IF LQ-LeaveBooked
                           AND LQ-START-DATE <= WS-WEEK-END-DATE
                           AND LQ-END-DATE >= WS-WEEK-START-DATE
                            PERFORM MARK-ONE-REQUEST
                        END-IF
                END-READ
            END-PERFORM
            IF EmployeeLineOpen
                PERFORM WRITE-CALENDAR-WORK-LINE
            END-IF.

        MARK-ONE-REQUEST.
            IF EmployeeLineOpen
               AND CW-EMPLOYEE-NO NOT = LQ-EMPLOYEE-NO
                PERFORM WRITE-CALENDAR-WORK-LINE
            END-IF
            IF NOT EmployeeLineOpen
                PERFORM START-CALENDAR-WORK-LINE
            END-IF
            EVALUATE TRUE
                WHEN LQ-Approved
                    MOVE LQ-LEAVE-TYPE TO WS-DAY-CODE
                WHEN LQ-SickLeave
                    MOVE "s" TO WS-DAY-CODE
                WHEN LQ-UnpaidLeave
                    MOVE "u" TO WS-DAY-CODE
                WHEN OTHER
                    MOVE "v" TO WS-DAY-CODE
            END-EVALUATE
            COMPUTE WS-FROM-DAY-NO =
                FUNCTION INTEGER-OF-DATE(LQ-START-DATE)
            IF WS-FROM-DAY-NO < WS-WEEK-START-DAY-NO
                MOVE WS-WEEK-START-DAY-NO TO WS-FROM-DAY-NO
            END-IF
            COMPUTE WS-TO-DAY-NO =
                FUNCTION INTEGER-OF-DATE(LQ-END-DATE)
            IF WS-TO-DAY-NO > WS-WEEK-END-DAY-NO
                MOVE WS-WEEK-END-DAY-NO TO WS-TO-DAY-NO
            END-IF
      * Day 1 of the calendar count was a Monday, so the remainder
      * over 7 is 1 for Monday through 5 for Friday. Weekends are
      * not leave days and stay blank.
            PERFORM VARYING WS-SCAN-DAY-NO FROM WS-FROM-DAY-NO BY 1
                UNTIL WS-SCAN-DAY-NO > WS-TO-DAY-NO
                DIVIDE 7 INTO WS-SCAN-DAY-NO
                    GIVING WS-DAY-QUOTIENT REMAINDER WS-DAY-OF-WEEK
                IF WorkingDay
                    COMPUTE WS-DAY-IDX =
                        WS-SCAN-DAY-NO - WS-WEEK-START-DAY-NO + 1
                    MOVE WS-DAY-CODE TO CW-DAY-CODE(WS-DAY-IDX)
                END-IF
            END-PERFORM.

      * The department and name come from a keyed read on the
      * master; an employee no longer on file prints under a blank
      * department.
        START-CALENDAR-WORK-LINE.
            MOVE SPACES TO CALENDAR-WORK-RECORD
            MOVE LQ-EMPLOYEE-NO TO CW-EMPLOYEE-NO
            MOVE LQ-EMPLOYEE-NO TO EM-EMPLOYEE-NO
            READ EMPLOYEE-MASTER
                INVALID KEY
                    MOVE "NOT ON FILE" TO CW-EMPLOYEE-NAME
                NOT INVALID KEY
                    MOVE EM-DEPARTMENT-CODE TO CW-DEPARTMENT-CODE
                    MOVE EM-EMPLOYEE-NAME TO CW-EMPLOYEE-NAME
            END-READ
            MOVE "Y" TO WS-LINE-OPEN.

      * A line whose leave falls only on the weekend has nothing to
      * show and is dropped.
        WRITE-CALENDAR-WORK-LINE.
            MOVE "N" TO WS-LINE-OPEN
            PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
                IF CW-DAY-CODE(WS-DAY-IDX) NOT = SPACE
                    MOVE "Y" TO WS-LINE-OPEN
                END-IF
            END-PERFORM
            IF EmployeeLineOpen
                WRITE CALENDAR-WORK-RECORD
                ADD 1 TO WS-EMPLOYEES-OUT
            END-IF
            MOVE "N" TO WS-LINE-OPEN.

        PRINT-LEAVE-CALENDAR.
            MOVE HIGH-VALUES TO WS-PREVIOUS-DEPARTMENT
            PERFORM RETURN-SORTED-CALENDAR
            PERFORM UNTIL EndOfSortedCalendar
                IF SC-DEPARTMENT-CODE NOT = WS-PREVIOUS-DEPARTMENT
                    IF WS-DEPARTMENT-LINES > 0
                        PERFORM WRITE-DEPARTMENT-OUT-COUNTS
                    END-IF
                    MOVE SC-DEPARTMENT-CODE TO WS-PREVIOUS-DEPARTMENT
                    PERFORM WRITE-DEPARTMENT-HEADING
                END-IF
                PERFORM WRITE-CALENDAR-DETAIL
                PERFORM RETURN-SORTED-CALENDAR
            END-PERFORM
            IF WS-DEPARTMENT-LINES > 0
                PERFORM WRITE-DEPARTMENT-OUT-COUNTS
            END-IF.

        RETURN-SORTED-CALENDAR.
            RETURN SORT-FILE-NAME
                AT END SET EndOfSortedCalendar TO TRUE
            END-RETURN.

        WRITE-DEPARTMENT-HEADING.
            MOVE 0 TO WS-DEPARTMENT-LINES
            INITIALIZE WS-DEPARTMENT-OUT
            MOVE WS-PREVIOUS-DEPARTMENT TO WS-DHL-DEPARTMENT
            WRITE LeaveCalendarLine FROM WS-DEPARTMENT-HEADING-LINE
            WRITE LeaveCalendarLine FROM WS-DAY-HEADING-LINE.

        WRITE-CALENDAR-DETAIL.
            ADD 1 TO WS-DEPARTMENT-LINES
            MOVE SC-EMPLOYEE-NO TO WS-CDL-EMPLOYEE-NO
            MOVE SC-EMPLOYEE-NAME TO WS-CDL-NAME
            PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
                MOVE SC-DAY-CODE(WS-DAY-IDX)
                    TO WS-CDL-DAY-CODE(WS-DAY-IDX)
                IF SC-DAY-CODE(WS-DAY-IDX) NOT = SPACE
                    ADD 1 TO WS-DAY-OUT-COUNT(WS-DAY-IDX)
                END-IF
            END-PERFORM
            WRITE LeaveCalendarLine FROM WS-CALENDAR-DETAIL-LINE.

        WRITE-DEPARTMENT-OUT-COUNTS.
            PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
                MOVE WS-DAY-OUT-COUNT(WS-DAY-IDX)
                    TO WS-DOL-COUNT(WS-DAY-IDX)
            END-PERFORM
            WRITE LeaveCalendarLine FROM WS-DEPARTMENT-OUT-LINE
            WRITE LeaveCalendarLine FROM WS-BLANK-LINE.

        LOG-RUN-END.
            MOVE "E" TO WS-RL-ACTION
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS.

      * The refuse-on-imbalance check every reader of the employee
      * master makes before trusting it.
        VERIFY-MASTER-CONTROL-TOTALS.
            MOVE 0 TO WS-MC-COUNT
            MOVE 0 TO WS-MC-HASH
            MOVE "N" TO WS-MASTER-EOF
            PERFORM UNTIL EndOfEmployeeMaster
                READ EMPLOYEE-MASTER NEXT RECORD
                    AT END SET EndOfEmployeeMaster TO TRUE
                    NOT AT END
                        ADD 1 TO WS-MC-COUNT
                        COMPUTE WS-MC-HASH =
                            WS-MC-HASH + (EM-WAGE-RATE * 100)
                END-READ
            END-PERFORM
            CLOSE EMPLOYEE-MASTER
            MOVE "V" TO WS-MC-ACTION
            CALL "MasterControl" USING WS-MC-ACTION WS-MC-FILE-ID
                WS-MC-COUNT WS-MC-HASH WS-MC-RESULT
            IF MasterControlOK
                OPEN INPUT EMPLOYEE-MASTER
            END-IF.
