       IDENTIFICATION DIVISION.
       PROGRAM-ID. LeavePosting.
      * Weekly leave posting. For the payroll week the operator
      * keys, counts the working days (Monday to Friday) of every
      * approved LEAVEREQ.DAT request that fall in the week and
      * posts them to the employee's EM-WEEK-RECORD slot for that
      * week: the total as EM-AUTHORIZED-ABSENCES, with the sick
      * and unpaid days of it held in the EM-WEEK-LEAVE breakdown
      * so PayrollRun stops paying the unpaid days and LeaveAccrual
      * charges only vacation to the entitlement. The posted
      * counts replace whatever was keyed for the week; a week
      * posted before is posted again from scratch, so a rerun
      * after a cancellation takes the cancelled days back off.
      * Run it before TimeClockImport for the week, which counts
      * absences against the authorized ones. LVPOST.RPT lists
      * what was posted.

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
          SELECT LEAVE-POSTING-REPORT
            ASSIGN TO "LVPOST.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

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

        FD  LEAVE-POSTING-REPORT
            LABEL RECORDS ARE STANDARD.
        01  LeavePostingLine         PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-EMPLOYEE-STATUS       PIC XX.
            88  EmployeeFileOK           VALUE "00".
        01  WS-LEAVE-REQUEST-STATUS  PIC XX.
            88  LeaveRequestMasterOK     VALUE "00".
        01  WS-PAY-CALENDAR-STATUS   PIC XX.
        01  WS-REPORT-STATUS         PIC XX.

        01  WS-POST-WEEK-NO          PIC 99.
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
        01  WS-DAYS-IN-WEEK          PIC 9.

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

        01  WS-RL-ACTION             PIC X.
        01  WS-RL-PROGRAM-NAME       PIC X(15) VALUE "LeavePosting".
        01  WS-RL-RECORDS-READ       PIC 9(7) VALUE ZERO.
        01  WS-RL-RECORDS-WRITTEN    PIC 9(7) VALUE ZERO.
        01  WS-RL-STATUS             PIC X(8).

      * The week's approved leave, one entry per employee in
      * employee order as the request file delivers it.
        78  WS-LEAVE-TABLE-CAPACITY  VALUE 500.
        01  WS-LP-COUNT              PIC 999 VALUE ZERO.
        01  WS-LP-IDX                PIC 999.
        01  WS-LEAVE-OVERFLOW        PIC X VALUE "N".
            88  TooMuchLeave             VALUE "Y".
        01  WS-WEEK-LEAVE-TABLE.
            05  WS-WEEK-LEAVE-ENTRY OCCURS 500 TIMES.
              10  LP-EMPLOYEE-NO     PIC 9(6).
              10  LP-VACATION-DAYS   PIC 99.
              10  LP-SICK-DAYS       PIC 99.
              10  LP-UNPAID-DAYS     PIC 99.
        01  WS-LEAVE-FOUND           PIC X.
            88  EmployeeHasLeave         VALUE "Y".
        01  WS-FOUND-IDX             PIC 999.

        01  WS-WH-IDX                PIC 99.
        01  WS-SLOT-IDX              PIC 99.
        01  WS-VACATION-DAYS         PIC 99.
        01  WS-SICK-DAYS             PIC 99.
        01  WS-UNPAID-DAYS           PIC 99.
        01  WS-EMPLOYEES-POSTED      PIC 9(5) VALUE ZERO.

        01  WS-HEADING-LINE.
            05  FILLER               PIC X(24)
                VALUE "LEAVE POSTED - PAYROLL W".
            05  FILLER               PIC X(4) VALUE "EEK ".
            05  WS-HL-WEEK-NO        PIC Z9.
            05  FILLER               PIC X(3) VALUE "  (".
            05  WS-HL-START-DATE     PIC 9(8).
            05  FILLER               PIC X(3) VALUE " - ".
            05  WS-HL-END-DATE       PIC 9(8).
            05  FILLER               PIC X VALUE ")".
        01  WS-POSTING-LINE.
            05  WS-PL-EMPLOYEE-NO    PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-PL-NAME           PIC X(20).
            05  FILLER               PIC X(11) VALUE "  VACATION ".
            05  WS-PL-VACATION       PIC 9.
            05  FILLER               PIC X(7) VALUE "  SICK ".
            05  WS-PL-SICK           PIC 9.
            05  FILLER               PIC X(9) VALUE "  UNPAID ".
            05  WS-PL-UNPAID         PIC 9.
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-PL-NOTE           PIC X(20).

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "LeavePosting".
        01  WS-RJ-IMAGE              PIC X(2000).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            MOVE "S" TO WS-RL-ACTION
            MOVE "STARTED" TO WS-RL-STATUS
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS
            PERFORM LOAD-PAY-CALENDAR
            DISPLAY "Payroll week to post leave for (1-52) - "
                WITH NO ADVANCING
            ACCEPT WS-POST-WEEK-NO
            IF WS-POST-WEEK-NO IS NOT NUMERIC
               OR WS-POST-WEEK-NO < 1 OR WS-POST-WEEK-NO > 52
                DISPLAY "Payroll week must be 1 to 52 - leave "
                    "posting refused"
                MOVE "BADWEEK" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            COMPUTE WS-WEEK-START-DAY-NO =
                WS-WEEK-ONE-DAY-NO + ((WS-POST-WEEK-NO - 1) * 7)
            COMPUTE WS-WEEK-END-DAY-NO = WS-WEEK-START-DAY-NO + 6
            COMPUTE WS-WEEK-START-DATE =
                FUNCTION DATE-OF-INTEGER(WS-WEEK-START-DAY-NO)
            COMPUTE WS-WEEK-END-DATE =
                FUNCTION DATE-OF-INTEGER(WS-WEEK-END-DAY-NO)
            OPEN INPUT LEAVE-REQUEST-MASTER
            IF NOT LeaveRequestMasterOK
                DISPLAY "No LEAVEREQ.DAT on file, no leave to post"
                MOVE "NOFILE" TO WS-RL-STATUS
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            PERFORM LOAD-WEEK-LEAVE
            CLOSE LEAVE-REQUEST-MASTER
            IF TooMuchLeave
                DISPLAY "More than " WS-LEAVE-TABLE-CAPACITY
                    " employees on leave in week " WS-POST-WEEK-NO
                    " - leave posting refused, nothing posted"
                MOVE "TOOMANY" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            OPEN INPUT EMPLOYEE-MASTER
            IF NOT EmployeeFileOK
                DISPLAY "No EMPLOYEE-MASTER available, leave posting "
                    "aborted"
                MOVE "NOFILE" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            PERFORM VERIFY-MASTER-CONTROL-TOTALS
            IF NOT MasterControlOK
                DISPLAY "EMPLOYEE-MASTER FAILS ITS CONTROL TOTALS - "
                    "LEAVE POSTING REFUSED"
                MOVE "BADCTL" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            OPEN OUTPUT LEAVE-POSTING-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE LeavePostingLine FROM REPORT-STAMP-LINE
            MOVE WS-POST-WEEK-NO TO WS-HL-WEEK-NO
            MOVE WS-WEEK-START-DATE TO WS-HL-START-DATE
            MOVE WS-WEEK-END-DATE TO WS-HL-END-DATE
            WRITE LeavePostingLine FROM WS-HEADING-LINE
            MOVE "N" TO WS-MASTER-EOF
            PERFORM UNTIL EndOfEmployeeMaster
                READ EMPLOYEE-MASTER NEXT RECORD
                    AT END SET EndOfEmployeeMaster TO TRUE
                    NOT AT END PERFORM POST-ONE-EMPLOYEE
                END-READ
            END-PERFORM
            CLOSE EMPLOYEE-MASTER
            CLOSE LEAVE-POSTING-REPORT
            MOVE WS-EMPLOYEES-POSTED TO WS-RL-RECORDS-WRITTEN
            DISPLAY "Leave posting for week " WS-POST-WEEK-NO ": "
                WS-LP-COUNT " employee(s) on approved leave, "
                WS-EMPLOYEES-POSTED " week record(s) posted"
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

      * One pass of the request file for approved leave touching
      * the week.
        LOAD-WEEK-LEAVE.
            MOVE "N" TO WS-REQUEST-EOF
            PERFORM UNTIL EndOfLeaveRequests OR TooMuchLeave
                READ LEAVE-REQUEST-MASTER NEXT RECORD
                    AT END SET EndOfLeaveRequests TO TRUE
                    NOT AT END
                        ADD 1 TO WS-RL-RECORDS-READ
                        IF LQ-Approved
                           AND LQ-START-DATE <= WS-WEEK-END-DATE
                           AND LQ-END-DATE >= WS-WEEK-START-DATE
                            PERFORM NOTE-ONE-REQUEST
                        END-IF
                END-READ
            END-PERFORM.

        NOTE-ONE-REQUEST.
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
      * over 7 is 1 for Monday through 5 for Friday.
            MOVE 0 TO WS-DAYS-IN-WEEK
            PERFORM VARYING WS-SCAN-DAY-NO FROM WS-FROM-DAY-NO BY 1
                UNTIL WS-SCAN-DAY-NO > WS-TO-DAY-NO
                DIVIDE 7 INTO WS-SCAN-DAY-NO
                    GIVING WS-DAY-QUOTIENT REMAINDER WS-DAY-OF-WEEK
                IF WorkingDay
                    ADD 1 TO WS-DAYS-IN-WEEK
                END-IF
            END-PERFORM
            IF WS-DAYS-IN-WEEK = 0
                EXIT PARAGRAPH
            END-IF
            IF WS-LP-COUNT = 0
               OR LP-EMPLOYEE-NO(WS-LP-COUNT) NOT = LQ-EMPLOYEE-NO
                IF WS-LP-COUNT = WS-LEAVE-TABLE-CAPACITY
                    MOVE "Y" TO WS-LEAVE-OVERFLOW
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-LP-COUNT
                MOVE LQ-EMPLOYEE-NO TO LP-EMPLOYEE-NO(WS-LP-COUNT)
                MOVE 0 TO LP-VACATION-DAYS(WS-LP-COUNT)
                MOVE 0 TO LP-SICK-DAYS(WS-LP-COUNT)
                MOVE 0 TO LP-UNPAID-DAYS(WS-LP-COUNT)
            END-IF
            EVALUATE TRUE
                WHEN LQ-SickLeave
                    ADD WS-DAYS-IN-WEEK TO LP-SICK-DAYS(WS-LP-COUNT)
                WHEN LQ-UnpaidLeave
                    ADD WS-DAYS-IN-WEEK TO LP-UNPAID-DAYS(WS-LP-COUNT)
                WHEN OTHER
                    ADD WS-DAYS-IN-WEEK
                        TO LP-VACATION-DAYS(WS-LP-COUNT)
            END-EVALUATE.

      * An employee with approved leave in the week, or whose week
      * was posted before (and may have had leave cancelled since),
      * gets the week's slot set from the requests. Everyone else
      * is left as they were.
        POST-ONE-EMPLOYEE.
            MOVE "N" TO WS-LEAVE-FOUND
            MOVE 0 TO WS-VACATION-DAYS
            MOVE 0 TO WS-SICK-DAYS
            MOVE 0 TO WS-UNPAID-DAYS
            PERFORM VARYING WS-LP-IDX FROM 1 BY 1
                UNTIL WS-LP-IDX > WS-LP-COUNT
                IF LP-EMPLOYEE-NO(WS-LP-IDX) = EM-EMPLOYEE-NO
                    MOVE "Y" TO WS-LEAVE-FOUND
                    MOVE LP-VACATION-DAYS(WS-LP-IDX)
                        TO WS-VACATION-DAYS
                    MOVE LP-SICK-DAYS(WS-LP-IDX) TO WS-SICK-DAYS
                    MOVE LP-UNPAID-DAYS(WS-LP-IDX) TO WS-UNPAID-DAYS
                END-IF
            END-PERFORM
            MOVE 0 TO WS-SLOT-IDX
            PERFORM VARYING WS-WH-IDX FROM 1 BY 1 UNTIL WS-WH-IDX > 52
                IF EM-WEEK-NO(WS-WH-IDX) = WS-POST-WEEK-NO
                    MOVE WS-WH-IDX TO WS-SLOT-IDX
                END-IF
            END-PERFORM
            IF WS-SLOT-IDX = 0
                IF NOT EmployeeHasLeave
                    EXIT PARAGRAPH
                END-IF
                PERFORM VARYING WS-WH-IDX FROM 1 BY 1
                    UNTIL WS-WH-IDX > 52 OR WS-SLOT-IDX NOT = 0
                    IF EM-WEEK-NO(WS-WH-IDX) = ZERO
                        MOVE WS-WH-IDX TO WS-SLOT-IDX
                    END-IF
                END-PERFORM
                IF WS-SLOT-IDX = 0
                    DISPLAY "No free WEEK-RECORD slot for employee "
                        EM-EMPLOYEE-NO " - leave not posted"
                    EXIT PARAGRAPH
                END-IF
                MOVE WS-POST-WEEK-NO TO EM-WEEK-NO(WS-SLOT-IDX)
                MOVE 0 TO EM-UNAUTHORIZED-ABSENCES(WS-SLOT-IDX)
                MOVE 0 TO EM-LATE-ARRIVALS(WS-SLOT-IDX)
                MOVE SPACE TO EM-CLOCKED-FLAG(WS-SLOT-IDX)
                MOVE 0 TO EM-CLOCKED-HOURS(WS-SLOT-IDX)
            ELSE
                IF NOT EmployeeHasLeave
                   AND NOT EM-LeavePosted(WS-SLOT-IDX)
                    EXIT PARAGRAPH
                END-IF
            END-IF
            COMPUTE EM-AUTHORIZED-ABSENCES(WS-SLOT-IDX) =
                WS-VACATION-DAYS + WS-SICK-DAYS + WS-UNPAID-DAYS
            MOVE "L" TO EM-LEAVE-POSTED-FLAG(WS-SLOT-IDX)
            MOVE WS-SICK-DAYS TO EM-SICK-DAYS(WS-SLOT-IDX)
            MOVE WS-UNPAID-DAYS TO EM-UNPAID-DAYS(WS-SLOT-IDX)
            REWRITE EMPLOYEE-MASTER-RECORD
                INVALID KEY
                    DISPLAY "Rewrite failed for employee "
                        EM-EMPLOYEE-NO
                    EXIT PARAGRAPH
            END-REWRITE
            MOVE "C" TO WS-RJ-OPERATION
            PERFORM JOURNAL-EMPLOYEE-RECORD
            ADD 1 TO WS-EMPLOYEES-POSTED
            MOVE EM-EMPLOYEE-NO TO WS-PL-EMPLOYEE-NO
            MOVE EM-EMPLOYEE-NAME TO WS-PL-NAME
            MOVE WS-VACATION-DAYS TO WS-PL-VACATION
            MOVE WS-SICK-DAYS TO WS-PL-SICK
            MOVE WS-UNPAID-DAYS TO WS-PL-UNPAID
            IF EmployeeHasLeave
                MOVE SPACES TO WS-PL-NOTE
            ELSE
                MOVE "LEAVE TAKEN OFF" TO WS-PL-NOTE
            END-IF
            WRITE LeavePostingLine FROM WS-POSTING-LINE.

        LOG-RUN-END.
            MOVE "E" TO WS-RL-ACTION
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS.

      * The refuse-on-imbalance check every reader of the employee
      * master makes before trusting it; reopened for update. The
      * posting leaves the wage rates alone, so the control hash
      * stands as it was.
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
                OPEN I-O EMPLOYEE-MASTER
            END-IF.

      * Every change to EMPLOYEE.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-EMPLOYEE-RECORD.
            MOVE "EMPLOYEE" TO WS-RJ-FILE-ID
            MOVE EM-EMPLOYEE-NO TO WS-RJ-KEY
            MOVE EMPLOYEE-MASTER-RECORD TO WS-RJ-IMAGE
            CALL "RecoveryJournal" USING WS-RJ-FILE-ID
                WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.
