       IDENTIFICATION DIVISION.
       PROGRAM-ID. WageAccrual.
      * Month-end wage accrual for the payroll week that straddles
      * the month. PayrollRun posts a whole week in the month it
      * runs, so the working days of the open week that fall in
      * the closing month are accrued here instead. The operator
      * keys the closing month, the open week number and the
      * week's first day. Each employee's hours for the week come
      * from that week's EM-WEEK-RECORD the way PayrollRun derives
      * them (a full standard week where no slot is on file yet),
      * priced at the hourly rate of the employee's latest
      * PAYWEEK.DAT week - gross over hours, EM-WAGE-RATE where the
      * employee has never been paid - with the employer pension
      * match carried at that week's ratio to gross. WAGEACCR.RPT
      * lists the accrual by department. Only when the operator
      * confirms the posting is the accrual appended to GLPOST.DAT:
      * gross and employer cost debited by department against the
      * accrued-wages liability in the closing month, with the
      * mirror-image reversal in the next month the way a reversing
      * journal lands. WAGEACCR.CTL holds the last month posted, so
      * a month is never accrued twice. Both months must be open on
      * PeriodControl.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT EMPLOYEE-MASTER
            ASSIGN TO "EMPLOYEE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS EM-EMPLOYEE-NO
            FILE STATUS IS WS-EMPLOYEE-STATUS.
          SELECT PAY-WEEK-FILE
            ASSIGN TO "PAYWEEK.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAY-WEEK-STATUS.
          SELECT ACCRUAL-CONTROL-FILE
            ASSIGN TO "WAGEACCR.CTL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ACCRUAL-CTL-STATUS.
          SELECT ACCRUAL-REPORT
            ASSIGN TO "WAGEACCR.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.
          SELECT GL-POSTING-FILE
            ASSIGN TO "GLPOST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GL-POST-STATUS.
          SELECT GL-ACCOUNT-MAP
            ASSIGN TO "GLMAP.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GL-MAP-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EMPLOYEE-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY EMPREC.

        FD  PAY-WEEK-FILE
            LABEL RECORDS ARE STANDARD.
            COPY PAYWEEK.

        FD  ACCRUAL-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
        01  ACCRUAL-CONTROL-RECORD.
            05  AC-LAST-ACCRUED-MONTH PIC 9(6).

        FD  ACCRUAL-REPORT
            LABEL RECORDS ARE STANDARD.
        01  AccrualReportLine        PIC X(80).

        FD  GL-POSTING-FILE
            LABEL RECORDS ARE STANDARD.
            COPY GLPOST.

        FD  GL-ACCOUNT-MAP
            LABEL RECORDS ARE STANDARD.
        01  GL-ACCOUNT-MAP-RECORD.
            05  GM-CATEGORY          PIC X(8).
            05  FILLER               PIC X.
            05  GM-ACCOUNT           PIC 9(6).
            05  FILLER               PIC X.
            05  GM-DEPARTMENT        PIC X(4).

        WORKING-STORAGE SECTION.
        01  WS-EMPLOYEE-STATUS       PIC XX.
            88  EndOfEmployeeFile        VALUE "10".
        01  WS-PAY-WEEK-STATUS       PIC XX.
            88  EndOfPayWeekFile         VALUE "10".
        01  WS-ACCRUAL-CTL-STATUS    PIC XX.
        01  WS-REPORT-STATUS         PIC XX.
        01  WS-GL-POST-STATUS        PIC XX.
        01  WS-GL-MAP-STATUS         PIC XX.
            88  EndOfGlAccountMap        VALUE "10".

        01  WS-CE-PROMPT             PIC X(40)
                VALUE "Post the accrual to GLPOST.DAT".
        01  WS-CE-RESPONSE           PIC X.
            88  AccrualToBePosted        VALUE "Y".
        01  WS-PC-ACTION             PIC X.
        01  WS-PC-PERIOD             PIC 9(6).
        01  WS-PC-RESULT             PIC X.
            88  PostingPeriodOpen        VALUE "Y".

        01  WS-CLOSING-MONTH         PIC 9(6).
        01  WS-CLOSING-PARTS REDEFINES WS-CLOSING-MONTH.
            05  WS-CLOSING-YEAR      PIC 9(4).
            05  WS-CLOSING-MM        PIC 99.
        01  WS-NEXT-PERIOD           PIC 9(6).
        01  WS-NEXT-PERIOD-PARTS REDEFINES WS-NEXT-PERIOD.
            05  WS-NEXT-YEAR         PIC 9(4).
            05  WS-NEXT-MONTH        PIC 99.
        01  WS-OPEN-WEEK-NO          PIC 99.
        01  WS-WEEK-START-DATE       PIC 9(8).
        01  WS-LAST-ACCRUED-MONTH    PIC 9(6) VALUE ZERO.

      * Working days of the open week, and those of them falling
      * in the closing month, counted off WeekdayName.
        01  WS-WEEK-START-INTEGER    PIC 9(7).
        01  WS-DAY-OFFSET            PIC 9.
        01  WS-DAY-DATE              PIC 9(8).
        01  WS-WD-WEEKDAY-NO         PIC 9 VALUE ZERO.
        01  WS-WD-DAY-NAME           PIC X(3).
        01  WS-WEEK-WORKING-DAYS     PIC 9 VALUE ZERO.
        01  WS-ACCRUED-DAYS          PIC 9 VALUE ZERO.

        78  WS-STANDARD-WEEK-HOURS   VALUE 40.
        78  WS-ABSENCE-DAY-HOURS     VALUE 8.
        78  WS-LATE-ARRIVAL-HOURS    VALUE 1.

        01  WS-WH-IDX                PIC 99.
        01  WS-HOURS-WORKED          PIC S999V99.
        01  WS-UNPAID-LEAVE-DAYS     PIC 9.
        01  WS-HOURLY-RATE           PIC 9(4)V9(4).
        01  WS-EMPLOYER-RATIO        PIC 9V9(4).
        01  WS-ACCRUED-GROSS         PIC 9(7)V99.
        01  WS-ACCRUED-EMPLOYER      PIC 9(7)V99.

        78  WS-RATE-TABLE-CAPACITY   VALUE 500.
        01  WS-LR-COUNT              PIC 999 VALUE ZERO.
        01  WS-LR-IDX                PIC 999.
        01  WS-LATEST-RATE-TABLE.
            05  LATEST-RATE-ENTRY OCCURS 500 TIMES.
              10  LR-EMPLOYEE-NO     PIC 9(6).
              10  LR-HOURLY-RATE     PIC 9(4)V9(4).
              10  LR-EMPLOYER-RATIO  PIC 9V9(4).

        78  WS-DEPT-TABLE-CAPACITY   VALUE 50.
        01  WS-DP-COUNT              PIC 99 VALUE ZERO.
        01  WS-DP-IDX                PIC 99.
        01  WS-DEPARTMENT-TABLE.
            05  DEPARTMENT-ENTRY OCCURS 50 TIMES.
              10  DPT-CODE           PIC X(4).
              10  DPT-HEADCOUNT      PIC 9(4).
              10  DPT-GROSS          PIC 9(9)V99.
              10  DPT-EMPLOYER       PIC 9(9)V99.

        01  WS-TOTAL-GROSS           PIC 9(9)V99 VALUE ZERO.
        01  WS-TOTAL-EMPLOYER        PIC 9(9)V99 VALUE ZERO.
        01  WS-TOTAL-ACCRUAL         PIC 9(9)V99 VALUE ZERO.
        01  WS-GL-DEBIT-TOTAL        PIC 9(9)V99 VALUE ZERO.
        01  WS-GL-CREDIT-TOTAL       PIC 9(9)V99 VALUE ZERO.

        78  WS-GL-MAP-CAPACITY       VALUE 300.
        01  WS-GM-COUNT              PIC 999 VALUE ZERO.
        01  WS-GM-IDX                PIC 999.
        01  WS-GL-MAP-TABLE.
            05  GL-MAP-ENTRY OCCURS WS-GL-MAP-CAPACITY TIMES.
              10  GME-CATEGORY       PIC X(8).
              10  GME-ACCOUNT        PIC 9(6).
              10  GME-DEPARTMENT     PIC X(4).
        01  WS-GL-ACCOUNT-FOUND      PIC X.
            88  GlAccountFound           VALUE "Y".
        01  WS-GL-DEPT-FOUND         PIC X.
            88  GlDeptAccountFound       VALUE "Y".
        01  WS-GL-LOOKUP-CATEGORY    PIC X(8).
        01  WS-GL-LOOKUP-DEPT        PIC X(4).
        01  WS-GL-LOOKUP-ACCOUNT     PIC 9(6).
        01  WS-POST-SIDE             PIC X.
        01  WS-POST-AMOUNT           PIC 9(9)V99.
        01  WS-POST-PERIOD           PIC 9(6).
        01  WS-ACCRUAL-SIDE          PIC X.
        01  WS-LIABILITY-SIDE        PIC X.

        01  WS-RL-ACTION             PIC X.
        01  WS-RL-PROGRAM-NAME       PIC X(15)
                VALUE "WageAccrual".
        01  WS-RL-RECORDS-READ       PIC 9(7) VALUE ZERO.
        01  WS-RL-RECORDS-WRITTEN    PIC 9(7) VALUE ZERO.
        01  WS-RL-STATUS             PIC X(8).

        01  WS-REPORT-HEADING.
            05  FILLER               PIC X(30)
                    VALUE "ACCRUED WAGES FOR MONTH ".
            05  WS-RH-MONTH          PIC 9(6).
            05  FILLER               PIC X(7) VALUE " - WEEK".
            05  WS-RH-WEEK-NO        PIC Z9.
            05  FILLER               PIC X(6) VALUE " FROM ".
            05  WS-RH-WEEK-START     PIC 9(8).
        01  WS-DAYS-HEADING.
            05  WS-DH-ACCRUED-DAYS   PIC 9.
            05  FILLER               PIC X(4) VALUE " OF ".
            05  WS-DH-WEEK-DAYS      PIC 9.
            05  FILLER               PIC X(40)
                    VALUE " WORKING DAYS FALL IN THE CLOSING MONTH".
        01  WS-COLUMN-HEADING.
            05  FILLER               PIC X(6) VALUE "DEPT".
            05  FILLER               PIC X(6) VALUE " STAFF".
            05  FILLER               PIC X(17)
                    VALUE "    ACCRUED GROSS".
            05  FILLER               PIC X(17)
                    VALUE "    EMPLOYER COST".
            05  FILLER               PIC X(17)
                    VALUE "    TOTAL ACCRUAL".
        01  WS-DEPT-LINE.
            05  WS-DPL-CODE          PIC X(4).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-DPL-HEADCOUNT     PIC ZZZ9.
            05  FILLER               PIC X(3) VALUE SPACES.
            05  WS-DPL-GROSS         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05  WS-DPL-EMPLOYER      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05  WS-DPL-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
        01  WS-DISPOSITION-LINE      PIC X(80).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            MOVE "S" TO WS-RL-ACTION
            MOVE "STARTED" TO WS-RL-STATUS
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS
            DISPLAY "Closing month to accrue wages for (CCYYMM) - "
                WITH NO ADVANCING
            ACCEPT WS-CLOSING-MONTH
            DISPLAY "Open payroll week number - " WITH NO ADVANCING
            ACCEPT WS-OPEN-WEEK-NO
            DISPLAY "First day of that week (CCYYMMDD) - "
                WITH NO ADVANCING
            ACCEPT WS-WEEK-START-DATE
            IF WS-CLOSING-MONTH IS NOT NUMERIC
               OR WS-CLOSING-MM < 1 OR WS-CLOSING-MM > 12
               OR WS-OPEN-WEEK-NO IS NOT NUMERIC
               OR WS-WEEK-START-DATE IS NOT NUMERIC
               OR WS-WEEK-START-DATE(1:6) NOT = WS-CLOSING-MONTH
                DISPLAY "Closing month must be CCYYMM and the week "
                    "must start inside it"
                MOVE "BADPARM" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            PERFORM COUNT-ACCRUED-DAYS
            IF WS-ACCRUED-DAYS = 0
               OR WS-ACCRUED-DAYS = WS-WEEK-WORKING-DAYS
                DISPLAY "Week " WS-OPEN-WEEK-NO " does not straddle "
                    "month " WS-CLOSING-MONTH " - nothing to accrue"
                MOVE "NOACCRL" TO WS-RL-STATUS
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            MOVE WS-CLOSING-MONTH TO WS-NEXT-PERIOD
            IF WS-NEXT-MONTH = 12
                ADD 1 TO WS-NEXT-YEAR
                MOVE 1 TO WS-NEXT-MONTH
            ELSE
                ADD 1 TO WS-NEXT-MONTH
            END-IF
            MOVE "V" TO WS-PC-ACTION
            MOVE WS-CLOSING-MONTH TO WS-PC-PERIOD
            CALL "PeriodControl" USING WS-PC-ACTION WS-PC-PERIOD
                WS-PC-RESULT
            IF PostingPeriodOpen
                MOVE "V" TO WS-PC-ACTION
                MOVE WS-NEXT-PERIOD TO WS-PC-PERIOD
                CALL "PeriodControl" USING WS-PC-ACTION WS-PC-PERIOD
                    WS-PC-RESULT
            END-IF
            IF NOT PostingPeriodOpen
                DISPLAY "Period " WS-PC-PERIOD " is closed - wage "
                    "accrual refused"
                MOVE "CLOSEDPD" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            OPEN INPUT EMPLOYEE-MASTER
            IF WS-EMPLOYEE-STATUS NOT = "00"
                DISPLAY "No EMPLOYEE-MASTER available, wage accrual "
                    "skipped"
                MOVE "NOFILE" TO WS-RL-STATUS
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            PERFORM LOAD-LATEST-PAY-RATES
            PERFORM LOAD-GL-ACCOUNT-MAP
            PERFORM READ-ACCRUAL-CONTROL
            PERFORM UNTIL EndOfEmployeeFile
                READ EMPLOYEE-MASTER NEXT RECORD
                    AT END SET EndOfEmployeeFile TO TRUE
                    NOT AT END
                        ADD 1 TO WS-RL-RECORDS-READ
                        PERFORM ACCRUE-ONE-EMPLOYEE
                END-READ
            END-PERFORM
            CLOSE EMPLOYEE-MASTER
            COMPUTE WS-TOTAL-ACCRUAL =
                WS-TOTAL-GROSS + WS-TOTAL-EMPLOYER
            PERFORM WRITE-ACCRUAL-REPORT
            DISPLAY "Wage accrual for " WS-CLOSING-MONTH ": gross "
                WS-TOTAL-GROSS ", employer cost " WS-TOTAL-EMPLOYER
            CALL "ConfirmEntry" USING WS-CE-PROMPT WS-CE-RESPONSE
            IF NOT AccrualToBePosted
                MOVE "LISTED" TO WS-RL-STATUS
            ELSE
                IF WS-CLOSING-MONTH NOT > WS-LAST-ACCRUED-MONTH
                    DISPLAY "Month " WS-CLOSING-MONTH " already "
                        "accrued - posting refused"
                    MOVE "DUPMONTH" TO WS-RL-STATUS
                    MOVE 8 TO RETURN-CODE
                ELSE
                    IF WS-TOTAL-ACCRUAL > 0 AND WS-GM-COUNT > 0
                        PERFORM APPEND-GL-POSTINGS
                        PERFORM WRITE-ACCRUAL-CONTROL
                    END-IF
                    MOVE "POSTED" TO WS-RL-STATUS
                END-IF
            END-IF
            PERFORM LOG-RUN-END
            GOBACK.

        LOG-RUN-END.
            MOVE "E" TO WS-RL-ACTION
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS.

        COUNT-ACCRUED-DAYS.
            COMPUTE WS-WEEK-START-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-WEEK-START-DATE)
            PERFORM VARYING WS-DAY-OFFSET FROM 0 BY 1
                UNTIL WS-DAY-OFFSET > 6
                COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER
                    (WS-WEEK-START-INTEGER + WS-DAY-OFFSET)
                CALL "WeekdayName" USING WS-WD-WEEKDAY-NO
                    WS-DAY-DATE WS-WD-DAY-NAME
                IF WS-WD-DAY-NAME NOT = "SAT"
                   AND WS-WD-DAY-NAME NOT = "SUN"
                    ADD 1 TO WS-WEEK-WORKING-DAYS
                    IF WS-DAY-DATE(1:6) = WS-CLOSING-MONTH
                        ADD 1 TO WS-ACCRUED-DAYS
                    END-IF
                END-IF
            END-PERFORM.

      * Latest wins: PAYWEEK.DAT is appended in run order, so each
      * later week for an employee replaces the rate held.
        LOAD-LATEST-PAY-RATES.
            OPEN INPUT PAY-WEEK-FILE
            IF WS-PAY-WEEK-STATUS NOT = "00"
                DISPLAY "No PAYWEEK.DAT on file, EM-WAGE-RATE used "
                    "for every employee"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfPayWeekFile
                READ PAY-WEEK-FILE
                    AT END SET EndOfPayWeekFile TO TRUE
                    NOT AT END
                        IF PW-HOURS IS NUMERIC AND PW-HOURS > 0
                           AND PW-GROSS IS NUMERIC AND PW-GROSS > 0
                           AND NOT PW-OffCyclePayment
                           AND NOT PW-FinalPayment
                            PERFORM NOTE-LATEST-RATE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PAY-WEEK-FILE.

        NOTE-LATEST-RATE.
            PERFORM VARYING WS-LR-IDX FROM 1 BY 1
                UNTIL WS-LR-IDX > WS-LR-COUNT
                   OR LR-EMPLOYEE-NO(WS-LR-IDX) = PW-EMPLOYEE-NO
                CONTINUE
            END-PERFORM
            IF WS-LR-IDX > WS-LR-COUNT
                IF WS-LR-COUNT >= WS-RATE-TABLE-CAPACITY
                    DISPLAY "WS-LATEST-RATE-TABLE full at "
                        WS-RATE-TABLE-CAPACITY " entries - employee "
                        PW-EMPLOYEE-NO " accrued at EM-WAGE-RATE"
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-LR-COUNT
                MOVE WS-LR-COUNT TO WS-LR-IDX
                MOVE PW-EMPLOYEE-NO TO LR-EMPLOYEE-NO(WS-LR-IDX)
            END-IF
      * Retro pay for earlier weeks is no part of this week's rate.
            IF PW-RETRO-PAY IS NUMERIC
                COMPUTE LR-HOURLY-RATE(WS-LR-IDX) ROUNDED =
                    (PW-GROSS - PW-RETRO-PAY) / PW-HOURS
            ELSE
                COMPUTE LR-HOURLY-RATE(WS-LR-IDX) ROUNDED =
                    PW-GROSS / PW-HOURS
            END-IF
            MOVE 0 TO LR-EMPLOYER-RATIO(WS-LR-IDX)
            IF PW-PENSION-ER IS NUMERIC AND PW-PENSION-ER > 0
                COMPUTE LR-EMPLOYER-RATIO(WS-LR-IDX) ROUNDED =
                    PW-PENSION-ER / PW-GROSS
            END-IF.

      * Hours as PayrollRun derives them; anyone terminated before
      * the week began earns nothing in it.
        ACCRUE-ONE-EMPLOYEE.
            IF EM-TERMINATION-DATE NOT = ZERO
               AND EM-TERMINATION-DATE < WS-WEEK-START-DATE
                EXIT PARAGRAPH
            END-IF
            MOVE WS-STANDARD-WEEK-HOURS TO WS-HOURS-WORKED
            PERFORM VARYING WS-WH-IDX FROM 1 BY 1 UNTIL WS-WH-IDX > 52
                IF EM-WEEK-NO(WS-WH-IDX) = WS-OPEN-WEEK-NO
                    MOVE 0 TO WS-UNPAID-LEAVE-DAYS
                    IF EM-LeavePosted(WS-WH-IDX)
                       AND EM-UNPAID-DAYS(WS-WH-IDX) IS NUMERIC
                        MOVE EM-UNPAID-DAYS(WS-WH-IDX)
                            TO WS-UNPAID-LEAVE-DAYS
                    END-IF
                    IF EM-HoursClocked(WS-WH-IDX)
                       AND EM-CLOCKED-HOURS(WS-WH-IDX) IS NUMERIC
                        COMPUTE WS-HOURS-WORKED =
                            EM-CLOCKED-HOURS(WS-WH-IDX)
                            + (EM-AUTHORIZED-ABSENCES(WS-WH-IDX)
                                * WS-ABSENCE-DAY-HOURS)
                            - (WS-UNPAID-LEAVE-DAYS
                                * WS-ABSENCE-DAY-HOURS)
                    ELSE
                        COMPUTE WS-HOURS-WORKED =
                            WS-STANDARD-WEEK-HOURS
                            - (EM-UNAUTHORIZED-ABSENCES(WS-WH-IDX)
                                * WS-ABSENCE-DAY-HOURS)
                            - (EM-LATE-ARRIVALS(WS-WH-IDX)
                                * WS-LATE-ARRIVAL-HOURS)
                            - (WS-UNPAID-LEAVE-DAYS
                                * WS-ABSENCE-DAY-HOURS)
                    END-IF
                END-IF
            END-PERFORM
            IF WS-HOURS-WORKED < 0
                MOVE 0 TO WS-HOURS-WORKED
            END-IF
            IF WS-HOURS-WORKED > WS-STANDARD-WEEK-HOURS
                MOVE WS-STANDARD-WEEK-HOURS TO WS-HOURS-WORKED
            END-IF
            MOVE EM-WAGE-RATE TO WS-HOURLY-RATE
            MOVE 0 TO WS-EMPLOYER-RATIO
            PERFORM VARYING WS-LR-IDX FROM 1 BY 1
                UNTIL WS-LR-IDX > WS-LR-COUNT
                IF LR-EMPLOYEE-NO(WS-LR-IDX) = EM-EMPLOYEE-NO
                    MOVE LR-HOURLY-RATE(WS-LR-IDX) TO WS-HOURLY-RATE
                    MOVE LR-EMPLOYER-RATIO(WS-LR-IDX)
                        TO WS-EMPLOYER-RATIO
                END-IF
            END-PERFORM
            COMPUTE WS-ACCRUED-GROSS ROUNDED =
                WS-HOURS-WORKED * WS-HOURLY-RATE
                * WS-ACCRUED-DAYS / WS-WEEK-WORKING-DAYS
            COMPUTE WS-ACCRUED-EMPLOYER ROUNDED =
                WS-ACCRUED-GROSS * WS-EMPLOYER-RATIO
            IF WS-ACCRUED-GROSS = 0
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                UNTIL WS-DP-IDX > WS-DP-COUNT
                   OR DPT-CODE(WS-DP-IDX) = EM-DEPARTMENT-CODE
                CONTINUE
            END-PERFORM
            IF WS-DP-IDX > WS-DP-COUNT
                IF WS-DP-COUNT >= WS-DEPT-TABLE-CAPACITY
                    DISPLAY "WS-DEPARTMENT-TABLE full at "
                        WS-DEPT-TABLE-CAPACITY " entries - employee "
                        EM-EMPLOYEE-NO " accrued to the last department"
                    MOVE WS-DP-COUNT TO WS-DP-IDX
                ELSE
                    ADD 1 TO WS-DP-COUNT
                    MOVE WS-DP-COUNT TO WS-DP-IDX
                    MOVE EM-DEPARTMENT-CODE TO DPT-CODE(WS-DP-IDX)
                    MOVE 0 TO DPT-HEADCOUNT(WS-DP-IDX)
                    MOVE 0 TO DPT-GROSS(WS-DP-IDX)
                    MOVE 0 TO DPT-EMPLOYER(WS-DP-IDX)
                END-IF
            END-IF
            ADD 1 TO DPT-HEADCOUNT(WS-DP-IDX)
            ADD WS-ACCRUED-GROSS TO DPT-GROSS(WS-DP-IDX)
            ADD WS-ACCRUED-EMPLOYER TO DPT-EMPLOYER(WS-DP-IDX)
            ADD WS-ACCRUED-GROSS TO WS-TOTAL-GROSS
            ADD WS-ACCRUED-EMPLOYER TO WS-TOTAL-EMPLOYER.

        WRITE-ACCRUAL-REPORT.
            OPEN OUTPUT ACCRUAL-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE AccrualReportLine FROM REPORT-STAMP-LINE
            MOVE WS-CLOSING-MONTH TO WS-RH-MONTH
            MOVE WS-OPEN-WEEK-NO TO WS-RH-WEEK-NO
            MOVE WS-WEEK-START-DATE TO WS-RH-WEEK-START
            WRITE AccrualReportLine FROM WS-REPORT-HEADING
            MOVE WS-ACCRUED-DAYS TO WS-DH-ACCRUED-DAYS
            MOVE WS-WEEK-WORKING-DAYS TO WS-DH-WEEK-DAYS
            WRITE AccrualReportLine FROM WS-DAYS-HEADING
            WRITE AccrualReportLine FROM WS-COLUMN-HEADING
            PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                UNTIL WS-DP-IDX > WS-DP-COUNT
                MOVE DPT-CODE(WS-DP-IDX) TO WS-DPL-CODE
                MOVE DPT-HEADCOUNT(WS-DP-IDX) TO WS-DPL-HEADCOUNT
                MOVE DPT-GROSS(WS-DP-IDX) TO WS-DPL-GROSS
                MOVE DPT-EMPLOYER(WS-DP-IDX) TO WS-DPL-EMPLOYER
                COMPUTE WS-DPL-TOTAL = DPT-GROSS(WS-DP-IDX)
                    + DPT-EMPLOYER(WS-DP-IDX)
                WRITE AccrualReportLine FROM WS-DEPT-LINE
                ADD 1 TO WS-RL-RECORDS-WRITTEN
            END-PERFORM
            MOVE "ALL" TO WS-DPL-CODE
            MOVE ZERO TO WS-DPL-HEADCOUNT
            MOVE WS-TOTAL-GROSS TO WS-DPL-GROSS
            MOVE WS-TOTAL-EMPLOYER TO WS-DPL-EMPLOYER
            MOVE WS-TOTAL-ACCRUAL TO WS-DPL-TOTAL
            WRITE AccrualReportLine FROM WS-DEPT-LINE
            CLOSE ACCRUAL-REPORT.

        READ-ACCRUAL-CONTROL.
            OPEN INPUT ACCRUAL-CONTROL-FILE
            IF WS-ACCRUAL-CTL-STATUS = "00"
                READ ACCRUAL-CONTROL-FILE
                    NOT AT END
                        IF AC-LAST-ACCRUED-MONTH IS NUMERIC
                            MOVE AC-LAST-ACCRUED-MONTH
                                TO WS-LAST-ACCRUED-MONTH
                        END-IF
                END-READ
                CLOSE ACCRUAL-CONTROL-FILE
            END-IF.

        WRITE-ACCRUAL-CONTROL.
            OPEN OUTPUT ACCRUAL-CONTROL-FILE
            MOVE WS-CLOSING-MONTH TO AC-LAST-ACCRUED-MONTH
            WRITE ACCRUAL-CONTROL-RECORD
            CLOSE ACCRUAL-CONTROL-FILE.

      * The closing month takes the accrual - gross wages and the
      * employer pension cost by department against accrued
      * wages - and the next month takes the same lines with the
      * sides swapped, so the week's real posting by PayrollRun
      * nets out to that month's share.
        APPEND-GL-POSTINGS.
            OPEN EXTEND GL-POSTING-FILE
            IF WS-GL-POST-STATUS NOT = "00"
                OPEN OUTPUT GL-POSTING-FILE
            END-IF
            MOVE "D" TO WS-ACCRUAL-SIDE
            MOVE "C" TO WS-LIABILITY-SIDE
            MOVE WS-CLOSING-MONTH TO WS-POST-PERIOD
            PERFORM WRITE-ACCRUAL-LINES
            MOVE "C" TO WS-ACCRUAL-SIDE
            MOVE "D" TO WS-LIABILITY-SIDE
            MOVE WS-NEXT-PERIOD TO WS-POST-PERIOD
            PERFORM WRITE-ACCRUAL-LINES
            MOVE SPACES TO GL-POSTING-RECORD
            MOVE "T" TO GT-RECORD-TYPE
            MOVE WS-GL-DEBIT-TOTAL TO GT-DEBIT-TOTAL
            MOVE WS-GL-CREDIT-TOTAL TO GT-CREDIT-TOTAL
            WRITE GL-POSTING-RECORD
            CLOSE GL-POSTING-FILE.

        WRITE-ACCRUAL-LINES.
            MOVE WS-ACCRUAL-SIDE TO WS-POST-SIDE
            PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                UNTIL WS-DP-IDX > WS-DP-COUNT
                MOVE DPT-CODE(WS-DP-IDX) TO WS-GL-LOOKUP-DEPT
                MOVE "GROSS" TO WS-GL-LOOKUP-CATEGORY
                MOVE DPT-GROSS(WS-DP-IDX) TO WS-POST-AMOUNT
                PERFORM WRITE-ONE-POSTING
                IF DPT-EMPLOYER(WS-DP-IDX) > 0
                    MOVE "PENEXP" TO WS-GL-LOOKUP-CATEGORY
                    MOVE DPT-EMPLOYER(WS-DP-IDX) TO WS-POST-AMOUNT
                    PERFORM WRITE-ONE-POSTING
                END-IF
            END-PERFORM
            MOVE WS-LIABILITY-SIDE TO WS-POST-SIDE
            MOVE SPACES TO WS-GL-LOOKUP-DEPT
            MOVE "WAGEACCR" TO WS-GL-LOOKUP-CATEGORY
            MOVE WS-TOTAL-ACCRUAL TO WS-POST-AMOUNT
            PERFORM WRITE-ONE-POSTING.

        WRITE-ONE-POSTING.
            PERFORM FIND-GL-ACCOUNT
            MOVE SPACES TO GL-POSTING-RECORD
            MOVE WS-POST-SIDE TO GP-RECORD-TYPE
            MOVE WS-GL-LOOKUP-ACCOUNT TO GP-ACCOUNT
            MOVE WS-GL-LOOKUP-CATEGORY TO GP-CATEGORY
            MOVE WS-POST-AMOUNT TO GP-AMOUNT
            MOVE WS-GL-LOOKUP-DEPT TO GP-DEPARTMENT
            MOVE WS-POST-PERIOD TO GP-PERIOD
            WRITE GL-POSTING-RECORD
            IF GP-DebitLine
                ADD WS-POST-AMOUNT TO WS-GL-DEBIT-TOTAL
            ELSE
                ADD WS-POST-AMOUNT TO WS-GL-CREDIT-TOTAL
            END-IF.

      * A department-level entry for the category wins when the
      * lookup names a department; the departmentless entry is the
      * company-level fallback either way.
        FIND-GL-ACCOUNT.
            MOVE "N" TO WS-GL-ACCOUNT-FOUND
            MOVE "N" TO WS-GL-DEPT-FOUND
            MOVE 0 TO WS-GL-LOOKUP-ACCOUNT
            PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                UNTIL WS-GM-IDX > WS-GM-COUNT
                IF GME-CATEGORY(WS-GM-IDX) = WS-GL-LOOKUP-CATEGORY
                    IF WS-GL-LOOKUP-DEPT NOT = SPACES
                       AND GME-DEPARTMENT(WS-GM-IDX)
                           = WS-GL-LOOKUP-DEPT
                        MOVE "Y" TO WS-GL-ACCOUNT-FOUND
                        MOVE "Y" TO WS-GL-DEPT-FOUND
                        MOVE GME-ACCOUNT(WS-GM-IDX)
                            TO WS-GL-LOOKUP-ACCOUNT
                    ELSE
                        IF GME-DEPARTMENT(WS-GM-IDX) = SPACES
                           AND NOT GlDeptAccountFound
                            MOVE "Y" TO WS-GL-ACCOUNT-FOUND
                            MOVE GME-ACCOUNT(WS-GM-IDX)
                                TO WS-GL-LOOKUP-ACCOUNT
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            IF NOT GlAccountFound
                DISPLAY "No GLMAP.REF account for category "
                    WS-GL-LOOKUP-CATEGORY
                    " - posted to account 000000"
            END-IF.

        LOAD-GL-ACCOUNT-MAP.
            OPEN INPUT GL-ACCOUNT-MAP
            IF WS-GL-MAP-STATUS = "00"
                PERFORM UNTIL EndOfGlAccountMap
                    OR WS-GM-COUNT >= WS-GL-MAP-CAPACITY
                    READ GL-ACCOUNT-MAP
                        AT END SET EndOfGlAccountMap TO TRUE
                        NOT AT END
                            IF GM-ACCOUNT IS NUMERIC
                                ADD 1 TO WS-GM-COUNT
                                MOVE GM-CATEGORY TO
                                    GME-CATEGORY(WS-GM-COUNT)
                                MOVE GM-ACCOUNT TO
                                    GME-ACCOUNT(WS-GM-COUNT)
                                MOVE GM-DEPARTMENT TO
                                    GME-DEPARTMENT(WS-GM-COUNT)
                            ELSE
                                DISPLAY "Bad GLMAP.REF record "
                                    "ignored: " GL-ACCOUNT-MAP-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                IF NOT EndOfGlAccountMap
                    READ GL-ACCOUNT-MAP
                        AT END CONTINUE
                        NOT AT END
                            DISPLAY "WS-GL-MAP-TABLE full at "
                                WS-GL-MAP-CAPACITY " categories - "
                                "rest of GLMAP.REF not loaded"
                    END-READ
                END-IF
                CLOSE GL-ACCOUNT-MAP
            ELSE
                DISPLAY "No GLMAP.REF on file, no GL posting "
                    "extract this run"
            END-IF.
