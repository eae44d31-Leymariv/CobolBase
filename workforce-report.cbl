       IDENTIFICATION DIVISION.
       PROGRAM-ID. WorkforceReport.
      * Monthly workforce headcount and turnover report. Takes a
      * CCYYMM month and shows, for every EM-DEPARTMENT-CODE, the
      * opening headcount, hires, terminations, transfers in and
      * out, closing headcount, the month's turnover rate and the
      * rolling twelve-month turnover rate, with the average tenure
      * of the staff on the books at month end. A list of the
      * month's leavers with their length of service follows.
      *
      * The movements come from the EMPMOVE.DAT history EmployeeMaint
      * appends to, placed by their effective dates. Closing
      * headcount is everyone on EMPLOYEE-MASTER hired by month end
      * (or with no hire date kept) and not terminated by it, in the
      * department they were in at month end - a transfer dated
      * after the month puts them back in the department it moved
      * them from. Opening headcount is worked back from the close
      * through the month's movements, and the twelve-month opening
      * the same way through the year's. A turnover rate is the
      * leavers as a percentage of the average of opening and
      * closing headcount. Tenure runs from EM-HIRE-DATE to month
      * end; staff with no hire date kept are counted but left out
      * of the average. The report is printed to WORKFRCE.RPT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT MOVEMENT-HISTORY-FILE
            ASSIGN TO "EMPMOVE.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.
          SELECT EMPLOYEE-MASTER
            ASSIGN TO "EMPLOYEE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EM-EMPLOYEE-NO
            FILE STATUS IS WS-EMPLOYEE-STATUS.
          SELECT WORKFORCE-REPORT
            ASSIGN TO "WORKFRCE.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  MOVEMENT-HISTORY-FILE
            LABEL RECORDS ARE STANDARD.
            COPY EMPMOVE.

        FD  EMPLOYEE-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY EMPREC.

        FD  WORKFORCE-REPORT
            LABEL RECORDS ARE STANDARD.
        01  WorkforceLine            PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-HISTORY-STATUS        PIC XX.
            88  EndOfHistoryFile         VALUE "10".
        01  WS-EMPLOYEE-STATUS       PIC XX.
            88  EmployeeFileOK           VALUE "00".
        01  WS-REPORT-STATUS         PIC XX.

        01  WS-MC-ACTION             PIC X.
        01  WS-MC-FILE-ID            PIC X(8) VALUE "EMPLOYEE".
        01  WS-MC-COUNT              PIC 9(7).
        01  WS-MC-HASH               PIC 9(15).
        01  WS-MC-RESULT             PIC X.
            88  MasterControlOK          VALUE "Y".
        01  WS-MASTER-EOF            PIC X.
            88  EndOfEmployeeMaster      VALUE "Y".

        01  WS-REPORT-PERIOD         PIC 9(6).
        01  WS-REPORT-PERIOD-PARTS REDEFINES WS-REPORT-PERIOD.
            05  WS-REPORT-YEAR       PIC 9(4).
            05  WS-REPORT-MONTH      PIC 99.
                88  ValidReportMonth     VALUE 1 THRU 12.
        01  WS-WORK-PERIOD           PIC 9(6).
        01  WS-WORK-PERIOD-PARTS REDEFINES WS-WORK-PERIOD.
            05  WS-WORK-YEAR         PIC 9(4).
            05  WS-WORK-MONTH        PIC 99.
        01  WS-MONTH-COUNT           PIC 9(6).
        01  WS-MONTH-START           PIC 9(8).
        01  WS-MONTH-END             PIC 9(8).
        01  WS-WINDOW-START          PIC 9(8).
        01  WS-NEXT-MONTH-START      PIC 9(8).
        01  WS-MONTH-END-DAY-NO      PIC 9(7).

        01  WS-DATE-TEXT             PIC X(8).
        01  WS-DATE-VALID            PIC X.
            88  DateIsValid              VALUE "Y".
        01  WS-DATE-REASON           PIC XX.
        01  WS-SERVICE-DAYS          PIC 9(7).
        01  WS-SERVICE-YEARS         PIC 99V9.

      * One entry per department, in the order first met.
        78  WS-DEPT-TABLE-CAPACITY   VALUE 50.
        01  WS-DT-COUNT              PIC 99 VALUE ZERO.
        01  WS-DT-IDX                PIC 99.
        01  WS-DT-PICK               PIC 99.
        01  WS-DEPARTMENT-TABLE.
            05  DEPARTMENT-ENTRY OCCURS 50 TIMES.
              10  DT-DEPARTMENT      PIC X(4).
              10  DT-HIRES           PIC 9(5).
              10  DT-LEAVERS         PIC 9(5).
              10  DT-TRANSFERS-IN    PIC 9(5).
              10  DT-TRANSFERS-OUT   PIC 9(5).
              10  DT-HIRES-12        PIC 9(5).
              10  DT-LEAVERS-12      PIC 9(5).
              10  DT-TRANSFERS-IN-12 PIC 9(5).
              10  DT-TRANSFERS-OUT-12 PIC 9(5).
              10  DT-CLOSING         PIC 9(5).
              10  DT-TENURE-DAYS     PIC 9(9).
              10  DT-TENURE-COUNT    PIC 9(5).
        01  WS-LOOKUP-DEPARTMENT     PIC X(4).

      * Transfers dated after the report month, earliest per
      * employee, to put month-end staff back where they were.
        78  WS-LATE-TABLE-CAPACITY   VALUE 500.
        01  WS-LT-COUNT              PIC 999 VALUE ZERO.
        01  WS-LT-IDX                PIC 999.
        01  WS-LT-PICK               PIC 999.
        01  WS-LATE-TRANSFER-TABLE.
            05  LATE-TRANSFER-ENTRY OCCURS 500 TIMES.
              10  LT-EMPLOYEE-NO     PIC 9(6).
              10  LT-EFFECTIVE-DATE  PIC 9(8).
              10  LT-FROM-DEPARTMENT PIC X(4).

      * The month's leavers, for the list after the department
      * lines.
        78  WS-LEAVER-TABLE-CAPACITY VALUE 500.
        01  WS-LV-COUNT              PIC 999 VALUE ZERO.
        01  WS-LV-IDX                PIC 999.
        01  WS-LEAVER-TABLE.
            05  LEAVER-ENTRY OCCURS 500 TIMES.
              10  LV-EMPLOYEE-NO     PIC 9(6).
              10  LV-EMPLOYEE-NAME   PIC X(20).
              10  LV-DEPARTMENT      PIC X(4).
              10  LV-HIRE-DATE       PIC 9(8).
              10  LV-LEAVING-DATE    PIC 9(8).

        01  WS-STAFF-DEPARTMENT      PIC X(4).
        01  WS-MOVEMENTS-READ        PIC 9(7) VALUE ZERO.
        01  WS-TENURE-UNKNOWN        PIC 9(5) VALUE ZERO.

      * Figures for one printed line, department or total.
        01  WS-LINE-FIGURES.
            05  WS-LF-HIRES          PIC 9(7).
            05  WS-LF-LEAVERS        PIC 9(7).
            05  WS-LF-TRANSFERS-IN   PIC 9(7).
            05  WS-LF-TRANSFERS-OUT  PIC 9(7).
            05  WS-LF-HIRES-12       PIC 9(7).
            05  WS-LF-LEAVERS-12     PIC 9(7).
            05  WS-LF-TRANSFERS-IN-12 PIC 9(7).
            05  WS-LF-TRANSFERS-OUT-12 PIC 9(7).
            05  WS-LF-CLOSING        PIC 9(7).
            05  WS-LF-TENURE-DAYS    PIC 9(11).
            05  WS-LF-TENURE-COUNT   PIC 9(7).
        01  WS-TOTAL-FIGURES.
            05  WS-TF-HIRES          PIC 9(7) VALUE ZERO.
            05  WS-TF-LEAVERS        PIC 9(7) VALUE ZERO.
            05  WS-TF-TRANSFERS-IN   PIC 9(7) VALUE ZERO.
            05  WS-TF-TRANSFERS-OUT  PIC 9(7) VALUE ZERO.
            05  WS-TF-HIRES-12       PIC 9(7) VALUE ZERO.
            05  WS-TF-LEAVERS-12     PIC 9(7) VALUE ZERO.
            05  WS-TF-TRANSFERS-IN-12 PIC 9(7) VALUE ZERO.
            05  WS-TF-TRANSFERS-OUT-12 PIC 9(7) VALUE ZERO.
            05  WS-TF-CLOSING        PIC 9(7) VALUE ZERO.
            05  WS-TF-TENURE-DAYS    PIC 9(11) VALUE ZERO.
            05  WS-TF-TENURE-COUNT   PIC 9(7) VALUE ZERO.
        01  WS-OPENING               PIC S9(7).
        01  WS-OPENING-12            PIC S9(7).
        01  WS-AVERAGE-HEADCOUNT     PIC S9(7)V9.
        01  WS-TURNOVER-PERCENT      PIC 9(3)V9.
        01  WS-AVERAGE-TENURE        PIC 99V9.

        01  WS-REPORT-HEADING.
            05  FILLER               PIC X(38)
                VALUE "WORKFORCE HEADCOUNT AND TURNOVER FOR ".
            05  WS-RH-PERIOD         PIC 9(6).
            05  FILLER               PIC X(13) VALUE "  MONTH END ".
            05  WS-RH-MONTH-END      PIC 9(8).
        01  WS-COLUMN-HEADING.
            05  FILLER               PIC X(5) VALUE "DEPT ".
            05  FILLER               PIC X(8) VALUE " OPENING".
            05  FILLER               PIC X(7) VALUE "  HIRES".
            05  FILLER               PIC X(8) VALUE " LEAVERS".
            05  FILLER               PIC X(8) VALUE " XFER IN".
            05  FILLER               PIC X(9) VALUE " XFER OUT".
            05  FILLER               PIC X(8) VALUE " CLOSING".
            05  FILLER               PIC X(10) VALUE "  MTH TURN".
            05  FILLER               PIC X(10) VALUE "  12M TURN".
            05  FILLER               PIC X(12) VALUE "  AVG TENURE".
        01  WS-DETAIL-LINE.
            05  WS-DL-DEPT           PIC X(4).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-OPENING        PIC ZZZ,ZZ9-.
            05  WS-DL-HIRES          PIC ZZ,ZZ9.
            05  FILLER               PIC XX VALUE SPACES.
            05  WS-DL-LEAVERS        PIC ZZ,ZZ9.
            05  FILLER               PIC XX VALUE SPACES.
            05  WS-DL-TRANSFERS-IN   PIC ZZ,ZZ9.
            05  FILLER               PIC XXX VALUE SPACES.
            05  WS-DL-TRANSFERS-OUT  PIC ZZ,ZZ9.
            05  FILLER               PIC XX VALUE SPACES.
            05  WS-DL-CLOSING        PIC ZZ,ZZ9.
            05  FILLER               PIC XXX VALUE SPACES.
            05  WS-DL-MONTH-TURNOVER PIC ZZ9.9.
            05  FILLER               PIC X VALUE "%".
            05  FILLER               PIC XXX VALUE SPACES.
            05  WS-DL-YEAR-TURNOVER  PIC ZZ9.9.
            05  FILLER               PIC X VALUE "%".
            05  FILLER               PIC XXX VALUE SPACES.
            05  WS-DL-AVERAGE-TENURE PIC Z9.9.
            05  FILLER               PIC X(4) VALUE " YRS".
        01  WS-TENURE-NOTE-LINE.
            05  FILLER               PIC X(6) VALUE SPACES.
            05  WS-TN-COUNT          PIC ZZ,ZZ9.
            05  FILLER               PIC X(48) VALUE
                " ON STAFF WITH NO HIRE DATE - NOT IN THE TENURE".
            05  FILLER               PIC X(9) VALUE " AVERAGES".
        01  WS-LEAVER-HEADING.
            05  FILLER               PIC X(30)
                VALUE "LEAVERS IN THE MONTH".
        01  WS-LEAVER-COLUMN-HEADING.
            05  FILLER               PIC X(7) VALUE "EMP NO ".
            05  FILLER               PIC X(21) VALUE "NAME".
            05  FILLER               PIC X(5) VALUE "DEPT ".
            05  FILLER               PIC X(9) VALUE "HIRED".
            05  FILLER               PIC X(9) VALUE "LEFT".
            05  FILLER               PIC X(17) VALUE "SERVICE".
        01  WS-LEAVER-LINE.
            05  WS-LL-EMP-NO         PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-LL-NAME           PIC X(20).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-LL-DEPT           PIC X(4).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-LL-HIRE-DATE      PIC X(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-LL-LEAVING-DATE   PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-LL-SERVICE        PIC X(17).
        01  WS-LL-SERVICE-YEARS.
            05  WS-LL-YEARS          PIC Z9.9.
            05  FILLER               PIC X(6) VALUE " YEARS".
        01  WS-NO-LEAVERS-LINE       PIC X(30)
                VALUE "NO LEAVERS IN THE MONTH".
        01  WS-BLANK-LINE            PIC X VALUE SPACE.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            DISPLAY "Workforce report month (CCYYMM) - "
                WITH NO ADVANCING
            ACCEPT WS-REPORT-PERIOD
            IF WS-REPORT-PERIOD IS NOT NUMERIC
               OR NOT ValidReportMonth
                DISPLAY "Invalid report month " WS-REPORT-PERIOD
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM SET-REPORT-DATES
            OPEN INPUT EMPLOYEE-MASTER
            IF NOT EmployeeFileOK
                DISPLAY "No EMPLOYEE-MASTER available, workforce "
                    "report skipped"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM VERIFY-MASTER-CONTROL-TOTALS
            IF NOT MasterControlOK
                DISPLAY "EMPLOYEE-MASTER FAILS ITS CONTROL TOTALS - "
                    "WORKFORCE REPORT REFUSED"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            OPEN INPUT MOVEMENT-HISTORY-FILE
            IF WS-HISTORY-STATUS = "00"
                PERFORM UNTIL EndOfHistoryFile
                    READ MOVEMENT-HISTORY-FILE
                        AT END SET EndOfHistoryFile TO TRUE
                        NOT AT END
                            ADD 1 TO WS-MOVEMENTS-READ
                            PERFORM ACCUMULATE-ONE-MOVEMENT
                    END-READ
                END-PERFORM
                CLOSE MOVEMENT-HISTORY-FILE
            ELSE
                DISPLAY "No EMPMOVE.DAT movement history - hires, "
                    "leavers and transfers report as zero"
            END-IF
            MOVE "N" TO WS-MASTER-EOF
            PERFORM UNTIL EndOfEmployeeMaster
                READ EMPLOYEE-MASTER NEXT RECORD
                    AT END SET EndOfEmployeeMaster TO TRUE
                    NOT AT END
                        PERFORM COUNT-ONE-EMPLOYEE
                END-READ
            END-PERFORM
            CLOSE EMPLOYEE-MASTER
            OPEN OUTPUT WORKFORCE-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE WorkforceLine FROM REPORT-STAMP-LINE
            MOVE WS-REPORT-PERIOD TO WS-RH-PERIOD
            MOVE WS-MONTH-END TO WS-RH-MONTH-END
            WRITE WorkforceLine FROM WS-REPORT-HEADING
            WRITE WorkforceLine FROM WS-BLANK-LINE
            WRITE WorkforceLine FROM WS-COLUMN-HEADING
            PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                UNTIL WS-DT-IDX > WS-DT-COUNT
                PERFORM WRITE-ONE-DEPARTMENT
            END-PERFORM
            WRITE WorkforceLine FROM WS-BLANK-LINE
            MOVE WS-TOTAL-FIGURES TO WS-LINE-FIGURES
            MOVE "TOTL" TO WS-DL-DEPT
            PERFORM WRITE-FIGURES-LINE
            IF WS-TENURE-UNKNOWN > 0
                MOVE WS-TENURE-UNKNOWN TO WS-TN-COUNT
                WRITE WorkforceLine FROM WS-TENURE-NOTE-LINE
            END-IF
            PERFORM WRITE-LEAVER-LIST
            CLOSE WORKFORCE-REPORT
            DISPLAY "Workforce report for " WS-REPORT-PERIOD ": "
                WS-TF-CLOSING " on staff, " WS-TF-HIRES " hire(s), "
                WS-TF-LEAVERS " leaver(s), " WS-MOVEMENTS-READ
                " movement(s) read"
            GOBACK.

      * Month start and end, and the first day of the twelve-month
      * window that ends with the report month.
        SET-REPORT-DATES.
            COMPUTE WS-MONTH-START = WS-REPORT-PERIOD * 100 + 1
            MOVE WS-REPORT-PERIOD TO WS-WORK-PERIOD
            IF WS-WORK-MONTH = 12
                ADD 1 TO WS-WORK-YEAR
                MOVE 1 TO WS-WORK-MONTH
            ELSE
                ADD 1 TO WS-WORK-MONTH
            END-IF
            COMPUTE WS-NEXT-MONTH-START = WS-WORK-PERIOD * 100 + 1
            COMPUTE WS-MONTH-END-DAY-NO =
                FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1
            COMPUTE WS-MONTH-END =
                FUNCTION DATE-OF-INTEGER(WS-MONTH-END-DAY-NO)
            COMPUTE WS-MONTH-COUNT =
                (WS-REPORT-YEAR * 12) + WS-REPORT-MONTH - 1 - 11
            DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-WORK-YEAR
                REMAINDER WS-WORK-MONTH
            ADD 1 TO WS-WORK-MONTH
            COMPUTE WS-WINDOW-START = WS-WORK-PERIOD * 100 + 1.

      * Movements inside the twelve-month window count toward the
      * rolling figures, and those inside the month toward the
      * month's; a transfer after the month is kept for the
      * month-end department; anything else is history.
        ACCUMULATE-ONE-MOVEMENT.
            IF MV-EFFECTIVE-DATE IS NOT NUMERIC
                DISPLAY "Bad EMPMOVE record ignored: "
                    EMPLOYEE-MOVEMENT-RECORD
                EXIT PARAGRAPH
            END-IF
            IF MV-EFFECTIVE-DATE > WS-MONTH-END
                IF MV-Transfer
                    PERFORM NOTE-LATE-TRANSFER
                END-IF
                EXIT PARAGRAPH
            END-IF
            IF MV-EFFECTIVE-DATE < WS-WINDOW-START
                EXIT PARAGRAPH
            END-IF
            EVALUATE TRUE
                WHEN MV-Hire
                    MOVE MV-TO-DEPARTMENT TO WS-LOOKUP-DEPARTMENT
                    PERFORM FIND-DEPARTMENT-ENTRY
                    IF WS-DT-PICK > 0
                        ADD 1 TO DT-HIRES-12(WS-DT-PICK)
                        IF MV-EFFECTIVE-DATE >= WS-MONTH-START
                            ADD 1 TO DT-HIRES(WS-DT-PICK)
                        END-IF
                    END-IF
                WHEN MV-Termination
                    MOVE MV-FROM-DEPARTMENT TO WS-LOOKUP-DEPARTMENT
                    PERFORM FIND-DEPARTMENT-ENTRY
                    IF WS-DT-PICK > 0
                        ADD 1 TO DT-LEAVERS-12(WS-DT-PICK)
                        IF MV-EFFECTIVE-DATE >= WS-MONTH-START
                            ADD 1 TO DT-LEAVERS(WS-DT-PICK)
                            PERFORM NOTE-MONTH-LEAVER
                        END-IF
                    END-IF
                WHEN MV-Transfer
                    MOVE MV-FROM-DEPARTMENT TO WS-LOOKUP-DEPARTMENT
                    PERFORM FIND-DEPARTMENT-ENTRY
                    IF WS-DT-PICK > 0
                        ADD 1 TO DT-TRANSFERS-OUT-12(WS-DT-PICK)
                        IF MV-EFFECTIVE-DATE >= WS-MONTH-START
                            ADD 1 TO DT-TRANSFERS-OUT(WS-DT-PICK)
                        END-IF
                    END-IF
                    MOVE MV-TO-DEPARTMENT TO WS-LOOKUP-DEPARTMENT
                    PERFORM FIND-DEPARTMENT-ENTRY
                    IF WS-DT-PICK > 0
                        ADD 1 TO DT-TRANSFERS-IN-12(WS-DT-PICK)
                        IF MV-EFFECTIVE-DATE >= WS-MONTH-START
                            ADD 1 TO DT-TRANSFERS-IN(WS-DT-PICK)
                        END-IF
                    END-IF
                WHEN OTHER
                    DISPLAY "Bad EMPMOVE record ignored: "
                        EMPLOYEE-MOVEMENT-RECORD
            END-EVALUATE.

        NOTE-LATE-TRANSFER.
            MOVE 0 TO WS-LT-PICK
            PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                UNTIL WS-LT-IDX > WS-LT-COUNT OR WS-LT-PICK > 0
                IF LT-EMPLOYEE-NO(WS-LT-IDX) = MV-EMPLOYEE-NO
                    MOVE WS-LT-IDX TO WS-LT-PICK
                END-IF
            END-PERFORM
            IF WS-LT-PICK > 0
                IF MV-EFFECTIVE-DATE < LT-EFFECTIVE-DATE(WS-LT-PICK)
                    MOVE MV-EFFECTIVE-DATE
                        TO LT-EFFECTIVE-DATE(WS-LT-PICK)
                    MOVE MV-FROM-DEPARTMENT
                        TO LT-FROM-DEPARTMENT(WS-LT-PICK)
                END-IF
                EXIT PARAGRAPH
            END-IF
            IF WS-LT-COUNT >= WS-LATE-TABLE-CAPACITY
                DISPLAY "WS-LATE-TRANSFER-TABLE full at "
                    WS-LATE-TABLE-CAPACITY " entries, transfer of "
                    MV-EMPLOYEE-NO " ignored"
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-LT-COUNT
            MOVE MV-EMPLOYEE-NO TO LT-EMPLOYEE-NO(WS-LT-COUNT)
            MOVE MV-EFFECTIVE-DATE TO LT-EFFECTIVE-DATE(WS-LT-COUNT)
            MOVE MV-FROM-DEPARTMENT TO LT-FROM-DEPARTMENT(WS-LT-COUNT).

        NOTE-MONTH-LEAVER.
            IF WS-LV-COUNT >= WS-LEAVER-TABLE-CAPACITY
                DISPLAY "WS-LEAVER-TABLE full at "
                    WS-LEAVER-TABLE-CAPACITY " entries, leaver "
                    MV-EMPLOYEE-NO " not listed"
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-LV-COUNT
            MOVE MV-EMPLOYEE-NO TO LV-EMPLOYEE-NO(WS-LV-COUNT)
            MOVE MV-EMPLOYEE-NAME TO LV-EMPLOYEE-NAME(WS-LV-COUNT)
            MOVE MV-FROM-DEPARTMENT TO LV-DEPARTMENT(WS-LV-COUNT)
            IF MV-HIRE-DATE IS NUMERIC
                MOVE MV-HIRE-DATE TO LV-HIRE-DATE(WS-LV-COUNT)
            ELSE
                MOVE 0 TO LV-HIRE-DATE(WS-LV-COUNT)
            END-IF
            MOVE MV-EFFECTIVE-DATE TO LV-LEAVING-DATE(WS-LV-COUNT).

      * On staff at month end: hired by then, or hired before hire
      * dates were kept, and not yet gone.
        COUNT-ONE-EMPLOYEE.
            IF EM-HIRE-DATE IS NUMERIC
               AND EM-HIRE-DATE > WS-MONTH-END
                EXIT PARAGRAPH
            END-IF
            IF EM-TERMINATION-DATE NOT = ZERO
               AND EM-TERMINATION-DATE NOT > WS-MONTH-END
                EXIT PARAGRAPH
            END-IF
            MOVE EM-DEPARTMENT-CODE TO WS-STAFF-DEPARTMENT
            PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                UNTIL WS-LT-IDX > WS-LT-COUNT
                IF LT-EMPLOYEE-NO(WS-LT-IDX) = EM-EMPLOYEE-NO
                    MOVE LT-FROM-DEPARTMENT(WS-LT-IDX)
                        TO WS-STAFF-DEPARTMENT
                END-IF
            END-PERFORM
            MOVE WS-STAFF-DEPARTMENT TO WS-LOOKUP-DEPARTMENT
            PERFORM FIND-DEPARTMENT-ENTRY
            IF WS-DT-PICK = 0
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO DT-CLOSING(WS-DT-PICK)
            MOVE 0 TO WS-SERVICE-DAYS
            IF EM-HIRE-DATE IS NUMERIC
               AND EM-HIRE-DATE > 0
                MOVE EM-HIRE-DATE TO WS-DATE-TEXT
                PERFORM FIGURE-SERVICE-DAYS
            ELSE
                MOVE "N" TO WS-DATE-VALID
            END-IF
            IF DateIsValid
                ADD WS-SERVICE-DAYS TO DT-TENURE-DAYS(WS-DT-PICK)
                ADD 1 TO DT-TENURE-COUNT(WS-DT-PICK)
            ELSE
                ADD 1 TO WS-TENURE-UNKNOWN
            END-IF.

      * Days from the date in WS-DATE-TEXT to month end, through the
      * shared ValidateDate check.
        FIGURE-SERVICE-DAYS.
            MOVE 0 TO WS-SERVICE-DAYS
            CALL "ValidateDate" USING WS-DATE-TEXT
                WS-DATE-VALID WS-DATE-REASON
            IF DateIsValid
                COMPUTE WS-SERVICE-DAYS = WS-MONTH-END-DAY-NO
                    - FUNCTION INTEGER-OF-DATE(EM-HIRE-DATE)
            END-IF.

        FIND-DEPARTMENT-ENTRY.
            MOVE 0 TO WS-DT-PICK
            PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                UNTIL WS-DT-IDX > WS-DT-COUNT OR WS-DT-PICK > 0
                IF DT-DEPARTMENT(WS-DT-IDX) = WS-LOOKUP-DEPARTMENT
                    MOVE WS-DT-IDX TO WS-DT-PICK
                END-IF
            END-PERFORM
            IF WS-DT-PICK > 0
                EXIT PARAGRAPH
            END-IF
            IF WS-DT-COUNT >= WS-DEPT-TABLE-CAPACITY
                DISPLAY "WS-DEPARTMENT-TABLE full at "
                    WS-DEPT-TABLE-CAPACITY " entries, department "
                    WS-LOOKUP-DEPARTMENT " not reported"
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-DT-COUNT
            MOVE WS-DT-COUNT TO WS-DT-PICK
            MOVE WS-LOOKUP-DEPARTMENT TO DT-DEPARTMENT(WS-DT-PICK)
            MOVE ZERO TO DT-HIRES(WS-DT-PICK)
                DT-LEAVERS(WS-DT-PICK)
                DT-TRANSFERS-IN(WS-DT-PICK)
                DT-TRANSFERS-OUT(WS-DT-PICK)
                DT-HIRES-12(WS-DT-PICK)
                DT-LEAVERS-12(WS-DT-PICK)
                DT-TRANSFERS-IN-12(WS-DT-PICK)
                DT-TRANSFERS-OUT-12(WS-DT-PICK)
                DT-CLOSING(WS-DT-PICK)
                DT-TENURE-DAYS(WS-DT-PICK)
                DT-TENURE-COUNT(WS-DT-PICK).

        WRITE-ONE-DEPARTMENT.
            MOVE DT-HIRES(WS-DT-IDX) TO WS-LF-HIRES
            MOVE DT-LEAVERS(WS-DT-IDX) TO WS-LF-LEAVERS
            MOVE DT-TRANSFERS-IN(WS-DT-IDX) TO WS-LF-TRANSFERS-IN
            MOVE DT-TRANSFERS-OUT(WS-DT-IDX) TO WS-LF-TRANSFERS-OUT
            MOVE DT-HIRES-12(WS-DT-IDX) TO WS-LF-HIRES-12
            MOVE DT-LEAVERS-12(WS-DT-IDX) TO WS-LF-LEAVERS-12
            MOVE DT-TRANSFERS-IN-12(WS-DT-IDX)
                TO WS-LF-TRANSFERS-IN-12
            MOVE DT-TRANSFERS-OUT-12(WS-DT-IDX)
                TO WS-LF-TRANSFERS-OUT-12
            MOVE DT-CLOSING(WS-DT-IDX) TO WS-LF-CLOSING
            MOVE DT-TENURE-DAYS(WS-DT-IDX) TO WS-LF-TENURE-DAYS
            MOVE DT-TENURE-COUNT(WS-DT-IDX) TO WS-LF-TENURE-COUNT
            ADD WS-LF-HIRES TO WS-TF-HIRES
            ADD WS-LF-LEAVERS TO WS-TF-LEAVERS
            ADD WS-LF-TRANSFERS-IN TO WS-TF-TRANSFERS-IN
            ADD WS-LF-TRANSFERS-OUT TO WS-TF-TRANSFERS-OUT
            ADD WS-LF-HIRES-12 TO WS-TF-HIRES-12
            ADD WS-LF-LEAVERS-12 TO WS-TF-LEAVERS-12
            ADD WS-LF-TRANSFERS-IN-12 TO WS-TF-TRANSFERS-IN-12
            ADD WS-LF-TRANSFERS-OUT-12 TO WS-TF-TRANSFERS-OUT-12
            ADD WS-LF-CLOSING TO WS-TF-CLOSING
            ADD WS-LF-TENURE-DAYS TO WS-TF-TENURE-DAYS
            ADD WS-LF-TENURE-COUNT TO WS-TF-TENURE-COUNT
            MOVE DT-DEPARTMENT(WS-DT-IDX) TO WS-DL-DEPT
            IF WS-DL-DEPT = SPACES
                MOVE "NONE" TO WS-DL-DEPT
            END-IF
            PERFORM WRITE-FIGURES-LINE.

      * Opening headcounts are the close with the movements taken
      * back out; a turnover rate over an empty department is zero.
        WRITE-FIGURES-LINE.
            COMPUTE WS-OPENING = WS-LF-CLOSING - WS-LF-HIRES
                + WS-LF-LEAVERS - WS-LF-TRANSFERS-IN
                + WS-LF-TRANSFERS-OUT
            COMPUTE WS-OPENING-12 = WS-LF-CLOSING - WS-LF-HIRES-12
                + WS-LF-LEAVERS-12 - WS-LF-TRANSFERS-IN-12
                + WS-LF-TRANSFERS-OUT-12
            MOVE WS-OPENING TO WS-DL-OPENING
            MOVE WS-LF-HIRES TO WS-DL-HIRES
            MOVE WS-LF-LEAVERS TO WS-DL-LEAVERS
            MOVE WS-LF-TRANSFERS-IN TO WS-DL-TRANSFERS-IN
            MOVE WS-LF-TRANSFERS-OUT TO WS-DL-TRANSFERS-OUT
            MOVE WS-LF-CLOSING TO WS-DL-CLOSING
            COMPUTE WS-AVERAGE-HEADCOUNT =
                (WS-OPENING + WS-LF-CLOSING) / 2
            MOVE 0 TO WS-TURNOVER-PERCENT
            IF WS-AVERAGE-HEADCOUNT > 0
                COMPUTE WS-TURNOVER-PERCENT ROUNDED =
                    WS-LF-LEAVERS * 100 / WS-AVERAGE-HEADCOUNT
                    ON SIZE ERROR MOVE 999.9 TO WS-TURNOVER-PERCENT
                END-COMPUTE
            END-IF
            MOVE WS-TURNOVER-PERCENT TO WS-DL-MONTH-TURNOVER
            COMPUTE WS-AVERAGE-HEADCOUNT =
                (WS-OPENING-12 + WS-LF-CLOSING) / 2
            MOVE 0 TO WS-TURNOVER-PERCENT
            IF WS-AVERAGE-HEADCOUNT > 0
                COMPUTE WS-TURNOVER-PERCENT ROUNDED =
                    WS-LF-LEAVERS-12 * 100 / WS-AVERAGE-HEADCOUNT
                    ON SIZE ERROR MOVE 999.9 TO WS-TURNOVER-PERCENT
                END-COMPUTE
            END-IF
            MOVE WS-TURNOVER-PERCENT TO WS-DL-YEAR-TURNOVER
            MOVE 0 TO WS-AVERAGE-TENURE
            IF WS-LF-TENURE-COUNT > 0
                COMPUTE WS-AVERAGE-TENURE ROUNDED =
                    WS-LF-TENURE-DAYS / WS-LF-TENURE-COUNT / 365.25
                    ON SIZE ERROR MOVE 99.9 TO WS-AVERAGE-TENURE
                END-COMPUTE
            END-IF
            MOVE WS-AVERAGE-TENURE TO WS-DL-AVERAGE-TENURE
            WRITE WorkforceLine FROM WS-DETAIL-LINE.

        WRITE-LEAVER-LIST.
            WRITE WorkforceLine FROM WS-BLANK-LINE
            WRITE WorkforceLine FROM WS-LEAVER-HEADING
            IF WS-LV-COUNT = 0
                WRITE WorkforceLine FROM WS-NO-LEAVERS-LINE
                EXIT PARAGRAPH
            END-IF
            WRITE WorkforceLine FROM WS-LEAVER-COLUMN-HEADING
            PERFORM VARYING WS-LV-IDX FROM 1 BY 1
                UNTIL WS-LV-IDX > WS-LV-COUNT
                PERFORM WRITE-ONE-LEAVER
            END-PERFORM.

      * Length of service runs from the hire date to the leaving
      * date; a leaver hired before hire dates were kept shows
      * NOT KNOWN.
        WRITE-ONE-LEAVER.
            MOVE LV-EMPLOYEE-NO(WS-LV-IDX) TO WS-LL-EMP-NO
            MOVE LV-EMPLOYEE-NAME(WS-LV-IDX) TO WS-LL-NAME
            MOVE LV-DEPARTMENT(WS-LV-IDX) TO WS-LL-DEPT
            MOVE LV-LEAVING-DATE(WS-LV-IDX) TO WS-LL-LEAVING-DATE
            MOVE "N" TO WS-DATE-VALID
            IF LV-HIRE-DATE(WS-LV-IDX) > 0
                MOVE LV-HIRE-DATE(WS-LV-IDX) TO WS-DATE-TEXT
                CALL "ValidateDate" USING WS-DATE-TEXT
                    WS-DATE-VALID WS-DATE-REASON
            END-IF
            IF DateIsValid
               AND LV-HIRE-DATE(WS-LV-IDX)
                   NOT > LV-LEAVING-DATE(WS-LV-IDX)
                MOVE LV-HIRE-DATE(WS-LV-IDX) TO WS-LL-HIRE-DATE
                COMPUTE WS-SERVICE-DAYS =
                    FUNCTION INTEGER-OF-DATE(LV-LEAVING-DATE(WS-LV-IDX))
                    - FUNCTION INTEGER-OF-DATE(LV-HIRE-DATE(WS-LV-IDX))
                COMPUTE WS-SERVICE-YEARS ROUNDED =
                    WS-SERVICE-DAYS / 365.25
                    ON SIZE ERROR MOVE 99.9 TO WS-SERVICE-YEARS
                END-COMPUTE
                MOVE WS-SERVICE-YEARS TO WS-LL-YEARS
                MOVE WS-LL-SERVICE-YEARS TO WS-LL-SERVICE
            ELSE
                MOVE SPACES TO WS-LL-HIRE-DATE
                MOVE "NOT KNOWN" TO WS-LL-SERVICE
            END-IF
            WRITE WorkforceLine FROM WS-LEAVER-LINE.

      * The refuse-on-imbalance check every reader of the employee
      * master makes before trusting it; reopened for the count.
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
