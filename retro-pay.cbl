       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetroPay.
      * Retroactive pay for backdated wage-rate changes. Every rate
      * rise in an employee's EM-EFFECTIVE-WAGE-HISTORY is matched
      * against the weeks already paid on PAYWEEK.DAT that started
      * on or after its effective date; each such week still paid
      * below the new rate is repriced at EM-EWH-NEW-RATE against
      * EM-EWH-OLD-RATE - ordinary hours plus the overtime hours at
      * the OTRATE.REF premium - and the difference becomes one
      * retro-pay item. Week N of the payroll year starts (N - 1)
      * weeks after the week-1 date held in PAYCAL.REF, which the
      * operator keys when no calendar is on file. RETROPAY.RPT
      * previews every item by employee and week before anything
      * moves; only when the operator confirms are the items
      * appended to RETROPAY.DAT, queued for the next PayrollRun to
      * pay, tax and post as a line of its own. An item already
      * queued or paid for the same employee, week and rate change
      * is never queued again, so the run can be repeated freely.
      * Rate cuts are not clawed back.

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
          SELECT RETRO-PAY-FILE
            ASSIGN TO "RETROPAY.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RETRO-PAY-STATUS.
          SELECT PAY-CALENDAR-FILE
            ASSIGN TO "PAYCAL.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAY-CALENDAR-STATUS.
          SELECT OVERTIME-RATE-FILE
            ASSIGN TO "OTRATE.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OT-RATE-STATUS.
          SELECT RETRO-REPORT
            ASSIGN TO "RETROPAY.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EMPLOYEE-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY EMPREC.

        FD  PAY-WEEK-FILE
            LABEL RECORDS ARE STANDARD.
            COPY PAYWEEK.

        FD  RETRO-PAY-FILE
            LABEL RECORDS ARE STANDARD.
            COPY RETROPAY.

      * The first day of payroll week 1 of the current year.
        FD  PAY-CALENDAR-FILE
            LABEL RECORDS ARE STANDARD.
        01  PAY-CALENDAR-RECORD.
            05  PK-WEEK-ONE-DATE     PIC 9(8).

        FD  OVERTIME-RATE-FILE
            LABEL RECORDS ARE STANDARD.
        01  OVERTIME-RATE-RECORD.
            05  OR-MULTIPLIER        PIC 9V99.

        FD  RETRO-REPORT
            LABEL RECORDS ARE STANDARD.
        01  RetroReportLine          PIC X(100).

        WORKING-STORAGE SECTION.
        01  WS-EMPLOYEE-STATUS       PIC XX.
            88  EndOfEmployeeFile        VALUE "10".
        01  WS-PAY-WEEK-STATUS       PIC XX.
            88  EndOfPayWeekFile         VALUE "10".
        01  WS-RETRO-PAY-STATUS      PIC XX.
            88  EndOfRetroPayFile        VALUE "10".
        01  WS-PAY-CALENDAR-STATUS   PIC XX.
        01  WS-OT-RATE-STATUS        PIC XX.
        01  WS-REPORT-STATUS         PIC XX.

        01  WS-CE-PROMPT             PIC X(40)
                VALUE "Queue the retro pay for next payroll".
        01  WS-CE-RESPONSE           PIC X.
            88  RetroToBeQueued          VALUE "Y".

        01  WS-RUN-DATE              PIC 9(8).
        01  WS-WEEK-ONE-DATE         PIC 9(8) VALUE ZERO.
        01  WS-WEEK-ONE-INTEGER      PIC 9(7).
        01  WS-WEEK-START-INTEGER    PIC 9(7).
        01  WS-EFFECTIVE-INTEGER     PIC 9(7).
        01  WS-OT-MULTIPLIER         PIC 9V99 VALUE 1.50.

        01  WS-EH-IDX                PIC 99.
        01  WS-ORDINARY-HOURS        PIC S999V99.
        01  WS-NEW-RATE-PAY          PIC 9(5)V99.
        01  WS-RETRO-AMOUNT          PIC 9(5)V99.
        01  WS-ALREADY-QUEUED        PIC X.
            88  RetroAlreadyQueued       VALUE "Y".
        01  WS-EMPLOYEE-RETRO        PIC 9(7)V99.
        01  WS-TOTAL-RETRO           PIC 9(9)V99 VALUE ZERO.

      * Every paid week, with the retro pay already inside its
      * gross taken back out so the week shows what the rate paid.
        78  WS-PAID-WEEK-CAPACITY    VALUE 5000.
        01  WS-PW-COUNT              PIC 9(4) VALUE ZERO.
        01  WS-PW-IDX                PIC 9(4).
        01  WS-PAID-WEEK-TABLE.
            05  PAID-WEEK-ENTRY OCCURS 5000 TIMES.
              10  PWE-EMPLOYEE-NO    PIC 9(6).
              10  PWE-WEEK-NO        PIC 99.
              10  PWE-HOURS          PIC 999V99.
              10  PWE-OT-HOURS       PIC 99V99.
              10  PWE-RATE-GROSS     PIC S9(5)V99.

      * Items already on RETROPAY.DAT, queued or paid.
        78  WS-QUEUED-TABLE-CAPACITY VALUE 2000.
        01  WS-RQ-COUNT              PIC 9(4) VALUE ZERO.
        01  WS-RQ-IDX                PIC 9(4).
        01  WS-QUEUED-ITEM-TABLE.
            05  QUEUED-ITEM-ENTRY OCCURS 2000 TIMES.
              10  RQE-EMPLOYEE-NO    PIC 9(6).
              10  RQE-WEEK-NO        PIC 99.
              10  RQE-EFFECTIVE-DATE PIC 9(8).

      * This run's items, held until the operator confirms.
        78  WS-NEW-ITEM-CAPACITY     VALUE 1000.
        01  WS-NI-COUNT              PIC 9(4) VALUE ZERO.
        01  WS-NI-IDX                PIC 9(4).
        01  WS-NEW-ITEM-TABLE.
            05  NEW-ITEM-ENTRY OCCURS 1000 TIMES.
              10  NIE-EMPLOYEE-NO    PIC 9(6).
              10  NIE-WEEK-NO        PIC 99.
              10  NIE-EFFECTIVE-DATE PIC 9(8).
              10  NIE-OLD-RATE       PIC 9999V99.
              10  NIE-NEW-RATE       PIC 9999V99.
              10  NIE-AMOUNT         PIC 9(5)V99.

        01  WS-RL-ACTION             PIC X.
        01  WS-RL-PROGRAM-NAME       PIC X(15)
                VALUE "RetroPay".
        01  WS-RL-RECORDS-READ       PIC 9(7) VALUE ZERO.
        01  WS-RL-RECORDS-WRITTEN    PIC 9(7) VALUE ZERO.
        01  WS-RL-STATUS             PIC X(8).

        01  WS-REPORT-HEADING.
            05  FILLER               PIC X(37)
                    VALUE "RETROACTIVE PAY PREVIEW - RUN DATE ".
            05  WS-RH-RUN-DATE       PIC 9(8).
            05  FILLER               PIC X(16)
                    VALUE " - WEEK 1 FROM ".
            05  WS-RH-WEEK-ONE       PIC 9(8).
        01  WS-COLUMN-HEADING.
            05  FILLER               PIC X(7) VALUE "EMP NO ".
            05  FILLER               PIC X(21) VALUE "NAME".
            05  FILLER               PIC X(3) VALUE "WK ".
            05  FILLER               PIC X(8) VALUE "EFF DATE".
            05  FILLER               PIC X(9) VALUE " OLD RATE".
            05  FILLER               PIC X(9) VALUE " NEW RATE".
            05  FILLER               PIC X(7) VALUE "  HOURS".
            05  FILLER               PIC X(6) VALUE " OT HR".
            05  FILLER               PIC X(11) VALUE "  RETRO AMT".
        01  WS-DETAIL-LINE.
            05  WS-DL-EMP-NO         PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-NAME           PIC X(20).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-WEEK-NO        PIC Z9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-EFFECTIVE-DATE PIC 9(8).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-DL-OLD-RATE       PIC ZZZ9.99.
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-DL-NEW-RATE       PIC ZZZ9.99.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-HOURS          PIC ZZ9.99.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-OT-HOURS       PIC Z9.99.
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-DL-AMOUNT         PIC ZZ,ZZ9.99.
        01  WS-EMPLOYEE-TOTAL-LINE.
            05  FILLER               PIC X(8) VALUE SPACES.
            05  FILLER               PIC X(19)
                    VALUE "TOTAL FOR EMPLOYEE ".
            05  WS-ETL-EMP-NO        PIC 9(6).
            05  FILLER               PIC X(38) VALUE SPACES.
            05  WS-ETL-AMOUNT        PIC ZZZ,ZZ9.99.
        01  WS-GRAND-TOTAL-LINE.
            05  FILLER               PIC X(16)
                    VALUE "RETRO PAY WEEKS ".
            05  WS-GTL-COUNT         PIC ZZZ9.
            05  FILLER               PIC X(36) VALUE SPACES.
            05  FILLER               PIC X(12) VALUE "GRAND TOTAL ".
            05  WS-GTL-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            MOVE "S" TO WS-RL-ACTION
            MOVE "STARTED" TO WS-RL-STATUS
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS
            CALL "BusinessDate" USING WS-RUN-DATE
            PERFORM LOAD-PAY-CALENDAR
            IF WS-WEEK-ONE-DATE IS NOT NUMERIC
               OR WS-WEEK-ONE-DATE = ZERO
                DISPLAY "Week 1 date must be CCYYMMDD - retro pay "
                    "run abandoned"
                MOVE "BADPARM" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            COMPUTE WS-WEEK-ONE-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-WEEK-ONE-DATE)
            OPEN INPUT EMPLOYEE-MASTER
            IF WS-EMPLOYEE-STATUS NOT = "00"
                DISPLAY "No EMPLOYEE-MASTER available, retro pay "
                    "skipped"
                MOVE "NOFILE" TO WS-RL-STATUS
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            PERFORM LOAD-PAID-WEEKS
            PERFORM LOAD-QUEUED-ITEMS
            PERFORM LOAD-OVERTIME-MULTIPLIER
            OPEN OUTPUT RETRO-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE RetroReportLine FROM REPORT-STAMP-LINE
            MOVE WS-RUN-DATE TO WS-RH-RUN-DATE
            MOVE WS-WEEK-ONE-DATE TO WS-RH-WEEK-ONE
            WRITE RetroReportLine FROM WS-REPORT-HEADING
            MOVE SPACES TO RetroReportLine
            WRITE RetroReportLine
            WRITE RetroReportLine FROM WS-COLUMN-HEADING
            PERFORM UNTIL EndOfEmployeeFile
                READ EMPLOYEE-MASTER NEXT RECORD
                    AT END SET EndOfEmployeeFile TO TRUE
                    NOT AT END
                        ADD 1 TO WS-RL-RECORDS-READ
                        PERFORM RETRO-ONE-EMPLOYEE
                END-READ
            END-PERFORM
            CLOSE EMPLOYEE-MASTER
            MOVE SPACES TO RetroReportLine
            WRITE RetroReportLine
            MOVE WS-NI-COUNT TO WS-GTL-COUNT
            MOVE WS-TOTAL-RETRO TO WS-GTL-AMOUNT
            WRITE RetroReportLine FROM WS-GRAND-TOTAL-LINE
            CLOSE RETRO-REPORT
            DISPLAY "Retro pay: " WS-NI-COUNT " week(s) found, "
                "total " WS-TOTAL-RETRO " - see RETROPAY.RPT"
            IF WS-NI-COUNT = 0
                MOVE "NONE" TO WS-RL-STATUS
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            CALL "ConfirmEntry" USING WS-CE-PROMPT WS-CE-RESPONSE
            IF RetroToBeQueued
                PERFORM APPEND-RETRO-QUEUE
                MOVE "QUEUED" TO WS-RL-STATUS
            ELSE
                MOVE "LISTED" TO WS-RL-STATUS
            END-IF
            PERFORM LOG-RUN-END
            GOBACK.

        LOG-RUN-END.
            MOVE "E" TO WS-RL-ACTION
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS.

      * Only rises are repriced; a history entry cutting the rate
      * or carrying no usable date is passed over.
        RETRO-ONE-EMPLOYEE.
            MOVE 0 TO WS-EMPLOYEE-RETRO
            IF EM-WAGE-HISTORY-COUNT IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-EH-IDX FROM 1 BY 1
                UNTIL WS-EH-IDX > EM-WAGE-HISTORY-COUNT
                   OR WS-EH-IDX > 20
                IF EM-EWH-EFFECTIVE-DATE(WS-EH-IDX) IS NUMERIC
                   AND EM-EWH-EFFECTIVE-DATE(WS-EH-IDX) > ZERO
                   AND EM-EWH-NEW-RATE(WS-EH-IDX) >
                       EM-EWH-OLD-RATE(WS-EH-IDX)
                    PERFORM RETRO-ONE-RATE-CHANGE
                END-IF
            END-PERFORM
            IF WS-EMPLOYEE-RETRO > 0
                MOVE EM-EMPLOYEE-NO TO WS-ETL-EMP-NO
                MOVE WS-EMPLOYEE-RETRO TO WS-ETL-AMOUNT
                WRITE RetroReportLine FROM WS-EMPLOYEE-TOTAL-LINE
                MOVE SPACES TO RetroReportLine
                WRITE RetroReportLine
            END-IF.

        RETRO-ONE-RATE-CHANGE.
            COMPUTE WS-EFFECTIVE-INTEGER = FUNCTION INTEGER-OF-DATE
                (EM-EWH-EFFECTIVE-DATE(WS-EH-IDX))
            PERFORM VARYING WS-PW-IDX FROM 1 BY 1
                UNTIL WS-PW-IDX > WS-PW-COUNT
                IF PWE-EMPLOYEE-NO(WS-PW-IDX) = EM-EMPLOYEE-NO
                    COMPUTE WS-WEEK-START-INTEGER =
                        WS-WEEK-ONE-INTEGER
                        + ((PWE-WEEK-NO(WS-PW-IDX) - 1) * 7)
                    IF WS-WEEK-START-INTEGER >= WS-EFFECTIVE-INTEGER
                        PERFORM PRICE-ONE-RETRO-WEEK
                    END-IF
                END-IF
            END-PERFORM.

      * A week whose gross already reaches the new rate was paid
      * after the change was keyed and owes nothing.
        PRICE-ONE-RETRO-WEEK.
            COMPUTE WS-ORDINARY-HOURS =
                PWE-HOURS(WS-PW-IDX) - PWE-OT-HOURS(WS-PW-IDX)
            COMPUTE WS-NEW-RATE-PAY ROUNDED =
                (WS-ORDINARY-HOURS * EM-EWH-NEW-RATE(WS-EH-IDX))
                + (PWE-OT-HOURS(WS-PW-IDX)
                   * EM-EWH-NEW-RATE(WS-EH-IDX) * WS-OT-MULTIPLIER)
            IF PWE-RATE-GROSS(WS-PW-IDX) >= WS-NEW-RATE-PAY
                EXIT PARAGRAPH
            END-IF
            PERFORM CHECK-ALREADY-QUEUED
            IF RetroAlreadyQueued
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-RETRO-AMOUNT ROUNDED =
                (WS-ORDINARY-HOURS
                 * (EM-EWH-NEW-RATE(WS-EH-IDX)
                    - EM-EWH-OLD-RATE(WS-EH-IDX)))
                + (PWE-OT-HOURS(WS-PW-IDX)
                   * (EM-EWH-NEW-RATE(WS-EH-IDX)
                      - EM-EWH-OLD-RATE(WS-EH-IDX))
                   * WS-OT-MULTIPLIER)
            IF WS-RETRO-AMOUNT = 0
                EXIT PARAGRAPH
            END-IF
            IF WS-NI-COUNT >= WS-NEW-ITEM-CAPACITY
                DISPLAY "WS-NEW-ITEM-TABLE full at "
                    WS-NEW-ITEM-CAPACITY " entries - employee "
                    EM-EMPLOYEE-NO " week " PWE-WEEK-NO(WS-PW-IDX)
                    " left for the next run"
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-NI-COUNT
            MOVE EM-EMPLOYEE-NO TO NIE-EMPLOYEE-NO(WS-NI-COUNT)
            MOVE PWE-WEEK-NO(WS-PW-IDX) TO NIE-WEEK-NO(WS-NI-COUNT)
            MOVE EM-EWH-EFFECTIVE-DATE(WS-EH-IDX)
                TO NIE-EFFECTIVE-DATE(WS-NI-COUNT)
            MOVE EM-EWH-OLD-RATE(WS-EH-IDX)
                TO NIE-OLD-RATE(WS-NI-COUNT)
            MOVE EM-EWH-NEW-RATE(WS-EH-IDX)
                TO NIE-NEW-RATE(WS-NI-COUNT)
            MOVE WS-RETRO-AMOUNT TO NIE-AMOUNT(WS-NI-COUNT)
            ADD WS-RETRO-AMOUNT TO WS-EMPLOYEE-RETRO
            ADD WS-RETRO-AMOUNT TO WS-TOTAL-RETRO
            MOVE EM-EMPLOYEE-NO TO WS-DL-EMP-NO
            MOVE EM-EMPLOYEE-NAME TO WS-DL-NAME
            MOVE PWE-WEEK-NO(WS-PW-IDX) TO WS-DL-WEEK-NO
            MOVE EM-EWH-EFFECTIVE-DATE(WS-EH-IDX)
                TO WS-DL-EFFECTIVE-DATE
            MOVE EM-EWH-OLD-RATE(WS-EH-IDX) TO WS-DL-OLD-RATE
            MOVE EM-EWH-NEW-RATE(WS-EH-IDX) TO WS-DL-NEW-RATE
            MOVE PWE-HOURS(WS-PW-IDX) TO WS-DL-HOURS
            MOVE PWE-OT-HOURS(WS-PW-IDX) TO WS-DL-OT-HOURS
            MOVE WS-RETRO-AMOUNT TO WS-DL-AMOUNT
            WRITE RetroReportLine FROM WS-DETAIL-LINE.

        CHECK-ALREADY-QUEUED.
            MOVE "N" TO WS-ALREADY-QUEUED
            PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                UNTIL WS-RQ-IDX > WS-RQ-COUNT
                   OR RetroAlreadyQueued
                IF RQE-EMPLOYEE-NO(WS-RQ-IDX) = EM-EMPLOYEE-NO
                   AND RQE-WEEK-NO(WS-RQ-IDX) =
                       PWE-WEEK-NO(WS-PW-IDX)
                   AND RQE-EFFECTIVE-DATE(WS-RQ-IDX) =
                       EM-EWH-EFFECTIVE-DATE(WS-EH-IDX)
                    MOVE "Y" TO WS-ALREADY-QUEUED
                END-IF
            END-PERFORM.

      * The queue is only ever appended here; PayrollRun rewrites
      * it as it pays items off.
        APPEND-RETRO-QUEUE.
            OPEN EXTEND RETRO-PAY-FILE
            IF WS-RETRO-PAY-STATUS NOT = "00"
                OPEN OUTPUT RETRO-PAY-FILE
            END-IF
            PERFORM VARYING WS-NI-IDX FROM 1 BY 1
                UNTIL WS-NI-IDX > WS-NI-COUNT
                MOVE SPACES TO RETRO-PAY-RECORD
                MOVE NIE-EMPLOYEE-NO(WS-NI-IDX) TO RP-EMPLOYEE-NO
                MOVE NIE-WEEK-NO(WS-NI-IDX) TO RP-WEEK-NO
                MOVE NIE-EFFECTIVE-DATE(WS-NI-IDX)
                    TO RP-EFFECTIVE-DATE
                MOVE NIE-OLD-RATE(WS-NI-IDX) TO RP-OLD-RATE
                MOVE NIE-NEW-RATE(WS-NI-IDX) TO RP-NEW-RATE
                MOVE NIE-AMOUNT(WS-NI-IDX) TO RP-AMOUNT
                MOVE "Q" TO RP-STATUS
                MOVE 0 TO RP-PAID-WEEK-NO
                WRITE RETRO-PAY-RECORD
                ADD 1 TO WS-RL-RECORDS-WRITTEN
            END-PERFORM
            CLOSE RETRO-PAY-FILE
            DISPLAY WS-NI-COUNT " retro pay item(s) queued on "
                "RETROPAY.DAT for the next payroll run".

      * Without a calendar on file the operator keys week 1.
        LOAD-PAY-CALENDAR.
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
            END-IF.

        LOAD-PAID-WEEKS.
            OPEN INPUT PAY-WEEK-FILE
            IF WS-PAY-WEEK-STATUS NOT = "00"
                DISPLAY "No PAYWEEK.DAT on file, no paid weeks to "
                    "reprice"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfPayWeekFile
                OR WS-PW-COUNT >= WS-PAID-WEEK-CAPACITY
                READ PAY-WEEK-FILE
                    AT END SET EndOfPayWeekFile TO TRUE
                    NOT AT END
                        IF PW-EMPLOYEE-NO IS NUMERIC
                           AND PW-WEEK-NO IS NUMERIC
                           AND PW-HOURS IS NUMERIC
                           AND PW-GROSS IS NUMERIC
                           AND NOT PW-OffCyclePayment
                           AND NOT PW-FinalPayment
                            PERFORM NOTE-PAID-WEEK
                        END-IF
                END-READ
            END-PERFORM
            IF NOT EndOfPayWeekFile
                DISPLAY "WS-PAID-WEEK-TABLE full at "
                    WS-PAID-WEEK-CAPACITY " entries, remaining "
                    "PAYWEEK.DAT records not repriced"
            END-IF
            CLOSE PAY-WEEK-FILE.

      * Records from before overtime or retro pay were kept carry
      * spaces in those fields and count as none.
        NOTE-PAID-WEEK.
            ADD 1 TO WS-PW-COUNT
            MOVE PW-EMPLOYEE-NO TO PWE-EMPLOYEE-NO(WS-PW-COUNT)
            MOVE PW-WEEK-NO TO PWE-WEEK-NO(WS-PW-COUNT)
            MOVE PW-HOURS TO PWE-HOURS(WS-PW-COUNT)
            MOVE 0 TO PWE-OT-HOURS(WS-PW-COUNT)
            IF PW-OT-HOURS IS NUMERIC
                MOVE PW-OT-HOURS TO PWE-OT-HOURS(WS-PW-COUNT)
            END-IF
            MOVE PW-GROSS TO PWE-RATE-GROSS(WS-PW-COUNT)
            IF PW-RETRO-PAY IS NUMERIC
                SUBTRACT PW-RETRO-PAY FROM PWE-RATE-GROSS(WS-PW-COUNT)
            END-IF.

        LOAD-QUEUED-ITEMS.
            OPEN INPUT RETRO-PAY-FILE
            IF WS-RETRO-PAY-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfRetroPayFile
                OR WS-RQ-COUNT >= WS-QUEUED-TABLE-CAPACITY
                READ RETRO-PAY-FILE
                    AT END SET EndOfRetroPayFile TO TRUE
                    NOT AT END
                        IF RP-EMPLOYEE-NO IS NUMERIC
                           AND RP-WEEK-NO IS NUMERIC
                           AND RP-EFFECTIVE-DATE IS NUMERIC
                            ADD 1 TO WS-RQ-COUNT
                            MOVE RP-EMPLOYEE-NO
                                TO RQE-EMPLOYEE-NO(WS-RQ-COUNT)
                            MOVE RP-WEEK-NO
                                TO RQE-WEEK-NO(WS-RQ-COUNT)
                            MOVE RP-EFFECTIVE-DATE
                                TO RQE-EFFECTIVE-DATE(WS-RQ-COUNT)
                        ELSE
                            DISPLAY "Bad RETROPAY.DAT record "
                                "ignored: " RETRO-PAY-RECORD
                        END-IF
                END-READ
            END-PERFORM
            IF NOT EndOfRetroPayFile
                DISPLAY "WS-QUEUED-ITEM-TABLE full at "
                    WS-QUEUED-TABLE-CAPACITY " entries, remaining "
                    "RETROPAY.DAT records not checked"
            END-IF
            CLOSE RETRO-PAY-FILE.

        LOAD-OVERTIME-MULTIPLIER.
            OPEN INPUT OVERTIME-RATE-FILE
            IF WS-OT-RATE-STATUS = "00"
                READ OVERTIME-RATE-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF OR-MULTIPLIER IS NUMERIC
                           AND OR-MULTIPLIER > 0
                            MOVE OR-MULTIPLIER TO WS-OT-MULTIPLIER
                        END-IF
                END-READ
                CLOSE OVERTIME-RATE-FILE
            ELSE
                DISPLAY "No OTRATE.REF on file, overtime reprices "
                    "at the time-and-a-half default"
            END-IF.
