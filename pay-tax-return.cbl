       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayTaxReturn.
      * Quarterly employer payroll tax return over PAYWEEK.DAT. For
      * an operator-chosen quarter (CCYYQ) it totals every pay
      * record - weekly, off-cycle and final pay - whose accounting
      * month falls in the quarter: headcount paid, gross, taxable
      * gross, tax withheld, employee and employer pension, and the
      * employer's total liability to remit (tax withheld plus both
      * pension sides), month by month and for the quarter. The
      * schedule that goes with the return lists the same figures
      * per employee, joined to EMPLOYEE-MASTER for the name.
      *
      * A pay record's month is the PW-PAY-PERIOD its run posted
      * under; records from before that field carry spaces and are
      * placed by the last day of their payroll week on the pay
      * calendar. Taxable gross is the part of each payment above
      * the TAXBAND.DAT zero-rate bands. The proof line ties the
      * quarter's tax withheld to the TAX lines PayrollRun,
      * OffCyclePay and FinalPay posted to GLPOST.DAT for the same
      * months; a difference (a rerun week posted twice, a feed
      * line lost) ends the run with return code 4. The records are
      * sorted by employee on PAYTXSRT.TMP (same SORT/OUTPUT
      * PROCEDURE shape as CourseRoster) and the return is printed
      * to PAYTAXQ.RPT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT PAY-WEEK-FILE
            ASSIGN TO "PAYWEEK.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAY-WEEK-STATUS.
          SELECT EMPLOYEE-MASTER
            ASSIGN TO "EMPLOYEE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EM-EMPLOYEE-NO
            FILE STATUS IS WS-EMPLOYEE-STATUS.
          SELECT TAX-BAND-FILE
            ASSIGN TO "TAXBAND.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TAX-BAND-STATUS.
          SELECT PAY-CALENDAR-FILE
            ASSIGN TO "PAYCAL.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAY-CALENDAR-STATUS.
          SELECT GL-POSTING-FILE
            ASSIGN TO "GLPOST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GL-POST-STATUS.
          SELECT TAX-RETURN-REPORT
            ASSIGN TO "PAYTAXQ.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.
          SELECT SORT-FILE-NAME
            ASSIGN TO "PAYTXSRT.TMP".

        DATA DIVISION.
        FILE SECTION.
        FD  PAY-WEEK-FILE
            LABEL RECORDS ARE STANDARD.
            COPY PAYWEEK.

        FD  EMPLOYEE-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY EMPREC.

        FD  TAX-BAND-FILE
            LABEL RECORDS ARE STANDARD.
        01  TAX-BAND-RECORD.
            05  TB-UPPER-LIMIT       PIC 9(5)V99.
            05  FILLER               PIC X.
            05  TB-RATE-PERCENT      PIC 99V99.

        FD  PAY-CALENDAR-FILE
            LABEL RECORDS ARE STANDARD.
        01  PAY-CALENDAR-RECORD.
            05  PK-WEEK-ONE-DATE     PIC 9(8).

        FD  GL-POSTING-FILE
            LABEL RECORDS ARE STANDARD.
            COPY GLPOST.

        FD  TAX-RETURN-REPORT
            LABEL RECORDS ARE STANDARD.
        01  TaxReturnLine            PIC X(132).

        SD  SORT-FILE-NAME.
            COPY PAYWEEK
                REPLACING ==PAY-WEEK-RECORD==
                       BY ==SORT-PAY-WEEK-RECORD==
                  LEADING ==PW-== BY ==SP-==.

        WORKING-STORAGE SECTION.
        01  WS-PAY-WEEK-STATUS       PIC XX.
        01  WS-EMPLOYEE-STATUS       PIC XX.
            88  EmployeeFileOK           VALUE "00".
        01  WS-TAX-BAND-STATUS       PIC XX.
            88  EndOfTaxBandFile         VALUE "10".
        01  WS-PAY-CALENDAR-STATUS   PIC XX.
        01  WS-GL-POST-STATUS        PIC XX.
            88  EndOfGlPostingFile       VALUE "10".
        01  WS-REPORT-STATUS         PIC XX.

        01  WS-QUARTER-ENTRY         PIC X(5).
        01  WS-QUARTER-PARTS REDEFINES WS-QUARTER-ENTRY.
            05  WS-QUARTER-YEAR      PIC 9(4).
            05  WS-QUARTER-NO        PIC 9.
        01  WS-QUARTER-PERIODS.
            05  WS-QUARTER-PERIOD    PIC 9(6) OCCURS 3 TIMES.
        01  WS-MO-IDX                PIC 9.
        01  WS-RECORD-MONTH-IDX      PIC 9.
        01  WS-RECORD-PERIOD         PIC 9(6).

        01  WS-WEEK-ONE-DATE         PIC 9(8).
        01  WS-WEEK-ONE-DAY-NO       PIC 9(7).
        01  WS-CALENDAR-DATE         PIC 9(8).

      * Pay up to the top of the zero-rate bands at the foot of
      * TAXBAND.DAT is untaxed; the rest of each payment is the
      * taxable gross.
        01  WS-TAX-FREE-LIMIT        PIC 9(5)V99 VALUE ZERO.
        01  WS-ZERO-BANDS-ENDED      PIC X VALUE "N".
            88  ZeroRateBandsEnded       VALUE "Y".
        01  WS-TAXABLE-GROSS         PIC S9(7)V99.

        01  WS-MC-ACTION             PIC X.
        01  WS-MC-FILE-ID            PIC X(8) VALUE "EMPLOYEE".
        01  WS-MC-COUNT              PIC 9(7).
        01  WS-MC-HASH               PIC 9(15).
        01  WS-MC-RESULT             PIC X.
            88  MasterControlOK          VALUE "Y".
        01  WS-MASTER-EOF            PIC X.
            88  EndOfEmployeeMaster      VALUE "Y".
        01  WS-EOSORT                PIC X VALUE "N".
            88  EndOfSortedPayWeeks      VALUE "Y".

        01  WS-RL-ACTION             PIC X.
        01  WS-RL-PROGRAM-NAME       PIC X(15) VALUE "PayTaxReturn".
        01  WS-RL-RECORDS-READ       PIC 9(7) VALUE ZERO.
        01  WS-RL-RECORDS-WRITTEN    PIC 9(7) VALUE ZERO.
        01  WS-RL-STATUS             PIC X(8).

      * One set of figures per month of the quarter, a set for the
      * employee being gathered, and the quarter's total.
        01  WS-MONTH-TOTALS.
            05  WS-MONTH-ENTRY OCCURS 3 TIMES.
              10  MT-HEADCOUNT       PIC 9(5).
              10  MT-GROSS           PIC S9(9)V99.
              10  MT-TAXABLE         PIC S9(9)V99.
              10  MT-TAX             PIC S9(9)V99.
              10  MT-PENSION-EE      PIC S9(9)V99.
              10  MT-PENSION-ER      PIC S9(9)V99.
        01  WS-EMPLOYEE-TOTALS.
            05  ET-EMPLOYEE-NO       PIC 9(6).
            05  ET-PAID-IN-MONTH     PIC X OCCURS 3 TIMES.
            05  ET-GROSS             PIC S9(9)V99.
            05  ET-TAXABLE           PIC S9(9)V99.
            05  ET-TAX               PIC S9(9)V99.
            05  ET-PENSION-EE        PIC S9(9)V99.
            05  ET-PENSION-ER        PIC S9(9)V99.
        01  WS-EMPLOYEE-OPEN         PIC X VALUE "N".
            88  EmployeeBeingGathered    VALUE "Y".
        01  WS-QUARTER-TOTALS.
            05  QT-HEADCOUNT         PIC 9(5).
            05  QT-GROSS             PIC S9(9)V99.
            05  QT-TAXABLE           PIC S9(9)V99.
            05  QT-TAX               PIC S9(9)V99.
            05  QT-PENSION-EE        PIC S9(9)V99.
            05  QT-PENSION-ER        PIC S9(9)V99.

        01  WS-GL-TAX-TOTAL          PIC S9(9)V99 VALUE ZERO.
        01  WS-PROOF-DIFFERENCE      PIC S9(9)V99.

        01  WS-HEADING-LINE.
            05  FILLER               PIC X(38)
                VALUE "EMPLOYER PAYROLL TAX RETURN - QUARTER ".
            05  WS-HL-QUARTER-NO     PIC 9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-HL-YEAR           PIC 9(4).
        01  WS-SCHEDULE-TITLE        PIC X(40)
                VALUE "SCHEDULE OF EMPLOYEES PAID".
        01  WS-SUMMARY-TITLE         PIC X(40)
                VALUE "RETURN BY MONTH".
        01  WS-COLUMN-HEADING.
            05  FILLER               PIC X(27) VALUE SPACES.
            05  FILLER               PIC X(17)
                VALUE "            GROSS".
            05  FILLER               PIC X(17)
                VALUE "    TAXABLE GROSS".
            05  FILLER               PIC X(17)
                VALUE "     TAX WITHHELD".
            05  FILLER               PIC X(17)
                VALUE "       PENSION EE".
            05  FILLER               PIC X(17)
                VALUE " EMPLOYER PENSION".
            05  FILLER               PIC X(17)
                VALUE "  TOTAL LIABILITY".
        01  WS-FIGURES-LINE.
            05  WS-FL-LABEL          PIC X(27).
            05  WS-FL-EMPLOYEE REDEFINES WS-FL-LABEL.
              10  WS-FL-EMPLOYEE-NO  PIC 9(6).
              10  FILLER             PIC X.
              10  WS-FL-NAME         PIC X(20).
            05  WS-FL-MONTH REDEFINES WS-FL-LABEL.
              10  FILLER             PIC X(6).
              10  WS-FL-PERIOD       PIC 9(6).
              10  FILLER             PIC X(6).
              10  WS-FL-HEADCOUNT    PIC ZZZZ9.
              10  FILLER             PIC X(4).
            05  FILLER               PIC XX VALUE SPACES.
            05  WS-FL-GROSS          PIC ZZZ,ZZZ,ZZ9.99-.
            05  FILLER               PIC XX VALUE SPACES.
            05  WS-FL-TAXABLE        PIC ZZZ,ZZZ,ZZ9.99-.
            05  FILLER               PIC XX VALUE SPACES.
            05  WS-FL-TAX            PIC ZZZ,ZZZ,ZZ9.99-.
            05  FILLER               PIC XX VALUE SPACES.
            05  WS-FL-PENSION-EE     PIC ZZZ,ZZZ,ZZ9.99-.
            05  FILLER               PIC XX VALUE SPACES.
            05  WS-FL-PENSION-ER     PIC ZZZ,ZZZ,ZZ9.99-.
            05  FILLER               PIC XX VALUE SPACES.
            05  WS-FL-LIABILITY      PIC ZZZ,ZZZ,ZZ9.99-.
        01  WS-PROOF-LINE.
            05  FILLER               PIC X(22)
                VALUE "PROOF  TAX WITHHELD   ".
            05  WS-PL-RETURN-TAX     PIC ZZZ,ZZZ,ZZ9.99-.
            05  FILLER               PIC X(20)
                VALUE "  GLPOST TAX LINES  ".
            05  WS-PL-GL-TAX         PIC ZZZ,ZZZ,ZZ9.99-.
            05  FILLER               PIC X(14)
                VALUE "  DIFFERENCE  ".
            05  WS-PL-DIFFERENCE     PIC ZZZ,ZZZ,ZZ9.99-.
            05  FILLER               PIC XX VALUE SPACES.
            05  WS-PL-VERDICT        PIC X(14).
        01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            MOVE "S" TO WS-RL-ACTION
            MOVE "STARTED" TO WS-RL-STATUS
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS
            DISPLAY "Quarter for the payroll tax return (CCYYQ) - "
                WITH NO ADVANCING
            ACCEPT WS-QUARTER-ENTRY
            IF WS-QUARTER-ENTRY IS NOT NUMERIC
               OR WS-QUARTER-NO < 1 OR WS-QUARTER-NO > 4
                DISPLAY "Quarter must be keyed CCYYQ with Q 1 to 4 - "
                    "return refused"
                MOVE "BADQTR" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            PERFORM VARYING WS-MO-IDX FROM 1 BY 1 UNTIL WS-MO-IDX > 3
                COMPUTE WS-QUARTER-PERIOD(WS-MO-IDX) =
                    (WS-QUARTER-YEAR * 100)
                    + ((WS-QUARTER-NO - 1) * 3) + WS-MO-IDX
            END-PERFORM
            OPEN INPUT PAY-WEEK-FILE
            IF WS-PAY-WEEK-STATUS NOT = "00"
                DISPLAY "No PAYWEEK.DAT on file, nothing to return"
                MOVE "NOFILE" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            CLOSE PAY-WEEK-FILE
            OPEN INPUT EMPLOYEE-MASTER
            IF NOT EmployeeFileOK
                DISPLAY "No EMPLOYEE-MASTER available, tax return "
                    "aborted"
                MOVE "NOFILE" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            PERFORM VERIFY-MASTER-CONTROL-TOTALS
            IF NOT MasterControlOK
                DISPLAY "EMPLOYEE-MASTER FAILS ITS CONTROL TOTALS - "
                    "TAX RETURN REFUSED"
                MOVE "BADCTL" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            PERFORM LOAD-PAY-CALENDAR
            PERFORM LOAD-TAX-FREE-LIMIT
            INITIALIZE WS-MONTH-TOTALS
            INITIALIZE WS-QUARTER-TOTALS
            OPEN OUTPUT TAX-RETURN-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE TaxReturnLine FROM REPORT-STAMP-LINE
            MOVE WS-QUARTER-NO TO WS-HL-QUARTER-NO
            MOVE WS-QUARTER-YEAR TO WS-HL-YEAR
            WRITE TaxReturnLine FROM WS-HEADING-LINE
            WRITE TaxReturnLine FROM WS-BLANK-LINE
            WRITE TaxReturnLine FROM WS-SCHEDULE-TITLE
            WRITE TaxReturnLine FROM WS-COLUMN-HEADING
            SORT SORT-FILE-NAME
                ON ASCENDING KEY SP-EMPLOYEE-NO SP-WEEK-NO
                USING PAY-WEEK-FILE
                OUTPUT PROCEDURE IS PRINT-EMPLOYEE-SCHEDULE
            CLOSE EMPLOYEE-MASTER
            PERFORM WRITE-MONTHLY-RETURN
            PERFORM PROVE-TAX-TO-LEDGER
            CLOSE TAX-RETURN-REPORT
            MOVE QT-HEADCOUNT TO WS-RL-RECORDS-WRITTEN
            DISPLAY "Payroll tax return Q" WS-QUARTER-NO " "
                WS-QUARTER-YEAR ": " QT-HEADCOUNT
                " employee(s) paid"
            IF WS-PROOF-DIFFERENCE NOT = 0
                DISPLAY "TAX WITHHELD DOES NOT AGREE TO GLPOST.DAT - "
                    "SEE THE PROOF LINE"
                MOVE "NOPROOF" TO WS-RL-STATUS
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE "COMPLETE" TO WS-RL-STATUS
            END-IF
            PERFORM LOG-RUN-END
            GOBACK.

      * Without a calendar on file the operator keys week 1; only
      * pay records from before PW-PAY-PERIOD need it.
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

        LOAD-TAX-FREE-LIMIT.
            OPEN INPUT TAX-BAND-FILE
            IF WS-TAX-BAND-STATUS NOT = "00"
                DISPLAY "No TAXBAND.DAT on file - all gross treated "
                    "as taxable"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfTaxBandFile OR ZeroRateBandsEnded
                READ TAX-BAND-FILE
                    AT END SET EndOfTaxBandFile TO TRUE
                    NOT AT END
                        IF TB-UPPER-LIMIT IS NUMERIC
                           AND TB-RATE-PERCENT IS NUMERIC
                            IF TB-RATE-PERCENT = 0
                                MOVE TB-UPPER-LIMIT
                                    TO WS-TAX-FREE-LIMIT
                            ELSE
                                SET ZeroRateBandsEnded TO TRUE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TAX-BAND-FILE.

        PRINT-EMPLOYEE-SCHEDULE.
            PERFORM RETURN-SORTED-PAY-WEEK
            PERFORM UNTIL EndOfSortedPayWeeks
                ADD 1 TO WS-RL-RECORDS-READ
                PERFORM FIND-RECORD-MONTH
                IF WS-RECORD-MONTH-IDX > 0
                    PERFORM GATHER-ONE-PAY-RECORD
                END-IF
                PERFORM RETURN-SORTED-PAY-WEEK
            END-PERFORM
            IF EmployeeBeingGathered
                PERFORM WRITE-EMPLOYEE-SCHEDULE-LINE
            END-IF.

        RETURN-SORTED-PAY-WEEK.
            RETURN SORT-FILE-NAME
                AT END SET EndOfSortedPayWeeks TO TRUE
            END-RETURN.

      * The month the record was paid in: the run's own posting
      * month where the record carries one, otherwise the month
      * in which its payroll week ended.
        FIND-RECORD-MONTH.
            MOVE 0 TO WS-RECORD-MONTH-IDX
            IF SP-PAY-PERIOD IS NUMERIC AND SP-PAY-PERIOD > 0
                MOVE SP-PAY-PERIOD TO WS-RECORD-PERIOD
            ELSE
                IF SP-WEEK-NO IS NOT NUMERIC
                   OR SP-WEEK-NO < 1 OR SP-WEEK-NO > 52
                    EXIT PARAGRAPH
                END-IF
                COMPUTE WS-CALENDAR-DATE = FUNCTION DATE-OF-INTEGER(
                    WS-WEEK-ONE-DAY-NO + ((SP-WEEK-NO - 1) * 7) + 6)
                MOVE WS-CALENDAR-DATE(1:6) TO WS-RECORD-PERIOD
            END-IF
            PERFORM VARYING WS-MO-IDX FROM 1 BY 1 UNTIL WS-MO-IDX > 3
                IF WS-QUARTER-PERIOD(WS-MO-IDX) = WS-RECORD-PERIOD
                    MOVE WS-MO-IDX TO WS-RECORD-MONTH-IDX
                END-IF
            END-PERFORM.

        GATHER-ONE-PAY-RECORD.
            IF EmployeeBeingGathered
               AND SP-EMPLOYEE-NO NOT = ET-EMPLOYEE-NO
                PERFORM WRITE-EMPLOYEE-SCHEDULE-LINE
            END-IF
            IF NOT EmployeeBeingGathered
                INITIALIZE WS-EMPLOYEE-TOTALS
                MOVE SP-EMPLOYEE-NO TO ET-EMPLOYEE-NO
                MOVE "Y" TO WS-EMPLOYEE-OPEN
            END-IF
            IF SP-GROSS > WS-TAX-FREE-LIMIT
                COMPUTE WS-TAXABLE-GROSS =
                    SP-GROSS - WS-TAX-FREE-LIMIT
            ELSE
                MOVE 0 TO WS-TAXABLE-GROSS
            END-IF
            MOVE "Y" TO ET-PAID-IN-MONTH(WS-RECORD-MONTH-IDX)
            ADD SP-GROSS TO ET-GROSS
                MT-GROSS(WS-RECORD-MONTH-IDX)
            ADD WS-TAXABLE-GROSS TO ET-TAXABLE
                MT-TAXABLE(WS-RECORD-MONTH-IDX)
            ADD SP-TAX TO ET-TAX
                MT-TAX(WS-RECORD-MONTH-IDX)
      * Records written before the pension scheme carry spaces.
            IF SP-PENSION-EE IS NUMERIC
                ADD SP-PENSION-EE TO ET-PENSION-EE
                    MT-PENSION-EE(WS-RECORD-MONTH-IDX)
            END-IF
            IF SP-PENSION-ER IS NUMERIC
                ADD SP-PENSION-ER TO ET-PENSION-ER
                    MT-PENSION-ER(WS-RECORD-MONTH-IDX)
            END-IF.

      * An employee counts once in the quarter's headcount and once
      * in each month they were paid in.
        WRITE-EMPLOYEE-SCHEDULE-LINE.
            MOVE "N" TO WS-EMPLOYEE-OPEN
            ADD 1 TO QT-HEADCOUNT
            PERFORM VARYING WS-MO-IDX FROM 1 BY 1 UNTIL WS-MO-IDX > 3
                IF ET-PAID-IN-MONTH(WS-MO-IDX) = "Y"
                    ADD 1 TO MT-HEADCOUNT(WS-MO-IDX)
                END-IF
            END-PERFORM
            MOVE SPACES TO WS-FL-LABEL
            MOVE ET-EMPLOYEE-NO TO WS-FL-EMPLOYEE-NO
            MOVE ET-EMPLOYEE-NO TO EM-EMPLOYEE-NO
            READ EMPLOYEE-MASTER
                INVALID KEY
                    MOVE "NOT ON FILE" TO WS-FL-NAME
                NOT INVALID KEY
                    MOVE EM-EMPLOYEE-NAME TO WS-FL-NAME
            END-READ
            MOVE ET-GROSS TO WS-FL-GROSS
            MOVE ET-TAXABLE TO WS-FL-TAXABLE
            MOVE ET-TAX TO WS-FL-TAX
            MOVE ET-PENSION-EE TO WS-FL-PENSION-EE
            MOVE ET-PENSION-ER TO WS-FL-PENSION-ER
            COMPUTE WS-FL-LIABILITY =
                ET-TAX + ET-PENSION-EE + ET-PENSION-ER
            WRITE TaxReturnLine FROM WS-FIGURES-LINE.

        WRITE-MONTHLY-RETURN.
            WRITE TaxReturnLine FROM WS-BLANK-LINE
            WRITE TaxReturnLine FROM WS-SUMMARY-TITLE
            WRITE TaxReturnLine FROM WS-COLUMN-HEADING
            PERFORM VARYING WS-MO-IDX FROM 1 BY 1 UNTIL WS-MO-IDX > 3
                MOVE SPACES TO WS-FL-LABEL
                MOVE "MONTH " TO WS-FL-LABEL(1:6)
                MOVE WS-QUARTER-PERIOD(WS-MO-IDX) TO WS-FL-PERIOD
                MOVE "  PAID" TO WS-FL-LABEL(13:6)
                MOVE MT-HEADCOUNT(WS-MO-IDX) TO WS-FL-HEADCOUNT
                MOVE MT-GROSS(WS-MO-IDX) TO WS-FL-GROSS
                MOVE MT-TAXABLE(WS-MO-IDX) TO WS-FL-TAXABLE
                MOVE MT-TAX(WS-MO-IDX) TO WS-FL-TAX
                MOVE MT-PENSION-EE(WS-MO-IDX) TO WS-FL-PENSION-EE
                MOVE MT-PENSION-ER(WS-MO-IDX) TO WS-FL-PENSION-ER
                COMPUTE WS-FL-LIABILITY = MT-TAX(WS-MO-IDX)
                    + MT-PENSION-EE(WS-MO-IDX)
                    + MT-PENSION-ER(WS-MO-IDX)
                WRITE TaxReturnLine FROM WS-FIGURES-LINE
                ADD MT-GROSS(WS-MO-IDX) TO QT-GROSS
                ADD MT-TAXABLE(WS-MO-IDX) TO QT-TAXABLE
                ADD MT-TAX(WS-MO-IDX) TO QT-TAX
                ADD MT-PENSION-EE(WS-MO-IDX) TO QT-PENSION-EE
                ADD MT-PENSION-ER(WS-MO-IDX) TO QT-PENSION-ER
            END-PERFORM
            MOVE SPACES TO WS-FL-LABEL
            MOVE "QUARTER" TO WS-FL-LABEL(1:7)
            MOVE "  PAID" TO WS-FL-LABEL(13:6)
            MOVE QT-HEADCOUNT TO WS-FL-HEADCOUNT
            MOVE QT-GROSS TO WS-FL-GROSS
            MOVE QT-TAXABLE TO WS-FL-TAXABLE
            MOVE QT-TAX TO WS-FL-TAX
            MOVE QT-PENSION-EE TO WS-FL-PENSION-EE
            MOVE QT-PENSION-ER TO WS-FL-PENSION-ER
            COMPUTE WS-FL-LIABILITY =
                QT-TAX + QT-PENSION-EE + QT-PENSION-ER
            WRITE TaxReturnLine FROM WS-FIGURES-LINE.

      * The payroll runs credit tax withheld to the GLMAP.REF "TAX"
      * account under their accounting month; those lines for the
      * quarter's months must add to the return's tax withheld.
        PROVE-TAX-TO-LEDGER.
            OPEN INPUT GL-POSTING-FILE
            IF WS-GL-POST-STATUS = "00"
                PERFORM UNTIL EndOfGlPostingFile
                    READ GL-POSTING-FILE
                        AT END SET EndOfGlPostingFile TO TRUE
                        NOT AT END
                            PERFORM NOTE-ONE-GL-TAX-LINE
                    END-READ
                END-PERFORM
                CLOSE GL-POSTING-FILE
            ELSE
                DISPLAY "No GLPOST.DAT on file - tax withheld "
                    "cannot be proved"
            END-IF
            COMPUTE WS-PROOF-DIFFERENCE = QT-TAX - WS-GL-TAX-TOTAL
            MOVE QT-TAX TO WS-PL-RETURN-TAX
            MOVE WS-GL-TAX-TOTAL TO WS-PL-GL-TAX
            MOVE WS-PROOF-DIFFERENCE TO WS-PL-DIFFERENCE
            IF WS-PROOF-DIFFERENCE = 0
                MOVE "AGREES" TO WS-PL-VERDICT
            ELSE
                MOVE "DOES NOT AGREE" TO WS-PL-VERDICT
            END-IF
            WRITE TaxReturnLine FROM WS-BLANK-LINE
            WRITE TaxReturnLine FROM WS-PROOF-LINE.

        NOTE-ONE-GL-TAX-LINE.
            IF GP-CATEGORY NOT = "TAX"
               OR GP-PERIOD IS NOT NUMERIC
               OR GP-AMOUNT IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-MO-IDX FROM 1 BY 1 UNTIL WS-MO-IDX > 3
                IF WS-QUARTER-PERIOD(WS-MO-IDX) = GP-PERIOD
                    EVALUATE TRUE
                        WHEN GP-CreditLine
                            ADD GP-AMOUNT TO WS-GL-TAX-TOTAL
                        WHEN GP-DebitLine
                            SUBTRACT GP-AMOUNT FROM WS-GL-TAX-TOTAL
                    END-EVALUATE
                END-IF
            END-PERFORM.

        LOG-RUN-END.
            MOVE "E" TO WS-RL-ACTION
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS.

      * The refuse-on-imbalance check every reader of the employee
      * master makes before trusting it; reopened for the name
      * reads.
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
