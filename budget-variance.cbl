       IDENTIFICATION DIVISION.
       PROGRAM-ID. BudgetVariance.
      * Monthly budget-versus-actual labor cost report. Takes a
      * CCYYMM period, sums the departmental payroll distribution
      * off the GLPOST.DAT feed - the GROSS and PENEXP debits
      * PayrollRun spreads by EM-DEPARTMENT-CODE, net of any manual
      * journal that reclasses between departments - and sets it
      * against BUDGET.REF for the month and for the year to date.
      * Every department and category shows actual, budget,
      * variance (actual less budget, so an overspend is positive)
      * and the variance as a percentage of budget; a department
      * whose month or year to date runs over by more than the
      * BUDGET.REF threshold is flagged on its total line, so an
      * overspend surfaces the month it happens rather than at the
      * year-end review. A category budgeted for a department is
      * reported even with no spend against it; spend with no
      * budget reports at 999.9 percent over.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT BUDGET-FILE
            ASSIGN TO "BUDGET.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BUDGET-STATUS.
          SELECT GL-POSTING-FILE
            ASSIGN TO "GLPOST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GL-POST-STATUS.
          SELECT BUDGET-VARIANCE-REPORT
            ASSIGN TO "BUDVAR.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  BUDGET-FILE
            LABEL RECORDS ARE STANDARD.
            COPY BUDGET.

        FD  GL-POSTING-FILE
            LABEL RECORDS ARE STANDARD.
            COPY GLPOST.

        FD  BUDGET-VARIANCE-REPORT
            LABEL RECORDS ARE STANDARD.
        01  BudgetVarianceLine       PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-BUDGET-STATUS         PIC XX.
            88  EndOfBudgetFile          VALUE "10".
        01  WS-GL-POST-STATUS        PIC XX.
            88  EndOfGlPostFile          VALUE "10".
        01  WS-REPORT-STATUS         PIC XX.

        01  WS-REPORT-PERIOD         PIC 9(6).
        01  WS-REPORT-PERIOD-PARTS REDEFINES WS-REPORT-PERIOD.
            05  WS-REPORT-YEAR       PIC 9(4).
            05  WS-REPORT-MONTH      PIC 99.
                88  ValidReportMonth     VALUE 1 THRU 12.
        01  WS-LINE-PERIOD           PIC 9(6).
        01  WS-LINE-PERIOD-PARTS REDEFINES WS-LINE-PERIOD.
            05  WS-LINE-YEAR         PIC 9(4).
            05  WS-LINE-MONTH        PIC 99.

        01  WS-OVER-PERCENT          PIC 9(3)V9 VALUE 10.

      * One entry per department and category, budgeted or spent.
        78  WS-BUDGET-TABLE-CAPACITY VALUE 200.
        01  WS-BE-COUNT              PIC 999 VALUE ZERO.
        01  WS-BE-IDX                PIC 999.
        01  WS-BE-PICK               PIC 999.
        01  WS-BUDGET-TABLE.
            05  BUDGET-ENTRY OCCURS 200 TIMES.
              10  BE-DEPARTMENT      PIC X(4).
              10  BE-CATEGORY        PIC X(8).
              10  BE-BUDGETED        PIC X.
                  88  BE-HasBudget         VALUE "Y".
              10  BE-MONTH-BUDGET    PIC 9(9)V99.
              10  BE-YTD-BUDGET      PIC 9(9)V99.
              10  BE-MONTH-ACTUAL    PIC S9(9)V99.
              10  BE-YTD-ACTUAL      PIC S9(9)V99.

      * Departments in the order first met, for the report breaks.
        78  WS-DEPT-TABLE-CAPACITY   VALUE 50.
        01  WS-DL-COUNT              PIC 99 VALUE ZERO.
        01  WS-DL-IDX                PIC 99.
        01  WS-DEPARTMENT-LIST.
            05  DEPARTMENT-ENTRY OCCURS 50 TIMES.
              10  DL-DEPARTMENT      PIC X(4).

        01  WS-LOOKUP-DEPARTMENT     PIC X(4).
        01  WS-LOOKUP-CATEGORY       PIC X(8).
        01  WS-MO-IDX                PIC 99.
        01  WS-SIGNED-AMOUNT         PIC S9(9)V99.

        01  WS-DEPT-TOTALS.
            05  WS-DT-MONTH-ACTUAL   PIC S9(11)V99.
            05  WS-DT-MONTH-BUDGET   PIC 9(11)V99.
            05  WS-DT-YTD-ACTUAL     PIC S9(11)V99.
            05  WS-DT-YTD-BUDGET     PIC 9(11)V99.
        01  WS-GRAND-TOTALS.
            05  WS-GT-MONTH-ACTUAL   PIC S9(11)V99 VALUE ZERO.
            05  WS-GT-MONTH-BUDGET   PIC 9(11)V99 VALUE ZERO.
            05  WS-GT-YTD-ACTUAL     PIC S9(11)V99 VALUE ZERO.
            05  WS-GT-YTD-BUDGET     PIC 9(11)V99 VALUE ZERO.

      * Figures for one printed line, whatever its level.
        01  WS-CALC-ACTUAL           PIC S9(11)V99.
        01  WS-CALC-BUDGET           PIC 9(11)V99.
        01  WS-CALC-VARIANCE         PIC S9(11)V99.
        01  WS-CALC-PERCENT          PIC S9(5)V9.
        01  WS-MONTH-PERCENT         PIC S9(5)V9.
        01  WS-YTD-PERCENT           PIC S9(5)V9.

        01  WS-LINES-READ            PIC 9(7) VALUE ZERO.
        01  WS-DEPTS-FLAGGED         PIC 99 VALUE ZERO.

        01  WS-REPORT-HEADING.
            05  FILLER               PIC X(36)
                VALUE "BUDGET VERSUS ACTUAL LABOR COST FOR".
            05  WS-RH-PERIOD         PIC 9(6).
            05  FILLER               PIC X(22)
                VALUE "  FLAG OVER BUDGET BY ".
            05  WS-RH-THRESHOLD      PIC ZZ9.9.
            05  FILLER               PIC X VALUE "%".
        01  WS-COLUMN-HEADING.
            05  FILLER               PIC X(14) VALUE "DEPT CATEGORY".
            05  FILLER               PIC X(15) VALUE "  MONTH ACTUAL ".
            05  FILLER               PIC X(15) VALUE "  MONTH BUDGET ".
            05  FILLER               PIC X(14) VALUE "      VARIANCE".
            05  FILLER               PIC X(9)  VALUE "     PCT ".
            05  FILLER               PIC X(15) VALUE "    YTD ACTUAL ".
            05  FILLER               PIC X(15) VALUE "    YTD BUDGET ".
            05  FILLER               PIC X(14) VALUE "      VARIANCE".
            05  FILLER               PIC X(9)  VALUE "     PCT ".
        01  WS-DETAIL-LINE.
            05  WS-DL-DEPT           PIC X(4).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-CATEGORY       PIC X(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-MONTH-ACTUAL   PIC ZZ,ZZZ,ZZ9.99-.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-MONTH-BUDGET   PIC ZZ,ZZZ,ZZ9.99-.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-MONTH-VARIANCE PIC ZZ,ZZZ,ZZ9.99-.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-MONTH-PERCENT  PIC ZZZ9.9-.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-YTD-ACTUAL     PIC ZZ,ZZZ,ZZ9.99-.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-YTD-BUDGET     PIC ZZ,ZZZ,ZZ9.99-.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-YTD-VARIANCE   PIC ZZ,ZZZ,ZZ9.99-.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-YTD-PERCENT    PIC ZZZ9.9-.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-FLAG           PIC X(11).
        01  WS-BLANK-LINE            PIC X VALUE SPACE.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            DISPLAY "Budget report period (CCYYMM) - "
                WITH NO ADVANCING
            ACCEPT WS-REPORT-PERIOD
            IF WS-REPORT-PERIOD IS NOT NUMERIC
               OR NOT ValidReportMonth
                DISPLAY "Invalid report period " WS-REPORT-PERIOD
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM LOAD-BUDGET-FILE
            OPEN INPUT GL-POSTING-FILE
            IF WS-GL-POST-STATUS = "00"
                PERFORM UNTIL EndOfGlPostFile
                    READ GL-POSTING-FILE
                        AT END SET EndOfGlPostFile TO TRUE
                        NOT AT END
                            ADD 1 TO WS-LINES-READ
                            PERFORM ACCUMULATE-ONE-POSTING
                    END-READ
                END-PERFORM
                CLOSE GL-POSTING-FILE
            ELSE
                DISPLAY "No GLPOST.DAT available - actuals "
                    "report as zero"
            END-IF
            OPEN OUTPUT BUDGET-VARIANCE-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE BudgetVarianceLine FROM REPORT-STAMP-LINE
            MOVE WS-REPORT-PERIOD TO WS-RH-PERIOD
            MOVE WS-OVER-PERCENT TO WS-RH-THRESHOLD
            WRITE BudgetVarianceLine FROM WS-REPORT-HEADING
            WRITE BudgetVarianceLine FROM WS-COLUMN-HEADING
            PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                UNTIL WS-DL-IDX > WS-DL-COUNT
                PERFORM WRITE-ONE-DEPARTMENT
            END-PERFORM
            MOVE "TOTL" TO WS-DL-DEPT
            MOVE SPACES TO WS-DL-CATEGORY
            MOVE WS-GT-MONTH-ACTUAL TO WS-CALC-ACTUAL
            MOVE WS-GT-MONTH-BUDGET TO WS-CALC-BUDGET
            PERFORM SET-MONTH-FIGURES
            MOVE WS-GT-YTD-ACTUAL TO WS-CALC-ACTUAL
            MOVE WS-GT-YTD-BUDGET TO WS-CALC-BUDGET
            PERFORM SET-YTD-FIGURES
            MOVE SPACES TO WS-DL-FLAG
            WRITE BudgetVarianceLine FROM WS-DETAIL-LINE
            CLOSE BUDGET-VARIANCE-REPORT
            DISPLAY "Budget variance for " WS-REPORT-PERIOD ": "
                WS-DL-COUNT " department(s), " WS-DEPTS-FLAGGED
                " over budget"
            GOBACK.

      * Budget lines for other years are ignored; the threshold
      * line, when there is one, replaces the ten-percent default.
        LOAD-BUDGET-FILE.
            OPEN INPUT BUDGET-FILE
            IF WS-BUDGET-STATUS NOT = "00"
                DISPLAY "No BUDGET.REF on file - every department "
                    "reports against a zero budget"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfBudgetFile
                READ BUDGET-FILE
                    AT END SET EndOfBudgetFile TO TRUE
                    NOT AT END
                        EVALUATE TRUE
                            WHEN BG-ThresholdRecord
                                IF BT-OVER-PERCENT IS NUMERIC
                                    MOVE BT-OVER-PERCENT
                                        TO WS-OVER-PERCENT
                                END-IF
                            WHEN BG-BudgetLine
                                IF BG-FISCAL-YEAR IS NUMERIC
                                   AND BG-FISCAL-YEAR = WS-REPORT-YEAR
                                    PERFORM LOAD-ONE-BUDGET-LINE
                                END-IF
                        END-EVALUATE
                END-READ
            END-PERFORM
            CLOSE BUDGET-FILE.

        LOAD-ONE-BUDGET-LINE.
            MOVE BG-DEPARTMENT TO WS-LOOKUP-DEPARTMENT
            MOVE BG-CATEGORY TO WS-LOOKUP-CATEGORY
            PERFORM FIND-BUDGET-ENTRY
            IF WS-BE-PICK = 0
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO BE-BUDGETED(WS-BE-PICK)
            PERFORM VARYING WS-MO-IDX FROM 1 BY 1
                UNTIL WS-MO-IDX > WS-REPORT-MONTH
                IF BG-MONTH-BUDGET(WS-MO-IDX) IS NUMERIC
                    ADD BG-MONTH-BUDGET(WS-MO-IDX)
                        TO BE-YTD-BUDGET(WS-BE-PICK)
                    IF WS-MO-IDX = WS-REPORT-MONTH
                        ADD BG-MONTH-BUDGET(WS-MO-IDX)
                            TO BE-MONTH-BUDGET(WS-BE-PICK)
                    END-IF
                END-IF
            END-PERFORM.

      * Departmental lines of this year up to the report month.
      * Payroll categories count whether budgeted or not; any
      * other category counts only where the department budgets
      * for it.
        ACCUMULATE-ONE-POSTING.
            IF NOT (GP-DebitLine OR GP-CreditLine)
                EXIT PARAGRAPH
            END-IF
            IF GP-DEPARTMENT = SPACES OR GP-PERIOD IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF
            MOVE GP-PERIOD TO WS-LINE-PERIOD
            IF WS-LINE-YEAR NOT = WS-REPORT-YEAR
               OR WS-LINE-MONTH > WS-REPORT-MONTH
                EXIT PARAGRAPH
            END-IF
            MOVE GP-DEPARTMENT TO WS-LOOKUP-DEPARTMENT
            MOVE GP-CATEGORY TO WS-LOOKUP-CATEGORY
            IF GP-CATEGORY = "GROSS" OR "PENEXP"
                PERFORM FIND-BUDGET-ENTRY
            ELSE
                PERFORM LOOK-UP-BUDGET-ENTRY
            END-IF
            IF WS-BE-PICK = 0
                EXIT PARAGRAPH
            END-IF
            IF GP-DebitLine
                MOVE GP-AMOUNT TO WS-SIGNED-AMOUNT
            ELSE
                COMPUTE WS-SIGNED-AMOUNT = 0 - GP-AMOUNT
            END-IF
            ADD WS-SIGNED-AMOUNT TO BE-YTD-ACTUAL(WS-BE-PICK)
            IF WS-LINE-MONTH = WS-REPORT-MONTH
                ADD WS-SIGNED-AMOUNT TO BE-MONTH-ACTUAL(WS-BE-PICK)
            END-IF.

        LOOK-UP-BUDGET-ENTRY.
            MOVE 0 TO WS-BE-PICK
            PERFORM VARYING WS-BE-IDX FROM 1 BY 1
                UNTIL WS-BE-IDX > WS-BE-COUNT OR WS-BE-PICK > 0
                IF BE-DEPARTMENT(WS-BE-IDX) = WS-LOOKUP-DEPARTMENT
                   AND BE-CATEGORY(WS-BE-IDX) = WS-LOOKUP-CATEGORY
                    MOVE WS-BE-IDX TO WS-BE-PICK
                END-IF
            END-PERFORM.

      * Finds the department and category, adding it - and the
      * department to the break list - when it is new.
        FIND-BUDGET-ENTRY.
            PERFORM LOOK-UP-BUDGET-ENTRY
            IF WS-BE-PICK > 0
                EXIT PARAGRAPH
            END-IF
            IF WS-BE-COUNT >= WS-BUDGET-TABLE-CAPACITY
                DISPLAY "Budget table full - " WS-LOOKUP-DEPARTMENT
                    " " WS-LOOKUP-CATEGORY " not reported"
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-BE-COUNT
            MOVE WS-BE-COUNT TO WS-BE-PICK
            MOVE WS-LOOKUP-DEPARTMENT TO BE-DEPARTMENT(WS-BE-PICK)
            MOVE WS-LOOKUP-CATEGORY TO BE-CATEGORY(WS-BE-PICK)
            MOVE "N" TO BE-BUDGETED(WS-BE-PICK)
            MOVE ZERO TO BE-MONTH-BUDGET(WS-BE-PICK)
                BE-YTD-BUDGET(WS-BE-PICK)
                BE-MONTH-ACTUAL(WS-BE-PICK)
                BE-YTD-ACTUAL(WS-BE-PICK)
            PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                UNTIL WS-DL-IDX > WS-DL-COUNT
                    OR DL-DEPARTMENT(WS-DL-IDX) = WS-LOOKUP-DEPARTMENT
                CONTINUE
            END-PERFORM
            IF WS-DL-IDX > WS-DL-COUNT
               AND WS-DL-COUNT < WS-DEPT-TABLE-CAPACITY
                ADD 1 TO WS-DL-COUNT
                MOVE WS-LOOKUP-DEPARTMENT TO DL-DEPARTMENT(WS-DL-COUNT)
            END-IF.

        WRITE-ONE-DEPARTMENT.
            MOVE ZERO TO WS-DT-MONTH-ACTUAL WS-DT-MONTH-BUDGET
                WS-DT-YTD-ACTUAL WS-DT-YTD-BUDGET
            PERFORM VARYING WS-BE-IDX FROM 1 BY 1
                UNTIL WS-BE-IDX > WS-BE-COUNT
                IF BE-DEPARTMENT(WS-BE-IDX) = DL-DEPARTMENT(WS-DL-IDX)
                    PERFORM WRITE-ONE-CATEGORY
                END-IF
            END-PERFORM
            MOVE DL-DEPARTMENT(WS-DL-IDX) TO WS-DL-DEPT
            MOVE "TOTAL" TO WS-DL-CATEGORY
            MOVE WS-DT-MONTH-ACTUAL TO WS-CALC-ACTUAL
            MOVE WS-DT-MONTH-BUDGET TO WS-CALC-BUDGET
            PERFORM SET-MONTH-FIGURES
            MOVE WS-DT-YTD-ACTUAL TO WS-CALC-ACTUAL
            MOVE WS-DT-YTD-BUDGET TO WS-CALC-BUDGET
            PERFORM SET-YTD-FIGURES
            IF WS-MONTH-PERCENT > WS-OVER-PERCENT
               OR WS-YTD-PERCENT > WS-OVER-PERCENT
                MOVE "OVER BUDGET" TO WS-DL-FLAG
                ADD 1 TO WS-DEPTS-FLAGGED
            ELSE
                MOVE SPACES TO WS-DL-FLAG
            END-IF
            WRITE BudgetVarianceLine FROM WS-DETAIL-LINE
            WRITE BudgetVarianceLine FROM WS-BLANK-LINE
            ADD WS-DT-MONTH-ACTUAL TO WS-GT-MONTH-ACTUAL
            ADD WS-DT-MONTH-BUDGET TO WS-GT-MONTH-BUDGET
            ADD WS-DT-YTD-ACTUAL TO WS-GT-YTD-ACTUAL
            ADD WS-DT-YTD-BUDGET TO WS-GT-YTD-BUDGET.

        WRITE-ONE-CATEGORY.
            MOVE BE-DEPARTMENT(WS-BE-IDX) TO WS-DL-DEPT
            MOVE BE-CATEGORY(WS-BE-IDX) TO WS-DL-CATEGORY
            MOVE BE-MONTH-ACTUAL(WS-BE-IDX) TO WS-CALC-ACTUAL
            MOVE BE-MONTH-BUDGET(WS-BE-IDX) TO WS-CALC-BUDGET
            PERFORM SET-MONTH-FIGURES
            MOVE BE-YTD-ACTUAL(WS-BE-IDX) TO WS-CALC-ACTUAL
            MOVE BE-YTD-BUDGET(WS-BE-IDX) TO WS-CALC-BUDGET
            PERFORM SET-YTD-FIGURES
            IF BE-HasBudget(WS-BE-IDX)
                MOVE SPACES TO WS-DL-FLAG
            ELSE
                MOVE "NO BUDGET" TO WS-DL-FLAG
            END-IF
            WRITE BudgetVarianceLine FROM WS-DETAIL-LINE
            ADD BE-MONTH-ACTUAL(WS-BE-IDX) TO WS-DT-MONTH-ACTUAL
            ADD BE-MONTH-BUDGET(WS-BE-IDX) TO WS-DT-MONTH-BUDGET
            ADD BE-YTD-ACTUAL(WS-BE-IDX) TO WS-DT-YTD-ACTUAL
            ADD BE-YTD-BUDGET(WS-BE-IDX) TO WS-DT-YTD-BUDGET.

        SET-MONTH-FIGURES.
            PERFORM COMPUTE-VARIANCE
            MOVE WS-CALC-ACTUAL TO WS-DL-MONTH-ACTUAL
            MOVE WS-CALC-BUDGET TO WS-DL-MONTH-BUDGET
            MOVE WS-CALC-VARIANCE TO WS-DL-MONTH-VARIANCE
            MOVE WS-CALC-PERCENT TO WS-DL-MONTH-PERCENT
            MOVE WS-CALC-PERCENT TO WS-MONTH-PERCENT.

        SET-YTD-FIGURES.
            PERFORM COMPUTE-VARIANCE
            MOVE WS-CALC-ACTUAL TO WS-DL-YTD-ACTUAL
            MOVE WS-CALC-BUDGET TO WS-DL-YTD-BUDGET
            MOVE WS-CALC-VARIANCE TO WS-DL-YTD-VARIANCE
            MOVE WS-CALC-PERCENT TO WS-DL-YTD-PERCENT
            MOVE WS-CALC-PERCENT TO WS-YTD-PERCENT.

      * Spend against no budget at all is as far over as the
      * column can show; no spend and no budget is simply zero.
        COMPUTE-VARIANCE.
            COMPUTE WS-CALC-VARIANCE = WS-CALC-ACTUAL - WS-CALC-BUDGET
            EVALUATE TRUE
                WHEN WS-CALC-BUDGET > 0
                    COMPUTE WS-CALC-PERCENT ROUNDED =
                        WS-CALC-VARIANCE * 100 / WS-CALC-BUDGET
                        ON SIZE ERROR MOVE 999.9 TO WS-CALC-PERCENT
                    END-COMPUTE
                    IF WS-CALC-PERCENT > 999.9
                        MOVE 999.9 TO WS-CALC-PERCENT
                    END-IF
                WHEN WS-CALC-ACTUAL > 0
                    MOVE 999.9 TO WS-CALC-PERCENT
                WHEN OTHER
                    MOVE 0 TO WS-CALC-PERCENT
            END-EVALUATE.
