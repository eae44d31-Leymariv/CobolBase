       IDENTIFICATION DIVISION.
       PROGRAM-ID. FinancialStatements.
      * Income statement and balance sheet for one CCYYMM period,
      * straight from the GL account master (GLACCT.DAT) GlPostRun
      * keeps, onto FINSTMT.RPT. The lines printed, their order and
      * their captions come from STMTLINE.REF; each account reports
      * under the line its GA-STATEMENT-LINE names, so a new account
      * joins a statement by data alone. An account with no line, or
      * a line STMTLINE.REF does not define for that statement,
      * reports under its type's UNASSIGNED line rather than drop
      * out of the totals.
      *
      * The income statement shows the month and year to date beside
      * the same month and year to date last year, from the master's
      * current and prior-year buckets. The balance sheet shows each
      * line at the end of the month - the balance brought forward
      * plus the months posted since - with the revenue and expense
      * accounts' cumulative balance as one retained-and-current-
      * earnings line, and proves assets against liabilities plus
      * equity. An unproved balance sheet ends with return code 8.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT GL-ACCOUNT-MASTER
            ASSIGN TO "GLACCT.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS GA-ACCOUNT-NO
            FILE STATUS IS WS-GL-ACCOUNT-STATUS.
          SELECT STATEMENT-LINE-FILE
            ASSIGN TO "STMTLINE.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STMT-LINE-STATUS.
          SELECT FINANCIAL-STATEMENT-REPORT
            ASSIGN TO "FINSTMT.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  GL-ACCOUNT-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY GLACCT.

        FD  STATEMENT-LINE-FILE
            LABEL RECORDS ARE STANDARD.
            COPY STMTLINE.

        FD  FINANCIAL-STATEMENT-REPORT
            LABEL RECORDS ARE STANDARD.
        01  FinancialStatementLine   PIC X(96).

        WORKING-STORAGE SECTION.
        01  WS-GL-ACCOUNT-STATUS     PIC XX.
            88  EndOfGlAccountMaster     VALUE "10".
        01  WS-STMT-LINE-STATUS      PIC XX.
            88  EndOfStatementLines      VALUE "10".
        01  WS-REPORT-STATUS         PIC XX.

        01  WS-STATEMENT-PERIOD      PIC 9(6).
        01  WS-PERIOD-PARTS REDEFINES WS-STATEMENT-PERIOD.
            05  WS-PERIOD-YEAR       PIC 9(4).
            05  WS-PERIOD-MONTH      PIC 99.
                88  ValidPeriodMonth     VALUE 1 THRU 12.

      * Lines from STMTLINE.REF first, then one UNASSIGNED line per
      * account type, so every account lands somewhere.
        78  WS-LINE-TABLE-CAPACITY   VALUE 45.
        01  WS-SL-COUNT              PIC 99 VALUE ZERO.
        01  WS-SL-IDX                PIC 99.
        01  WS-SL-PICK               PIC 99.
        01  WS-UNASSIGNED-SECTION    PIC X.
        01  WS-UNASSIGNED-CAPTION    PIC X(30).
        01  WS-STATEMENT-LINE-TABLE.
            05  STATEMENT-LINE-ENTRY OCCURS 45 TIMES.
              10  SLE-CODE           PIC X(4).
              10  SLE-STATEMENT      PIC X.
              10  SLE-SECTION        PIC X.
                  88  SLE-CreditPositive   VALUE "R" "L" "E".
              10  SLE-CAPTION        PIC X(30).
              10  SLE-MONTH          PIC S9(11)V99.
              10  SLE-YTD            PIC S9(11)V99.
              10  SLE-LY-MONTH       PIC S9(11)V99.
              10  SLE-LY-YTD         PIC S9(11)V99.
              10  SLE-BALANCE        PIC S9(11)V99.

      * Where this period sits in the account's buckets: the current
      * year, the prior-year buckets once the account has rolled
      * into the next year, or beyond the master's reach.
        01  WS-BUCKET-POSITION       PIC X.
            88  PeriodInCurrentYear      VALUE "C".
            88  PeriodInPriorYear        VALUE "P".
            88  PeriodBeforeMaster       VALUE "B".
            88  PeriodOutOfReach         VALUE "X".
        01  WS-MO-IDX                PIC 99.
        01  WS-ACCT-MONTH            PIC S9(11)V99.
        01  WS-ACCT-YTD              PIC S9(11)V99.
        01  WS-ACCT-LY-MONTH         PIC S9(11)V99.
        01  WS-ACCT-LY-YTD           PIC S9(11)V99.
        01  WS-ACCT-BALANCE          PIC S9(11)V99.
        01  WS-ACCT-STATEMENT        PIC X.

        01  WS-ACCOUNTS-READ         PIC 9(7) VALUE ZERO.
        01  WS-ACCOUNTS-SKIPPED      PIC 9(7) VALUE ZERO.
        01  WS-LINES-WRITTEN         PIC 9(7) VALUE ZERO.

        01  WS-SECTION-TOTALS.
            05  WS-REVENUE-MONTH     PIC S9(11)V99 VALUE ZERO.
            05  WS-REVENUE-YTD       PIC S9(11)V99 VALUE ZERO.
            05  WS-REVENUE-LY-MONTH  PIC S9(11)V99 VALUE ZERO.
            05  WS-REVENUE-LY-YTD    PIC S9(11)V99 VALUE ZERO.
            05  WS-COST-MONTH        PIC S9(11)V99 VALUE ZERO.
            05  WS-COST-YTD          PIC S9(11)V99 VALUE ZERO.
            05  WS-COST-LY-MONTH     PIC S9(11)V99 VALUE ZERO.
            05  WS-COST-LY-YTD       PIC S9(11)V99 VALUE ZERO.
            05  WS-EXPENSE-MONTH     PIC S9(11)V99 VALUE ZERO.
            05  WS-EXPENSE-YTD       PIC S9(11)V99 VALUE ZERO.
            05  WS-EXPENSE-LY-MONTH  PIC S9(11)V99 VALUE ZERO.
            05  WS-EXPENSE-LY-YTD    PIC S9(11)V99 VALUE ZERO.
            05  WS-TOTAL-ASSETS      PIC S9(11)V99 VALUE ZERO.
            05  WS-TOTAL-LIABILITIES PIC S9(11)V99 VALUE ZERO.
            05  WS-TOTAL-EQUITY      PIC S9(11)V99 VALUE ZERO.
            05  WS-EARNINGS-BALANCE  PIC S9(11)V99 VALUE ZERO.
        01  WS-PROOF-DIFFERENCE      PIC S9(11)V99.

        01  WS-RL-ACTION             PIC X.
        01  WS-RL-PROGRAM-NAME       PIC X(15)
                VALUE "FinancialStmts".
        01  WS-RL-RECORDS-READ       PIC 9(7) VALUE ZERO.
        01  WS-RL-RECORDS-WRITTEN    PIC 9(7) VALUE ZERO.
        01  WS-RL-STATUS             PIC X(8).

        01  WS-INCOME-HEADING.
            05  FILLER               PIC X(30)
                VALUE "INCOME STATEMENT FOR PERIOD".
            05  WS-IH-PERIOD         PIC 9(6).
        01  WS-INCOME-COLUMNS.
            05  FILLER               PIC X(32) VALUE SPACES.
            05  FILLER               PIC X(16) VALUE "      THIS MONTH".
            05  FILLER               PIC X(16) VALUE "    YEAR TO DATE".
            05  FILLER               PIC X(16) VALUE "   MONTH LAST YR".
            05  FILLER               PIC X(16) VALUE "   LAST YEAR YTD".
        01  WS-INCOME-LINE.
            05  FILLER               PIC XX VALUE SPACES.
            05  WS-IL-CAPTION        PIC X(30).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-IL-MONTH          PIC ZZZ,ZZZ,ZZ9.99-.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-IL-YTD            PIC ZZZ,ZZZ,ZZ9.99-.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-IL-LY-MONTH       PIC ZZZ,ZZZ,ZZ9.99-.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-IL-LY-YTD         PIC ZZZ,ZZZ,ZZ9.99-.

        01  WS-BALANCE-HEADING.
            05  FILLER               PIC X(30)
                VALUE "BALANCE SHEET AT END OF PERIOD".
            05  FILLER               PIC X VALUE SPACE.
            05  WS-BH-PERIOD         PIC 9(6).
        01  WS-BALANCE-LINE.
            05  FILLER               PIC XX VALUE SPACES.
            05  WS-BL-CAPTION        PIC X(30).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-BL-BALANCE        PIC ZZZ,ZZZ,ZZ9.99-.
        01  WS-PROOF-LINE.
            05  FILLER               PIC X(20)
                VALUE "ASSETS LESS LIAB+EQ ".
            05  WS-PL-DIFFERENCE     PIC ZZZ,ZZZ,ZZ9.99-.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-PL-VERDICT        PIC X(14).
        01  WS-BLANK-LINE            PIC X VALUE SPACE.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            MOVE "S" TO WS-RL-ACTION
            MOVE "STARTED" TO WS-RL-STATUS
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS
            DISPLAY "Statement period (CCYYMM) - " WITH NO ADVANCING
            ACCEPT WS-STATEMENT-PERIOD
            IF WS-STATEMENT-PERIOD IS NOT NUMERIC
               OR NOT ValidPeriodMonth
                DISPLAY "Invalid statement period " WS-STATEMENT-PERIOD
                MOVE "BADPERD" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            OPEN INPUT GL-ACCOUNT-MASTER
            IF WS-GL-ACCOUNT-STATUS NOT = "00"
                DISPLAY "No GLACCT.DAT available, status "
                    WS-GL-ACCOUNT-STATUS
                MOVE "NOMASTER" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            INITIALIZE WS-STATEMENT-LINE-TABLE
            PERFORM LOAD-STATEMENT-LINES
            PERFORM ADD-UNASSIGNED-LINES
            PERFORM READ-GL-ACCOUNT
            PERFORM UNTIL EndOfGlAccountMaster
                PERFORM ACCUMULATE-ONE-ACCOUNT
                PERFORM READ-GL-ACCOUNT
            END-PERFORM
            CLOSE GL-ACCOUNT-MASTER
            OPEN OUTPUT FINANCIAL-STATEMENT-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE FinancialStatementLine FROM REPORT-STAMP-LINE
            PERFORM WRITE-INCOME-STATEMENT
            PERFORM WRITE-BALANCE-SHEET
            CLOSE FINANCIAL-STATEMENT-REPORT
            DISPLAY "Financial statements for " WS-STATEMENT-PERIOD
                ": " WS-ACCOUNTS-READ " account(s), "
                WS-ACCOUNTS-SKIPPED " outside the master's years"
            IF WS-PROOF-DIFFERENCE = 0
                MOVE "COMPLETE" TO WS-RL-STATUS
            ELSE
                DISPLAY "Balance sheet does not prove - difference "
                    WS-PROOF-DIFFERENCE
                MOVE "UNPROVED" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
            END-IF
            PERFORM LOG-RUN-END
            GOBACK.

        LOG-RUN-END.
            MOVE WS-ACCOUNTS-READ TO WS-RL-RECORDS-READ
            MOVE WS-LINES-WRITTEN TO WS-RL-RECORDS-WRITTEN
            MOVE "E" TO WS-RL-ACTION
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS.

        LOAD-STATEMENT-LINES.
            OPEN INPUT STATEMENT-LINE-FILE
            IF WS-STMT-LINE-STATUS = "00"
                PERFORM UNTIL EndOfStatementLines
                    OR WS-SL-COUNT >= WS-LINE-TABLE-CAPACITY - 5
                    READ STATEMENT-LINE-FILE
                        AT END SET EndOfStatementLines TO TRUE
                        NOT AT END
                            IF SL-LINE-CODE NOT = SPACES
                               AND (SL-IncomeStatement
                                    OR SL-BalanceSheet)
                                ADD 1 TO WS-SL-COUNT
                                MOVE SL-LINE-CODE
                                    TO SLE-CODE(WS-SL-COUNT)
                                MOVE SL-STATEMENT
                                    TO SLE-STATEMENT(WS-SL-COUNT)
                                MOVE SL-SECTION
                                    TO SLE-SECTION(WS-SL-COUNT)
                                MOVE SL-CAPTION
                                    TO SLE-CAPTION(WS-SL-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE STATEMENT-LINE-FILE
            ELSE
                DISPLAY "No STMTLINE.REF on file - every account "
                    "reports as unassigned"
            END-IF.

      * Codes of spaces: an account can only fall into one of these
      * through its type, never by naming it.
        ADD-UNASSIGNED-LINES.
            MOVE "R" TO WS-UNASSIGNED-SECTION
            MOVE "UNASSIGNED REVENUE" TO WS-UNASSIGNED-CAPTION
            PERFORM ADD-ONE-UNASSIGNED-LINE
            MOVE "X" TO WS-UNASSIGNED-SECTION
            MOVE "UNASSIGNED EXPENSE" TO WS-UNASSIGNED-CAPTION
            PERFORM ADD-ONE-UNASSIGNED-LINE
            MOVE "A" TO WS-UNASSIGNED-SECTION
            MOVE "UNASSIGNED ASSETS" TO WS-UNASSIGNED-CAPTION
            PERFORM ADD-ONE-UNASSIGNED-LINE
            MOVE "L" TO WS-UNASSIGNED-SECTION
            MOVE "UNASSIGNED LIABILITIES" TO WS-UNASSIGNED-CAPTION
            PERFORM ADD-ONE-UNASSIGNED-LINE
            MOVE "E" TO WS-UNASSIGNED-SECTION
            MOVE "UNASSIGNED EQUITY" TO WS-UNASSIGNED-CAPTION
            PERFORM ADD-ONE-UNASSIGNED-LINE.

        ADD-ONE-UNASSIGNED-LINE.
            ADD 1 TO WS-SL-COUNT
            MOVE SPACES TO SLE-CODE(WS-SL-COUNT)
            MOVE WS-UNASSIGNED-SECTION TO SLE-SECTION(WS-SL-COUNT)
            MOVE WS-UNASSIGNED-CAPTION TO SLE-CAPTION(WS-SL-COUNT)
            IF WS-UNASSIGNED-SECTION = "R" OR "X"
                MOVE "I" TO SLE-STATEMENT(WS-SL-COUNT)
            ELSE
                MOVE "B" TO SLE-STATEMENT(WS-SL-COUNT)
            END-IF.

        READ-GL-ACCOUNT.
            READ GL-ACCOUNT-MASTER NEXT RECORD
                AT END SET EndOfGlAccountMaster TO TRUE
            END-READ.

        ACCUMULATE-ONE-ACCOUNT.
            ADD 1 TO WS-ACCOUNTS-READ
            EVALUATE TRUE
                WHEN GA-FISCAL-YEAR = WS-PERIOD-YEAR
                    SET PeriodInCurrentYear TO TRUE
                WHEN GA-FISCAL-YEAR = WS-PERIOD-YEAR + 1
                    SET PeriodInPriorYear TO TRUE
                WHEN GA-FISCAL-YEAR = WS-PERIOD-YEAR - 1
                    SET PeriodBeforeMaster TO TRUE
                WHEN OTHER
                    SET PeriodOutOfReach TO TRUE
            END-EVALUATE
            IF PeriodOutOfReach
                ADD 1 TO WS-ACCOUNTS-SKIPPED
                EXIT PARAGRAPH
            END-IF
            PERFORM COMPUTE-ACCOUNT-AMOUNTS
            IF GA-RevenueAccount OR GA-ExpenseAccount
                MOVE "I" TO WS-ACCT-STATEMENT
                SUBTRACT WS-ACCT-BALANCE FROM WS-EARNINGS-BALANCE
            ELSE
                MOVE "B" TO WS-ACCT-STATEMENT
            END-IF
            PERFORM FIND-ACCOUNT-LINE
            IF SLE-CreditPositive(WS-SL-PICK)
                MULTIPLY -1 BY WS-ACCT-MONTH WS-ACCT-YTD
                    WS-ACCT-LY-MONTH WS-ACCT-LY-YTD WS-ACCT-BALANCE
            END-IF
            ADD WS-ACCT-MONTH TO SLE-MONTH(WS-SL-PICK)
            ADD WS-ACCT-YTD TO SLE-YTD(WS-SL-PICK)
            ADD WS-ACCT-LY-MONTH TO SLE-LY-MONTH(WS-SL-PICK)
            ADD WS-ACCT-LY-YTD TO SLE-LY-YTD(WS-SL-PICK)
            ADD WS-ACCT-BALANCE TO SLE-BALANCE(WS-SL-PICK).

      * All amounts debit-positive here. The balance at the end of
      * the period is the balance brought forward into the master's
      * year, moved forward or back by the months between.
        COMPUTE-ACCOUNT-AMOUNTS.
            MOVE ZERO TO WS-ACCT-MONTH WS-ACCT-YTD
                WS-ACCT-LY-MONTH WS-ACCT-LY-YTD
            MOVE GA-OPENING-BALANCE TO WS-ACCT-BALANCE
            EVALUATE TRUE
                WHEN PeriodInCurrentYear
                    COMPUTE WS-ACCT-MONTH =
                        GA-MONTH-DEBITS(WS-PERIOD-MONTH)
                        - GA-MONTH-CREDITS(WS-PERIOD-MONTH)
                    COMPUTE WS-ACCT-LY-MONTH =
                        GA-PRIOR-DEBITS(WS-PERIOD-MONTH)
                        - GA-PRIOR-CREDITS(WS-PERIOD-MONTH)
                    PERFORM VARYING WS-MO-IDX FROM 1 BY 1
                        UNTIL WS-MO-IDX > WS-PERIOD-MONTH
                        COMPUTE WS-ACCT-YTD = WS-ACCT-YTD
                            + GA-MONTH-DEBITS(WS-MO-IDX)
                            - GA-MONTH-CREDITS(WS-MO-IDX)
                        COMPUTE WS-ACCT-LY-YTD = WS-ACCT-LY-YTD
                            + GA-PRIOR-DEBITS(WS-MO-IDX)
                            - GA-PRIOR-CREDITS(WS-MO-IDX)
                    END-PERFORM
                    ADD WS-ACCT-YTD TO WS-ACCT-BALANCE
                WHEN PeriodInPriorYear
                    COMPUTE WS-ACCT-MONTH =
                        GA-PRIOR-DEBITS(WS-PERIOD-MONTH)
                        - GA-PRIOR-CREDITS(WS-PERIOD-MONTH)
                    PERFORM VARYING WS-MO-IDX FROM 1 BY 1
                        UNTIL WS-MO-IDX > 12
                        IF WS-MO-IDX > WS-PERIOD-MONTH
                            COMPUTE WS-ACCT-BALANCE = WS-ACCT-BALANCE
                                - GA-PRIOR-DEBITS(WS-MO-IDX)
                                + GA-PRIOR-CREDITS(WS-MO-IDX)
                        ELSE
                            COMPUTE WS-ACCT-YTD = WS-ACCT-YTD
                                + GA-PRIOR-DEBITS(WS-MO-IDX)
                                - GA-PRIOR-CREDITS(WS-MO-IDX)
                        END-IF
                    END-PERFORM
                WHEN PeriodBeforeMaster
      *             Nothing posted yet in the period's year: the whole
      *             of the master's year is last year's comparative.
                    COMPUTE WS-ACCT-LY-MONTH =
                        GA-MONTH-DEBITS(WS-PERIOD-MONTH)
                        - GA-MONTH-CREDITS(WS-PERIOD-MONTH)
                    PERFORM VARYING WS-MO-IDX FROM 1 BY 1
                        UNTIL WS-MO-IDX > 12
                        COMPUTE WS-ACCT-BALANCE = WS-ACCT-BALANCE
                            + GA-MONTH-DEBITS(WS-MO-IDX)
                            - GA-MONTH-CREDITS(WS-MO-IDX)
                        IF WS-MO-IDX NOT > WS-PERIOD-MONTH
                            COMPUTE WS-ACCT-LY-YTD = WS-ACCT-LY-YTD
                                + GA-MONTH-DEBITS(WS-MO-IDX)
                                - GA-MONTH-CREDITS(WS-MO-IDX)
                        END-IF
                    END-PERFORM
            END-EVALUATE.

      * The account's own line when STMTLINE.REF defines it for the
      * statement the account belongs on, otherwise the unassigned
      * line for the account's type.
        FIND-ACCOUNT-LINE.
            MOVE ZERO TO WS-SL-PICK
            IF GA-STATEMENT-LINE NOT = SPACES
                PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                    UNTIL WS-SL-IDX > WS-SL-COUNT OR WS-SL-PICK > 0
                    IF SLE-CODE(WS-SL-IDX) = GA-STATEMENT-LINE
                       AND SLE-STATEMENT(WS-SL-IDX) = WS-ACCT-STATEMENT
                        MOVE WS-SL-IDX TO WS-SL-PICK
                    END-IF
                END-PERFORM
            END-IF
            IF WS-SL-PICK = 0
                EVALUATE TRUE
                    WHEN GA-RevenueAccount
                        COMPUTE WS-SL-PICK = WS-SL-COUNT - 4
                    WHEN GA-ExpenseAccount
                        COMPUTE WS-SL-PICK = WS-SL-COUNT - 3
                    WHEN GA-LiabilityAccount
                        COMPUTE WS-SL-PICK = WS-SL-COUNT - 1
                    WHEN GA-EquityAccount
                        MOVE WS-SL-COUNT TO WS-SL-PICK
                    WHEN OTHER
                        COMPUTE WS-SL-PICK = WS-SL-COUNT - 2
                END-EVALUATE
            END-IF.

        WRITE-INCOME-STATEMENT.
            MOVE WS-STATEMENT-PERIOD TO WS-IH-PERIOD
            WRITE FinancialStatementLine FROM WS-INCOME-HEADING
            WRITE FinancialStatementLine FROM WS-INCOME-COLUMNS
            PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                UNTIL WS-SL-IDX > WS-SL-COUNT
                IF SLE-STATEMENT(WS-SL-IDX) = "I"
                    PERFORM WRITE-ONE-INCOME-LINE
                END-IF
            END-PERFORM
            WRITE FinancialStatementLine FROM WS-BLANK-LINE
            MOVE "TOTAL REVENUE" TO WS-IL-CAPTION
            MOVE WS-REVENUE-MONTH TO WS-IL-MONTH
            MOVE WS-REVENUE-YTD TO WS-IL-YTD
            MOVE WS-REVENUE-LY-MONTH TO WS-IL-LY-MONTH
            MOVE WS-REVENUE-LY-YTD TO WS-IL-LY-YTD
            PERFORM WRITE-INCOME-DETAIL
            MOVE "TOTAL COST OF SALES" TO WS-IL-CAPTION
            MOVE WS-COST-MONTH TO WS-IL-MONTH
            MOVE WS-COST-YTD TO WS-IL-YTD
            MOVE WS-COST-LY-MONTH TO WS-IL-LY-MONTH
            MOVE WS-COST-LY-YTD TO WS-IL-LY-YTD
            PERFORM WRITE-INCOME-DETAIL
            MOVE "TOTAL EXPENSES" TO WS-IL-CAPTION
            MOVE WS-EXPENSE-MONTH TO WS-IL-MONTH
            MOVE WS-EXPENSE-YTD TO WS-IL-YTD
            MOVE WS-EXPENSE-LY-MONTH TO WS-IL-LY-MONTH
            MOVE WS-EXPENSE-LY-YTD TO WS-IL-LY-YTD
            PERFORM WRITE-INCOME-DETAIL
            MOVE "NET INCOME" TO WS-IL-CAPTION
            COMPUTE WS-IL-MONTH = WS-REVENUE-MONTH - WS-COST-MONTH
                - WS-EXPENSE-MONTH
            COMPUTE WS-IL-YTD = WS-REVENUE-YTD - WS-COST-YTD
                - WS-EXPENSE-YTD
            COMPUTE WS-IL-LY-MONTH = WS-REVENUE-LY-MONTH
                - WS-COST-LY-MONTH - WS-EXPENSE-LY-MONTH
            COMPUTE WS-IL-LY-YTD = WS-REVENUE-LY-YTD - WS-COST-LY-YTD
                - WS-EXPENSE-LY-YTD
            PERFORM WRITE-INCOME-DETAIL
            WRITE FinancialStatementLine FROM WS-BLANK-LINE.

      * Revenue lines are credit-positive already; every other
      * income-statement section is a cost against it.
        WRITE-ONE-INCOME-LINE.
            MOVE SLE-CAPTION(WS-SL-IDX) TO WS-IL-CAPTION
            MOVE SLE-MONTH(WS-SL-IDX) TO WS-IL-MONTH
            MOVE SLE-YTD(WS-SL-IDX) TO WS-IL-YTD
            MOVE SLE-LY-MONTH(WS-SL-IDX) TO WS-IL-LY-MONTH
            MOVE SLE-LY-YTD(WS-SL-IDX) TO WS-IL-LY-YTD
            PERFORM WRITE-INCOME-DETAIL
            EVALUATE SLE-SECTION(WS-SL-IDX)
                WHEN "R"
                    ADD SLE-MONTH(WS-SL-IDX) TO WS-REVENUE-MONTH
                    ADD SLE-YTD(WS-SL-IDX) TO WS-REVENUE-YTD
                    ADD SLE-LY-MONTH(WS-SL-IDX) TO WS-REVENUE-LY-MONTH
                    ADD SLE-LY-YTD(WS-SL-IDX) TO WS-REVENUE-LY-YTD
                WHEN "C"
                    ADD SLE-MONTH(WS-SL-IDX) TO WS-COST-MONTH
                    ADD SLE-YTD(WS-SL-IDX) TO WS-COST-YTD
                    ADD SLE-LY-MONTH(WS-SL-IDX) TO WS-COST-LY-MONTH
                    ADD SLE-LY-YTD(WS-SL-IDX) TO WS-COST-LY-YTD
                WHEN OTHER
                    ADD SLE-MONTH(WS-SL-IDX) TO WS-EXPENSE-MONTH
                    ADD SLE-YTD(WS-SL-IDX) TO WS-EXPENSE-YTD
                    ADD SLE-LY-MONTH(WS-SL-IDX) TO WS-EXPENSE-LY-MONTH
                    ADD SLE-LY-YTD(WS-SL-IDX) TO WS-EXPENSE-LY-YTD
            END-EVALUATE.

        WRITE-INCOME-DETAIL.
            WRITE FinancialStatementLine FROM WS-INCOME-LINE
            ADD 1 TO WS-LINES-WRITTEN.

        WRITE-BALANCE-SHEET.
            MOVE WS-STATEMENT-PERIOD TO WS-BH-PERIOD
            WRITE FinancialStatementLine FROM WS-BALANCE-HEADING
            PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                UNTIL WS-SL-IDX > WS-SL-COUNT
                IF SLE-STATEMENT(WS-SL-IDX) = "B"
                   AND SLE-SECTION(WS-SL-IDX) = "A"
                    PERFORM WRITE-ONE-BALANCE-LINE
                END-IF
            END-PERFORM
            MOVE "TOTAL ASSETS" TO WS-BL-CAPTION
            MOVE WS-TOTAL-ASSETS TO WS-BL-BALANCE
            PERFORM WRITE-BALANCE-DETAIL
            WRITE FinancialStatementLine FROM WS-BLANK-LINE
            PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                UNTIL WS-SL-IDX > WS-SL-COUNT
                IF SLE-STATEMENT(WS-SL-IDX) = "B"
                   AND SLE-SECTION(WS-SL-IDX) = "L"
                    PERFORM WRITE-ONE-BALANCE-LINE
                END-IF
            END-PERFORM
            MOVE "TOTAL LIABILITIES" TO WS-BL-CAPTION
            MOVE WS-TOTAL-LIABILITIES TO WS-BL-BALANCE
            PERFORM WRITE-BALANCE-DETAIL
            WRITE FinancialStatementLine FROM WS-BLANK-LINE
            PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                UNTIL WS-SL-IDX > WS-SL-COUNT
                IF SLE-STATEMENT(WS-SL-IDX) = "B"
                   AND SLE-SECTION(WS-SL-IDX) NOT = "A" AND NOT = "L"
                    PERFORM WRITE-ONE-BALANCE-LINE
                END-IF
            END-PERFORM
            MOVE "RETAINED AND CURRENT EARNINGS" TO WS-BL-CAPTION
            MOVE WS-EARNINGS-BALANCE TO WS-BL-BALANCE
            ADD WS-EARNINGS-BALANCE TO WS-TOTAL-EQUITY
            PERFORM WRITE-BALANCE-DETAIL
            MOVE "TOTAL EQUITY" TO WS-BL-CAPTION
            MOVE WS-TOTAL-EQUITY TO WS-BL-BALANCE
            PERFORM WRITE-BALANCE-DETAIL
            MOVE "TOTAL LIABILITIES AND EQUITY" TO WS-BL-CAPTION
            COMPUTE WS-BL-BALANCE = WS-TOTAL-LIABILITIES
                + WS-TOTAL-EQUITY
            PERFORM WRITE-BALANCE-DETAIL
            WRITE FinancialStatementLine FROM WS-BLANK-LINE
            COMPUTE WS-PROOF-DIFFERENCE = WS-TOTAL-ASSETS
                - WS-TOTAL-LIABILITIES - WS-TOTAL-EQUITY
            MOVE WS-PROOF-DIFFERENCE TO WS-PL-DIFFERENCE
            IF WS-PROOF-DIFFERENCE = 0
                MOVE "PROVED" TO WS-PL-VERDICT
            ELSE
                MOVE "OUT OF BALANCE" TO WS-PL-VERDICT
            END-IF
            WRITE FinancialStatementLine FROM WS-PROOF-LINE
            ADD 1 TO WS-LINES-WRITTEN.

        WRITE-ONE-BALANCE-LINE.
            MOVE SLE-CAPTION(WS-SL-IDX) TO WS-BL-CAPTION
            MOVE SLE-BALANCE(WS-SL-IDX) TO WS-BL-BALANCE
            PERFORM WRITE-BALANCE-DETAIL
            EVALUATE SLE-SECTION(WS-SL-IDX)
                WHEN "A"
                    ADD SLE-BALANCE(WS-SL-IDX) TO WS-TOTAL-ASSETS
                WHEN "L"
                    ADD SLE-BALANCE(WS-SL-IDX) TO WS-TOTAL-LIABILITIES
                WHEN OTHER
                    ADD SLE-BALANCE(WS-SL-IDX) TO WS-TOTAL-EQUITY
            END-EVALUATE.

        WRITE-BALANCE-DETAIL.
            WRITE FinancialStatementLine FROM WS-BALANCE-LINE
            ADD 1 TO WS-LINES-WRITTEN.
