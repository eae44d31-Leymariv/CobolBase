      * writes a pay register. Hours worked are derived from a
      * standard work week reduced by unauthorized absences (each
      * costs a full day's hours) and late arrivals (each costs a
      * fraction of a day's hours) and by days of approved unpaid
      * leave. A week whose slot was built from time-clock punches
      * (TimeClockImport) pays the clocked hours instead, up to the
      * standard week. Expense claims approved through
      * ExpenseClaimMaint are reimbursed untaxed on top of net pay.
      * Sales commission earned through CommissionRun's COMMPAY.DAT
      * feed pays in gross the way sessional fees do.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            ASSIGN TO "SESSPAY.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SESSIONAL-STATUS.
          SELECT COMMISSION-PAY-FILE
            ASSIGN TO "COMMPAY.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-COMMISSION-STATUS.
          SELECT RETRO-PAY-FILE
            ASSIGN TO "RETROPAY.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RETRO-PAY-STATUS.
          SELECT EXPENSE-CLAIM-MASTER
            ASSIGN TO "EXPCLAIM.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS XC-CLAIM-KEY
            FILE STATUS IS WS-EXPENSE-CLAIM-STATUS.
          SELECT OVERTIME-FILE
            ASSIGN TO "OVERTIME.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            05  FILLER               PIC X.
            05  SP-AMOUNT            PIC 9(5)V99.

      * Sales commission from CommissionRun's COMMPAY.DAT feed -
      * employee, week, amount - the same shape as SESSPAY.DAT.
        FD  COMMISSION-PAY-FILE
            LABEL RECORDS ARE STANDARD.
        01  COMMISSION-PAY-RECORD.
            05  CM-EMPLOYEE-NO       PIC 9(6).
            05  FILLER               PIC X.
            05  CM-WEEK-NO           PIC 99.
            05  FILLER               PIC X.
            05  CM-AMOUNT            PIC 9(5)V99.

      * Retroactive pay queued by RetroPay for backdated rate
      * rises, paid off by this run and rewritten with the items
      * marked paid in the run week.
        FD  RETRO-PAY-FILE
            LABEL RECORDS ARE STANDARD.
            COPY RETROPAY.

      * Expense claims: every approved claim is reimbursed by this
      * run and marked paid in the run week.
        FD  EXPENSE-CLAIM-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY EXPCLAIM.

      * Overtime keyed per employee per week - hours worked over
      * the standard week, paid at the premium multiplier.
        FD  OVERTIME-FILE

        01  WS-WH-IDX                PIC 99.
        01  WS-HOURS-WORKED          PIC 999V99.
        01  WS-HOURS-LOST            PIC 999V99.
        01  WS-UNPAID-LEAVE-DAYS     PIC 9.
        01  WS-GROSS-PAY             PIC S9(5)V9(2) USAGE IS COMP-3.
        01  WS-WEEK-FOUND            PIC X VALUE "N".
            88  PayrollWeekFound         VALUE "Y".
            88  EndOfGlAccountMap        VALUE "10".
        01  WS-GL-POST-STATUS        PIC XX.

        78  WS-GL-MAP-CAPACITY       VALUE 300.
        01  WS-GM-COUNT              PIC 999 VALUE ZERO.
        01  WS-GM-IDX                PIC 999.
        01  WS-GL-MAP-TABLE.
            05  GL-MAP-ENTRY OCCURS WS-GL-MAP-CAPACITY TIMES.
              10  GME-CATEGORY       PIC X(8).
              10  GME-ACCOUNT        PIC 9(6).
              10  GME-DEPARTMENT     PIC X(4).
              10  SE-SP-AMOUNT       PIC 9(5)V99.
        01  WS-SESSIONAL-PAY         PIC S9(5)V9(2) USAGE IS COMP-3.

        01  WS-COMMISSION-STATUS     PIC XX.
            88  EndOfCommissionFile      VALUE "10".
        78  WS-COMMISSION-TABLE-CAPACITY VALUE 100.
        01  WS-CM-COUNT              PIC 999 VALUE ZERO.
        01  WS-CM-IDX                PIC 999.
        01  WS-COMMISSION-TABLE.
            05  COMMISSION-ENTRY OCCURS 100 TIMES.
              10  CE-CM-EMPLOYEE-NO  PIC 9(6).
              10  CE-CM-WEEK-NO      PIC 99.
              10  CE-CM-AMOUNT       PIC 9(5)V99.
        01  WS-COMMISSION-PAY        PIC S9(5)V9(2) USAGE IS COMP-3.

        01  WS-RETRO-PAY-STATUS      PIC XX.
            88  EndOfRetroPayFile        VALUE "10".
        78  WS-RETRO-TABLE-CAPACITY  VALUE 1000.
        01  WS-RP-COUNT              PIC 9(4) VALUE ZERO.
        01  WS-RP-IDX                PIC 9(4).
        01  WS-RETRO-TABLE.
            05  RETRO-ENTRY OCCURS 1000 TIMES.
              10  RE-EMPLOYEE-NO     PIC 9(6).
              10  RE-WEEK-NO         PIC 99.
              10  RE-EFFECTIVE-DATE  PIC 9(8).
              10  RE-OLD-RATE        PIC 9999V99.
              10  RE-NEW-RATE        PIC 9999V99.
              10  RE-AMOUNT          PIC 9(5)V99.
              10  RE-STATUS          PIC X.
              10  RE-PAID-WEEK-NO    PIC 99.
        01  WS-RETRO-PAY             PIC S9(5)V9(2) USAGE IS COMP-3.

        01  WS-EXPENSE-CLAIM-STATUS  PIC XX.
            88  ExpenseClaimFileOK       VALUE "00".
        01  WS-CLAIMS-OPEN           PIC X VALUE "N".
            88  ExpenseClaimsOnFile      VALUE "Y".
        01  WS-CLAIM-EOF             PIC X.
            88  EndOfEmployeeClaims      VALUE "Y".
        01  WS-EXPENSE-REIMB         PIC S9(5)V9(2) USAGE IS COMP-3.
        01  WS-RUN-EXPENSE-TOTAL     PIC 9(9)V99 VALUE ZERO.
      * Reimbursements by expense category and the employee's
      * department, for the distributed GL expense debits.
        78  WS-EXPENSE-GL-CAPACITY   VALUE 50.
        01  WS-EX-COUNT              PIC 99 VALUE ZERO.
        01  WS-EX-IDX                PIC 99.
        01  WS-EX-PICK               PIC 99.
        01  WS-EXPENSE-GL-TOTALS.
            05  EXPENSE-GL-TOTAL OCCURS 50 TIMES.
              10  EXT-CATEGORY       PIC X(8).
              10  EXT-DEPARTMENT     PIC X(4).
              10  EXT-AMOUNT         PIC 9(9)V99.

        01  WS-OVERTIME-STATUS       PIC XX.
            88  EndOfOvertimeFile        VALUE "10".
        01  WS-OT-RATE-STATUS        PIC XX.
            05  FILLER               PIC X(5) VALUE SPACES.
            05  WS-SDL-AMOUNT        PIC ZZ,ZZZ.99-.

        01  WS-COMMISSION-DETAIL-LINE.
            05  FILLER               PIC X(8) VALUE SPACES.
            05  FILLER               PIC X(10) VALUE "COMMISSION".
            05  FILLER               PIC X(5) VALUE SPACES.
            05  WS-CDL-AMOUNT        PIC ZZ,ZZZ.99-.

        01  WS-RETRO-DETAIL-LINE.
            05  FILLER               PIC X(8) VALUE SPACES.
            05  FILLER               PIC X(10) VALUE "RETRO PAY ".
            05  FILLER               PIC X(5) VALUE SPACES.
            05  WS-RDL-AMOUNT        PIC ZZ,ZZZ.99-.

        01  WS-EXPENSE-DETAIL-LINE.
            05  FILLER               PIC X(8) VALUE SPACES.
            05  FILLER               PIC X(10) VALUE "EXPENSES  ".
            05  FILLER               PIC X(5) VALUE "NTAX ".
            05  WS-XDL-AMOUNT        PIC ZZ,ZZZ.99-.

        01  WS-GARNISH-DETAIL-LINE.
            05  FILLER               PIC X(8) VALUE SPACES.
            05  FILLER               PIC X(8) VALUE "GARNISH ".
            05  FILLER               PIC X VALUE SPACE.
            05  WS-ODL-AMOUNT        PIC ZZ,ZZZ.99-.

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "PayrollRun".
        01  WS-RJ-IMAGE              PIC X(2000).

            COPY RPTSTAMP.

       PROCEDURE DIVISION.
       Begin.
      * Start and finish go to the shop-wide run log (run-log.cbl).
      * flagged employees always get the fallback listing either
      * way.
           CALL "ConfirmEntry" USING WS-CE-PROMPT WS-CE-RESPONSE
           CALL "BusinessDate" USING WS-RUN-DATE

      * The run posts into the run date's accounting month; a
      * closed month refuses the whole run before money moves.
           PERFORM LOAD-TAX-BAND-TABLE
           PERFORM LOAD-GL-ACCOUNT-MAP
           PERFORM LOAD-SESSIONAL-PAY-TABLE
           PERFORM LOAD-COMMISSION-PAY-TABLE
           PERFORM LOAD-RETRO-PAY-TABLE
           PERFORM LOAD-OVERTIME-TABLE
           PERFORM LOAD-OVERTIME-MULTIPLIER
           PERFORM LOAD-PENSION-TABLE
               CALL "ReportName" USING WS-RN-BASE-NAME
                   WS-PAYREG-PATH
               OPEN OUTPUT PAY-REGISTER
               CALL "ReportStamp" USING REPORT-STAMP-LINE
               WRITE PayRegisterLine FROM REPORT-STAMP-LINE
               PERFORM OPEN-YTD-MASTER
               PERFORM BACK-OUT-PRIOR-WEEK-RUN
               PERFORM OPEN-EXPENSE-CLAIM-MASTER
               PERFORM OPEN-PAY-WEEK-FILE
               OPEN OUTPUT CHEQUE-LISTING
               PERFORM READ-CHEQUE-SEQUENCE
               CLOSE PAY-REGISTER
               CLOSE PAY-WEEK-FILE
               CLOSE YTD-MASTER
               IF ExpenseClaimsOnFile
                   CLOSE EXPENSE-CLAIM-MASTER
               END-IF
               CLOSE CHEQUE-LISTING
               CLOSE CHEQUE-REGISTER-FILE
               PERFORM WRITE-CHEQUE-SEQUENCE
               IF WS-GN-COUNT > 0
                   PERFORM REWRITE-GARNISHMENT-FILE
               END-IF
               IF WS-RP-COUNT > 0
                   PERFORM REWRITE-RETRO-PAY-FILE
               END-IF
               IF WS-GM-COUNT > 0
                   PERFORM WRITE-GL-POSTING-FILE
               END-IF
               END-IF
           END-PERFORM
           PERFORM FIND-SESSIONAL-PAY
           PERFORM FIND-COMMISSION-PAY
           PERFORM FIND-RETRO-PAY
           PERFORM FIND-EXPENSE-CLAIMS
           PERFORM FIND-OVERTIME-HOURS
      * A sessional instructor may have no attendance slot for the
      * week at all - teaching fees still pay, as a zero-hour week;
      * so do retro pay and expense claims owed to someone with no
      * slot this week, and commission earned by salespeople.
           IF NOT PayrollWeekFound
              AND (WS-SESSIONAL-PAY > 0 OR WS-RETRO-PAY > 0
                   OR WS-EXPENSE-REIMB > 0
                   OR WS-COMMISSION-PAY > 0)
               MOVE "Y" TO WS-WEEK-FOUND
               MOVE 0 TO WS-HOURS-WORKED
               MOVE 0 TO WS-TK-AUTHORIZED
                   (WS-HOURS-WORKED * EM-WAGE-RATE)
                   + WS-OVERTIME-PAY
                   + WS-SESSIONAL-PAY
                   + WS-COMMISSION-PAY
                   + WS-RETRO-PAY
               MOVE EM-EMPLOYEE-NO TO WS-PRL-EMP-NO
               MOVE EM-EMPLOYEE-NAME TO WS-PRL-NAME
               MOVE WS-HOURS-WORKED TO WS-PRL-HOURS
               ADD WS-GARNISH-TOTAL TO WS-TOTAL-DEDUCTIONS
               CALL "CurrencyEdit" USING WS-TOTAL-DEDUCTIONS
                   WS-PRL-DEDUCTIONS
      * Expense reimbursement is no part of gross - untaxed, out
      * of reach of the garnishments, added to net pay as it stands.
               COMPUTE WS-NET-PAY ROUNDED = WS-GROSS-PAY
                   - WS-TOTAL-DEDUCTIONS - WS-TAX-AMOUNT
                   + WS-EXPENSE-REIMB
               CALL "CurrencyEdit" USING WS-NET-PAY WS-PRL-NET
               WRITE PayRegisterLine FROM WS-PAY-REGISTER-LINE
               ADD 1 TO WS-RL-RECORDS-WRITTEN
                   WRITE PayRegisterLine
                       FROM WS-SESSIONAL-DETAIL-LINE
               END-IF
               IF WS-COMMISSION-PAY > 0
                   CALL "CurrencyEdit" USING WS-COMMISSION-PAY
                       WS-CDL-AMOUNT
                   WRITE PayRegisterLine
                       FROM WS-COMMISSION-DETAIL-LINE
               END-IF
               IF WS-RETRO-PAY > 0
                   CALL "CurrencyEdit" USING WS-RETRO-PAY
                       WS-RDL-AMOUNT
                   WRITE PayRegisterLine
                       FROM WS-RETRO-DETAIL-LINE
                   PERFORM MARK-RETRO-PAY-PAID
               END-IF
               IF WS-EXPENSE-REIMB > 0
                   CALL "CurrencyEdit" USING WS-EXPENSE-REIMB
                       WS-XDL-AMOUNT
                   WRITE PayRegisterLine
                       FROM WS-EXPENSE-DETAIL-LINE
                   PERFORM MARK-EXPENSE-CLAIMS-PAID
               END-IF
               PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DM-COUNT
                   IF DE-EMPLOYEE-NO(WS-DM-IDX) = EM-EMPLOYEE-NO
               ADD WS-GROSS-PAY TO WS-RUN-GROSS-TOTAL
               ADD WS-NET-PAY TO WS-RUN-NET-TOTAL
               ADD WS-TAX-AMOUNT TO WS-RUN-TAX-TOTAL
               ADD WS-EXPENSE-REIMB TO WS-RUN-EXPENSE-TOTAL
               PERFORM ACCUMULATE-DEPARTMENT-TOTALS
           END-IF.

               INVALID KEY
                   DISPLAY "Prenote rewrite failed for employee "
                       EM-EMPLOYEE-NO
               NOT INVALID KEY
                   MOVE "C" TO WS-RJ-OPERATION
                   PERFORM JOURNAL-EMPLOYEE-RECORD
           END-REWRITE.

      * Deposit-flagged employees with bank details go on the
           MOVE WS-RUN-DATE TO CQ-ISSUE-DATE
           MOVE "O" TO CQ-STATUS
           MOVE 0 TO CQ-PRESENTED-DATE
           MOVE WS-RUN-WEEK-NO TO CQ-WEEK-NO
           MOVE "W" TO CQ-PAY-RUN-TYPE
           WRITE CHEQUE-REGISTER-RECORD
           ADD 1 TO WS-NEXT-CHEQUE-NO.

           MOVE WS-TK-LATE TO PW-LATE-ARRIVALS
           MOVE WS-PENSION-EE TO PW-PENSION-EE
           MOVE WS-PENSION-ER TO PW-PENSION-ER
           MOVE WS-RETRO-PAY TO PW-RETRO-PAY
           MOVE "W" TO PW-PAY-RUN-TYPE
           MOVE SPACES TO PW-PAYMENT-TYPE
           MOVE 0 TO PW-LEAVE-PAYOUT
           MOVE WS-PC-PERIOD TO PW-PAY-PERIOD
           MOVE WS-EXPENSE-REIMB TO PW-EXPENSE-REIMB
           WRITE PAY-WEEK-RECORD.

        UPDATE-YTD-RECORD.
                   MOVE 0 TO YT-NET
                   MOVE 0 TO YT-PENSION-EE
                   MOVE 0 TO YT-PENSION-ER
                   MOVE 0 TO YT-RETRO-PAY
                   MOVE 0 TO YT-OFF-CYCLE-GROSS
                   PERFORM ACCUMULATE-YTD-FIELDS
                   WRITE YTD-RECORD
                       INVALID KEY
                           DISPLAY "YTD write failed for employee "
                               EM-EMPLOYEE-NO
                       NOT INVALID KEY
                           MOVE "A" TO WS-RJ-OPERATION
                           PERFORM JOURNAL-YTD-RECORD
                   END-WRITE
               NOT INVALID KEY
                   PERFORM ACCUMULATE-YTD-FIELDS
                       INVALID KEY
                           DISPLAY "YTD rewrite failed for employee "
                               EM-EMPLOYEE-NO
                       NOT INVALID KEY
                           MOVE "C" TO WS-RJ-OPERATION
                           PERFORM JOURNAL-YTD-RECORD
                   END-REWRITE
           END-READ.

           ADD WS-TAX-AMOUNT TO YT-TAX
           ADD WS-NET-PAY TO YT-NET
           ADD WS-PENSION-EE TO YT-PENSION-EE
           ADD WS-PENSION-ER TO YT-PENSION-ER
      * Records carried over from before retro pay hold spaces.
           IF YT-RETRO-PAY IS NOT NUMERIC
               MOVE 0 TO YT-RETRO-PAY
           END-IF
           ADD WS-RETRO-PAY TO YT-RETRO-PAY.

        OPEN-PAY-WEEK-FILE.
           OPEN EXTEND PAY-WEEK-FILE
               READ PAY-WEEK-FILE
                   AT END SET EndOfPayWeekFile TO TRUE
                   NOT AT END
      * Off-cycle payments and leavers' final pay made in the week
      * are no part of the weekly run and stay on file.
                       IF PW-WEEK-NO = WS-RUN-WEEK-NO
                          AND NOT PW-OffCyclePayment
                          AND NOT PW-FinalPayment
                           ADD 1 TO WS-BACKED-OUT-COUNT
                           PERFORM BACK-OUT-ONE-PAY-WEEK
                       ELSE
                   IF PW-PENSION-ER IS NUMERIC
                       SUBTRACT PW-PENSION-ER FROM YT-PENSION-ER
                   END-IF
                   IF PW-RETRO-PAY IS NUMERIC
                      AND YT-RETRO-PAY IS NUMERIC
                       SUBTRACT PW-RETRO-PAY FROM YT-RETRO-PAY
                   END-IF
                   REWRITE YTD-RECORD
                       INVALID KEY
                           DISPLAY "YTD rewrite failed for "
                               "employee " PW-EMPLOYEE-NO
                       NOT INVALID KEY
                           MOVE "C" TO WS-RJ-OPERATION
                           PERFORM JOURNAL-YTD-RECORD
                   END-REWRITE
           END-READ.

           OPEN INPUT GL-ACCOUNT-MAP
           IF WS-GL-MAP-STATUS = "00"
               PERFORM UNTIL EndOfGlAccountMap
                   OR WS-GM-COUNT >= WS-GL-MAP-CAPACITY
                   READ GL-ACCOUNT-MAP
                       AT END SET EndOfGlAccountMap TO TRUE
                       NOT AT END
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
               END-PERFORM
               MOVE SPACES TO WS-GL-LOOKUP-DEPT
           END-IF
      * Expense claims reimbursed ride inside the net pay credit;
      * each category debits its own expense account, charged to
      * the claimant's department.
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-EX-COUNT
               MOVE EXT-CATEGORY(WS-EX-IDX) TO WS-GL-LOOKUP-CATEGORY
               MOVE EXT-DEPARTMENT(WS-EX-IDX) TO WS-GL-LOOKUP-DEPT
               PERFORM FIND-GL-ACCOUNT
               MOVE SPACES TO GL-POSTING-RECORD
               MOVE "D" TO GP-RECORD-TYPE
               MOVE WS-GL-LOOKUP-ACCOUNT TO GP-ACCOUNT
               MOVE EXT-CATEGORY(WS-EX-IDX) TO GP-CATEGORY
               MOVE EXT-DEPARTMENT(WS-EX-IDX) TO GP-DEPARTMENT
               MOVE EXT-AMOUNT(WS-EX-IDX) TO GP-AMOUNT
               PERFORM WRITE-GL-DETAIL-RECORD
               ADD EXT-AMOUNT(WS-EX-IDX) TO WS-GL-DEBIT-TOTAL
           END-PERFORM
           MOVE SPACES TO WS-GL-LOOKUP-DEPT
      * Garnishments withheld ride inside the deductions that
      * shrank net pay, so they credit their own payable account.
           IF WS-RUN-GARNISH-TOTAL > 0
      * were distributed from, so report and ledger always agree.
        WRITE-LABOR-COST-REPORT.
           OPEN OUTPUT LABOR-COST-REPORT
           CALL "ReportStamp" USING REPORT-STAMP-LINE
           WRITE LaborCostLine FROM REPORT-STAMP-LINE
           MOVE WS-LABOR-HEADING TO WS-LH-TEXT
           MOVE WS-RUN-WEEK-NO TO WS-LH-WEEK
           WRITE LaborCostLine FROM WS-LABOR-HEADING-LINE
           MOVE WS-RUN-GROSS-TOTAL TO WS-LDL-GROSS
           COMPUTE WS-LDL-DEDUCTIONS = WS-RUN-GROSS-TOTAL
               - WS-RUN-TAX-TOTAL - WS-RUN-NET-TOTAL
               + WS-RUN-EXPENSE-TOTAL
           MOVE WS-RUN-TAX-TOTAL TO WS-LDL-TAX
           MOVE WS-RUN-NET-TOTAL TO WS-LDL-NET
           MOVE WS-RUN-PENSION-ER-TOTAL TO WS-LDL-PENSION-ER
               END-IF
           END-PERFORM.

      * Commission is fed once a month, against the payroll week
      * CommissionRun was told to pay it in.
        FIND-COMMISSION-PAY.
           MOVE 0 TO WS-COMMISSION-PAY
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
               UNTIL WS-CM-IDX > WS-CM-COUNT
               IF CE-CM-EMPLOYEE-NO(WS-CM-IDX) = EM-EMPLOYEE-NO
                  AND CE-CM-WEEK-NO(WS-CM-IDX) = WS-RUN-WEEK-NO
                   ADD CE-CM-AMOUNT(WS-CM-IDX)
                       TO WS-COMMISSION-PAY
               END-IF
           END-PERFORM.

      * Every queued retro item for the employee pays this week;
      * so do the items an earlier attempt at this same week
      * already marked paid, since the rerun backed that pay out.
        FIND-RETRO-PAY.
           MOVE 0 TO WS-RETRO-PAY
           PERFORM VARYING WS-RP-IDX FROM 1 BY 1
               UNTIL WS-RP-IDX > WS-RP-COUNT
               IF RE-EMPLOYEE-NO(WS-RP-IDX) = EM-EMPLOYEE-NO
                  AND (RE-STATUS(WS-RP-IDX) = "Q"
                   OR (RE-STATUS(WS-RP-IDX) = "P"
                       AND RE-PAID-WEEK-NO(WS-RP-IDX)
                           = WS-RUN-WEEK-NO))
                   ADD RE-AMOUNT(WS-RP-IDX) TO WS-RETRO-PAY
               END-IF
           END-PERFORM.

      * Expense claims: approved ones, and any this week already
      * paid (a rerun after the back-out pays them again).
        FIND-EXPENSE-CLAIMS.
           MOVE 0 TO WS-EXPENSE-REIMB
           IF NOT ExpenseClaimsOnFile
               EXIT PARAGRAPH
           END-IF
           PERFORM START-EMPLOYEE-CLAIMS
           PERFORM UNTIL EndOfEmployeeClaims
               PERFORM READ-NEXT-EMPLOYEE-CLAIM
               IF NOT EndOfEmployeeClaims
                  AND (XC-ClaimApproved
                   OR (XC-ClaimPaid
                       AND XC-PAID-WEEK-NO = WS-RUN-WEEK-NO))
                   ADD XC-AMOUNT TO WS-EXPENSE-REIMB
               END-IF
           END-PERFORM.

        MARK-EXPENSE-CLAIMS-PAID.
           PERFORM START-EMPLOYEE-CLAIMS
           PERFORM UNTIL EndOfEmployeeClaims
               PERFORM READ-NEXT-EMPLOYEE-CLAIM
               IF NOT EndOfEmployeeClaims
                  AND (XC-ClaimApproved
                   OR (XC-ClaimPaid
                       AND XC-PAID-WEEK-NO = WS-RUN-WEEK-NO))
                   PERFORM ADD-TO-EXPENSE-GL-TOTAL
                   IF XC-ClaimApproved
                       MOVE "P" TO XC-CLAIM-STATUS
                       MOVE WS-RUN-WEEK-NO TO XC-PAID-WEEK-NO
                       REWRITE EXPENSE-CLAIM-RECORD
                           INVALID KEY
                               DISPLAY "Expense claim rewrite failed "
                                   "for employee " XC-EMPLOYEE-NO
                                   " receipt " XC-RECEIPT-REF
                       END-REWRITE
                   END-IF
               END-IF
           END-PERFORM.

        START-EMPLOYEE-CLAIMS.
           MOVE "N" TO WS-CLAIM-EOF
           MOVE EM-EMPLOYEE-NO TO XC-EMPLOYEE-NO
           MOVE LOW-VALUES TO XC-RECEIPT-REF
           START EXPENSE-CLAIM-MASTER
               KEY IS NOT LESS THAN XC-CLAIM-KEY
               INVALID KEY
                   SET EndOfEmployeeClaims TO TRUE
           END-START.

        READ-NEXT-EMPLOYEE-CLAIM.
           READ EXPENSE-CLAIM-MASTER NEXT RECORD
               AT END SET EndOfEmployeeClaims TO TRUE
               NOT AT END
                   IF XC-EMPLOYEE-NO NOT = EM-EMPLOYEE-NO
                       SET EndOfEmployeeClaims TO TRUE
                   END-IF
           END-READ.

        ADD-TO-EXPENSE-GL-TOTAL.
           MOVE 0 TO WS-EX-PICK
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-EX-COUNT
               IF EXT-CATEGORY(WS-EX-IDX) = XC-CATEGORY
                  AND EXT-DEPARTMENT(WS-EX-IDX) = EM-DEPARTMENT-CODE
                   MOVE WS-EX-IDX TO WS-EX-PICK
               END-IF
           END-PERFORM
           IF WS-EX-PICK = 0
               IF WS-EX-COUNT < WS-EXPENSE-GL-CAPACITY
                   ADD 1 TO WS-EX-COUNT
                   MOVE WS-EX-COUNT TO WS-EX-PICK
                   MOVE XC-CATEGORY TO EXT-CATEGORY(WS-EX-PICK)
                   MOVE EM-DEPARTMENT-CODE
                       TO EXT-DEPARTMENT(WS-EX-PICK)
                   MOVE 0 TO EXT-AMOUNT(WS-EX-PICK)
               ELSE
                   DISPLAY "WS-EXPENSE-GL-TOTALS full at "
                       WS-EXPENSE-GL-CAPACITY " entries - category "
                       XC-CATEGORY " left out of the GL totals, the "
                       "posting trailer will not balance"
               END-IF
           END-IF
           IF WS-EX-PICK > 0
               ADD XC-AMOUNT TO EXT-AMOUNT(WS-EX-PICK)
           END-IF.

      * No claim file simply means no claims to reimburse.
        OPEN-EXPENSE-CLAIM-MASTER.
           OPEN I-O EXPENSE-CLAIM-MASTER
           IF ExpenseClaimFileOK
               MOVE "Y" TO WS-CLAIMS-OPEN
           END-IF.

        MARK-RETRO-PAY-PAID.
           PERFORM VARYING WS-RP-IDX FROM 1 BY 1
               UNTIL WS-RP-IDX > WS-RP-COUNT
               IF RE-EMPLOYEE-NO(WS-RP-IDX) = EM-EMPLOYEE-NO
                  AND RE-STATUS(WS-RP-IDX) = "Q"
                   MOVE "P" TO RE-STATUS(WS-RP-IDX)
                   MOVE WS-RUN-WEEK-NO TO RE-PAID-WEEK-NO(WS-RP-IDX)
               END-IF
           END-PERFORM.

      * Every OVERTIME.DAT record for the employee and run week
      * adds its hours - two slips for one week simply add up.
        FIND-OVERTIME-HOURS.
                   "time-and-a-half default"
           END-IF.

      * The whole queue is held, paid items included, because it
      * is rewritten from the table; a queue too big to hold is
      * left untouched and pays nothing rather than be truncated.
        LOAD-RETRO-PAY-TABLE.
           OPEN INPUT RETRO-PAY-FILE
           IF WS-RETRO-PAY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EndOfRetroPayFile
               OR WS-RP-COUNT >= WS-RETRO-TABLE-CAPACITY
               READ RETRO-PAY-FILE
                   AT END SET EndOfRetroPayFile TO TRUE
                   NOT AT END
                       IF RP-EMPLOYEE-NO IS NUMERIC
                          AND RP-AMOUNT IS NUMERIC
                           ADD 1 TO WS-RP-COUNT
                           MOVE RP-EMPLOYEE-NO
                               TO RE-EMPLOYEE-NO(WS-RP-COUNT)
                           MOVE RP-WEEK-NO TO RE-WEEK-NO(WS-RP-COUNT)
                           MOVE RP-EFFECTIVE-DATE
                               TO RE-EFFECTIVE-DATE(WS-RP-COUNT)
                           MOVE RP-OLD-RATE TO RE-OLD-RATE(WS-RP-COUNT)
                           MOVE RP-NEW-RATE TO RE-NEW-RATE(WS-RP-COUNT)
                           MOVE RP-AMOUNT TO RE-AMOUNT(WS-RP-COUNT)
                           MOVE RP-STATUS TO RE-STATUS(WS-RP-COUNT)
                           MOVE RP-PAID-WEEK-NO
                               TO RE-PAID-WEEK-NO(WS-RP-COUNT)
                       ELSE
                           DISPLAY "Bad RETROPAY.DAT record "
                               "ignored: " RETRO-PAY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF NOT EndOfRetroPayFile
               DISPLAY "WS-RETRO-TABLE full at "
                   WS-RETRO-TABLE-CAPACITY " entries, no retro pay "
                   "this run and RETROPAY.DAT left as it stands"
               MOVE 0 TO WS-RP-COUNT
           END-IF
           CLOSE RETRO-PAY-FILE.

        REWRITE-RETRO-PAY-FILE.
           OPEN OUTPUT RETRO-PAY-FILE
           PERFORM VARYING WS-RP-IDX FROM 1 BY 1
               UNTIL WS-RP-IDX > WS-RP-COUNT
               MOVE SPACES TO RETRO-PAY-RECORD
               MOVE RE-EMPLOYEE-NO(WS-RP-IDX) TO RP-EMPLOYEE-NO
               MOVE RE-WEEK-NO(WS-RP-IDX) TO RP-WEEK-NO
               MOVE RE-EFFECTIVE-DATE(WS-RP-IDX) TO RP-EFFECTIVE-DATE
               MOVE RE-OLD-RATE(WS-RP-IDX) TO RP-OLD-RATE
               MOVE RE-NEW-RATE(WS-RP-IDX) TO RP-NEW-RATE
               MOVE RE-AMOUNT(WS-RP-IDX) TO RP-AMOUNT
               MOVE RE-STATUS(WS-RP-IDX) TO RP-STATUS
               MOVE RE-PAID-WEEK-NO(WS-RP-IDX) TO RP-PAID-WEEK-NO
               WRITE RETRO-PAY-RECORD
           END-PERFORM
           CLOSE RETRO-PAY-FILE.

        LOAD-SESSIONAL-PAY-TABLE.
           OPEN INPUT SESSIONAL-PAY-FILE
           IF WS-SESSIONAL-STATUS = "00"
                   "teaching pay this run"
           END-IF.

        LOAD-COMMISSION-PAY-TABLE.
           OPEN INPUT COMMISSION-PAY-FILE
           IF WS-COMMISSION-STATUS = "00"
               PERFORM UNTIL EndOfCommissionFile
                   OR WS-CM-COUNT >= WS-COMMISSION-TABLE-CAPACITY
                   READ COMMISSION-PAY-FILE
                       AT END SET EndOfCommissionFile TO TRUE
                       NOT AT END
                           IF CM-EMPLOYEE-NO IS NUMERIC
                              AND CM-WEEK-NO IS NUMERIC
                              AND CM-AMOUNT IS NUMERIC
                               ADD 1 TO WS-CM-COUNT
                               MOVE CM-EMPLOYEE-NO TO
                                   CE-CM-EMPLOYEE-NO(WS-CM-COUNT)
                               MOVE CM-WEEK-NO TO
                                   CE-CM-WEEK-NO(WS-CM-COUNT)
                               MOVE CM-AMOUNT TO
                                   CE-CM-AMOUNT(WS-CM-COUNT)
                           ELSE
                               DISPLAY "Bad COMMPAY.DAT record "
                                   "ignored: " COMMISSION-PAY-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               IF NOT EndOfCommissionFile
                   DISPLAY "WS-COMMISSION-TABLE full at "
                       WS-COMMISSION-TABLE-CAPACITY " entries, "
                       "remaining COMMPAY.DAT records not loaded"
               END-IF
               CLOSE COMMISSION-PAY-FILE
           ELSE
               DISPLAY "No COMMPAY.DAT on file, no sales "
                   "commission this run"
           END-IF.

        LOAD-DEDUCTION-TABLE.
           OPEN INPUT DEDUCTION-MASTER
           IF WS-DEDUCTION-STATUS = "00"
                   "this run"
           END-IF.

      * Clocked hours are paid with a full day for each authorized
      * absence, as the derivation pays them; anything beyond the
      * standard week reaches the pay only as approved overtime.
      * Authorized absences taken as unpaid leave are not paid
      * either way.
        COMPUTE-HOURS-WORKED.
           MOVE 0 TO WS-UNPAID-LEAVE-DAYS
           IF EM-LeavePosted(WS-WH-IDX)
              AND EM-UNPAID-DAYS(WS-WH-IDX) IS NUMERIC
               MOVE EM-UNPAID-DAYS(WS-WH-IDX) TO WS-UNPAID-LEAVE-DAYS
           END-IF
           IF EM-HoursClocked(WS-WH-IDX)
              AND EM-CLOCKED-HOURS(WS-WH-IDX) IS NUMERIC
               MOVE EM-CLOCKED-HOURS(WS-WH-IDX) TO WS-HOURS-WORKED
               IF EM-AUTHORIZED-ABSENCES(WS-WH-IDX)
                  > WS-UNPAID-LEAVE-DAYS
                   COMPUTE WS-HOURS-WORKED = WS-HOURS-WORKED
                       + ((EM-AUTHORIZED-ABSENCES(WS-WH-IDX)
                           - WS-UNPAID-LEAVE-DAYS)
                           * WS-ABSENCE-DAY-HOURS)
               END-IF
               IF WS-HOURS-WORKED > WS-STANDARD-WEEK-HOURS
                   MOVE WS-STANDARD-WEEK-HOURS TO WS-HOURS-WORKED
               END-IF
           ELSE
               COMPUTE WS-HOURS-LOST =
                   (EM-UNAUTHORIZED-ABSENCES(WS-WH-IDX)
                       * WS-ABSENCE-DAY-HOURS)
                   + (EM-LATE-ARRIVALS(WS-WH-IDX)
                       * WS-LATE-ARRIVAL-HOURS)
                   + (WS-UNPAID-LEAVE-DAYS * WS-ABSENCE-DAY-HOURS)
               IF WS-HOURS-LOST < WS-STANDARD-WEEK-HOURS
                   COMPUTE WS-HOURS-WORKED =
                       WS-STANDARD-WEEK-HOURS - WS-HOURS-LOST
               ELSE
                   MOVE 0 TO WS-HOURS-WORKED
               END-IF
           END-IF
           MOVE EM-AUTHORIZED-ABSENCES(WS-WH-IDX)
               TO WS-TK-AUTHORIZED
           MOVE EM-UNAUTHORIZED-ABSENCES(WS-WH-IDX)
               TO WS-TK-UNAUTHORIZED
           MOVE EM-LATE-ARRIVALS(WS-WH-IDX) TO WS-TK-LATE.

      * Every change to EMPLOYEE.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-EMPLOYEE-RECORD.
           MOVE "EMPLOYEE" TO WS-RJ-FILE-ID
           MOVE EM-EMPLOYEE-NO TO WS-RJ-KEY
           MOVE EMPLOYEE-MASTER-RECORD TO WS-RJ-IMAGE
           CALL "RecoveryJournal" USING WS-RJ-FILE-ID
               WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.

      * Every change to PAYYTD.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-YTD-RECORD.
           MOVE "PAYYTD" TO WS-RJ-FILE-ID
           MOVE YT-EMPLOYEE-NO TO WS-RJ-KEY
           MOVE YTD-RECORD TO WS-RJ-IMAGE
           CALL "RecoveryJournal" USING WS-RJ-FILE-ID
               WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.
