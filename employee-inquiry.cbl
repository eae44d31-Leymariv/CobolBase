       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeInquiry.
      * Employee 360 inquiry - the payroll-side answer to
      * CustomerInquiry, so a call from an employee no longer means
      * opening six files by hand. Takes an EM-EMPLOYEE-NO and
      * shows on one screen: the master details (department, pay
      * method, prenote status, discipline stage), the wage
      * history, this year's pay lines from PAYWEEK.DAT, the
      * PAYYTD.DAT totals, open GARNISH.DAT orders with what
      * remains, the employee's unpresented cheques on
      * CHEQREG.DAT, and leave entitled, taken and remaining
      * figured the way LeaveAccrual figures them. Bank routing and
      * account print masked to the last four characters, and the
      * wage history is withheld, unless a supervisor (level 2)
      * signs on at the start of the session. Zero ends the
      * session.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT EMPLOYEE-MASTER
            ASSIGN TO "EMPLOYEE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EM-EMPLOYEE-NO
            FILE STATUS IS WS-EMPLOYEE-STATUS.
          SELECT PAY-WEEK-FILE
            ASSIGN TO "PAYWEEK.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAY-WEEK-STATUS.
          SELECT YTD-FILE
            ASSIGN TO "PAYYTD.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS YT-EMPLOYEE-NO
            FILE STATUS IS WS-YTD-STATUS.
          SELECT GARNISHMENT-FILE
            ASSIGN TO "GARNISH.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GARNISH-STATUS.
          SELECT CHEQUE-REGISTER-FILE
            ASSIGN TO "CHEQREG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHEQUE-REG-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EMPLOYEE-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY EMPREC.

        FD  PAY-WEEK-FILE
            LABEL RECORDS ARE STANDARD.
            COPY PAYWEEK.

        FD  YTD-FILE
            LABEL RECORDS ARE STANDARD.
            COPY YTDREC.

        FD  GARNISHMENT-FILE
            LABEL RECORDS ARE STANDARD.
        01  GARNISHMENT-RECORD.
            05  GN-EMPLOYEE-NO       PIC 9(6).
            05  FILLER               PIC X.
            05  GN-ORDER-ID          PIC X(8).
            05  FILLER               PIC X.
            05  GN-PRIORITY          PIC 9.
            05  FILLER               PIC X.
            05  GN-WEEKLY-CAP        PIC 9(5)V99.
            05  FILLER               PIC X.
            05  GN-ORDERED-TOTAL     PIC 9(7)V99.
            05  FILLER               PIC X.
            05  GN-REMAINING         PIC 9(7)V99.
            05  FILLER               PIC X.
            05  GN-LAST-WEEK-NO      PIC 99.
            05  FILLER               PIC X.
            05  GN-LAST-WEEK-AMOUNT  PIC 9(5)V99.

        FD  CHEQUE-REGISTER-FILE
            LABEL RECORDS ARE STANDARD.
            COPY CHEQREG.

        WORKING-STORAGE SECTION.
        01  WS-EMPLOYEE-STATUS       PIC XX.
            88  EmployeeFileOK           VALUE "00".
        01  WS-PAY-WEEK-STATUS       PIC XX.
            88  EndOfPayWeekFile         VALUE "10".
        01  WS-YTD-STATUS            PIC XX.
        01  WS-YTD-FILE-OPEN         PIC X VALUE "N".
            88  YtdFileAvailable         VALUE "Y".
        01  WS-GARNISH-STATUS        PIC XX.
            88  EndOfGarnishmentFile     VALUE "10".
        01  WS-CHEQUE-REG-STATUS     PIC XX.
            88  EndOfChequeRegister      VALUE "10".

        01  WS-INQUIRY-NO            PIC 9(6).

        01  WS-OS-REQUIRED-LEVEL     PIC 9 VALUE 2.
        01  WS-OS-OPERATOR-ID        PIC X(8).
        01  WS-OS-RESULT             PIC X VALUE "N".
            88  SupervisorSignedOn       VALUE "Y".
        01  WS-SIGN-ON-ANSWER        PIC X.

        01  WS-MC-ACTION             PIC X.
        01  WS-MC-FILE-ID            PIC X(8) VALUE "EMPLOYEE".
        01  WS-MC-COUNT              PIC 9(7).
        01  WS-MC-HASH               PIC 9(15).
        01  WS-MC-RESULT             PIC X.
            88  MasterControlOK          VALUE "Y".
        01  WS-MASTER-EOF            PIC X.
            88  EndOfEmployeeMaster      VALUE "Y".

        01  WS-WH-IDX                PIC 99.
        01  WS-WK-IDX                PIC 99.
        01  WS-LINE-COUNT            PIC 9(4).
        01  WS-OPEN-TOTAL            PIC 9(9)V99.
        01  WS-EDIT-AMOUNT           PIC Z,ZZZ,ZZ9.99-.
        01  WS-EDIT-AMOUNT-2         PIC Z,ZZZ,ZZ9.99-.
        01  WS-EDIT-HOURS            PIC ZZ9.99.
        01  WS-EDIT-RATE             PIC Z,ZZ9.99.
        01  WS-EDIT-RATE-2           PIC Z,ZZ9.99.

        01  WS-MASKED-ROUTING.
            05  FILLER               PIC X(5) VALUE "*****".
            05  WS-MR-LAST-FOUR      PIC X(4).
        01  WS-MASKED-ACCOUNT.
            05  FILLER               PIC X(8) VALUE "********".
            05  WS-MA-LAST-FOUR      PIC X(4).
        01  WS-ROUTING-X             PIC X(9).

        01  WS-LEAVE-TAKEN           PIC 999.
        01  WS-SICK-DAYS-TAKEN       PIC 999.
        01  WS-UNPAID-DAYS-TAKEN     PIC 999.
        01  WS-LEAVE-REMAINING       PIC S999.
        01  WS-EDIT-REMAINING        PIC ZZ9-.

        PROCEDURE DIVISION.
        Begin.
            OPEN INPUT EMPLOYEE-MASTER
            IF NOT EmployeeFileOK
                DISPLAY "Unable to open EMPLOYEE-MASTER, status "
                    WS-EMPLOYEE-STATUS
                GOBACK
            END-IF
            PERFORM VERIFY-MASTER-CONTROL-TOTALS
            IF NOT MasterControlOK
                DISPLAY "EMPLOYEE-MASTER FAILS ITS CONTROL "
                    "TOTALS - INQUIRY REFUSED"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
      * Bank details and the wage history are for supervisors only;
      * anyone else gets the rest of the screen.
            DISPLAY "Supervisor sign-on for bank details and wage "
                "history (Y/N) - " WITH NO ADVANCING
            ACCEPT WS-SIGN-ON-ANSWER
            IF WS-SIGN-ON-ANSWER = "Y" OR "y"
                CALL "OperatorSignOn" USING WS-OS-REQUIRED-LEVEL
                    WS-OS-OPERATOR-ID WS-OS-RESULT
                IF NOT SupervisorSignedOn
                    DISPLAY "Bank details and wage history will "
                        "not be shown"
                END-IF
            END-IF
            OPEN INPUT YTD-FILE
            IF WS-YTD-STATUS = "00"
                MOVE "Y" TO WS-YTD-FILE-OPEN
            END-IF
            PERFORM INQUIRE-ONE-EMPLOYEE
            PERFORM UNTIL WS-INQUIRY-NO = 0
                PERFORM INQUIRE-ONE-EMPLOYEE
            END-PERFORM
            CLOSE EMPLOYEE-MASTER
            IF YtdFileAvailable
                CLOSE YTD-FILE
            END-IF
            GOBACK.

      * One pass over the master recomputes the record count and
      * wage-rate hash for the shared MasterControl check - the
      * refuse-on-imbalance convention every reader of the masters
      * follows. The master is reopened afterward for the keyed
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

        INQUIRE-ONE-EMPLOYEE.
            DISPLAY "Employee number (0 to end) - " WITH NO ADVANCING
            ACCEPT WS-INQUIRY-NO
            IF WS-INQUIRY-NO = 0
                EXIT PARAGRAPH
            END-IF
            MOVE WS-INQUIRY-NO TO EM-EMPLOYEE-NO
            READ EMPLOYEE-MASTER
                INVALID KEY
                    DISPLAY "Employee " WS-INQUIRY-NO
                        " is not on EMPLOYEE-MASTER"
                NOT INVALID KEY
                    PERFORM SHOW-EMPLOYEE-RECORD
                    PERFORM SHOW-WAGE-HISTORY
                    PERFORM SHOW-WEEKLY-PAY-LINES
                    PERFORM SHOW-YTD-TOTALS
                    PERFORM SHOW-OPEN-GARNISHMENTS
                    PERFORM SHOW-OUTSTANDING-CHEQUES
                    PERFORM SHOW-LEAVE-BALANCE
            END-READ.

        SHOW-EMPLOYEE-RECORD.
            MOVE EM-WAGE-RATE TO WS-EDIT-RATE
            DISPLAY "Employee   : " EM-EMPLOYEE-NO " "
                EM-EMPLOYEE-NAME
            IF EM-DEPARTMENT-CODE = SPACES
                DISPLAY "Department : UNASSIGNED"
            ELSE
                DISPLAY "Department : " EM-DEPARTMENT-CODE
            END-IF
            DISPLAY "Wage rate  : " WS-EDIT-RATE
            IF EM-ActiveEmployee
                DISPLAY "Status     : ACTIVE"
            ELSE
                DISPLAY "Status     : TERMINATED "
                    EM-TERMINATION-DATE
            END-IF
            IF EM-PaidByDeposit
                DISPLAY "Pay method : DIRECT DEPOSIT"
            ELSE
                DISPLAY "Pay method : CHEQUE"
            END-IF
            IF SupervisorSignedOn
                DISPLAY "Bank       : ROUTING " EM-BANK-ROUTING
                    " ACCOUNT " EM-BANK-ACCOUNT
            ELSE
                MOVE EM-BANK-ROUTING TO WS-ROUTING-X
                MOVE WS-ROUTING-X(6:4) TO WS-MR-LAST-FOUR
                MOVE EM-BANK-ACCOUNT(9:4) TO WS-MA-LAST-FOUR
                DISPLAY "Bank       : ROUTING " WS-MASKED-ROUTING
                    " ACCOUNT " WS-MASKED-ACCOUNT
            END-IF
            EVALUATE TRUE
                WHEN EM-PrenotePending
                    DISPLAY "Prenote    : PENDING SINCE "
                        EM-PRENOTE-DATE
                WHEN EM-PrenoteSent
                    DISPLAY "Prenote    : SENT " EM-PRENOTE-DATE
                        " - AWAITING BANK WINDOW"
                WHEN EM-PrenoteVerified
                    DISPLAY "Prenote    : VERIFIED " EM-PRENOTE-DATE
                WHEN OTHER
                    DISPLAY "Prenote    : NONE"
            END-EVALUATE
            EVALUATE EM-DISCIPLINE-STAGE
                WHEN 1
                    DISPLAY "Discipline : INFORMAL WARNING "
                        EM-DISCIPLINE-DATE
                WHEN 2
                    DISPLAY "Discipline : FIRST WRITTEN WARNING "
                        EM-DISCIPLINE-DATE
                WHEN 3
                    DISPLAY "Discipline : FINAL WARNING "
                        EM-DISCIPLINE-DATE
                WHEN OTHER
                    DISPLAY "Discipline : NONE"
            END-EVALUATE.

        SHOW-WAGE-HISTORY.
            IF NOT SupervisorSignedOn
                DISPLAY "Wage hist  : SUPERVISOR SIGN-ON REQUIRED"
                EXIT PARAGRAPH
            END-IF
            IF EM-WAGE-HISTORY-COUNT IS NOT NUMERIC
               OR EM-WAGE-HISTORY-COUNT = 0
                DISPLAY "Wage hist  : NONE"
                EXIT PARAGRAPH
            END-IF
            DISPLAY "Wage hist  : " EM-WAGE-HISTORY-COUNT " change(s)"
            PERFORM VARYING WS-WH-IDX FROM 1 BY 1
                UNTIL WS-WH-IDX > EM-WAGE-HISTORY-COUNT
                   OR WS-WH-IDX > 20
                MOVE EM-EWH-OLD-RATE(WS-WH-IDX) TO WS-EDIT-RATE
                MOVE EM-EWH-NEW-RATE(WS-WH-IDX) TO WS-EDIT-RATE-2
                DISPLAY "  EFF " EM-EWH-EFFECTIVE-DATE(WS-WH-IDX)
                    " " WS-EDIT-RATE " TO " WS-EDIT-RATE-2
                    " REASON " EM-EWH-REASON-CODE(WS-WH-IDX)
                    " BY " EM-EWH-OPERATOR-ID(WS-WH-IDX)
            END-PERFORM.

        SHOW-WEEKLY-PAY-LINES.
            MOVE 0 TO WS-LINE-COUNT
            OPEN INPUT PAY-WEEK-FILE
            IF WS-PAY-WEEK-STATUS NOT = "00"
                DISPLAY "Pay lines  : NO PAYWEEK.DAT ON FILE"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfPayWeekFile
                READ PAY-WEEK-FILE
                    AT END SET EndOfPayWeekFile TO TRUE
                    NOT AT END
                        IF PW-EMPLOYEE-NO = WS-INQUIRY-NO
                            PERFORM SHOW-ONE-PAY-LINE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PAY-WEEK-FILE
            MOVE SPACES TO WS-PAY-WEEK-STATUS
            DISPLAY "Pay lines  : " WS-LINE-COUNT " this year".

        SHOW-ONE-PAY-LINE.
            ADD 1 TO WS-LINE-COUNT
            MOVE PW-HOURS TO WS-EDIT-HOURS
            MOVE PW-GROSS TO WS-EDIT-AMOUNT
            MOVE PW-NET TO WS-EDIT-AMOUNT-2
            DISPLAY "  WK " PW-WEEK-NO " " PW-PAY-RUN-TYPE
                " HRS " WS-EDIT-HOURS " GROSS " WS-EDIT-AMOUNT
                " NET " WS-EDIT-AMOUNT-2.

        SHOW-YTD-TOTALS.
            IF NOT YtdFileAvailable
                DISPLAY "YTD        : NO PAYYTD.DAT ON FILE"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-INQUIRY-NO TO YT-EMPLOYEE-NO
            READ YTD-FILE
                INVALID KEY
                    DISPLAY "YTD        : NOTHING PAID THIS YEAR"
                NOT INVALID KEY
                    MOVE YT-GROSS TO WS-EDIT-AMOUNT
                    MOVE YT-NET TO WS-EDIT-AMOUNT-2
                    DISPLAY "YTD        : " YT-WEEKS-PAID
                        " WEEKS GROSS " WS-EDIT-AMOUNT
                        " NET " WS-EDIT-AMOUNT-2
                    MOVE YT-TAX TO WS-EDIT-AMOUNT
                    MOVE YT-DEDUCTIONS TO WS-EDIT-AMOUNT-2
                    DISPLAY "             TAX " WS-EDIT-AMOUNT
                        " DEDUCTIONS " WS-EDIT-AMOUNT-2
            END-READ.

        SHOW-OPEN-GARNISHMENTS.
            MOVE 0 TO WS-LINE-COUNT
            MOVE 0 TO WS-OPEN-TOTAL
            OPEN INPUT GARNISHMENT-FILE
            IF WS-GARNISH-STATUS NOT = "00"
                DISPLAY "Garnishing : NO GARNISH.DAT ON FILE"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfGarnishmentFile
                READ GARNISHMENT-FILE
                    AT END SET EndOfGarnishmentFile TO TRUE
                    NOT AT END
                        IF GN-EMPLOYEE-NO IS NUMERIC
                           AND GN-EMPLOYEE-NO = WS-INQUIRY-NO
                           AND GN-REMAINING IS NUMERIC
                           AND GN-REMAINING > 0
                            ADD 1 TO WS-LINE-COUNT
                            ADD GN-REMAINING TO WS-OPEN-TOTAL
                            MOVE GN-REMAINING TO WS-EDIT-AMOUNT
                            DISPLAY "  ORDER " GN-ORDER-ID " PRI "
                                GN-PRIORITY " REMAINING "
                                WS-EDIT-AMOUNT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE GARNISHMENT-FILE
            MOVE SPACES TO WS-GARNISH-STATUS
            MOVE WS-OPEN-TOTAL TO WS-EDIT-AMOUNT
            DISPLAY "Garnishing : " WS-LINE-COUNT " open order(s)"
                "  REMAINING " WS-EDIT-AMOUNT.

      * Unpresented cheques: still outstanding, or staled for
      * stop-and-reissue but not yet escheated.
        SHOW-OUTSTANDING-CHEQUES.
            MOVE 0 TO WS-LINE-COUNT
            MOVE 0 TO WS-OPEN-TOTAL
            OPEN INPUT CHEQUE-REGISTER-FILE
            IF WS-CHEQUE-REG-STATUS NOT = "00"
                DISPLAY "Cheques    : NO CHEQREG.DAT ON FILE"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfChequeRegister
                READ CHEQUE-REGISTER-FILE
                    AT END SET EndOfChequeRegister TO TRUE
                    NOT AT END
                        IF CQ-EMPLOYEE-NO IS NUMERIC
                           AND CQ-EMPLOYEE-NO = WS-INQUIRY-NO
                           AND (CQ-ChequeOutstanding
                                OR CQ-ChequeStale)
                            ADD 1 TO WS-LINE-COUNT
                            ADD CQ-AMOUNT TO WS-OPEN-TOTAL
                            MOVE CQ-AMOUNT TO WS-EDIT-AMOUNT
                            DISPLAY "  CHEQUE " CQ-CHEQUE-NO " "
                                CQ-ISSUE-DATE " " WS-EDIT-AMOUNT
                                " STATUS " CQ-STATUS
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CHEQUE-REGISTER-FILE
            MOVE SPACES TO WS-CHEQUE-REG-STATUS
            MOVE WS-OPEN-TOTAL TO WS-EDIT-AMOUNT
            DISPLAY "Cheques    : " WS-LINE-COUNT " outstanding"
                "  TOTAL " WS-EDIT-AMOUNT.

      * Taken is figured from the week records as LeaveAccrual
      * figures it - authorized absences less the posted sick and
      * unpaid days - so the answer is current between accrual
      * runs.
        SHOW-LEAVE-BALANCE.
            MOVE 0 TO WS-LEAVE-TAKEN
            MOVE 0 TO WS-SICK-DAYS-TAKEN
            MOVE 0 TO WS-UNPAID-DAYS-TAKEN
            PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                UNTIL WS-WK-IDX > 52
                ADD EM-AUTHORIZED-ABSENCES(WS-WK-IDX)
                    TO WS-LEAVE-TAKEN
                IF EM-LeavePosted(WS-WK-IDX)
                   AND EM-SICK-DAYS(WS-WK-IDX) IS NUMERIC
                   AND EM-UNPAID-DAYS(WS-WK-IDX) IS NUMERIC
                    ADD EM-SICK-DAYS(WS-WK-IDX) TO WS-SICK-DAYS-TAKEN
                    ADD EM-UNPAID-DAYS(WS-WK-IDX)
                        TO WS-UNPAID-DAYS-TAKEN
                END-IF
            END-PERFORM
            IF WS-SICK-DAYS-TAKEN + WS-UNPAID-DAYS-TAKEN
               < WS-LEAVE-TAKEN
                SUBTRACT WS-SICK-DAYS-TAKEN WS-UNPAID-DAYS-TAKEN
                    FROM WS-LEAVE-TAKEN
            ELSE
                MOVE 0 TO WS-LEAVE-TAKEN
            END-IF
            COMPUTE WS-LEAVE-REMAINING =
                EM-LEAVE-ENTITLEMENT - WS-LEAVE-TAKEN
            MOVE WS-LEAVE-REMAINING TO WS-EDIT-REMAINING
            DISPLAY "Leave      : ENTITLED " EM-LEAVE-ENTITLEMENT
                " TAKEN " WS-LEAVE-TAKEN " REMAINING "
                WS-EDIT-REMAINING
            DISPLAY "             SICK " WS-SICK-DAYS-TAKEN
                " UNPAID " WS-UNPAID-DAYS-TAKEN.
