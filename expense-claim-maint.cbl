       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExpenseClaimMaint.
      * Expense-claim maintenance run for the indexed expense claim
      * master (EXPCLAIM.DAT, EXPCLAIM copybook), in the
      * LeaveRequestMaint mold. Reads EXPTRAN.DAT transactions and
      * prints a register of everything it did:
      *     R - enter a claim: employee, receipt reference, claim
      *         date, expense category, amount
      *     A - approve an entered claim (employee, receipt ref)
      *     J - reject an entered claim
      *     C - cancel an entered or approved claim not yet paid
      * A claim must carry a real claim date (the shared
      * ValidateDate check) no later than today, a receipt
      * reference, a category on EXPCAT.REF and an amount no more
      * than that category's limit. Approving and rejecting are
      * supervisor decisions - the first A or J transaction asks
      * for a level-2 OperatorSignOn, and the supervisor is stamped
      * on every decision. The limit is checked again on approval,
      * so a claim the category limit has since been cut below is
      * rejected rather than approved. Approved claims are paid,
      * untaxed, by the employee's next PayrollRun.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT EXPENSE-CLAIM-MASTER
            ASSIGN TO "EXPCLAIM.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS XC-CLAIM-KEY
            FILE STATUS IS WS-EXPENSE-CLAIM-STATUS.
          SELECT EMPLOYEE-MASTER
            ASSIGN TO "EMPLOYEE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EM-EMPLOYEE-NO
            FILE STATUS IS WS-EMPLOYEE-STATUS.
          SELECT EXPENSE-CATEGORY-FILE
            ASSIGN TO "EXPCAT.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EXPENSE-CATEGORY-STATUS.
          SELECT EXPENSE-TRANSACTION-FILE
            ASSIGN TO "EXPTRAN.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TRANSACTION-STATUS.
          SELECT EXPENSE-MAINT-REGISTER
            ASSIGN TO "EXPMAINT.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTER-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EXPENSE-CLAIM-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY EXPCLAIM.

        FD  EMPLOYEE-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY EMPREC.

      * One record per expense category: the category code (also
      * its GLMAP.REF category) and the most one claim may be for.
        FD  EXPENSE-CATEGORY-FILE
            LABEL RECORDS ARE STANDARD.
        01  EXPENSE-CATEGORY-RECORD.
            05  EK-CATEGORY          PIC X(8).
            05  FILLER               PIC X.
            05  EK-CLAIM-LIMIT       PIC 9(5)V99.

        FD  EXPENSE-TRANSACTION-FILE
            LABEL RECORDS ARE STANDARD.
        01  EXPENSE-TRANSACTION-RECORD.
            05  XT-ACTION-CODE       PIC X.
                88  XT-EnterClaim        VALUE "R".
                88  XT-ApproveClaim      VALUE "A".
                88  XT-RejectClaim       VALUE "J".
                88  XT-CancelClaim       VALUE "C".
                88  XT-ValidAction       VALUE "R" "A" "J" "C".
            05  XT-EMPLOYEE-NO       PIC 9(6).
            05  XT-RECEIPT-REF       PIC X(12).
            05  XT-CLAIM-DATE        PIC X(8).
            05  XT-CLAIM-DATE-N REDEFINES XT-CLAIM-DATE
                                     PIC 9(8).
            05  XT-CATEGORY          PIC X(8).
            05  XT-AMOUNT            PIC 9(5)V99.

        FD  EXPENSE-MAINT-REGISTER
            LABEL RECORDS ARE STANDARD.
        01  ExpenseMaintRegisterLine PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-EXPENSE-CLAIM-STATUS  PIC XX.
            88  ExpenseClaimMasterOK     VALUE "00".
        01  WS-EMPLOYEE-STATUS       PIC XX.
            88  EmployeeFileOK           VALUE "00".
        01  WS-EXPENSE-CATEGORY-STATUS PIC XX.
            88  EndOfExpenseCategories   VALUE "10".
        01  WS-TRANSACTION-STATUS    PIC XX.
            88  EndOfTransactionFile     VALUE "10".
        01  WS-REGISTER-STATUS       PIC XX.

        01  WS-MC-ACTION             PIC X.
        01  WS-MC-FILE-ID            PIC X(8) VALUE "EMPLOYEE".
        01  WS-MC-COUNT              PIC 9(7).
        01  WS-MC-HASH               PIC 9(15).
        01  WS-MC-RESULT             PIC X.
            88  MasterControlOK          VALUE "Y".
        01  WS-MASTER-EOF            PIC X.
            88  EndOfEmployeeMaster      VALUE "Y".

        01  WS-OS-REQUIRED-LEVEL     PIC 9 VALUE 2.
        01  WS-OS-OPERATOR-ID        PIC X(8).
        01  WS-OS-RESULT             PIC X.
            88  SupervisorSignedOn       VALUE "Y".
        01  WS-SIGNON-ASKED          PIC X VALUE "N".
            88  SignOnAlreadyAsked       VALUE "Y".

        01  WS-DATE-VALID            PIC X.
            88  ClaimDateIsValid         VALUE "Y".
        01  WS-DATE-REASON           PIC XX.

        01  WS-RUN-DATE              PIC 9(8).

        78  WS-CATEGORY-TABLE-CAPACITY VALUE 30.
        01  WS-EK-COUNT              PIC 99 VALUE ZERO.
        01  WS-EK-IDX                PIC 99.
        01  WS-EXPENSE-CATEGORY-TABLE.
            05  EXPENSE-CATEGORY-ENTRY OCCURS 30 TIMES.
              10  EKE-CATEGORY       PIC X(8).
              10  EKE-CLAIM-LIMIT    PIC 9(5)V99.
        01  WS-CATEGORY-FOUND        PIC X.
            88  ClaimCategoryFound       VALUE "Y".
        01  WS-CATEGORY-LIMIT        PIC 9(5)V99.
        01  WS-LOOKUP-CATEGORY       PIC X(8).

        01  WS-APPLIED-COUNT         PIC 9(4) VALUE ZERO.
        01  WS-REJECTED-COUNT        PIC 9(4) VALUE ZERO.

        01  WS-REGISTER-HEADING      PIC X(40)
                VALUE "EXPENSE CLAIM MAINTENANCE REGISTER".
        01  WS-REGISTER-LINE.
            05  WS-RGL-ACTION        PIC X.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-EMPLOYEE-NO   PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-NAME          PIC X(20).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-RECEIPT-REF   PIC X(12).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-CLAIM-DATE    PIC X(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-CATEGORY      PIC X(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-AMOUNT        PIC ZZ,ZZ9.99.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-DISPOSITION   PIC X(24).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            OPEN INPUT EXPENSE-TRANSACTION-FILE
            IF WS-TRANSACTION-STATUS NOT = "00"
                DISPLAY "No EXPTRAN.DAT available, expense claim "
                    "maintenance skipped"
                GOBACK
            END-IF
            CALL "BusinessDate" USING WS-RUN-DATE
            PERFORM LOAD-EXPENSE-CATEGORY-TABLE
            OPEN INPUT EMPLOYEE-MASTER
            IF NOT EmployeeFileOK
                DISPLAY "No EMPLOYEE-MASTER available, expense claim "
                    "maintenance skipped"
                CLOSE EXPENSE-TRANSACTION-FILE
                GOBACK
            END-IF
            PERFORM VERIFY-MASTER-CONTROL-TOTALS
            IF NOT MasterControlOK
                DISPLAY "EMPLOYEE-MASTER FAILS ITS CONTROL TOTALS - "
                    "EXPENSE CLAIM RUN REFUSED"
                CLOSE EXPENSE-TRANSACTION-FILE
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM OPEN-EXPENSE-CLAIM-MASTER
            OPEN OUTPUT EXPENSE-MAINT-REGISTER
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE ExpenseMaintRegisterLine FROM REPORT-STAMP-LINE
            WRITE ExpenseMaintRegisterLine FROM WS-REGISTER-HEADING
            PERFORM READ-EXPENSE-TRANSACTION
            PERFORM UNTIL EndOfTransactionFile
                PERFORM APPLY-ONE-TRANSACTION
                PERFORM READ-EXPENSE-TRANSACTION
            END-PERFORM
            CLOSE EXPENSE-CLAIM-MASTER
            CLOSE EMPLOYEE-MASTER
            CLOSE EXPENSE-MAINT-REGISTER
            CLOSE EXPENSE-TRANSACTION-FILE
            DISPLAY "Expense claim maintenance: " WS-APPLIED-COUNT
                " applied, " WS-REJECTED-COUNT " rejected"
            GOBACK.

        OPEN-EXPENSE-CLAIM-MASTER.
            OPEN I-O EXPENSE-CLAIM-MASTER
            IF NOT ExpenseClaimMasterOK
                OPEN OUTPUT EXPENSE-CLAIM-MASTER
                CLOSE EXPENSE-CLAIM-MASTER
                OPEN I-O EXPENSE-CLAIM-MASTER
                IF NOT ExpenseClaimMasterOK
                    DISPLAY "Unable to open EXPCLAIM.DAT, status "
                        WS-EXPENSE-CLAIM-STATUS
                    GOBACK
                END-IF
            END-IF.

      * Without EXPCAT.REF no category is known, so every new claim
      * is refused until the categories and their limits are kept.
        LOAD-EXPENSE-CATEGORY-TABLE.
            OPEN INPUT EXPENSE-CATEGORY-FILE
            IF WS-EXPENSE-CATEGORY-STATUS NOT = "00"
                DISPLAY "No EXPCAT.REF on file, no expense category "
                    "is known this run"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfExpenseCategories
                OR WS-EK-COUNT >= WS-CATEGORY-TABLE-CAPACITY
                READ EXPENSE-CATEGORY-FILE
                    AT END SET EndOfExpenseCategories TO TRUE
                    NOT AT END
                        IF EK-CATEGORY NOT = SPACES
                           AND EK-CLAIM-LIMIT IS NUMERIC
                            ADD 1 TO WS-EK-COUNT
                            MOVE EK-CATEGORY
                                TO EKE-CATEGORY(WS-EK-COUNT)
                            MOVE EK-CLAIM-LIMIT
                                TO EKE-CLAIM-LIMIT(WS-EK-COUNT)
                        ELSE
                            DISPLAY "Bad EXPCAT.REF record ignored: "
                                EXPENSE-CATEGORY-RECORD
                        END-IF
                END-READ
            END-PERFORM
            IF NOT EndOfExpenseCategories
                DISPLAY "WS-EXPENSE-CATEGORY-TABLE full at "
                    WS-CATEGORY-TABLE-CAPACITY " entries, later "
                    "categories are unknown this run"
            END-IF
            CLOSE EXPENSE-CATEGORY-FILE.

        FIND-CATEGORY-LIMIT.
            MOVE "N" TO WS-CATEGORY-FOUND
            MOVE 0 TO WS-CATEGORY-LIMIT
            PERFORM VARYING WS-EK-IDX FROM 1 BY 1
                UNTIL WS-EK-IDX > WS-EK-COUNT
                IF EKE-CATEGORY(WS-EK-IDX) = WS-LOOKUP-CATEGORY
                    MOVE "Y" TO WS-CATEGORY-FOUND
                    MOVE EKE-CLAIM-LIMIT(WS-EK-IDX)
                        TO WS-CATEGORY-LIMIT
                END-IF
            END-PERFORM.

        READ-EXPENSE-TRANSACTION.
            READ EXPENSE-TRANSACTION-FILE
                AT END SET EndOfTransactionFile TO TRUE
            END-READ.

        APPLY-ONE-TRANSACTION.
            MOVE SPACES TO WS-RGL-NAME
            MOVE SPACES TO WS-RGL-CLAIM-DATE
            MOVE SPACES TO WS-RGL-CATEGORY
            MOVE ZERO TO WS-RGL-AMOUNT
            IF NOT XT-ValidAction
               OR XT-EMPLOYEE-NO IS NOT NUMERIC
               OR XT-RECEIPT-REF = SPACES
                MOVE "BAD TRANSACTION" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            MOVE XT-EMPLOYEE-NO TO EM-EMPLOYEE-NO
            READ EMPLOYEE-MASTER
                INVALID KEY
                    MOVE "EMPLOYEE NOT ON FILE" TO WS-RGL-DISPOSITION
                    PERFORM NOTE-REJECTED-TRANSACTION
                    EXIT PARAGRAPH
            END-READ
            MOVE EM-EMPLOYEE-NAME TO WS-RGL-NAME
            EVALUATE TRUE
                WHEN XT-EnterClaim
                    PERFORM ENTER-EXPENSE-CLAIM
                WHEN XT-ApproveClaim
                WHEN XT-RejectClaim
                    PERFORM DECIDE-EXPENSE-CLAIM
                WHEN XT-CancelClaim
                    PERFORM CANCEL-EXPENSE-CLAIM
            END-EVALUATE.

        ENTER-EXPENSE-CLAIM.
            MOVE XT-CLAIM-DATE TO WS-RGL-CLAIM-DATE
            MOVE XT-CATEGORY TO WS-RGL-CATEGORY
            IF XT-AMOUNT IS NOT NUMERIC
               OR XT-AMOUNT = ZERO
                MOVE "BAD AMOUNT" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            MOVE XT-AMOUNT TO WS-RGL-AMOUNT
            CALL "ValidateDate" USING XT-CLAIM-DATE
                WS-DATE-VALID WS-DATE-REASON
            IF NOT ClaimDateIsValid
                MOVE "BAD CLAIM DATE" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            IF XT-CLAIM-DATE-N > WS-RUN-DATE
                MOVE "CLAIM DATE IN FUTURE" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            IF EM-TERMINATION-DATE NOT = ZERO
               AND EM-TERMINATION-DATE < WS-RUN-DATE
                MOVE "EMPLOYEE HAS LEFT" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            MOVE XT-CATEGORY TO WS-LOOKUP-CATEGORY
            PERFORM FIND-CATEGORY-LIMIT
            IF NOT ClaimCategoryFound
                MOVE "UNKNOWN CATEGORY" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            IF XT-AMOUNT > WS-CATEGORY-LIMIT
                MOVE "OVER CATEGORY LIMIT" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            MOVE XT-EMPLOYEE-NO TO XC-EMPLOYEE-NO
            MOVE XT-RECEIPT-REF TO XC-RECEIPT-REF
            MOVE XT-CLAIM-DATE-N TO XC-CLAIM-DATE
            MOVE XT-CATEGORY TO XC-CATEGORY
            MOVE XT-AMOUNT TO XC-AMOUNT
            MOVE "R" TO XC-CLAIM-STATUS
            MOVE WS-RUN-DATE TO XC-ENTERED-DATE
            MOVE SPACES TO XC-DECIDED-BY
            MOVE 0 TO XC-DECIDED-DATE
            MOVE 0 TO XC-PAID-WEEK-NO
            WRITE EXPENSE-CLAIM-RECORD
                INVALID KEY
                    MOVE "CLAIM ALREADY ON FILE"
                        TO WS-RGL-DISPOSITION
                    PERFORM NOTE-REJECTED-TRANSACTION
                NOT INVALID KEY
                    MOVE "ENTERED" TO WS-RGL-DISPOSITION
                    PERFORM NOTE-APPLIED-TRANSACTION
            END-WRITE.

        DECIDE-EXPENSE-CLAIM.
            IF NOT SignOnAlreadyAsked
                MOVE "Y" TO WS-SIGNON-ASKED
                DISPLAY "Supervisor sign-on needed to decide expense "
                    "claims"
                MOVE "N" TO WS-OS-RESULT
                MOVE SPACES TO WS-OS-OPERATOR-ID
                CALL "OperatorSignOn" USING WS-OS-REQUIRED-LEVEL
                    WS-OS-OPERATOR-ID WS-OS-RESULT
            END-IF
            IF NOT SupervisorSignedOn
                MOVE "NOT AUTHORIZED" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            PERFORM READ-EXPENSE-CLAIM
            IF NOT ExpenseClaimMasterOK
                EXIT PARAGRAPH
            END-IF
            IF NOT XC-ClaimRequested
                MOVE "CLAIM NOT OPEN" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            MOVE XC-CATEGORY TO WS-LOOKUP-CATEGORY
            PERFORM FIND-CATEGORY-LIMIT
            EVALUATE TRUE
                WHEN XT-RejectClaim
                    MOVE "J" TO XC-CLAIM-STATUS
                    MOVE "REJECTED" TO WS-RGL-DISPOSITION
                WHEN NOT ClaimCategoryFound
                    MOVE "J" TO XC-CLAIM-STATUS
                    MOVE "REJECTED - NO CATEGORY"
                        TO WS-RGL-DISPOSITION
                WHEN XC-AMOUNT > WS-CATEGORY-LIMIT
                    MOVE "J" TO XC-CLAIM-STATUS
                    MOVE "REJECTED - OVER LIMIT"
                        TO WS-RGL-DISPOSITION
                WHEN OTHER
                    MOVE "A" TO XC-CLAIM-STATUS
                    MOVE "APPROVED" TO WS-RGL-DISPOSITION
            END-EVALUATE
            MOVE WS-OS-OPERATOR-ID TO XC-DECIDED-BY
            MOVE WS-RUN-DATE TO XC-DECIDED-DATE
            PERFORM REWRITE-EXPENSE-CLAIM.

        CANCEL-EXPENSE-CLAIM.
            PERFORM READ-EXPENSE-CLAIM
            IF NOT ExpenseClaimMasterOK
                EXIT PARAGRAPH
            END-IF
            IF NOT XC-ClaimOpen
                MOVE "CLAIM NOT OPEN" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            MOVE "C" TO XC-CLAIM-STATUS
            MOVE WS-RUN-DATE TO XC-DECIDED-DATE
            MOVE "CANCELLED" TO WS-RGL-DISPOSITION
            PERFORM REWRITE-EXPENSE-CLAIM.

      * The claim named by the transaction; the register shows its
      * date, category and amount from the master, not from the
      * transaction, which carries only the key for a decision.
        READ-EXPENSE-CLAIM.
            MOVE XT-EMPLOYEE-NO TO XC-EMPLOYEE-NO
            MOVE XT-RECEIPT-REF TO XC-RECEIPT-REF
            READ EXPENSE-CLAIM-MASTER
                INVALID KEY
                    MOVE "CLAIM NOT ON FILE" TO WS-RGL-DISPOSITION
                    PERFORM NOTE-REJECTED-TRANSACTION
                NOT INVALID KEY
                    MOVE XC-CLAIM-DATE TO WS-RGL-CLAIM-DATE
                    MOVE XC-CATEGORY TO WS-RGL-CATEGORY
                    MOVE XC-AMOUNT TO WS-RGL-AMOUNT
            END-READ.

        REWRITE-EXPENSE-CLAIM.
            REWRITE EXPENSE-CLAIM-RECORD
                INVALID KEY
                    MOVE "CLAIM NOT ON FILE" TO WS-RGL-DISPOSITION
                    PERFORM NOTE-REJECTED-TRANSACTION
                NOT INVALID KEY
                    PERFORM NOTE-APPLIED-TRANSACTION
            END-REWRITE.

      * The refuse-on-imbalance check every reader of the employee
      * master makes before trusting it; reopened for keyed reads.
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

        NOTE-APPLIED-TRANSACTION.
            ADD 1 TO WS-APPLIED-COUNT
            PERFORM WRITE-REGISTER-LINE.

        NOTE-REJECTED-TRANSACTION.
            ADD 1 TO WS-REJECTED-COUNT
            PERFORM WRITE-REGISTER-LINE.

        WRITE-REGISTER-LINE.
            MOVE XT-ACTION-CODE TO WS-RGL-ACTION
            IF XT-EMPLOYEE-NO IS NUMERIC
                MOVE XT-EMPLOYEE-NO TO WS-RGL-EMPLOYEE-NO
            ELSE
                MOVE ZERO TO WS-RGL-EMPLOYEE-NO
            END-IF
            MOVE XT-RECEIPT-REF TO WS-RGL-RECEIPT-REF
            WRITE ExpenseMaintRegisterLine FROM WS-REGISTER-LINE.
