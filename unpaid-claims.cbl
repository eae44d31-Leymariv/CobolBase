       IDENTIFICATION DIVISION.
       PROGRAM-ID. UnpaidExpenseClaims.
      * Unpaid expense-claim listing. Reads the expense claim master
      * (EXPCLAIM.DAT) in employee order and lists every claim
      * approved but not yet reimbursed by PayrollRun - employee,
      * department, receipt reference, claim date, category,
      * amount, the approving supervisor and the days since
      * approval - with a total per employee and for the whole
      * list. A claim belonging to someone who has left is flagged,
      * since PayrollRun no longer pays them and it must be settled
      * another way.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT EXPENSE-CLAIM-MASTER
            ASSIGN TO "EXPCLAIM.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS XC-CLAIM-KEY
            FILE STATUS IS WS-EXPENSE-CLAIM-STATUS.
          SELECT EMPLOYEE-MASTER
            ASSIGN TO "EMPLOYEE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EM-EMPLOYEE-NO
            FILE STATUS IS WS-EMPLOYEE-STATUS.
          SELECT UNPAID-CLAIMS-REPORT
            ASSIGN TO "EXPUNPD.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EXPENSE-CLAIM-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY EXPCLAIM.

        FD  EMPLOYEE-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY EMPREC.

        FD  UNPAID-CLAIMS-REPORT
            LABEL RECORDS ARE STANDARD.
        01  UnpaidClaimsLine         PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-EXPENSE-CLAIM-STATUS  PIC XX.
            88  EndOfExpenseClaims       VALUE "10".
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

        01  WS-RUN-DATE              PIC 9(8).
        01  WS-RUN-DAY-NO            PIC 9(7).
        01  WS-DAYS-WAITING          PIC 9(5).

        01  WS-CURRENT-EMPLOYEE      PIC 9(6) VALUE ZERO.
        01  WS-EMPLOYEE-CLAIMS       PIC 999 VALUE ZERO.
        01  WS-EMPLOYEE-TOTAL        PIC 9(7)V99 VALUE ZERO.
        01  WS-CLAIM-COUNT           PIC 9(5) VALUE ZERO.
        01  WS-LEAVER-COUNT          PIC 9(5) VALUE ZERO.
        01  WS-LIST-TOTAL            PIC 9(9)V99 VALUE ZERO.
        01  WS-EMPLOYEE-NAME         PIC X(20).
        01  WS-EMPLOYEE-DEPT         PIC X(4).
        01  WS-EMPLOYEE-LEFT         PIC X.
            88  EmployeeHasLeft          VALUE "Y".

        01  WS-REPORT-HEADING.
            05  FILLER               PIC X(36)
                    VALUE "APPROVED EXPENSE CLAIMS NOT YET PAID".
            05  FILLER               PIC X(10) VALUE " RUN DATE ".
            05  WS-RH-RUN-DATE       PIC 9(8).
        01  WS-COLUMN-HEADING.
            05  FILLER               PIC X(7) VALUE "EMP NO ".
            05  FILLER               PIC X(21) VALUE "NAME".
            05  FILLER               PIC X(5) VALUE "DEPT ".
            05  FILLER               PIC X(13) VALUE "RECEIPT".
            05  FILLER               PIC X(9) VALUE "DATE".
            05  FILLER               PIC X(9) VALUE "CATEGORY".
            05  FILLER               PIC X(10) VALUE "    AMOUNT".
            05  FILLER               PIC X(10) VALUE " APPROVER".
            05  FILLER               PIC X(6) VALUE "  DAYS".
        01  WS-DETAIL-LINE.
            05  WS-DL-EMP-NO         PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-NAME           PIC X(20).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-DEPT           PIC X(4).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-RECEIPT-REF    PIC X(12).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-CLAIM-DATE     PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-CATEGORY       PIC X(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-AMOUNT         PIC ZZ,ZZ9.99.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-APPROVER       PIC X(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-DAYS           PIC ZZZZ9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-NOTE           PIC X(17).
        01  WS-EMPLOYEE-TOTAL-LINE.
            05  FILLER               PIC X(49) VALUE SPACES.
            05  FILLER               PIC X(11) VALUE "EMPLOYEE   ".
            05  WS-ETL-AMOUNT        PIC ZZZ,ZZ9.99.
        01  WS-TOTAL-LINE.
            05  FILLER               PIC X(16) VALUE "CLAIMS UNPAID  ".
            05  WS-TL-COUNT          PIC ZZZZ9.
            05  FILLER               PIC X(13) VALUE "  FOR LEAVERS".
            05  WS-TL-LEAVERS        PIC ZZZZ9.
            05  FILLER               PIC X(9) VALUE "   VALUE ".
            05  WS-TL-VALUE          PIC ZZZ,ZZZ,ZZ9.99.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            CALL "BusinessDate" USING WS-RUN-DATE
            COMPUTE WS-RUN-DAY-NO =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            OPEN INPUT EXPENSE-CLAIM-MASTER
            IF WS-EXPENSE-CLAIM-STATUS NOT = "00"
                DISPLAY "No EXPCLAIM.DAT available, status "
                    WS-EXPENSE-CLAIM-STATUS
                GOBACK
            END-IF
            OPEN INPUT EMPLOYEE-MASTER
            IF NOT EmployeeFileOK
                DISPLAY "No EMPLOYEE-MASTER available, unpaid claims "
                    "listing skipped"
                CLOSE EXPENSE-CLAIM-MASTER
                GOBACK
            END-IF
            PERFORM VERIFY-MASTER-CONTROL-TOTALS
            IF NOT MasterControlOK
                DISPLAY "EMPLOYEE-MASTER FAILS ITS CONTROL TOTALS - "
                    "UNPAID CLAIMS LISTING REFUSED"
                CLOSE EXPENSE-CLAIM-MASTER
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            OPEN OUTPUT UNPAID-CLAIMS-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE UnpaidClaimsLine FROM REPORT-STAMP-LINE
            MOVE WS-RUN-DATE TO WS-RH-RUN-DATE
            WRITE UnpaidClaimsLine FROM WS-REPORT-HEADING
            MOVE SPACES TO UnpaidClaimsLine
            WRITE UnpaidClaimsLine
            WRITE UnpaidClaimsLine FROM WS-COLUMN-HEADING
            PERFORM UNTIL EndOfExpenseClaims
                READ EXPENSE-CLAIM-MASTER NEXT RECORD
                    AT END SET EndOfExpenseClaims TO TRUE
                    NOT AT END
                        IF XC-ClaimApproved
                            PERFORM LIST-ONE-CLAIM
                        END-IF
                END-READ
            END-PERFORM
            PERFORM WRITE-EMPLOYEE-TOTAL
            MOVE SPACES TO UnpaidClaimsLine
            WRITE UnpaidClaimsLine
            MOVE WS-CLAIM-COUNT TO WS-TL-COUNT
            MOVE WS-LEAVER-COUNT TO WS-TL-LEAVERS
            MOVE WS-LIST-TOTAL TO WS-TL-VALUE
            WRITE UnpaidClaimsLine FROM WS-TOTAL-LINE
            CLOSE UNPAID-CLAIMS-REPORT
            CLOSE EMPLOYEE-MASTER
            CLOSE EXPENSE-CLAIM-MASTER
            DISPLAY "Unpaid expense claims: " WS-CLAIM-COUNT
                " approved and awaiting payroll, value "
                WS-LIST-TOTAL
            GOBACK.

      * The master is keyed employee first, so each employee's
      * claims come together and close with their own total.
        LIST-ONE-CLAIM.
            IF XC-EMPLOYEE-NO NOT = WS-CURRENT-EMPLOYEE
                PERFORM WRITE-EMPLOYEE-TOTAL
                PERFORM START-NEW-EMPLOYEE
            END-IF
            ADD 1 TO WS-CLAIM-COUNT
            ADD 1 TO WS-EMPLOYEE-CLAIMS
            ADD XC-AMOUNT TO WS-EMPLOYEE-TOTAL
            ADD XC-AMOUNT TO WS-LIST-TOTAL
            MOVE XC-EMPLOYEE-NO TO WS-DL-EMP-NO
            MOVE WS-EMPLOYEE-NAME TO WS-DL-NAME
            MOVE WS-EMPLOYEE-DEPT TO WS-DL-DEPT
            MOVE XC-RECEIPT-REF TO WS-DL-RECEIPT-REF
            MOVE XC-CLAIM-DATE TO WS-DL-CLAIM-DATE
            MOVE XC-CATEGORY TO WS-DL-CATEGORY
            MOVE XC-AMOUNT TO WS-DL-AMOUNT
            MOVE XC-DECIDED-BY TO WS-DL-APPROVER
            MOVE 0 TO WS-DAYS-WAITING
            IF XC-DECIDED-DATE IS NUMERIC
               AND XC-DECIDED-DATE > 0
               AND XC-DECIDED-DATE NOT > WS-RUN-DATE
                COMPUTE WS-DAYS-WAITING = WS-RUN-DAY-NO
                    - FUNCTION INTEGER-OF-DATE(XC-DECIDED-DATE)
            END-IF
            MOVE WS-DAYS-WAITING TO WS-DL-DAYS
            IF EmployeeHasLeft
                ADD 1 TO WS-LEAVER-COUNT
                MOVE "EMPLOYEE HAS LEFT" TO WS-DL-NOTE
            ELSE
                MOVE SPACES TO WS-DL-NOTE
            END-IF
            WRITE UnpaidClaimsLine FROM WS-DETAIL-LINE.

        START-NEW-EMPLOYEE.
            MOVE XC-EMPLOYEE-NO TO WS-CURRENT-EMPLOYEE
            MOVE 0 TO WS-EMPLOYEE-CLAIMS
            MOVE 0 TO WS-EMPLOYEE-TOTAL
            MOVE "N" TO WS-EMPLOYEE-LEFT
            MOVE XC-EMPLOYEE-NO TO EM-EMPLOYEE-NO
            READ EMPLOYEE-MASTER
                INVALID KEY
                    MOVE "NOT ON EMP MASTER" TO WS-EMPLOYEE-NAME
                    MOVE SPACES TO WS-EMPLOYEE-DEPT
                NOT INVALID KEY
                    MOVE EM-EMPLOYEE-NAME TO WS-EMPLOYEE-NAME
                    MOVE EM-DEPARTMENT-CODE TO WS-EMPLOYEE-DEPT
                    IF EM-TERMINATION-DATE NOT = ZERO
                       AND EM-TERMINATION-DATE NOT > WS-RUN-DATE
                        MOVE "Y" TO WS-EMPLOYEE-LEFT
                    END-IF
            END-READ.

        WRITE-EMPLOYEE-TOTAL.
            IF WS-EMPLOYEE-CLAIMS > 0
                MOVE WS-EMPLOYEE-TOTAL TO WS-ETL-AMOUNT
                WRITE UnpaidClaimsLine FROM WS-EMPLOYEE-TOTAL-LINE
                MOVE SPACES TO UnpaidClaimsLine
                WRITE UnpaidClaimsLine
            END-IF.

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
