       IDENTIFICATION DIVISION.
       PROGRAM-ID. LeaveRequestMaint.
      * Leave-request maintenance run for the indexed leave request
      * master (LEAVEREQ.DAT, LEAVEREQ copybook), in the
      * FixedAssetMaint mold. Reads LVTRAN.DAT transactions and
      * prints a register of everything it did:
      *     R - request leave: employee, first and last day, type
      *         (V vacation, S sick, U unpaid)
      *     A - approve a requested leave (employee, first day)
      *     J - reject a requested leave
      *     C - cancel a requested or approved leave
      * A request must carry real dates (the shared ValidateDate
      * check) inside the payroll year, cover at least one working
      * day and not overlap leave the employee already has booked.
      * Vacation is checked against what is left of the
      * EM-LEAVE-ENTITLEMENT when it is asked for: the entitlement
      * less the vacation already posted to the week records and
      * the vacation booked but not yet posted. Approving and
      * rejecting are supervisor decisions - the first A or J
      * transaction asks for a level-2 OperatorSignOn, and the
      * supervisor is stamped on every decision. Cancelling leave
      * in a week LeavePosting has already posted needs that week
      * posted again.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT LEAVE-REQUEST-MASTER
            ASSIGN TO "LEAVEREQ.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LQ-REQUEST-KEY
            FILE STATUS IS WS-LEAVE-REQUEST-STATUS.
          SELECT EMPLOYEE-MASTER
            ASSIGN TO "EMPLOYEE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EM-EMPLOYEE-NO
            FILE STATUS IS WS-EMPLOYEE-STATUS.
          SELECT PAY-CALENDAR-FILE
            ASSIGN TO "PAYCAL.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAY-CALENDAR-STATUS.
          SELECT LEAVE-TRANSACTION-FILE
            ASSIGN TO "LVTRAN.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TRANSACTION-STATUS.
          SELECT LEAVE-MAINT-REGISTER
            ASSIGN TO "LVREQ.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTER-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  LEAVE-REQUEST-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY LEAVEREQ.

        FD  EMPLOYEE-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY EMPREC.

        FD  PAY-CALENDAR-FILE
            LABEL RECORDS ARE STANDARD.
        01  PAY-CALENDAR-RECORD.
            05  PK-WEEK-ONE-DATE     PIC 9(8).

        FD  LEAVE-TRANSACTION-FILE
            LABEL RECORDS ARE STANDARD.
        01  LEAVE-TRANSACTION-RECORD.
            05  LVT-ACTION-CODE      PIC X.
                88  LVT-RequestLeave     VALUE "R".
                88  LVT-ApproveLeave     VALUE "A".
                88  LVT-RejectLeave      VALUE "J".
                88  LVT-CancelLeave      VALUE "C".
                88  LVT-ValidAction      VALUE "R" "A" "J" "C".
            05  LVT-EMPLOYEE-NO      PIC 9(6).
            05  LVT-START-DATE       PIC X(8).
            05  LVT-START-DATE-N REDEFINES LVT-START-DATE
                                     PIC 9(8).
            05  LVT-END-DATE         PIC X(8).
            05  LVT-END-DATE-N REDEFINES LVT-END-DATE
                                     PIC 9(8).
            05  LVT-LEAVE-TYPE       PIC X.
                88  LVT-VacationRequest  VALUE "V".

        FD  LEAVE-MAINT-REGISTER
            LABEL RECORDS ARE STANDARD.
        01  LeaveMaintRegisterLine   PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-LEAVE-REQUEST-STATUS  PIC XX.
            88  LeaveRequestMasterOK     VALUE "00".
        01  WS-EMPLOYEE-STATUS       PIC XX.
            88  EmployeeFileOK           VALUE "00".
        01  WS-PAY-CALENDAR-STATUS   PIC XX.
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
            88  LeaveDateIsValid         VALUE "Y".
        01  WS-DATE-REASON           PIC XX.

        01  WS-RUN-DATE              PIC 9(8).
        01  WS-WEEK-ONE-DATE         PIC 9(8).
        01  WS-WEEK-ONE-DAY-NO       PIC 9(7).
        01  WS-START-DAY-NO          PIC 9(7).
        01  WS-END-DAY-NO            PIC 9(7).
        01  WS-SCAN-DAY-NO           PIC 9(7).
        01  WS-SCAN-WEEK-NO          PIC 999.
        01  WS-DAY-QUOTIENT          PIC 9(7).
        01  WS-DAY-OF-WEEK           PIC 9.
            88  WorkingDay               VALUE 1 THRU 5.
        01  WS-WK-IDX                PIC 99.
        01  WS-WEEK-POSTED           PIC X.
            88  ScanWeekPosted           VALUE "Y".

        01  WS-REQUEST-DAYS          PIC 999.
        01  WS-DAYS-COUNTED          PIC 999.
        01  WS-VACATION-POSTED       PIC S999.
        01  WS-VACATION-BOOKED       PIC 999.
        01  WS-VACATION-REMAINING    PIC S999.
        01  WS-REQUEST-EOF           PIC X.
            88  EndOfEmployeeRequests    VALUE "Y".
        01  WS-REQUEST-CLASH         PIC X.
            88  RequestOverlapsBooked    VALUE "Y".
        01  WS-WAS-APPROVED          PIC X.
            88  CancelledAfterApproval   VALUE "Y".

        01  WS-APPLIED-COUNT         PIC 9(4) VALUE ZERO.
        01  WS-REJECTED-COUNT        PIC 9(4) VALUE ZERO.

        01  WS-REGISTER-HEADING      PIC X(40)
                VALUE "LEAVE REQUEST MAINTENANCE REGISTER".
        01  WS-REGISTER-LINE.
            05  WS-RGL-ACTION        PIC X.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-EMPLOYEE-NO   PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-NAME          PIC X(20).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-START-DATE    PIC X(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-END-DATE      PIC X(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-LEAVE-TYPE    PIC X.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-DAYS          PIC ZZ9-.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-DISPOSITION   PIC X(24).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            OPEN INPUT LEAVE-TRANSACTION-FILE
            IF WS-TRANSACTION-STATUS NOT = "00"
                DISPLAY "No LVTRAN.DAT available, leave request "
                    "maintenance skipped"
                GOBACK
            END-IF
            CALL "BusinessDate" USING WS-RUN-DATE
            PERFORM LOAD-PAY-CALENDAR
            OPEN INPUT EMPLOYEE-MASTER
            IF NOT EmployeeFileOK
                DISPLAY "No EMPLOYEE-MASTER available, leave request "
                    "maintenance skipped"
                CLOSE LEAVE-TRANSACTION-FILE
                GOBACK
            END-IF
            PERFORM VERIFY-MASTER-CONTROL-TOTALS
            IF NOT MasterControlOK
                DISPLAY "EMPLOYEE-MASTER FAILS ITS CONTROL TOTALS - "
                    "LEAVE REQUEST RUN REFUSED"
                CLOSE LEAVE-TRANSACTION-FILE
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM OPEN-LEAVE-REQUEST-MASTER
            OPEN OUTPUT LEAVE-MAINT-REGISTER
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE LeaveMaintRegisterLine FROM REPORT-STAMP-LINE
            WRITE LeaveMaintRegisterLine FROM WS-REGISTER-HEADING
            PERFORM READ-LEAVE-TRANSACTION
            PERFORM UNTIL EndOfTransactionFile
                PERFORM APPLY-ONE-TRANSACTION
                PERFORM READ-LEAVE-TRANSACTION
            END-PERFORM
            CLOSE LEAVE-REQUEST-MASTER
            CLOSE EMPLOYEE-MASTER
            CLOSE LEAVE-MAINT-REGISTER
            CLOSE LEAVE-TRANSACTION-FILE
            DISPLAY "Leave request maintenance: " WS-APPLIED-COUNT
                " applied, " WS-REJECTED-COUNT " rejected"
            GOBACK.

        OPEN-LEAVE-REQUEST-MASTER.
            OPEN I-O LEAVE-REQUEST-MASTER
            IF NOT LeaveRequestMasterOK
                OPEN OUTPUT LEAVE-REQUEST-MASTER
                CLOSE LEAVE-REQUEST-MASTER
                OPEN I-O LEAVE-REQUEST-MASTER
                IF NOT LeaveRequestMasterOK
                    DISPLAY "Unable to open LEAVEREQ.DAT, status "
                        WS-LEAVE-REQUEST-STATUS
                    GOBACK
                END-IF
            END-IF.

      * Without a calendar on file the operator keys week 1.
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

        READ-LEAVE-TRANSACTION.
            READ LEAVE-TRANSACTION-FILE
                AT END SET EndOfTransactionFile TO TRUE
            END-READ.

        APPLY-ONE-TRANSACTION.
            MOVE SPACES TO WS-RGL-NAME
            MOVE ZERO TO WS-RGL-DAYS
            IF NOT LVT-ValidAction
               OR LVT-EMPLOYEE-NO IS NOT NUMERIC
                MOVE "BAD TRANSACTION" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            MOVE LVT-EMPLOYEE-NO TO EM-EMPLOYEE-NO
            READ EMPLOYEE-MASTER
                INVALID KEY
                    MOVE "EMPLOYEE NOT ON FILE" TO WS-RGL-DISPOSITION
                    PERFORM NOTE-REJECTED-TRANSACTION
                    EXIT PARAGRAPH
            END-READ
            MOVE EM-EMPLOYEE-NAME TO WS-RGL-NAME
            CALL "ValidateDate" USING LVT-START-DATE
                WS-DATE-VALID WS-DATE-REASON
            IF NOT LeaveDateIsValid
                MOVE "BAD START DATE" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            EVALUATE TRUE
                WHEN LVT-RequestLeave
                    PERFORM ENTER-LEAVE-REQUEST
                WHEN LVT-ApproveLeave
                WHEN LVT-RejectLeave
                    PERFORM DECIDE-LEAVE-REQUEST
                WHEN LVT-CancelLeave
                    PERFORM CANCEL-LEAVE-REQUEST
            END-EVALUATE.

        ENTER-LEAVE-REQUEST.
            IF EM-TERMINATION-DATE NOT = ZERO
               AND EM-TERMINATION-DATE < LVT-START-DATE-N
                MOVE "EMPLOYEE HAS LEFT" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            MOVE LVT-LEAVE-TYPE TO LQ-LEAVE-TYPE
            IF NOT LQ-ValidLeaveType
                MOVE "BAD LEAVE TYPE" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            CALL "ValidateDate" USING LVT-END-DATE
                WS-DATE-VALID WS-DATE-REASON
            IF NOT LeaveDateIsValid
                MOVE "BAD END DATE" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            IF LVT-END-DATE-N < LVT-START-DATE-N
                MOVE "END BEFORE START" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-START-DAY-NO =
                FUNCTION INTEGER-OF-DATE(LVT-START-DATE-N)
            COMPUTE WS-END-DAY-NO =
                FUNCTION INTEGER-OF-DATE(LVT-END-DATE-N)
            IF WS-START-DAY-NO < WS-WEEK-ONE-DAY-NO
               OR WS-END-DAY-NO > WS-WEEK-ONE-DAY-NO + 363
                MOVE "OUTSIDE PAYROLL YEAR" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            PERFORM COUNT-WORKING-DAYS
            MOVE WS-DAYS-COUNTED TO WS-REQUEST-DAYS
            MOVE WS-REQUEST-DAYS TO WS-RGL-DAYS
            IF WS-REQUEST-DAYS = 0
                MOVE "NO WORKING DAYS" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            PERFORM CHECK-BOOKED-LEAVE
            IF RequestOverlapsBooked
                MOVE "OVERLAPS BOOKED LEAVE" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            IF LVT-VacationRequest
                PERFORM COMPUTE-VACATION-REMAINING
                IF WS-REQUEST-DAYS > WS-VACATION-REMAINING
                    MOVE WS-VACATION-REMAINING TO WS-RGL-DAYS
                    MOVE "EXCEEDS ENTITLEMENT LEFT"
                        TO WS-RGL-DISPOSITION
                    PERFORM NOTE-REJECTED-TRANSACTION
                    EXIT PARAGRAPH
                END-IF
            END-IF
            MOVE LVT-EMPLOYEE-NO TO LQ-EMPLOYEE-NO
            MOVE LVT-START-DATE-N TO LQ-START-DATE
            MOVE LVT-END-DATE-N TO LQ-END-DATE
            MOVE LVT-LEAVE-TYPE TO LQ-LEAVE-TYPE
            MOVE WS-REQUEST-DAYS TO LQ-LEAVE-DAYS
            MOVE "R" TO LQ-REQUEST-STATUS
            MOVE WS-RUN-DATE TO LQ-REQUESTED-DATE
            MOVE SPACES TO LQ-DECIDED-BY
            MOVE 0 TO LQ-DECIDED-DATE
            WRITE LEAVE-REQUEST-RECORD
                INVALID KEY
                    MOVE "REQUEST ALREADY ON FILE"
                        TO WS-RGL-DISPOSITION
                    PERFORM NOTE-REJECTED-TRANSACTION
                NOT INVALID KEY
                    MOVE "REQUESTED" TO WS-RGL-DISPOSITION
                    PERFORM NOTE-APPLIED-TRANSACTION
            END-WRITE.

      * Monday to Friday between WS-START-DAY-NO and WS-END-DAY-NO.
      * Day 1 of the calendar count was a Monday, so the remainder
      * of the day number over 7 is 1 for Monday through 5 for
      * Friday.
        COUNT-WORKING-DAYS.
            MOVE 0 TO WS-DAYS-COUNTED
            PERFORM VARYING WS-SCAN-DAY-NO FROM WS-START-DAY-NO BY 1
                UNTIL WS-SCAN-DAY-NO > WS-END-DAY-NO
                DIVIDE 7 INTO WS-SCAN-DAY-NO
                    GIVING WS-DAY-QUOTIENT REMAINDER WS-DAY-OF-WEEK
                IF WorkingDay
                    ADD 1 TO WS-DAYS-COUNTED
                END-IF
            END-PERFORM.

      * The working days of the request on WS-START-DAY-NO to
      * WS-END-DAY-NO that fall in weeks not yet posted from the
      * leave requests - booked vacation that LeaveAccrual has not
      * seen yet.
        COUNT-UNPOSTED-DAYS.
            MOVE 0 TO WS-DAYS-COUNTED
            PERFORM VARYING WS-SCAN-DAY-NO FROM WS-START-DAY-NO BY 1
                UNTIL WS-SCAN-DAY-NO > WS-END-DAY-NO
                DIVIDE 7 INTO WS-SCAN-DAY-NO
                    GIVING WS-DAY-QUOTIENT REMAINDER WS-DAY-OF-WEEK
                IF WorkingDay
                    COMPUTE WS-SCAN-WEEK-NO =
                        ((WS-SCAN-DAY-NO - WS-WEEK-ONE-DAY-NO) / 7) + 1
                    MOVE "N" TO WS-WEEK-POSTED
                    PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                        UNTIL WS-WK-IDX > 52
                        IF EM-WEEK-NO(WS-WK-IDX) = WS-SCAN-WEEK-NO
                           AND EM-LeavePosted(WS-WK-IDX)
                            MOVE "Y" TO WS-WEEK-POSTED
                        END-IF
                    END-PERFORM
                    IF NOT ScanWeekPosted
                        ADD 1 TO WS-DAYS-COUNTED
                    END-IF
                END-IF
            END-PERFORM.

      * One pass over the employee's requests: any requested or
      * approved leave sharing a day with the new one refuses it,
      * and the booked vacation still to be posted is totalled for
      * the entitlement check.
        CHECK-BOOKED-LEAVE.
            MOVE "N" TO WS-REQUEST-CLASH
            MOVE 0 TO WS-VACATION-BOOKED
            MOVE "N" TO WS-REQUEST-EOF
            MOVE LVT-EMPLOYEE-NO TO LQ-EMPLOYEE-NO
            MOVE 0 TO LQ-START-DATE
            START LEAVE-REQUEST-MASTER
                KEY IS NOT LESS THAN LQ-REQUEST-KEY
                INVALID KEY
                    SET EndOfEmployeeRequests TO TRUE
            END-START
            PERFORM UNTIL EndOfEmployeeRequests
                READ LEAVE-REQUEST-MASTER NEXT RECORD
                    AT END SET EndOfEmployeeRequests TO TRUE
                    NOT AT END
                        IF LQ-EMPLOYEE-NO NOT = LVT-EMPLOYEE-NO
                            SET EndOfEmployeeRequests TO TRUE
                        ELSE
                            PERFORM CHECK-ONE-BOOKED-REQUEST
                        END-IF
                END-READ
            END-PERFORM.

        CHECK-ONE-BOOKED-REQUEST.
            IF NOT LQ-LeaveBooked
                EXIT PARAGRAPH
            END-IF
            IF LQ-START-DATE <= LVT-END-DATE-N
               AND LQ-END-DATE >= LVT-START-DATE-N
                MOVE "Y" TO WS-REQUEST-CLASH
            END-IF
            IF LQ-VacationLeave
                COMPUTE WS-START-DAY-NO =
                    FUNCTION INTEGER-OF-DATE(LQ-START-DATE)
                COMPUTE WS-END-DAY-NO =
                    FUNCTION INTEGER-OF-DATE(LQ-END-DATE)
                PERFORM COUNT-UNPOSTED-DAYS
                ADD WS-DAYS-COUNTED TO WS-VACATION-BOOKED
            END-IF.

      * Vacation already posted is the authorized absences less
      * the sick and unpaid days of the weeks posted from the
      * leave requests.
        COMPUTE-VACATION-REMAINING.
            MOVE 0 TO WS-VACATION-POSTED
            PERFORM VARYING WS-WK-IDX FROM 1 BY 1 UNTIL WS-WK-IDX > 52
                ADD EM-AUTHORIZED-ABSENCES(WS-WK-IDX)
                    TO WS-VACATION-POSTED
                IF EM-LeavePosted(WS-WK-IDX)
                   AND EM-SICK-DAYS(WS-WK-IDX) IS NUMERIC
                   AND EM-UNPAID-DAYS(WS-WK-IDX) IS NUMERIC
                    SUBTRACT EM-SICK-DAYS(WS-WK-IDX)
                        EM-UNPAID-DAYS(WS-WK-IDX)
                        FROM WS-VACATION-POSTED
                END-IF
            END-PERFORM
            COMPUTE WS-VACATION-REMAINING = EM-LEAVE-ENTITLEMENT
                - WS-VACATION-POSTED - WS-VACATION-BOOKED
            IF WS-VACATION-REMAINING < 0
                MOVE 0 TO WS-VACATION-REMAINING
            END-IF.

        DECIDE-LEAVE-REQUEST.
            IF NOT SignOnAlreadyAsked
                MOVE "Y" TO WS-SIGNON-ASKED
                DISPLAY "Supervisor sign-on needed to decide leave "
                    "requests"
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
            MOVE LVT-EMPLOYEE-NO TO LQ-EMPLOYEE-NO
            MOVE LVT-START-DATE-N TO LQ-START-DATE
            READ LEAVE-REQUEST-MASTER
                INVALID KEY
                    MOVE "REQUEST NOT ON FILE" TO WS-RGL-DISPOSITION
                    PERFORM NOTE-REJECTED-TRANSACTION
                    EXIT PARAGRAPH
            END-READ
            MOVE LQ-LEAVE-DAYS TO WS-RGL-DAYS
            IF NOT LQ-Requested
                MOVE "REQUEST NOT OPEN" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            IF LVT-ApproveLeave
                MOVE "A" TO LQ-REQUEST-STATUS
                MOVE "APPROVED" TO WS-RGL-DISPOSITION
            ELSE
                MOVE "J" TO LQ-REQUEST-STATUS
                MOVE "REJECTED" TO WS-RGL-DISPOSITION
            END-IF
            MOVE WS-OS-OPERATOR-ID TO LQ-DECIDED-BY
            MOVE WS-RUN-DATE TO LQ-DECIDED-DATE
            REWRITE LEAVE-REQUEST-RECORD
                INVALID KEY
                    MOVE "REQUEST NOT ON FILE" TO WS-RGL-DISPOSITION
                    PERFORM NOTE-REJECTED-TRANSACTION
                NOT INVALID KEY
                    PERFORM NOTE-APPLIED-TRANSACTION
            END-REWRITE.

        CANCEL-LEAVE-REQUEST.
            MOVE LVT-EMPLOYEE-NO TO LQ-EMPLOYEE-NO
            MOVE LVT-START-DATE-N TO LQ-START-DATE
            READ LEAVE-REQUEST-MASTER
                INVALID KEY
                    MOVE "REQUEST NOT ON FILE" TO WS-RGL-DISPOSITION
                    PERFORM NOTE-REJECTED-TRANSACTION
                    EXIT PARAGRAPH
            END-READ
            MOVE LQ-LEAVE-DAYS TO WS-RGL-DAYS
            IF NOT LQ-LeaveBooked
                MOVE "REQUEST NOT OPEN" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-WAS-APPROVED
            IF LQ-Approved
                MOVE "Y" TO WS-WAS-APPROVED
            END-IF
            MOVE "C" TO LQ-REQUEST-STATUS
            MOVE WS-RUN-DATE TO LQ-DECIDED-DATE
            IF CancelledAfterApproval
                MOVE "CANCELLED - REPOST WEEKS"
                    TO WS-RGL-DISPOSITION
            ELSE
                MOVE "CANCELLED" TO WS-RGL-DISPOSITION
            END-IF
            REWRITE LEAVE-REQUEST-RECORD
                INVALID KEY
                    MOVE "REQUEST NOT ON FILE" TO WS-RGL-DISPOSITION
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
            MOVE LVT-ACTION-CODE TO WS-RGL-ACTION
            IF LVT-EMPLOYEE-NO IS NUMERIC
                MOVE LVT-EMPLOYEE-NO TO WS-RGL-EMPLOYEE-NO
            ELSE
                MOVE ZERO TO WS-RGL-EMPLOYEE-NO
            END-IF
            MOVE LVT-START-DATE TO WS-RGL-START-DATE
            MOVE LVT-END-DATE TO WS-RGL-END-DATE
            MOVE LVT-LEAVE-TYPE TO WS-RGL-LEAVE-TYPE
            WRITE LeaveMaintRegisterLine FROM WS-REGISTER-LINE.
