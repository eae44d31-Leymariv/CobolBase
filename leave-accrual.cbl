      * entitlement updates from LEAVENT.DAT (employee number and
      * days entitled), then sums each employee's AUTHORIZED-
      * ABSENCES across the 52 EM-WEEK-RECORD entries into
      * EM-LEAVE-TAKEN - less the sick and unpaid days posted from
      * approved leave requests, which are shown on their own - and
      * rewrites the master. Employees whose bookings exceed their
      * entitlement go on the warning listing, and every employee
      * gets a line on the balance statement that can be handed
      * out mid-year.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

        01  WS-WK-IDX                PIC 99.
        01  WS-LEAVE-REMAINING       PIC S999.
        01  WS-SICK-DAYS-TAKEN       PIC 999.
        01  WS-UNPAID-DAYS-TAKEN     PIC 999.
        01  WS-EMPLOYEES-ACCRUED     PIC 9(4) VALUE ZERO.
        01  WS-WARNING-COUNT         PIC 9(4) VALUE ZERO.
        01  WS-ENTITLEMENTS-APPLIED  PIC 9(4) VALUE ZERO.
            05  WS-SL-EMP-NO         PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-SL-NAME           PIC X(20).
            05  FILLER               PIC X(10) VALUE " ENTITLED ".
            05  WS-SL-ENTITLED       PIC ZZ9.
            05  FILLER               PIC X(7) VALUE " TAKEN ".
            05  WS-SL-TAKEN          PIC ZZ9.
            05  FILLER               PIC X(11) VALUE " REMAINING ".
            05  WS-SL-REMAINING      PIC ZZ9-.
            05  FILLER               PIC X(6) VALUE " SICK ".
            05  WS-SL-SICK           PIC ZZ9.
            05  FILLER               PIC X(8) VALUE " UNPAID ".
            05  WS-SL-UNPAID         PIC ZZ9.

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "LeaveAccrual".
        01  WS-RJ-IMAGE              PIC X(2000).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            ELSE
                PERFORM APPLY-ENTITLEMENT-UPDATES
                OPEN OUTPUT LEAVE-WARNING-LISTING
                CALL "ReportStamp" USING REPORT-STAMP-LINE
                WRITE LeaveWarningLine FROM REPORT-STAMP-LINE
                OPEN OUTPUT BALANCE-STATEMENT
                MOVE "N" TO WS-MASTER-EOF
                MOVE LOW-VALUES TO EM-EMPLOYEE-NO
                                DISPLAY "Rewrite failed for "
                                    "employee " EN-EMPLOYEE-NO
                            NOT INVALID KEY
                                MOVE "C" TO WS-RJ-OPERATION
                                PERFORM JOURNAL-EMPLOYEE-RECORD
                                ADD 1 TO WS-ENTITLEMENTS-APPLIED
                        END-REWRITE
                END-READ
        ACCRUE-ONE-EMPLOYEE.
            ADD 1 TO WS-EMPLOYEES-ACCRUED
            MOVE 0 TO EM-LEAVE-TAKEN
            MOVE 0 TO WS-SICK-DAYS-TAKEN
            MOVE 0 TO WS-UNPAID-DAYS-TAKEN
            PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                UNTIL WS-WK-IDX > 52
                ADD EM-AUTHORIZED-ABSENCES(WS-WK-IDX)
                    TO EM-LEAVE-TAKEN
                IF EM-LeavePosted(WS-WK-IDX)
                   AND EM-SICK-DAYS(WS-WK-IDX) IS NUMERIC
                   AND EM-UNPAID-DAYS(WS-WK-IDX) IS NUMERIC
                    ADD EM-SICK-DAYS(WS-WK-IDX) TO WS-SICK-DAYS-TAKEN
                    ADD EM-UNPAID-DAYS(WS-WK-IDX)
                        TO WS-UNPAID-DAYS-TAKEN
                END-IF
            END-PERFORM
      * Only vacation is charged against the entitlement; sick and
      * unpaid days posted from the leave requests are counted on
      * their own.
            IF WS-SICK-DAYS-TAKEN + WS-UNPAID-DAYS-TAKEN
               < EM-LEAVE-TAKEN
                SUBTRACT WS-SICK-DAYS-TAKEN WS-UNPAID-DAYS-TAKEN
                    FROM EM-LEAVE-TAKEN
            ELSE
                MOVE 0 TO EM-LEAVE-TAKEN
            END-IF
            REWRITE EMPLOYEE-MASTER-RECORD
                INVALID KEY
                    DISPLAY "Rewrite failed for employee "
                        EM-EMPLOYEE-NO
                NOT INVALID KEY
                    MOVE "C" TO WS-RJ-OPERATION
                    PERFORM JOURNAL-EMPLOYEE-RECORD
            END-REWRITE
            COMPUTE WS-LEAVE-REMAINING =
                EM-LEAVE-ENTITLEMENT - EM-LEAVE-TAKEN
            MOVE EM-LEAVE-ENTITLEMENT TO WS-SL-ENTITLED
            MOVE EM-LEAVE-TAKEN TO WS-SL-TAKEN
            MOVE WS-LEAVE-REMAINING TO WS-SL-REMAINING
            MOVE WS-SICK-DAYS-TAKEN TO WS-SL-SICK
            MOVE WS-UNPAID-DAYS-TAKEN TO WS-SL-UNPAID
            WRITE BalanceStatementLine FROM WS-STATEMENT-LINE.

      * Every change to EMPLOYEE.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-EMPLOYEE-RECORD.
            MOVE "EMPLOYEE" TO WS-RJ-FILE-ID
            MOVE EM-EMPLOYEE-NO TO WS-RJ-KEY
            MOVE EMPLOYEE-MASTER-RECORD TO WS-RJ-IMAGE
            CALL "RecoveryJournal" USING WS-RJ-FILE-ID
                WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.
