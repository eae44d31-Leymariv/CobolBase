      * distribution; a B transaction keys new bank details, which
      * park the employee on cheque with a prenote pending until
      * PayrollRun's verification cycle proves them. Every movement
      * is listed on the register, and each hire, termination and
      * department transfer is also appended, dated, to the
      * EMPMOVE.DAT movement history the workforce report reads.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            ASSIGN TO "EMPMOVE.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTER-STATUS.
          SELECT MOVEMENT-HISTORY-FILE
            ASSIGN TO "EMPMOVE.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.

        DATA DIVISION.
        FILE SECTION.
            LABEL RECORDS ARE STANDARD.
        01  MovementsRegisterLine    PIC X(80).

        FD  MOVEMENT-HISTORY-FILE
            LABEL RECORDS ARE STANDARD.
            COPY EMPMOVE.

        WORKING-STORAGE SECTION.
        01  WS-EMPLOYEE-STATUS       PIC XX.
            88  EmployeeFileOK           VALUE "00".
        01  WS-TRANSACTION-STATUS    PIC XX.
            88  EndOfTransactionFile     VALUE "10".
        01  WS-REGISTER-STATUS       PIC XX.
        01  WS-HISTORY-STATUS        PIC XX.

        01  WS-RUN-DATE              PIC 9(8).
        01  WS-MOVEMENT-DATE         PIC 9(8).
        01  WS-PRIOR-DEPARTMENT      PIC X(4).
        01  WS-PRIOR-TERMINATION     PIC 9(8).

        01  WS-WH-IDX                PIC 99.
        01  WS-WK-IDX                PIC 99.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-ML-DETAIL         PIC X(25).

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "EmployeeMaint".
        01  WS-RJ-IMAGE              PIC X(2000).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
      * Master-file maintenance is a supervisor-level action, gated
                END-IF
                PERFORM OPEN-EMPLOYEE-MASTER
                OPEN OUTPUT MOVEMENTS-REGISTER
                CALL "ReportStamp" USING REPORT-STAMP-LINE
                WRITE MovementsRegisterLine FROM REPORT-STAMP-LINE
                PERFORM OPEN-MOVEMENT-HISTORY-FILE
                CALL "BusinessDate" USING WS-RUN-DATE
                PERFORM READ-EMP-TRANSACTION
                PERFORM UNTIL EndOfTransactionFile
                    PERFORM APPLY-ONE-TRANSACTION
                CLOSE EMPLOYEE-MASTER
                PERFORM UPDATE-MASTER-CONTROL-TOTALS
                CLOSE MOVEMENTS-REGISTER
                CLOSE MOVEMENT-HISTORY-FILE
                CLOSE EMP-TRANSACTION-FILE
                DISPLAY "Employee maintenance: " WS-HIRE-COUNT
                    " hire(s), " WS-LEAVER-COUNT " leaver(s), "
                    WS-MC-RESULT
            END-IF.

        OPEN-MOVEMENT-HISTORY-FILE.
            OPEN EXTEND MOVEMENT-HISTORY-FILE
            IF WS-HISTORY-STATUS NOT = "00"
                OPEN OUTPUT MOVEMENT-HISTORY-FILE
            END-IF.

        READ-EMP-TRANSACTION.
            READ EMP-TRANSACTION-FILE
                AT END SET EndOfTransactionFile TO TRUE
                MOVE 0 TO EM-AUTHORIZED-ABSENCES(WS-WK-IDX)
                MOVE 0 TO EM-UNAUTHORIZED-ABSENCES(WS-WK-IDX)
                MOVE 0 TO EM-LATE-ARRIVALS(WS-WK-IDX)
                MOVE SPACE TO EM-CLOCKED-FLAG(WS-WK-IDX)
                MOVE 0 TO EM-CLOCKED-HOURS(WS-WK-IDX)
                MOVE SPACE TO EM-LEAVE-POSTED-FLAG(WS-WK-IDX)
                MOVE 0 TO EM-SICK-DAYS(WS-WK-IDX)
                MOVE 0 TO EM-UNPAID-DAYS(WS-WK-IDX)
            END-PERFORM
            IF ET-BANK-ROUTING IS NUMERIC
                MOVE ET-BANK-ROUTING TO EM-BANK-ROUTING
            MOVE 0 TO EM-LEAVE-ENTITLEMENT
            MOVE 0 TO EM-LEAVE-TAKEN
            MOVE ET-DEPARTMENT-CODE TO EM-DEPARTMENT-CODE
            PERFORM SET-MOVEMENT-DATE
            MOVE WS-MOVEMENT-DATE TO EM-HIRE-DATE
            WRITE EMPLOYEE-MASTER-RECORD
                INVALID KEY
                    PERFORM NOTE-HIRE-REJECTED
                NOT INVALID KEY
                    MOVE "A" TO WS-RJ-OPERATION
                    PERFORM JOURNAL-EMPLOYEE-RECORD
                    PERFORM NOTE-EMPLOYEE-HIRED
            END-WRITE.

            MOVE ET-EMPLOYEE-NO TO WS-ML-EMP-NO
            MOVE ET-EMPLOYEE-NAME TO WS-ML-NAME
            MOVE SPACES TO WS-ML-DETAIL
            WRITE MovementsRegisterLine FROM WS-MOVEMENT-LINE
            MOVE "H" TO MV-MOVEMENT-TYPE
            MOVE SPACES TO MV-FROM-DEPARTMENT
            MOVE EM-DEPARTMENT-CODE TO MV-TO-DEPARTMENT
            PERFORM WRITE-MOVEMENT-HISTORY.

        TERMINATE-ONE-EMPLOYEE.
            MOVE ET-EMPLOYEE-NO TO EM-EMPLOYEE-NO
                INVALID KEY
                    PERFORM NOTE-TERMINATION-REJECTED
                NOT INVALID KEY
                    IF EM-TERMINATION-DATE IS NUMERIC
                        MOVE EM-TERMINATION-DATE
                            TO WS-PRIOR-TERMINATION
                    ELSE
                        MOVE 0 TO WS-PRIOR-TERMINATION
                    END-IF
                    MOVE ET-EFFECTIVE-DATE TO EM-TERMINATION-DATE
                    REWRITE EMPLOYEE-MASTER-RECORD
                        INVALID KEY
                            DISPLAY "Rewrite failed for employee "
                                ET-EMPLOYEE-NO
                        NOT INVALID KEY
                            MOVE "C" TO WS-RJ-OPERATION
                            PERFORM JOURNAL-EMPLOYEE-RECORD
                            PERFORM NOTE-EMPLOYEE-TERMINATED
                    END-REWRITE
            END-READ.
                INVALID KEY
                    PERFORM NOTE-TERMINATION-REJECTED
                NOT INVALID KEY
                    MOVE EM-DEPARTMENT-CODE TO WS-PRIOR-DEPARTMENT
                    MOVE ET-DEPARTMENT-CODE TO EM-DEPARTMENT-CODE
                    REWRITE EMPLOYEE-MASTER-RECORD
                        INVALID KEY
                            DISPLAY "Rewrite failed for employee "
                                ET-EMPLOYEE-NO
                        NOT INVALID KEY
                            MOVE "C" TO WS-RJ-OPERATION
                            PERFORM JOURNAL-EMPLOYEE-RECORD
                            PERFORM NOTE-EMPLOYEE-TRANSFERRED
                    END-REWRITE
            END-READ.
            MOVE EM-EMPLOYEE-NAME TO WS-ML-NAME
            MOVE "TO DEPARTMENT " TO WS-ML-DETAIL(1:14)
            MOVE ET-DEPARTMENT-CODE TO WS-ML-DETAIL(15:4)
            WRITE MovementsRegisterLine FROM WS-MOVEMENT-LINE
            IF WS-PRIOR-DEPARTMENT NOT = EM-DEPARTMENT-CODE
                PERFORM SET-MOVEMENT-DATE
                MOVE "D" TO MV-MOVEMENT-TYPE
                MOVE WS-PRIOR-DEPARTMENT TO MV-FROM-DEPARTMENT
                MOVE EM-DEPARTMENT-CODE TO MV-TO-DEPARTMENT
                PERFORM WRITE-MOVEMENT-HISTORY
            END-IF.

      * Changed bank details restart the prenote cycle: the new
      * digits go on the record, the pay method drops to cheque,
                            DISPLAY "Rewrite failed for employee "
                                ET-EMPLOYEE-NO
                        NOT INVALID KEY
                            MOVE "C" TO WS-RJ-OPERATION
                            PERFORM JOURNAL-EMPLOYEE-RECORD
                            PERFORM NOTE-BANK-DETAILS-CHANGED
                    END-REWRITE
            END-READ.
            MOVE EM-EMPLOYEE-NAME TO WS-ML-NAME
            MOVE "EFFECTIVE " TO WS-ML-DETAIL(1:10)
            MOVE ET-EFFECTIVE-DATE TO WS-ML-DETAIL(11:8)
            WRITE MovementsRegisterLine FROM WS-MOVEMENT-LINE
      * Only the step from active to left is a movement; restamping
      * an existing leaver's date, or a zero date that leaves the
      * employee active, adds nothing to the history.
            IF WS-PRIOR-TERMINATION = 0
               AND EM-TERMINATION-DATE NOT = 0
                MOVE EM-TERMINATION-DATE TO WS-MOVEMENT-DATE
                MOVE "T" TO MV-MOVEMENT-TYPE
                MOVE EM-DEPARTMENT-CODE TO MV-FROM-DEPARTMENT
                MOVE EM-DEPARTMENT-CODE TO MV-TO-DEPARTMENT
                PERFORM WRITE-MOVEMENT-HISTORY
            END-IF.

      * A hire or transfer keyed without an effective date takes
      * effect on the run date.
        SET-MOVEMENT-DATE.
            IF ET-EFFECTIVE-DATE IS NUMERIC
               AND ET-EFFECTIVE-DATE > 0
                MOVE ET-EFFECTIVE-DATE TO WS-MOVEMENT-DATE
            ELSE
                MOVE WS-RUN-DATE TO WS-MOVEMENT-DATE
            END-IF.

      * MV-MOVEMENT-TYPE and the departments are set by the caller;
      * the rest comes from the master record just written.
        WRITE-MOVEMENT-HISTORY.
            MOVE WS-MOVEMENT-DATE TO MV-EFFECTIVE-DATE
            MOVE EM-EMPLOYEE-NO TO MV-EMPLOYEE-NO
            IF EM-HIRE-DATE IS NUMERIC
                MOVE EM-HIRE-DATE TO MV-HIRE-DATE
            ELSE
                MOVE 0 TO MV-HIRE-DATE
            END-IF
            MOVE EM-EMPLOYEE-NAME TO MV-EMPLOYEE-NAME
            MOVE WS-RUN-DATE TO MV-RUN-DATE
            MOVE WS-OS-OPERATOR-ID TO MV-OPERATOR-ID
            WRITE EMPLOYEE-MOVEMENT-RECORD.

      * Every change to EMPLOYEE.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-EMPLOYEE-RECORD.
            MOVE "EMPLOYEE" TO WS-RJ-FILE-ID
            MOVE EM-EMPLOYEE-NO TO WS-RJ-KEY
            MOVE EMPLOYEE-MASTER-RECORD TO WS-RJ-IMAGE
            CALL "RecoveryJournal" USING WS-RJ-FILE-ID
                WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.
