                VALUE "  UNMATCHED".
            05  WS-RTL-UNMATCHED     PIC ZZZ9.

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "BankReturns".
        01  WS-RJ-IMAGE              PIC X(2000).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            MOVE "S" TO WS-RL-ACTION
                    DISPLAY "No EMPLOYEE-MASTER available, status "
                        WS-EMPLOYEE-STATUS
                ELSE
                    CALL "BusinessDate" USING WS-RUN-DATE
                    PERFORM OPEN-CHEQUE-LISTING
                    PERFORM READ-CHEQUE-SEQUENCE
                    PERFORM OPEN-CHEQUE-REGISTER
                    OPEN OUTPUT RETURNS-REGISTER
                    CALL "ReportStamp" USING REPORT-STAMP-LINE
                    WRITE ReturnsRegisterLine FROM REPORT-STAMP-LINE
                    WRITE ReturnsRegisterLine
                        FROM WS-REGISTER-HEADING
                    PERFORM READ-BANK-RETURN
                INVALID KEY
                    DISPLAY "Rewrite failed for employee "
                        BR-EMPLOYEE-NO
                NOT INVALID KEY
                    MOVE "C" TO WS-RJ-OPERATION
                    PERFORM JOURNAL-EMPLOYEE-RECORD
            END-REWRITE
            MOVE BR-EMPLOYEE-NO TO WS-RDL-EMP-NO
            MOVE EM-EMPLOYEE-NAME TO WS-RDL-NAME
            END-IF
            WRITE ReturnsRegisterLine
                FROM WS-REGISTER-DETAIL-LINE.

      * Every change to EMPLOYEE.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-EMPLOYEE-RECORD.
            MOVE "EMPLOYEE" TO WS-RJ-FILE-ID
            MOVE EM-EMPLOYEE-NO TO WS-RJ-KEY
            MOVE EMPLOYEE-MASTER-RECORD TO WS-RJ-IMAGE
            CALL "RecoveryJournal" USING WS-RJ-FILE-ID
                WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.
