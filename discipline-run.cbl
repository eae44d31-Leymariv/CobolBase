                VALUE "PLEASE CONTACT YOUR SUPERVISOR ON RECEIPT.".
        01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "DisciplineRun".
        01  WS-RJ-IMAGE              PIC X(2000).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
      * Letters change an employee's record, so the run is gated
                    "sign-on failed"
                STOP RUN
            END-IF
            CALL "BusinessDate" USING WS-RUN-DATE
            PERFORM LOAD-TRIP-POINTS
            OPEN INPUT EMPLOYEE-MASTER
            IF NOT EmployeeFileOK

        WRITE-REVIEW-LISTING.
            OPEN OUTPUT REVIEW-LISTING
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE ReviewListingLine FROM REPORT-STAMP-LINE
            WRITE ReviewListingLine FROM WS-REVIEW-HEADING
            PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                UNTIL WS-PR-IDX > WS-PR-COUNT
                        INVALID KEY
                            DISPLAY "Rewrite failed for employee "
                                EM-EMPLOYEE-NO
                        NOT INVALID KEY
                            MOVE "C" TO WS-RJ-OPERATION
                            PERFORM JOURNAL-EMPLOYEE-RECORD
                    END-REWRITE
            END-READ.

                DISPLAY "No DISCIP.REF on file, trip points "
                    "default to 3/5/8 days"
            END-IF.

      * Every change to EMPLOYEE.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-EMPLOYEE-RECORD.
            MOVE "EMPLOYEE" TO WS-RJ-FILE-ID
            MOVE EM-EMPLOYEE-NO TO WS-RJ-KEY
            MOVE EMPLOYEE-MASTER-RECORD TO WS-RJ-IMAGE
            CALL "RecoveryJournal" USING WS-RJ-FILE-ID
                WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.
