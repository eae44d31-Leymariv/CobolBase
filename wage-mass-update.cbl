            05  FILLER               PIC X(5) VALUE "MODE ".
            05  WS-MDL-MODE          PIC X(10).

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "WageMassUpdate".
        01  WS-RJ-IMAGE              PIC X(2000).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            PERFORM READ-UPDATE-CONTROL
            END-IF.

        RUN-WAGE-UPDATE.
            CALL "BusinessDate" USING WS-TODAY-CCYYMMDD
            PERFORM VERIFY-MASTER-CONTROL-TOTALS
            IF NOT MasterControlOK
                DISPLAY "EMPLOYEE-MASTER FAILS ITS CONTROL "
                    WS-EMPLOYEE-STATUS
            ELSE
                OPEN OUTPUT SIMULATION-REPORT
                CALL "ReportStamp" USING REPORT-STAMP-LINE
                WRITE SimulationReportLine FROM REPORT-STAMP-LINE
                IF UC-ApplyChanges
                    MOVE "APPLIED" TO WS-MDL-MODE
                ELSE
                INVALID KEY
                    DISPLAY "Rewrite failed for employee "
                        EM-EMPLOYEE-NO
                NOT INVALID KEY
                    MOVE "C" TO WS-RJ-OPERATION
                    PERFORM JOURNAL-EMPLOYEE-RECORD
            END-REWRITE.

      * Every change to EMPLOYEE.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-EMPLOYEE-RECORD.
            MOVE "EMPLOYEE" TO WS-RJ-FILE-ID
            MOVE EM-EMPLOYEE-NO TO WS-RJ-KEY
            MOVE EMPLOYEE-MASTER-RECORD TO WS-RJ-IMAGE
            CALL "RecoveryJournal" USING WS-RJ-FILE-ID
                WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.
