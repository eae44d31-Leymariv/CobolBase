                VALUE "  OUT OF BALANCE".
            05  WS-TL-BAD            PIC Z9.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            OPEN INPUT GL-POSTING-FILE

        WRITE-TRIAL-BALANCE.
            OPEN OUTPUT TRIAL-BALANCE-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE TrialBalanceLine FROM REPORT-STAMP-LINE
            WRITE TrialBalanceLine FROM WS-REPORT-HEADING
            PERFORM VARYING WS-TB-IDX FROM 1 BY 1
                UNTIL WS-TB-IDX > WS-TB-COUNT
