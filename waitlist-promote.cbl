            05  FILLER               PIC X(10) VALUE " DROPPED  ".
            05  WS-PTL-DROPPED       PIC ZZZ9.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            CALL "BusinessDate" USING WS-RUN-DATE
            PERFORM LOAD-WAITLIST-TABLE
            IF WS-WL-COUNT = 0
                DISPLAY "Waitlist is empty, nothing to promote"

        PRINT-WAITLIST-REPORT.
            OPEN OUTPUT WAITLIST-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE WaitlistReportLine FROM REPORT-STAMP-LINE
            PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                UNTIL WS-WL-IDX > WS-WL-COUNT
                MOVE WL-ENTRY-DETAILS(WS-WL-IDX) TO WaitlistRecord
