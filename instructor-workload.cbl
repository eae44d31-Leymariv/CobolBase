            05  WS-ITL-FEES          PIC ZZZ,ZZ9.99.
        01  WS-BLANK-LINE            PIC X(100) VALUE SPACES.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            DISPLAY "Week number for the sessional pay feed - "
      * prints together with a per-instructor total.
        WRITE-WORKLOAD-REPORT.
            OPEN OUTPUT WORKLOAD-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE WorkloadReportLine FROM REPORT-STAMP-LINE
            PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                UNTIL WS-AS-IDX > WS-AS-COUNT
                IF AS-REPORTED(WS-AS-IDX) = "N"
