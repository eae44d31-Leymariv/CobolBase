            05  FILLER               PIC X(9) VALUE "  ORPHANS".
            05  WS-TL-ORPHANS        PIC ZZZZ9.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            OPEN OUTPUT INTEGRITY-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE IntegrityReportLine FROM REPORT-STAMP-LINE
            WRITE IntegrityReportLine FROM WS-REPORT-HEADING
            PERFORM OPEN-THE-MASTERS
            PERFORM LOAD-COURSE-TABLE
