                VALUE "  TOTAL REMAINING".
            05  WS-TL-REMAINING      PIC ZZZ,ZZZ,ZZ9.99.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            OPEN INPUT GARNISHMENT-FILE
                        WS-EMPLOYEE-STATUS " - names left blank"
                END-IF
                OPEN OUTPUT GARNISH-REPORT-FILE
                CALL "ReportStamp" USING REPORT-STAMP-LINE
                WRITE GarnishReportLine FROM REPORT-STAMP-LINE
                WRITE GarnishReportLine FROM WS-REPORT-HEADING
                PERFORM READ-GARNISHMENT-RECORD
                PERFORM UNTIL EndOfGarnishmentFile
