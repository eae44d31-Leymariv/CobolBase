            05  FILLER               PIC X(14) VALUE "  LINKS FOUND ".
            05  WS-LTL-LINKS         PIC ZZZZ9.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
      * Both masters feed the join, so both are verified against
            ELSE
                OPEN OUTPUT LINKAGE-FILE
                OPEN OUTPUT LINKAGE-REPORT
                CALL "ReportStamp" USING REPORT-STAMP-LINE
                WRITE LinkageReportLine FROM REPORT-STAMP-LINE
                PERFORM READ-CUSTOMER-RECORD
                PERFORM UNTIL EndOfCustomerFile
                    ADD 1 TO WS-CUSTOMERS-READ
