                VALUE "LISTING TRUNCATED AT  ".
            05  WS-TRL-CAPACITY      PIC ZZ9.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            CALL "ConfirmEntry" USING WS-CE-PROMPT WS-CE-RESPONSE
            CALL "BusinessDate" USING WS-TODAY
            OPEN INPUT CUSTOMER-MASTER
            IF NOT CustomerFileOK
                DISPLAY "Unable to open CUSTOMER-MASTER, status "
                    STOP RUN
                END-IF
                OPEN OUTPUT AGE-BAND-REPORT
                CALL "ReportStamp" USING REPORT-STAMP-LINE
                WRITE AgeBandReportLine FROM REPORT-STAMP-LINE
                PERFORM READ-CUSTOMER-RECORD
                PERFORM UNTIL EndOfCustomerFile
                    IF NOT CustomerDeleted
