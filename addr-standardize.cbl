
        FD  STANDARDIZED-FILE
            LABEL RECORDS ARE STANDARD.
        01  StandardizedLine         PIC X(155).

        FD  ADDRESS-EXCEPTIONS
            LABEL RECORDS ARE STANDARD.
        01  AddressExceptionLine     PIC X(155).

        FD  STANDARDIZE-REPORT
            LABEL RECORDS ARE STANDARD.
        01  WS-DIRECTION-CHANGES     PIC 9(5) VALUE ZERO.
        01  WS-EXCEPTION-COUNT       PIC 9(5) VALUE ZERO.

        01  WS-ORIGINAL-RECORD       PIC X(155).
        01  WS-LINE-WORK             PIC X(30).
        01  WS-LINE-LENGTH           PIC 99.
        01  WS-SCAN-IDX              PIC 99.
            05  WS-RCL-CAPTION       PIC X(22).
            05  WS-RCL-COUNT         PIC ZZZZ9.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            OPEN INPUT NAME-ADDRESS-FILE
                OPEN OUTPUT STANDARDIZED-FILE
                OPEN OUTPUT ADDRESS-EXCEPTIONS
                OPEN OUTPUT STANDARDIZE-REPORT
                CALL "ReportStamp" USING REPORT-STAMP-LINE
                WRITE StandardizeReportLine FROM REPORT-STAMP-LINE
                PERFORM READ-MAILING-RECORD
                PERFORM UNTIL EndOfMailingFile
                    ADD 1 TO WS-RECORDS-READ
