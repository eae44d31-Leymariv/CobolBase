            05  FILLER               PIC X(7) VALUE "  VALUE".
            05  WS-TL-VALUE          PIC ZZZ,ZZZ,ZZ9.99.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            CALL "BusinessDate" USING WS-TODAY-CCYYMMDD
            COMPUTE WS-TODAY-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
            OPEN INPUT CHEQUE-REGISTER-FILE
            ELSE
                OPEN OUTPUT CHEQUE-REG-WORK-FILE
                OPEN OUTPUT OUTSTANDING-REPORT
                CALL "ReportStamp" USING REPORT-STAMP-LINE
                WRITE OutstandingReportLine FROM REPORT-STAMP-LINE
                WRITE OutstandingReportLine FROM WS-REPORT-HEADING
                PERFORM READ-REGISTER-RECORD
                PERFORM UNTIL EndOfChequeRegister
