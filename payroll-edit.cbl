            05  FILLER               PIC X(10) VALUE "  VERDICT ".
            05  WS-VDL-VERDICT       PIC X(5).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            DISPLAY "Week number to prove - " WITH NO ADVANCING
            ACCEPT WS-EDIT-WEEK-NO
            CALL "BusinessDate" USING WS-RUN-DATE
            OPEN INPUT EMPLOYEE-MASTER
            IF NOT EmployeeFileOK
                DISPLAY "No EMPLOYEE-MASTER available, status "
                STOP RUN
            END-IF
            OPEN OUTPUT EDIT-EXCEPTION-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE EditExceptionLine FROM REPORT-STAMP-LINE
            PERFORM READ-EMPLOYEE-RECORD
            PERFORM UNTIL EndOfEmployeeFile
                PERFORM CHECK-ONE-EMPLOYEE
