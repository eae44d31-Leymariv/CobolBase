                VALUE " STUDENTS MOVED ".
            05  WS-RTL-MOVED         PIC ZZZZ9.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            DISPLAY "Term to run the cancellation check for - "
            END-IF
            PERFORM OPEN-COURSE-WAITLIST
            OPEN OUTPUT CANCELLATION-REGISTER
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE CancellationRegisterLine FROM REPORT-STAMP-LINE
            PERFORM VARYING OC-IDX FROM 1 BY 1
                UNTIL OC-IDX > WS-OC-COUNT
                IF CourseCancelled(OC-IDX)
