            05  WS-YDL-PENSION-EE    PIC ZZZ,ZZ9.99-.
            05  FILLER               PIC X VALUE "/".
            05  WS-YDL-PENSION-ER    PIC ZZZ,ZZ9.99-.
            05  FILLER               PIC X(7) VALUE " RETRO ".
            05  WS-YDL-RETRO-PAY     PIC ZZZ,ZZ9.99-.
        01  WS-YTD-TOTAL-LINE.
            05  FILLER               PIC X(10)
                VALUE "EMPLOYEES ".
            05  FILLER               PIC X(6) VALUE "  NET ".
            05  WS-YTL-NET           PIC ZZZ,ZZZ,ZZ9.99-.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            OPEN INPUT YTD-MASTER
                    WS-YTD-STATUS
            ELSE
                OPEN OUTPUT YTD-REGISTER-REPORT
                CALL "ReportStamp" USING REPORT-STAMP-LINE
                WRITE YtdRegisterLine FROM REPORT-STAMP-LINE
                PERFORM READ-YTD-RECORD
                PERFORM UNTIL EndOfYtdFile
                    PERFORM LIST-ONE-YTD-RECORD
            ELSE
                MOVE 0 TO WS-YDL-PENSION-ER
            END-IF
            IF YT-RETRO-PAY IS NUMERIC
                MOVE YT-RETRO-PAY TO WS-YDL-RETRO-PAY
            ELSE
                MOVE 0 TO WS-YDL-RETRO-PAY
            END-IF
            WRITE YtdRegisterLine FROM WS-YTD-DETAIL-LINE.
