                VALUE "ITEMS LISTED ".
            05  WS-SCL-COUNT         PIC ZZZZ9.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            DISPLAY "Low item number - " WITH NO ADVANCING
                STOP RUN
            END-IF
            OPEN OUTPUT COUNT-SHEET-FILE
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE CountSheetLine FROM REPORT-STAMP-LINE
            MOVE WS-RANGE-LOW TO WS-SH-LOW
            MOVE WS-RANGE-HIGH TO WS-SH-HIGH
            WRITE CountSheetLine FROM WS-SHEET-HEADING
