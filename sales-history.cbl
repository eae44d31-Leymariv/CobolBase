            05  WS-MVL-DIRECTION     PIC X(7).
        01  WS-BLANK-LINE            PIC X(120) VALUE SPACES.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            DISPLAY "Report month (CCYYMM) - " WITH NO ADVANCING
            END-IF
            PERFORM COMPUTE-MOVEMENTS
            OPEN OUTPUT PERIOD-SALES-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE PeriodSalesLine FROM REPORT-STAMP-LINE
            PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                UNTIL WS-PT-IDX > WS-PT-COUNT
                MOVE PT-ITEM-NUMBER(WS-PT-IDX)
