            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-FLAG          PIC X(9).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            OPEN INPUT EMPLOYEE-MASTER

        WRITE-PATTERN-REPORT.
            OPEN OUTPUT PATTERN-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE PatternReportLine FROM REPORT-STAMP-LINE
            PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                UNTIL WS-RANK-IDX > WS-RANK-COUNT
                MOVE WS-RANK-IDX TO WS-RDL-RANK
