            05  FILLER               PIC X VALUE SPACE.
            05  WS-FUL-REASON        PIC X(18).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            PERFORM TALLY-OUR-TOTALS
                    "matching skipped"
            ELSE
                OPEN OUTPUT MATCH-REPORT
                CALL "ReportStamp" USING REPORT-STAMP-LINE
                WRITE MatchReportLine FROM REPORT-STAMP-LINE
                OPEN OUTPUT FOLLOW-UP-FILE
                PERFORM READ-SETTLEMENT-RECORD
                PERFORM UNTIL EndOfSettlementFile
