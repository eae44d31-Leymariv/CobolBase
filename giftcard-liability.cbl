            05  FILLER               PIC X(7) VALUE " VALUE ".
            05  WS-LTL-VALUE         PIC ZZZ,ZZZ,ZZ9.99.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            OPEN INPUT GIFT-CARD-FILE
                    WS-CARD-STATUS
            ELSE
                OPEN OUTPUT LIABILITY-REPORT
                CALL "ReportStamp" USING REPORT-STAMP-LINE
                WRITE LiabilityReportLine FROM REPORT-STAMP-LINE
                PERFORM READ-CARD-RECORD
                PERFORM UNTIL EndOfCardFile
                    IF GC-BALANCE > 0
