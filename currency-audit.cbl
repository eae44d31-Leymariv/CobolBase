            05  FILLER               PIC X VALUE SPACE.
            05  WS-AL-DIFFERENCE     PIC ZZZ9.99-.

            COPY RPTSTAMP.

       PROCEDURE DIVISION.
       Begin.
           OPEN INPUT AMOUNT-FILE
               CALL "ReportName" USING WS-RN-BASE-NAME
                   WS-CURRAUDT-PATH
               OPEN OUTPUT AUDIT-REPORT
               CALL "ReportStamp" USING REPORT-STAMP-LINE
               WRITE AuditReportLine FROM REPORT-STAMP-LINE
               PERFORM READ-AMOUNT-RECORD
               PERFORM UNTIL EndOfAmountFile
                   PERFORM AUDIT-ONE-AMOUNT
