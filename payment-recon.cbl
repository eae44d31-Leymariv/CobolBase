                VALUE " OUT OF BALANCE ".
            05  WS-EPL-VARIANCE      PIC ZZZ,ZZ9.99-.

            COPY RPTSTAMP.

       PROCEDURE DIVISION.
       Begin.
      * Start and finish go to the shop-wide run log (run-log.cbl).
               CALL "ReportName" USING WS-RN-BASE-NAME
                   WS-PAYRECON-PATH
               OPEN OUTPUT RECON-REPORT
               CALL "ReportStamp" USING REPORT-STAMP-LINE
               WRITE ReconReportLine FROM REPORT-STAMP-LINE
               PERFORM OPEN-CHARGEBACK-SUSPENSE
               PERFORM READ-TRANSACTION-RECORD
               PERFORM UNTIL EndOfTransactionFile
