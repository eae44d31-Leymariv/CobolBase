        01  WS-RL-RECORDS-WRITTEN    PIC 9(7) VALUE ZERO.
        01  WS-RL-STATUS             PIC X(8).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
      * Start and finish go to the shop-wide run log (run-log.cbl).
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS
            PERFORM SET-FILE-PATHS
            CALL "BusinessDate" USING WS-RUN-DATE
            PERFORM LOAD-POSTAL-CODE-TABLE
            PERFORM READ-RESTART-CHECKPOINT
            PERFORM VALIDATE-NAME-ADDRESS-FILE
            OPEN OUTPUT PRINT-FILE
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE PrintLine FROM REPORT-STAMP-LINE
            SORT SORT-FILE-NAME
                ON ASCENDING KEY NA-POSTAL-CODE
                    OF SORT-NAME-ADDRESS-RECORD
