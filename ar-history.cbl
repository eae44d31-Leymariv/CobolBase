                VALUE "ITEMS MATCHED ".
            05  WS-MCL-COUNT         PIC ZZZZ9.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            PERFORM ONE-HISTORY-LOOKUP
            END-IF
            IF NOT ListingFileOpen
                OPEN OUTPUT HISTORY-LISTING
                CALL "ReportStamp" USING REPORT-STAMP-LINE
                WRITE HistoryListingLine FROM REPORT-STAMP-LINE
                MOVE "Y" TO WS-LISTING-OPEN
            END-IF
            PERFORM UNTIL EndOfHistoryFile
