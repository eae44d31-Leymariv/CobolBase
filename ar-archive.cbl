            05  FILLER               PIC X(8) VALUE " VALUE  ".
            05  WS-RTL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "ArArchive".
        01  WS-RJ-IMAGE              PIC X(2000).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            DISPLAY "Retention cutoff date (CCYYMMDD) - "
            END-IF
            PERFORM OPEN-AR-HISTORY-FILE
            OPEN OUTPUT PURGE-REGISTER
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE PurgeRegisterLine FROM REPORT-STAMP-LINE
            PERFORM ARCHIVE-CLOSED-ITEMS
            MOVE WS-ITEMS-ARCHIVED TO WS-RTL-COUNT
            MOVE WS-AMOUNT-ARCHIVED TO WS-RTL-AMOUNT
                    DISPLAY "Delete failed for AR item "
                        AR-INVOICE-NO
                NOT INVALID KEY
                    MOVE "D" TO WS-RJ-OPERATION
                    PERFORM JOURNAL-AR-OPEN-RECORD
                    ADD 1 TO WS-ITEMS-ARCHIVED
                    ADD AR-ORIGINAL-AMOUNT TO WS-AMOUNT-ARCHIVED
                    WRITE PurgeRegisterLine
                        FROM WS-REGISTER-DETAIL-LINE
            END-DELETE.

      * Every change to AROPEN.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-AR-OPEN-RECORD.
            MOVE "AROPEN" TO WS-RJ-FILE-ID
            MOVE AR-INVOICE-NO TO WS-RJ-KEY
            MOVE AR-OPEN-ITEM-RECORD TO WS-RJ-IMAGE
            CALL "RecoveryJournal" USING WS-RJ-FILE-ID
                WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.
