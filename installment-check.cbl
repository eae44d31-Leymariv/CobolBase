            05  FILLER               PIC X VALUE SPACE.
            05  WS-LTL-FEES          PIC ZZZ9.

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "InstallmentChk".
        01  WS-RJ-IMAGE              PIC X(2000).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            CALL "BusinessDate" USING WS-RUN-DATE
            COMPUTE WS-TODAY-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            PERFORM LOAD-LATE-FEE-POLICY
            PERFORM READ-INVOICE-SEQUENCE
            OPEN OUTPUT PLAN-WORK-FILE
            OPEN OUTPUT DELINQUENCY-LISTING
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE DelinquencyListingLine FROM REPORT-STAMP-LINE
            PERFORM UNTIL EndOfPlanFile
                READ PAYMENT-PLAN-FILE
                    AT END SET EndOfPlanFile TO TRUE
            MOVE "O" TO AR-ITEM-STATUS
            MOVE PL-INVOICE-NO TO AR-CHARGE-REF
            MOVE ZERO TO AR-LAST-CHARGE-MONTH
            MOVE SPACES TO AR-TERMS-CODE
            MOVE ZERO TO AR-DUE-DATE
            MOVE ZERO TO AR-DISCOUNT-DATE
            MOVE ZERO TO AR-DISCOUNT-AMOUNT
            WRITE AR-OPEN-ITEM-RECORD
                INVALID KEY
                    DISPLAY "AR open item " WS-NEXT-INVOICE-NO
                        " already on file - fee not posted"
                NOT INVALID KEY
                    MOVE "A" TO WS-RJ-OPERATION
                    PERFORM JOURNAL-AR-OPEN-RECORD
                    ADD 1 TO WS-FEES-POSTED
                    ADD 1 TO WS-NEXT-INVOICE-NO
            END-WRITE.
            MOVE WS-NEXT-INVOICE-NO TO InvoiceSequenceLine
            WRITE InvoiceSequenceLine
            CLOSE INVOICE-SEQUENCE-FILE.

      * Every change to AROPEN.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-AR-OPEN-RECORD.
            MOVE "AROPEN" TO WS-RJ-FILE-ID
            MOVE AR-INVOICE-NO TO WS-RJ-KEY
            MOVE AR-OPEN-ITEM-RECORD TO WS-RJ-IMAGE
            CALL "RecoveryJournal" USING WS-RJ-FILE-ID
                WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.
