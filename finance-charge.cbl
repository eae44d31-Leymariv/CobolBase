       IDENTIFICATION DIVISION.
       PROGRAM-ID. FinanceCharge.
      * Month-end finance-charge assessment over the AR open items.
      * Every open item further past its due date than the grace
      * period on the FINCHG.REF policy record is assessed
      * interest at the configured monthly rate: the charge posts
      * as a new AR open item - numbered from the shared
      * INVSEQ.CTL sequence, AR-CHARGE-REF naming the invoice it
      * accrued on - so it ages through ArAgedReport and collects
      * through CashApply like
      * any other receivable. The assessed item is stamped with the
      * assessment month so a rerun in the same month assesses
      * nothing twice, and earlier charge items are never
        01  WS-PC-RESULT             PIC X.
            88  PostingPeriodOpen        VALUE "Y".
        01  WS-TODAY-INTEGER         PIC 9(7).
        78  WS-STANDARD-NET-DAYS     VALUE 30.
        01  WS-DUE-INTEGER           PIC 9(7).
        01  WS-DAYS-PAST-DUE         PIC S9(5).
        01  WS-NEXT-INVOICE-NO       PIC 9(6) VALUE 1.
        01  WS-AR-EOF                PIC X.
            88  EndOfArBrowse            VALUE "Y".
            05  FILLER               PIC X(10) VALUE " ASSESSED ".
            05  WS-RTL-TOTAL         PIC ZZZ,ZZ9.99-.

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "FinanceCharge".
        01  WS-RJ-IMAGE              PIC X(2000).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            CALL "BusinessDate" USING WS-RUN-DATE
            MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH
            COMPUTE WS-TODAY-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            PERFORM ASSESS-OVERDUE-ITEMS
            PERFORM READ-INVOICE-SEQUENCE
            OPEN OUTPUT ASSESSMENT-REGISTER
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE AssessmentRegisterLine FROM REPORT-STAMP-LINE
            PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                UNTIL WS-CH-IDX > WS-CH-COUNT
                PERFORM POST-ONE-CHARGE
               AND AR-LAST-CHARGE-MONTH = WS-RUN-MONTH
                EXIT PARAGRAPH
            END-IF
      * Overdue runs from the item's terms due date; an item with
      * none falls due the standard thirty days after its date.
            IF AR-DUE-DATE IS NUMERIC AND AR-DUE-DATE NOT = 0
                COMPUTE WS-DUE-INTEGER =
                    FUNCTION INTEGER-OF-DATE(AR-DUE-DATE)
            ELSE
                COMPUTE WS-DUE-INTEGER =
                    FUNCTION INTEGER-OF-DATE(AR-INVOICE-DATE)
                    + WS-STANDARD-NET-DAYS
            END-IF
            COMPUTE WS-DAYS-PAST-DUE =
                WS-TODAY-INTEGER - WS-DUE-INTEGER
            IF WS-DAYS-PAST-DUE <= WS-GRACE-DAYS
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-CHARGE-AMOUNT ROUNDED =
                INVALID KEY
                    DISPLAY "Rewrite failed for AR item "
                        AR-INVOICE-NO
                NOT INVALID KEY
                    MOVE "C" TO WS-RJ-OPERATION
                    PERFORM JOURNAL-AR-OPEN-RECORD
            END-REWRITE.

        POST-ONE-CHARGE.
            MOVE "O" TO AR-ITEM-STATUS
            MOVE CH-ORIGINAL-INV(WS-CH-IDX) TO AR-CHARGE-REF
            MOVE ZERO TO AR-LAST-CHARGE-MONTH
            MOVE SPACES TO AR-TERMS-CODE
            MOVE ZERO TO AR-DUE-DATE
            MOVE ZERO TO AR-DISCOUNT-DATE
            MOVE ZERO TO AR-DISCOUNT-AMOUNT
            WRITE AR-OPEN-ITEM-RECORD
                INVALID KEY
                    DISPLAY "AR open item " WS-NEXT-INVOICE-NO
                        " already on file - charge not posted"
                NOT INVALID KEY
                    MOVE "A" TO WS-RJ-OPERATION
                    PERFORM JOURNAL-AR-OPEN-RECORD
                    ADD 1 TO WS-CHARGES-POSTED
                    ADD CH-AMOUNT(WS-CH-IDX) TO WS-TOTAL-ASSESSED
                    MOVE WS-NEXT-INVOICE-NO TO WS-RDL-INVOICE-NO
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
