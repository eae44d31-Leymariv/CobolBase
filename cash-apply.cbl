      * transactions are skipped, so rerunning the same
      * PAYTRANS.DAT - an operator rerun or a restart after a
      * mid-file failure - converges instead of clearing the
      * ledger twice. Every amount applied to an item is also
      * appended, dated, to the ARAPPLY.DAT application journal.
      * A payment short of an item by exactly the early-payment
      * discount InvoicePrint stamped on it, received on or before
      * the item's discount date, clears the item in full: the
      * discount is journalled as a D entry and posted to the
      * DISCOUNT GL account alongside the cash.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            ASSIGN TO "GLPOST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GL-POST-STATUS.
          SELECT AR-APPLICATION-JOURNAL
            ASSIGN TO "ARAPPLY.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.

        DATA DIVISION.
        FILE SECTION.
            LABEL RECORDS ARE STANDARD.
            COPY GLPOST.

        FD  AR-APPLICATION-JOURNAL
            LABEL RECORDS ARE STANDARD.
            COPY ARAPPLY.

        WORKING-STORAGE SECTION.
        01  WS-TRANS-STATUS          PIC XX.
            88  EndOfTransactionFile     VALUE "10".
        01  WS-AR-STATUS             PIC XX.
            88  ArFileOK                 VALUE "00".
        01  WS-UNAPPLIED-STATUS      PIC XX.
        01  WS-JOURNAL-STATUS        PIC XX.

        01  WS-AR-EOF                PIC X.
            88  EndOfArBrowse            VALUE "Y".
        01  WS-REMAINING-PAYMENT     PIC S9(7)V99.
        01  WS-APPLIED-AMOUNT        PIC S9(7)V99.
        01  WS-DISCOUNT-AMOUNT       PIC S9(7)V99.
        01  WS-APPLY-DATE            PIC 9(8).
        01  WS-DISCOUNTS-TAKEN       PIC 9(5) VALUE ZERO.
        01  WS-PAYMENTS-READ         PIC 9(5) VALUE ZERO.
        01  WS-ITEMS-CLEARED         PIC 9(5) VALUE ZERO.
        01  WS-UNAPPLIED-COUNT       PIC 9(5) VALUE ZERO.
        01  WS-GL-MAP-STATUS         PIC XX.
            88  EndOfGlAccountMap        VALUE "10".
        01  WS-GL-POST-STATUS        PIC XX.
        78  WS-GL-MAP-CAPACITY       VALUE 300.
        01  WS-GM-COUNT              PIC 999 VALUE ZERO.
        01  WS-GM-IDX                PIC 999.
        01  WS-GL-MAP-TABLE.
            05  GL-MAP-ENTRY OCCURS WS-GL-MAP-CAPACITY TIMES.
              10  GME-CATEGORY       PIC X(8).
              10  GME-ACCOUNT        PIC 9(6).
        01  WS-GL-ACCOUNT-FOUND      PIC X.
        01  WS-GL-LOOKUP-CATEGORY    PIC X(8).
        01  WS-GL-LOOKUP-ACCOUNT     PIC 9(6).
        01  WS-GL-APPLIED-TOTAL      PIC 9(9)V99 VALUE ZERO.
        01  WS-GL-DISCOUNT-TOTAL     PIC 9(9)V99 VALUE ZERO.
        01  WS-GL-CREDIT-TOTAL       PIC 9(9)V99 VALUE ZERO.

        01  WS-FL-ACTION             PIC X.
        01  WS-FL-FILE-ID            PIC X(8) VALUE "AROPEN".
        01  WS-FL-RESULT             PIC X.
            88  FileLockGranted          VALUE "Y".

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "CashApply".
        01  WS-RJ-IMAGE              PIC X(2000).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
      * Cash applies into the run month; a closed month refuses
      * the run before any item is relieved.
            CALL "BusinessDate" USING WS-RUN-DATE
            MOVE WS-RUN-DATE(1:6) TO WS-PC-PERIOD
            MOVE "V" TO WS-PC-ACTION
            CALL "PeriodControl" USING WS-PC-ACTION WS-PC-PERIOD
                    DISPLAY "No AROPEN.DAT ledger, status "
                        WS-AR-STATUS " - cash application skipped"
                ELSE
                    CALL "BusinessDate" USING WS-RUN-DATE
                    OPEN OUTPUT UNAPPLIED-CASH-LISTING
                    CALL "ReportStamp" USING REPORT-STAMP-LINE
                    WRITE UnappliedCashLine FROM REPORT-STAMP-LINE
                    OPEN EXTEND AR-APPLICATION-JOURNAL
                    IF WS-JOURNAL-STATUS NOT = "00"
                        OPEN OUTPUT AR-APPLICATION-JOURNAL
                    END-IF
                    PERFORM LOAD-GL-ACCOUNT-MAP
                    PERFORM LOAD-PAYMENT-PLAN-TABLE
                    PERFORM LOAD-ON-ACCOUNT-TABLE
                    END-PERFORM
                    CLOSE AR-OPEN-ITEM-FILE
                    CLOSE UNAPPLIED-CASH-LISTING
                    CLOSE AR-APPLICATION-JOURNAL
                    PERFORM WRITE-PAYMENT-PLAN-FILE
                    PERFORM WRITE-ON-ACCOUNT-FILE
                    PERFORM WRITE-ON-ACCOUNT-REPORT
                    IF (WS-GL-APPLIED-TOTAL > 0
                        OR WS-GL-DISCOUNT-TOTAL > 0)
                       AND WS-GM-COUNT > 0
                        PERFORM APPEND-CASH-POSTINGS
                    END-IF
                    DISPLAY "Cash application: " WS-PAYMENTS-READ
                        " payment(s), " WS-ITEMS-CLEARED
                        " item(s) cleared, " WS-DISCOUNTS-TAKEN
                        " discount(s) taken, " WS-UNAPPLIED-COUNT
                        " unapplied, " WS-OA-CARRIED-COUNT
                        " receipt(s) on account"
                END-IF
            END-IF
            MOVE TR-AMOUNT TO WS-REMAINING-PAYMENT
            MOVE TR-CUSTOMER-REF TO WS-APPLY-CUSTOMER
            MOVE TR-TRANS-DATE TO WS-APPLY-DATE
            PERFORM APPLY-AGAINST-OPEN-ITEMS
            IF WS-REMAINING-PAYMENT > 0
                ADD 1 TO WS-UNAPPLIED-COUNT
                        TO WS-REMAINING-PAYMENT
                    MOVE OE-CUSTOMER-ID(WS-OA-IDX)
                        TO WS-APPLY-CUSTOMER
                    MOVE OE-RECEIPT-DATE(WS-OA-IDX)
                        TO WS-APPLY-DATE
                    PERFORM APPLY-AGAINST-OPEN-ITEMS
                    IF WS-REMAINING-PAYMENT
                            NOT = OE-AMOUNT(WS-OA-IDX)

        WRITE-ON-ACCOUNT-REPORT.
            OPEN OUTPUT ON-ACCOUNT-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE OnAccountReportLine FROM REPORT-STAMP-LINE
            PERFORM VARYING WS-OA-IDX FROM 1 BY 1
                UNTIL WS-OA-IDX > WS-OA-COUNT
                MOVE OE-CUSTOMER-ID(WS-OA-IDX)
            OPEN INPUT GL-ACCOUNT-MAP
            IF WS-GL-MAP-STATUS = "00"
                PERFORM UNTIL EndOfGlAccountMap
                    OR WS-GM-COUNT >= WS-GL-MAP-CAPACITY
                    READ GL-ACCOUNT-MAP
                        AT END SET EndOfGlAccountMap TO TRUE
                        NOT AT END
                            END-IF
                    END-READ
                END-PERFORM
                IF NOT EndOfGlAccountMap
                    READ GL-ACCOUNT-MAP
                        AT END CONTINUE
                        NOT AT END
                            DISPLAY "WS-GL-MAP-TABLE full at "
                                WS-GL-MAP-CAPACITY " categories - "
                                "rest of GLMAP.REF not loaded"
                    END-READ
                END-IF
                CLOSE GL-ACCOUNT-MAP
            ELSE
                DISPLAY "No GLMAP.REF on file, no GL posting "
            MOVE WS-GL-APPLIED-TOTAL TO GP-AMOUNT
            MOVE WS-PC-PERIOD TO GP-PERIOD
            WRITE GL-POSTING-RECORD
            IF WS-GL-DISCOUNT-TOTAL > 0
                MOVE "DISCOUNT" TO WS-GL-LOOKUP-CATEGORY
                PERFORM FIND-GL-ACCOUNT
                MOVE SPACES TO GL-POSTING-RECORD
                MOVE "D" TO GP-RECORD-TYPE
                MOVE WS-GL-LOOKUP-ACCOUNT TO GP-ACCOUNT
                MOVE "DISCOUNT" TO GP-CATEGORY
                MOVE WS-GL-DISCOUNT-TOTAL TO GP-AMOUNT
                MOVE WS-PC-PERIOD TO GP-PERIOD
                WRITE GL-POSTING-RECORD
            END-IF
            COMPUTE WS-GL-CREDIT-TOTAL =
                WS-GL-APPLIED-TOTAL + WS-GL-DISCOUNT-TOTAL
            MOVE "AR" TO WS-GL-LOOKUP-CATEGORY
            PERFORM FIND-GL-ACCOUNT
            MOVE SPACES TO GL-POSTING-RECORD
            MOVE "C" TO GP-RECORD-TYPE
            MOVE WS-GL-LOOKUP-ACCOUNT TO GP-ACCOUNT
            MOVE "AR" TO GP-CATEGORY
            MOVE WS-GL-CREDIT-TOTAL TO GP-AMOUNT
            MOVE WS-PC-PERIOD TO GP-PERIOD
            WRITE GL-POSTING-RECORD
            MOVE SPACES TO GL-POSTING-RECORD
            MOVE "T" TO GT-RECORD-TYPE
            MOVE WS-GL-CREDIT-TOTAL TO GT-DEBIT-TOTAL
            MOVE WS-GL-CREDIT-TOTAL TO GT-CREDIT-TOTAL
            WRITE GL-POSTING-RECORD
            CLOSE GL-POSTING-FILE.

      * A payment short of the item by exactly its discount, paid
      * inside the discount window, settles it: the discount is
      * relieved from the item along with the cash.
        CLEAR-ONE-OPEN-ITEM.
            MOVE 0 TO WS-DISCOUNT-AMOUNT
            IF WS-REMAINING-PAYMENT >= AR-OPEN-AMOUNT
                MOVE AR-OPEN-AMOUNT TO WS-APPLIED-AMOUNT
            ELSE
                MOVE WS-REMAINING-PAYMENT TO WS-APPLIED-AMOUNT
                IF AR-DISCOUNT-AMOUNT IS NUMERIC
                   AND AR-DISCOUNT-AMOUNT > 0
                   AND AR-DISCOUNT-DATE IS NUMERIC
                   AND AR-DISCOUNT-DATE NOT = 0
                   AND WS-APPLY-DATE NOT > AR-DISCOUNT-DATE
                   AND AR-OPEN-AMOUNT - WS-REMAINING-PAYMENT
                       = AR-DISCOUNT-AMOUNT
                    MOVE AR-DISCOUNT-AMOUNT TO WS-DISCOUNT-AMOUNT
                END-IF
            END-IF
            SUBTRACT WS-APPLIED-AMOUNT FROM AR-OPEN-AMOUNT
            SUBTRACT WS-DISCOUNT-AMOUNT FROM AR-OPEN-AMOUNT
            SUBTRACT WS-APPLIED-AMOUNT FROM WS-REMAINING-PAYMENT
            ADD WS-APPLIED-AMOUNT TO WS-GL-APPLIED-TOTAL
            ADD WS-DISCOUNT-AMOUNT TO WS-GL-DISCOUNT-TOTAL
            IF AR-OPEN-AMOUNT = 0
                MOVE "P" TO AR-ITEM-STATUS
                ADD 1 TO WS-ITEMS-CLEARED
                INVALID KEY
                    DISPLAY "Rewrite failed for AR item "
                        AR-INVOICE-NO
                NOT INVALID KEY
                    MOVE "C" TO WS-RJ-OPERATION
                    PERFORM JOURNAL-AR-OPEN-RECORD
            END-REWRITE
            PERFORM WRITE-APPLICATION-JOURNAL
            IF WS-DISCOUNT-AMOUNT > 0
                ADD 1 TO WS-DISCOUNTS-TAKEN
                MOVE SPACES TO AR-APPLICATION-RECORD
                SET AJ-DiscountTaken TO TRUE
                MOVE WS-RUN-DATE TO AJ-ENTRY-DATE
                MOVE AR-INVOICE-NO TO AJ-INVOICE-NO
                MOVE AR-CUSTOMER-ID TO AJ-CUSTOMER-ID
                MOVE AR-ORDER-NUMBER TO AJ-ORDER-NUMBER
                MOVE WS-DISCOUNT-AMOUNT TO AJ-AMOUNT
                WRITE AR-APPLICATION-RECORD
            END-IF
            IF WS-PL-COUNT > 0
                PERFORM POST-TO-PAYMENT-PLAN
            END-IF.

        WRITE-APPLICATION-JOURNAL.
            MOVE SPACES TO AR-APPLICATION-RECORD
            MOVE "C" TO AJ-ENTRY-TYPE
            MOVE WS-RUN-DATE TO AJ-ENTRY-DATE
            MOVE AR-INVOICE-NO TO AJ-INVOICE-NO
            MOVE AR-CUSTOMER-ID TO AJ-CUSTOMER-ID
            MOVE AR-ORDER-NUMBER TO AJ-ORDER-NUMBER
            MOVE WS-APPLIED-AMOUNT TO AJ-AMOUNT
            WRITE AR-APPLICATION-RECORD.

      * What just applied to a planned invoice draws its
      * installments down in due order - the next due installment
      * fills before the one after it, and a filled installment
      * goes paid whether or not it had been flagged late.
        POST-TO-PAYMENT-PLAN.
            COMPUTE WS-PLAN-REMAINDER =
                WS-APPLIED-AMOUNT + WS-DISCOUNT-AMOUNT
            PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                UNTIL WS-PL-IDX > WS-PL-COUNT
                OR WS-PLAN-REMAINDER = 0
                WRITE PAYMENT-PLAN-RECORD
            END-PERFORM
            CLOSE PAYMENT-PLAN-FILE.

      * Every change to AROPEN.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-AR-OPEN-RECORD.
            MOVE "AROPEN" TO WS-RJ-FILE-ID
            MOVE AR-INVOICE-NO TO WS-RJ-KEY
            MOVE AR-OPEN-ITEM-RECORD TO WS-RJ-IMAGE
            CALL "RecoveryJournal" USING WS-RJ-FILE-ID
                WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.
