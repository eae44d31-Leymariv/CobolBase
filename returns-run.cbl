      * Customer-returns processing - the path goods coming back
      * never had. Reads RETTRANS.DAT return transactions, each
      * referencing the original order and item: resaleable
      * quantities restock onto ITEMS.DAT - returns come back to
      * the main warehouse's shelf - with a dated restock
      * entry on the shop-wide STOCKJRN.DAT movement journal,
      * scrap quantities adjust nothing, and every accepted return
      * raises a credit memo on the customer's AROPEN.DAT balance
      * - a negative open item numbered from the shared INVSEQ.CTL
      * sequence, AR-ORDER-NUMBER carrying the original order - so
      * statements and the aged report net it off without anyone
      * reversing a payment by hand - and is appended, dated, to
      * the ARAPPLY.DAT application journal. The returns register
      * splits restocked from scrapped. Lot-controlled stock never
      * goes back on the shelf - its lot and storage cannot be
      * vouched for once it has left - so a resaleable return of
      * such an item is credited and scrapped.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            ASSIGN TO "RETURNS.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTER-STATUS.
          SELECT AR-APPLICATION-JOURNAL
            ASSIGN TO "ARAPPLY.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.

        DATA DIVISION.
        FILE SECTION.
            LABEL RECORDS ARE STANDARD.
        01  ReturnsRegisterLine      PIC X(80).

        FD  AR-APPLICATION-JOURNAL
            LABEL RECORDS ARE STANDARD.
            COPY ARAPPLY.

        WORKING-STORAGE SECTION.
        01  WS-TRANSACTION-STATUS    PIC XX.
            88  EndOfTransactionFile     VALUE "10".
            88  ArFileOK                 VALUE "00".
        01  WS-SEQUENCE-STATUS       PIC XX.
        01  WS-REGISTER-STATUS       PIC XX.
        01  WS-JOURNAL-STATUS        PIC XX.

        01  WS-RUN-DATE              PIC 9(8).
        01  WS-NEXT-INVOICE-NO       PIC 9(6) VALUE 1.
                VALUE " CREDITED ".
            05  WS-RTL-CREDITED      PIC ZZZ,ZZ9.99-.

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "ReturnsRun".
        01  WS-RJ-IMAGE              PIC X(2000).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            CALL "BusinessDate" USING WS-RUN-DATE
            OPEN INPUT RETURN-TRANSACTION-FILE
            IF WS-TRANSACTION-STATUS NOT = "00"
                DISPLAY "No RETTRANS.DAT returns on file, returns "
            IF WS-STOCK-JOURNAL-STATUS NOT = "00"
                OPEN OUTPUT STOCK-JOURNAL
            END-IF
            OPEN EXTEND AR-APPLICATION-JOURNAL
            IF WS-JOURNAL-STATUS NOT = "00"
                OPEN OUTPUT AR-APPLICATION-JOURNAL
            END-IF
            PERFORM READ-INVOICE-SEQUENCE
            OPEN OUTPUT RETURNS-REGISTER
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE ReturnsRegisterLine FROM REPORT-STAMP-LINE
            PERFORM READ-RETURN-TRANSACTION
            PERFORM UNTIL EndOfTransactionFile
                ADD 1 TO WS-RETURNS-READ
            MOVE WS-CREDIT-TOTAL TO WS-RTL-CREDITED
            WRITE ReturnsRegisterLine FROM WS-REGISTER-TOTAL-LINE
            CLOSE RETURNS-REGISTER
            CLOSE AR-APPLICATION-JOURNAL
            CLOSE STOCK-JOURNAL
            CLOSE AR-OPEN-ITEM-FILE
            CLOSE ITEM-MASTER
                    " is not a stocked item - return rejected"
                EXIT PARAGRAPH
            END-IF
            IF RT-Resaleable AND NOT ItemLotControlled
                PERFORM RESTOCK-RETURNED-QUANTITY
                ADD 1 TO WS-RESTOCKED-COUNT
                MOVE "RESTOCKED" TO WS-RDL-DISPOSITION
            END-READ.

        RESTOCK-RETURNED-QUANTITY.
            PERFORM NORMALISE-WAREHOUSE-STOCK
            ADD RT-QUANTITY TO IM-WH-ON-HAND(1)
            ADD RT-QUANTITY TO IM-ON-HAND-QUANTITY
            REWRITE ITEM-MASTER-RECORD
                INVALID KEY
                    DISPLAY "Rewrite failed for item "
                        IM-ITEM-NUMBER
                NOT INVALID KEY
                    MOVE "C" TO WS-RJ-OPERATION
                    PERFORM JOURNAL-ITEM-RECORD
            END-REWRITE
            MOVE SPACES TO STOCK-JOURNAL-RECORD
            MOVE "T" TO JR-ENTRY-TYPE
            MOVE RT-ITEM-NUMBER TO JR-ITEM-NUMBER
            MOVE RT-QUANTITY TO JR-QUANTITY
            MOVE WS-RUN-DATE TO JR-ENTRY-DATE
            MOVE "M" TO JR-WAREHOUSE-CODE
            WRITE STOCK-JOURNAL-RECORD.

      * A record written before stock was split by warehouse holds
      * all of its stock on the main shelf.
        NORMALISE-WAREHOUSE-STOCK.
            IF IM-WAREHOUSE-STOCK(1) IS NOT NUMERIC
               OR IM-WAREHOUSE-STOCK(2) IS NOT NUMERIC
                MOVE IM-ON-HAND-QUANTITY TO IM-WH-ON-HAND(1)
                MOVE 0 TO IM-WH-IN-TRANSIT(1)
                MOVE 0 TO IM-WH-ON-HAND(2)
                MOVE 0 TO IM-WH-IN-TRANSIT(2)
            END-IF.

      * The credit memo is a negative open item: it nets off the
      * customer's balance on the statement and the aging without
      * touching any payment. Scrapped goods credit the customer
            MOVE "O" TO AR-ITEM-STATUS
            MOVE ZERO TO AR-CHARGE-REF
            MOVE ZERO TO AR-LAST-CHARGE-MONTH
            MOVE SPACES TO AR-TERMS-CODE
            MOVE ZERO TO AR-DUE-DATE
            MOVE ZERO TO AR-DISCOUNT-DATE
            MOVE ZERO TO AR-DISCOUNT-AMOUNT
            WRITE AR-OPEN-ITEM-RECORD
                INVALID KEY
                    DISPLAY "AR open item " WS-NEXT-INVOICE-NO
                        " already on file - credit not posted"
                NOT INVALID KEY
                    MOVE "A" TO WS-RJ-OPERATION
                    PERFORM JOURNAL-AR-OPEN-RECORD
                    ADD WS-CREDIT-AMOUNT TO WS-CREDIT-TOTAL
                    PERFORM WRITE-APPLICATION-JOURNAL
                    ADD 1 TO WS-NEXT-INVOICE-NO
            END-WRITE.

        WRITE-APPLICATION-JOURNAL.
            MOVE SPACES TO AR-APPLICATION-RECORD
            MOVE "R" TO AJ-ENTRY-TYPE
            MOVE WS-RUN-DATE TO AJ-ENTRY-DATE
            MOVE WS-NEXT-INVOICE-NO TO AJ-INVOICE-NO
            MOVE RT-CUSTOMER-ID TO AJ-CUSTOMER-ID
            MOVE RT-ORDER-NUMBER TO AJ-ORDER-NUMBER
            COMPUTE AJ-AMOUNT = 0 - WS-CREDIT-AMOUNT
            WRITE AR-APPLICATION-RECORD.

        READ-INVOICE-SEQUENCE.
            OPEN INPUT INVOICE-SEQUENCE-FILE
            IF WS-SEQUENCE-STATUS = "00"
            MOVE WS-NEXT-INVOICE-NO TO InvoiceSequenceLine
            WRITE InvoiceSequenceLine
            CLOSE INVOICE-SEQUENCE-FILE.

      * Every change to ITEMS.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-ITEM-RECORD.
            MOVE "ITEMS" TO WS-RJ-FILE-ID
            MOVE IM-ITEM-NUMBER TO WS-RJ-KEY
            MOVE ITEM-MASTER-RECORD TO WS-RJ-IMAGE
            CALL "RecoveryJournal" USING WS-RJ-FILE-ID
                WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.

      * Every change to AROPEN.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-AR-OPEN-RECORD.
            MOVE "AROPEN" TO WS-RJ-FILE-ID
            MOVE AR-INVOICE-NO TO WS-RJ-KEY
            MOVE AR-OPEN-ITEM-RECORD TO WS-RJ-IMAGE
            CALL "RecoveryJournal" USING WS-RJ-FILE-ID
                WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.
