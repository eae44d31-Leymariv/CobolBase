      * remainder. Released lines go to the fulfillment file, the
      * still-short remainder is rewritten to BACKORD.TXT, and the
      * receiving register shows stock in, back orders cleared and
      * back orders remaining. Each receipt names the warehouse it
      * was delivered to (M main or C campus store; spaces = main)
      * and lands on that shelf; a back order waits on the
      * warehouse it was raised against and is released only from
      * that warehouse's stock. A receipt of a lot-controlled item
      * must carry its lot number and expiry date, and lands on
      * that lot's LOTS.DAT record as well as the shelf; a receipt
      * that opens a new item with a lot on it opens the item lot-
      * controlled. A back order for a lot-controlled item is
      * released from the unexpired lots oldest-expiry first, one
      * fulfillment line and journal entry per lot drawn. A back
      * order for a kit (KITCOMP.REF) is released in whole kits
      * from its components' stock.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            ASSIGN TO "POOPEN.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPEN-PO-STATUS.
          SELECT KIT-COMPONENT-FILE
            ASSIGN TO "KITCOMP.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-KIT-STATUS.
          SELECT STOCK-JOURNAL
            ASSIGN TO "STOCKJRN.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STOCK-JOURNAL-STATUS.
          SELECT LOT-FILE
            ASSIGN TO "LOTS.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LT-LOT-KEY
            FILE STATUS IS WS-LOT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
            05  RC-DESCRIPTION       PIC X(30).
            05  FILLER               PIC X.
            05  RC-UNIT-COST         PIC 9(5)V99.
            05  FILLER               PIC X.
            05  RC-WAREHOUSE-CODE    PIC X.
            05  FILLER               PIC X.
            05  RC-LOT-NUMBER        PIC X(10).
            05  FILLER               PIC X.
            05  RC-EXPIRY-DATE       PIC 9(8).

        FD  ITEM-MASTER
            LABEL RECORDS ARE STANDARD.
            05  BO-DESCRIPTION       PIC X(30).
            05  FILLER               PIC X.
            05  BO-QUANTITY          PIC 9999.
            05  FILLER               PIC X.
            05  BO-WAREHOUSE-CODE    PIC X.
      * Customer and date the line went on back order; spaces on
      * lines written before they were carried.
            05  FILLER               PIC X.
            05  BO-CUSTOMER-ID       PIC 9(8).
            05  BO-CUSTOMER-ID-X REDEFINES BO-CUSTOMER-ID
                                     PIC X(8).
            05  FILLER               PIC X.
            05  BO-BACKORDER-DATE    PIC 9(8).
            05  BO-BACKORDER-DATE-X REDEFINES BO-BACKORDER-DATE
                                     PIC X(8).

        FD  FULFILLMENT-FILE
            LABEL RECORDS ARE STANDARD.
            LABEL RECORDS ARE STANDARD.
            COPY STKJRN.

        FD  LOT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY LOTREC.

        FD  KIT-COMPONENT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY KITCOMP.

      * The open purchase orders SuggestedOrder raises - one line
      * per ordered item. Receipts are matched against the oldest
      * open line for their item; a line received in full closes.
      * PO-INVOICED is the quantity SupplierInvoice has matched a
      * supplier's bill against - carried through untouched here.
        FD  OPEN-PO-FILE
            LABEL RECORDS ARE STANDARD.
        01  OPEN-PO-RECORD.
            05  PO-STATUS            PIC X.
                88  PO-LineOpen          VALUE "O".
                88  PO-LineClosed        VALUE "C".
            05  FILLER               PIC X.
            05  PO-INVOICED          PIC 9(4).

        WORKING-STORAGE SECTION.
        01  WS-RECEIPTS-STATUS       PIC XX.
              10  BT-ITEM-NUMBER     PIC 9(6).
              10  BT-DESCRIPTION     PIC X(30).
              10  BT-QUANTITY        PIC 9999.
              10  BT-WAREHOUSE-CODE  PIC X.
              10  BT-CUSTOMER-ID     PIC X(8).
              10  BT-BACKORDER-DATE  PIC X(8).
              10  BT-STATUS          PIC X.
                  88  BackOrderCleared   VALUE "C".
                  88  BackOrderCarried   VALUE "W".
        01  WS-BO-OVERFLOW           PIC X VALUE "N".
            88  BackOrderTableOverflowed VALUE "Y".
        01  WS-RELEASE-QUANTITY      PIC 9999.
        01  WS-WH-IDX                PIC 9.
        01  WS-WAREHOUSE-CODES       PIC XX VALUE "MC".
        01  WS-STOCK-IN-TOTAL        PIC 9(6) VALUE 0.
        01  WS-CLEARED-COUNT         PIC 999 VALUE 0.
        01  WS-CARRIED-COUNT         PIC 999 VALUE 0.
            05  WS-FL-DESCRIPTION    PIC X(30).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-FL-QUANTITY       PIC 9999.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-FL-LOT-NUMBER     PIC X(10).

        01  WS-REGISTER-ITEM-LINE.
            05  WS-RIL-ITEM-NUMBER   PIC 9(6).
            05  WS-RIL-QUANTITY      PIC ZZZ9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RIL-PO-NOTE       PIC X(16).
            05  FILLER               PIC X(4) VALUE " WH ".
            05  WS-RIL-WAREHOUSE     PIC X.
        01  WS-REGISTER-LOT-LINE.
            05  FILLER               PIC X(7) VALUE SPACES.
            05  FILLER               PIC X(4) VALUE "LOT ".
            05  WS-RLL-LOT-NUMBER    PIC X(10).
            05  FILLER               PIC X(9) VALUE " EXPIRES ".
            05  WS-RLL-EXPIRY-DATE   PIC 9(8).

      * Whether the receipt in hand lands on a lot: N ordinary
      * stock, Y a good lot receipt, X a lot-controlled receipt
      * without a usable lot number and expiry date.
        01  WS-RECEIPT-LOT           PIC X.
            88  ReceiptIsLotted          VALUE "Y".
            88  ReceiptLotRefused        VALUE "X".
        01  WS-LOT-FILE-STATUS       PIC XX.
            88  LotFileOK                VALUE "00".
        01  WS-DATE-VALID            PIC X.
            88  ExpiryDateIsValid        VALUE "Y".
        01  WS-DATE-REASON           PIC XX.
      * Lots a back-order release drew on, oldest expiry first.
        78  WS-RELEASE-LOT-CAPACITY  VALUE 5.
        01  WS-RELEASE-LOT-COUNT     PIC 9.
        01  WS-RELEASE-LOT-IDX       PIC 9.
        01  WS-RELEASE-LOT-TABLE.
            05  RELEASE-LOT-ENTRY OCCURS 5 TIMES.
              10  RLT-LOT-NUMBER     PIC X(10).
              10  RLT-QUANTITY       PIC 9999.
        01  WS-LOT-WANTED            PIC 9999.
        01  WS-LOT-TAKE              PIC 9999.
        01  WS-LOT-WALK              PIC X.
            88  LotWalkDone              VALUE "Y".
        01  WS-LOT-SUM               PIC 9(6).

      * Kit components from KITCOMP.REF; a kit back order is
      * released in as many whole kits as its components allow.
        78  WS-KIT-TABLE-CAPACITY    VALUE 300.
        01  WS-KIT-STATUS            PIC XX.
            88  EndOfKitFile             VALUE "10".
        01  WS-KT-COUNT              PIC 999 VALUE 0.
        01  WS-KT-IDX                PIC 999.
        01  WS-KIT-TABLE.
            05  KIT-ENTRY OCCURS 300 TIMES.
              10  KT-KIT-ITEM        PIC 9(6).
              10  KT-COMPONENT-ITEM  PIC 9(6).
              10  KT-PER-KIT         PIC 999.
        01  WS-KIT-ITEM              PIC 9(6).
        01  WS-KIT-FOUND             PIC X.
            88  KitItemFound             VALUE "Y".
        01  WS-KIT-RELEASE           PIC 9999.
        01  WS-KITS-AVAILABLE        PIC 9999.
        01  WS-COMPONENT-AVAILABLE   PIC 9(6).

        01  WS-OPEN-PO-STATUS        PIC XX.
            88  EndOfOpenPoFile          VALUE "10".
              10  PT-RECEIVED        PIC 9(4).
              10  PT-ORDER-DATE      PIC 9(8).
              10  PT-STATUS          PIC X.
              10  PT-INVOICED        PIC 9(4).
        01  WS-PO-REMAINDER          PIC S9(5).
        01  WS-UNORDERED-COUNT       PIC 9(4) VALUE ZERO.
        01  WS-OVER-COUNT            PIC 9(4) VALUE ZERO.
            05  FILLER               PIC X(12) VALUE "  REMAINING ".
            05  WS-RTL-REMAINING     PIC ZZZ9.

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "GoodsReceiving".
        01  WS-RJ-IMAGE              PIC X(2000).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            OPEN INPUT RECEIPTS-FILE
                    DISPLAY "Unable to open ITEM-MASTER, status "
                        WS-ITEM-MASTER-STATUS
                ELSE
                    CALL "BusinessDate" USING WS-RUN-DATE
                    OPEN EXTEND STOCK-JOURNAL
                    IF WS-STOCK-JOURNAL-STATUS NOT = "00"
                        OPEN OUTPUT STOCK-JOURNAL
                    END-IF
                    OPEN OUTPUT RECEIVING-REGISTER
                    CALL "ReportStamp" USING REPORT-STAMP-LINE
                    WRITE ReceivingRegisterLine FROM REPORT-STAMP-LINE
                    PERFORM OPEN-LOT-FILE
                    PERFORM LOAD-OPEN-PO-TABLE
                    PERFORM APPLY-ALL-RECEIPTS
                    PERFORM REWRITE-OPEN-PO-FILE
                    PERFORM LOAD-BACK-ORDER-TABLE
                    PERFORM LOAD-KIT-COMPONENT-TABLE
                    IF BackOrderTableOverflowed
                        DISPLAY "BACKORD.TXT longer than the table "
                            "- back orders left untouched this "
                        FROM WS-REGISTER-TOTAL-LINE
                    CLOSE RECEIVING-REGISTER
                    CLOSE STOCK-JOURNAL
                    CLOSE LOT-FILE
                    CLOSE ITEM-MASTER
                    DISPLAY "Receiving: " WS-STOCK-IN-TOTAL
                        " unit(s) in, " WS-CLEARED-COUNT
                OPEN I-O ITEM-MASTER
            END-IF.

      * LOTS.DAT is created empty the same way on the first run
      * that receives a lot.
        OPEN-LOT-FILE.
            OPEN I-O LOT-FILE
            IF NOT LotFileOK
                OPEN OUTPUT LOT-FILE
                CLOSE LOT-FILE
                OPEN I-O LOT-FILE
            END-IF.

        APPLY-ALL-RECEIPTS.
            PERFORM READ-RECEIPTS-RECORD
            PERFORM UNTIL EndOfReceiptsFile
            END-READ.

        APPLY-ONE-RECEIPT.
            EVALUATE RC-WAREHOUSE-CODE
                WHEN SPACE
                WHEN "M"
                    MOVE 1 TO WS-WH-IDX
                WHEN "C"
                    MOVE 2 TO WS-WH-IDX
                WHEN OTHER
                    MOVE 0 TO WS-WH-IDX
            END-EVALUATE
            MOVE "N" TO WS-RECEIPT-LOT
            IF RC-ITEM-NUMBER IS NUMERIC AND WS-WH-IDX > 0
                PERFORM CHECK-RECEIPT-LOT
            END-IF
            IF RC-ITEM-NUMBER IS NOT NUMERIC
               OR RC-QUANTITY IS NOT NUMERIC
               OR WS-WH-IDX = 0
               OR ReceiptLotRefused
                DISPLAY "Bad RECEIPTS.TXT record ignored: "
                    RECEIPTS-RECORD
            ELSE
                        MOVE RC-ITEM-NUMBER TO IM-ITEM-NUMBER
                        MOVE RC-DESCRIPTION TO IM-DESCRIPTION
                        MOVE RC-QUANTITY TO IM-ON-HAND-QUANTITY
                        MOVE 0 TO IM-WH-ON-HAND(1)
                        MOVE 0 TO IM-WH-IN-TRANSIT(1)
                        MOVE 0 TO IM-WH-ON-HAND(2)
                        MOVE 0 TO IM-WH-IN-TRANSIT(2)
                        MOVE RC-QUANTITY TO IM-WH-ON-HAND(WS-WH-IDX)
                        MOVE 0 TO IM-REORDER-POINT
                        MOVE 0 TO IM-REORDER-QUANTITY
                        MOVE 0 TO IM-SUPPLIER-NO
                            MOVE 0 TO IM-UNIT-COST
                        END-IF
                        MOVE SPACES TO IM-BIN-LOCATION
                        IF ReceiptIsLotted
                            MOVE "Y" TO IM-LOT-CONTROLLED
                        ELSE
                            MOVE "N" TO IM-LOT-CONTROLLED
                        END-IF
                        MOVE "N" TO IM-DISCONTINUED
                        WRITE ITEM-MASTER-RECORD
                            INVALID KEY
                                DISPLAY "Write failed for item "
                                    RC-ITEM-NUMBER
                            NOT INVALID KEY
                                MOVE "A" TO WS-RJ-OPERATION
                                PERFORM JOURNAL-ITEM-RECORD
                        END-WRITE
                    NOT INVALID KEY
                        PERFORM NORMALISE-WAREHOUSE-STOCK
                        ADD RC-QUANTITY TO IM-WH-ON-HAND(WS-WH-IDX)
                        ADD RC-QUANTITY TO IM-ON-HAND-QUANTITY
      * A costed receipt refreshes the item's unit cost - the
      * latest purchase price is the shop's costing basis.
                            INVALID KEY
                                DISPLAY "Rewrite failed for item "
                                    RC-ITEM-NUMBER
                            NOT INVALID KEY
                                MOVE "C" TO WS-RJ-OPERATION
                                PERFORM JOURNAL-ITEM-RECORD
                        END-REWRITE
                END-READ
                MOVE SPACES TO STOCK-JOURNAL-RECORD
                MOVE RC-ITEM-NUMBER TO JR-ITEM-NUMBER
                MOVE RC-QUANTITY TO JR-QUANTITY
                MOVE WS-RUN-DATE TO JR-ENTRY-DATE
                MOVE WS-WAREHOUSE-CODES(WS-WH-IDX:1)
                    TO JR-WAREHOUSE-CODE
                IF ReceiptIsLotted
                    MOVE RC-LOT-NUMBER TO JR-LOT-NUMBER
                    PERFORM ADD-RECEIPT-TO-LOT
                END-IF
                WRITE STOCK-JOURNAL-RECORD
                ADD RC-QUANTITY TO WS-STOCK-IN-TOTAL
                MOVE RC-ITEM-NUMBER TO WS-RIL-ITEM-NUMBER
                MOVE RC-DESCRIPTION TO WS-RIL-DESCRIPTION
                MOVE RC-QUANTITY TO WS-RIL-QUANTITY
                MOVE WS-WAREHOUSE-CODES(WS-WH-IDX:1)
                    TO WS-RIL-WAREHOUSE
                PERFORM MATCH-RECEIPT-TO-PO
                WRITE ReceivingRegisterLine
                    FROM WS-REGISTER-ITEM-LINE
                IF ReceiptIsLotted
                    MOVE RC-LOT-NUMBER TO WS-RLL-LOT-NUMBER
                    MOVE RC-EXPIRY-DATE TO WS-RLL-EXPIRY-DATE
                    WRITE ReceivingRegisterLine
                        FROM WS-REGISTER-LOT-LINE
                END-IF
            END-IF.

      * A lot-controlled item - or a new item whose first receipt
      * names a lot - needs a lot number and a real expiry date;
      * a lot named on a receipt of ordinary stock is not kept.
        CHECK-RECEIPT-LOT.
            MOVE RC-ITEM-NUMBER TO IM-ITEM-NUMBER
            READ ITEM-MASTER
                INVALID KEY
                    IF RC-LOT-NUMBER = SPACES
                        MOVE "N" TO IM-LOT-CONTROLLED
                    ELSE
                        MOVE "Y" TO IM-LOT-CONTROLLED
                    END-IF
            END-READ
            IF NOT ItemLotControlled
                EXIT PARAGRAPH
            END-IF
            MOVE "X" TO WS-RECEIPT-LOT
            IF RC-LOT-NUMBER = SPACES
               OR RC-EXPIRY-DATE IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF
            CALL "ValidateDate" USING RC-EXPIRY-DATE
                WS-DATE-VALID WS-DATE-REASON
            IF ExpiryDateIsValid
                MOVE "Y" TO WS-RECEIPT-LOT
            END-IF.

        ADD-RECEIPT-TO-LOT.
            MOVE RC-ITEM-NUMBER TO LT-ITEM-NUMBER
            MOVE WS-WAREHOUSE-CODES(WS-WH-IDX:1) TO LT-WAREHOUSE-CODE
            MOVE RC-EXPIRY-DATE TO LT-EXPIRY-DATE
            MOVE RC-LOT-NUMBER TO LT-LOT-NUMBER
            READ LOT-FILE
                INVALID KEY
                    MOVE RC-QUANTITY TO LT-ON-HAND
                    MOVE RC-QUANTITY TO LT-RECEIVED-QUANTITY
                    MOVE WS-RUN-DATE TO LT-FIRST-RECEIVED-DATE
                    MOVE WS-RUN-DATE TO LT-LAST-RECEIVED-DATE
                    WRITE LOT-RECORD
                        INVALID KEY
                            DISPLAY "Write failed for lot "
                                RC-LOT-NUMBER " of item "
                                RC-ITEM-NUMBER
                    END-WRITE
                NOT INVALID KEY
                    ADD RC-QUANTITY TO LT-ON-HAND
                    ADD RC-QUANTITY TO LT-RECEIVED-QUANTITY
                    MOVE WS-RUN-DATE TO LT-LAST-RECEIVED-DATE
                    REWRITE LOT-RECORD
                        INVALID KEY
                            DISPLAY "Rewrite failed for lot "
                                RC-LOT-NUMBER " of item "
                                RC-ITEM-NUMBER
                    END-REWRITE
            END-READ.

      * Each receipt is matched against the oldest open PO line
      * for its item. No open line means the delivery was never
      * ordered; more than the line's remainder is an over-
                                TO PT-ORDER-DATE(WS-PO-COUNT)
                            MOVE PO-STATUS
                                TO PT-STATUS(WS-PO-COUNT)
                            IF PO-INVOICED IS NUMERIC
                                MOVE PO-INVOICED
                                    TO PT-INVOICED(WS-PO-COUNT)
                            ELSE
                                MOVE 0 TO PT-INVOICED(WS-PO-COUNT)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
                MOVE PT-RECEIVED(WS-PO-IDX) TO PO-RECEIVED
                MOVE PT-ORDER-DATE(WS-PO-IDX) TO PO-ORDER-DATE
                MOVE PT-STATUS(WS-PO-IDX) TO PO-STATUS
                MOVE PT-INVOICED(WS-PO-IDX) TO PO-INVOICED
                WRITE OPEN-PO-RECORD
            END-PERFORM
            CLOSE OPEN-PO-FILE.
                                BT-DESCRIPTION(WS-BO-COUNT)
                            MOVE BO-QUANTITY TO
                                BT-QUANTITY(WS-BO-COUNT)
                            MOVE BO-WAREHOUSE-CODE TO
                                BT-WAREHOUSE-CODE(WS-BO-COUNT)
                            MOVE BO-CUSTOMER-ID-X TO
                                BT-CUSTOMER-ID(WS-BO-COUNT)
                            MOVE BO-BACKORDER-DATE-X TO
                                BT-BACKORDER-DATE(WS-BO-COUNT)
                            MOVE "W" TO BT-STATUS(WS-BO-COUNT)
                    END-READ
                END-PERFORM
                PERFORM RELEASE-ONE-BACK-ORDER
            END-PERFORM.

      * A back order from before stock was split (no warehouse)
      * waits on the main warehouse.
        RELEASE-ONE-BACK-ORDER.
            MOVE 0 TO WS-RELEASE-QUANTITY
            MOVE 0 TO WS-RELEASE-LOT-COUNT
            IF BT-WAREHOUSE-CODE(WS-BO-IDX) = "C"
                MOVE 2 TO WS-WH-IDX
            ELSE
                MOVE 1 TO WS-WH-IDX
            END-IF
            MOVE BT-ITEM-NUMBER(WS-BO-IDX) TO WS-KIT-ITEM
            PERFORM FIND-KIT-ITEM
            IF KitItemFound
                PERFORM RELEASE-KIT-BACK-ORDER
            ELSE
                PERFORM RELEASE-ITEM-BACK-ORDER
            END-IF
            IF WS-RELEASE-QUANTITY > 0
                IF NOT KitItemFound
                    MOVE BT-ORDER-NUMBER(WS-BO-IDX)
                        TO WS-FL-ORDER-NUMBER
                    MOVE BT-ITEM-NUMBER(WS-BO-IDX)
                        TO WS-FL-ITEM-NUMBER
                    MOVE BT-DESCRIPTION(WS-BO-IDX)
                        TO WS-FL-DESCRIPTION
                    PERFORM WRITE-FULFILLMENT-LINES
                END-IF
                SUBTRACT WS-RELEASE-QUANTITY
                    FROM BT-QUANTITY(WS-BO-IDX)
                MOVE "S" TO WS-OS-ACTION
                MOVE BT-ORDER-NUMBER(WS-BO-IDX)
                    TO WS-OS-ORDER-NUMBER
                CALL "OrderStatus" USING WS-OS-ACTION
                    WS-OS-ORDER-NUMBER WS-OS-REFERENCE
            END-IF
            IF BT-QUANTITY(WS-BO-IDX) = 0
                MOVE "C" TO BT-STATUS(WS-BO-IDX)
                ADD 1 TO WS-CLEARED-COUNT
            ELSE
                MOVE "W" TO BT-STATUS(WS-BO-IDX)
                ADD 1 TO WS-CARRIED-COUNT
            END-IF.

        RELEASE-ITEM-BACK-ORDER.
            MOVE BT-ITEM-NUMBER(WS-BO-IDX) TO IM-ITEM-NUMBER
            READ ITEM-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM NORMALISE-WAREHOUSE-STOCK
                    IF IM-WH-ON-HAND(WS-WH-IDX) > 0
                        IF IM-WH-ON-HAND(WS-WH-IDX)
                                >= BT-QUANTITY(WS-BO-IDX)
                            MOVE BT-QUANTITY(WS-BO-IDX)
                                TO WS-RELEASE-QUANTITY
                        ELSE
                            MOVE IM-WH-ON-HAND(WS-WH-IDX)
                                TO WS-RELEASE-QUANTITY
                        END-IF
                        IF ItemLotControlled
                            PERFORM RELEASE-FROM-LOTS
                        END-IF
                        SUBTRACT WS-RELEASE-QUANTITY
                            FROM IM-WH-ON-HAND(WS-WH-IDX)
                        SUBTRACT WS-RELEASE-QUANTITY
                            FROM IM-ON-HAND-QUANTITY
                        IF NOT ItemLotControlled
                            MOVE SPACES TO STOCK-JOURNAL-RECORD
                            MOVE "A" TO JR-ENTRY-TYPE
                            MOVE IM-ITEM-NUMBER TO JR-ITEM-NUMBER
                            COMPUTE JR-QUANTITY =
                                0 - WS-RELEASE-QUANTITY
                            MOVE WS-RUN-DATE TO JR-ENTRY-DATE
                            MOVE WS-WAREHOUSE-CODES(WS-WH-IDX:1)
                                TO JR-WAREHOUSE-CODE
                            MOVE BT-ORDER-NUMBER(WS-BO-IDX)
                                TO JR-ORDER-NUMBER
                            WRITE STOCK-JOURNAL-RECORD
                        END-IF
                        REWRITE ITEM-MASTER-RECORD
                            INVALID KEY
                                DISPLAY "Rewrite failed for item "
                                    IM-ITEM-NUMBER
                            NOT INVALID KEY
                                MOVE "C" TO WS-RJ-OPERATION
                                PERFORM JOURNAL-ITEM-RECORD
                        END-REWRITE
                    END-IF
            END-READ.

      * A released line goes to the fulfillment file whole, or one
      * line per lot it was drawn from.
        WRITE-FULFILLMENT-LINES.
            IF WS-RELEASE-LOT-COUNT = 0
                MOVE WS-RELEASE-QUANTITY TO WS-FL-QUANTITY
                MOVE SPACES TO WS-FL-LOT-NUMBER
                WRITE FulfillmentLine FROM WS-FULFILLMENT-LINE
            ELSE
                PERFORM VARYING WS-RELEASE-LOT-IDX FROM 1 BY 1
                    UNTIL WS-RELEASE-LOT-IDX > WS-RELEASE-LOT-COUNT
                    MOVE RLT-QUANTITY(WS-RELEASE-LOT-IDX)
                        TO WS-FL-QUANTITY
                    MOVE RLT-LOT-NUMBER(WS-RELEASE-LOT-IDX)
                        TO WS-FL-LOT-NUMBER
                    WRITE FulfillmentLine
                        FROM WS-FULFILLMENT-LINE
                END-PERFORM
            END-IF.

        FIND-KIT-ITEM.
            MOVE "N" TO WS-KIT-FOUND
            PERFORM VARYING WS-KT-IDX FROM 1 BY 1
                UNTIL WS-KT-IDX > WS-KT-COUNT
                OR KitItemFound
                IF KT-KIT-ITEM(WS-KT-IDX) = WS-KIT-ITEM
                    SET KitItemFound TO TRUE
                END-IF
            END-PERFORM.

      * A kit back order waits on its components, not on the kit's
      * own master record, and is released only in whole kits: as
      * many as the scarcest component allows at the back order's
      * warehouse. The kit's fulfillment line is followed by a
      * line for each component (each lot of a lot-controlled one)
      * drawn to make it up, and each component is journaled
      * against the back order's order as itself.
        RELEASE-KIT-BACK-ORDER.
            MOVE BT-QUANTITY(WS-BO-IDX) TO WS-KIT-RELEASE
            PERFORM VARYING WS-KT-IDX FROM 1 BY 1
                UNTIL WS-KT-IDX > WS-KT-COUNT
                OR WS-KIT-RELEASE = 0
                IF KT-KIT-ITEM(WS-KT-IDX) = WS-KIT-ITEM
                    MOVE KT-COMPONENT-ITEM(WS-KT-IDX)
                        TO IM-ITEM-NUMBER
                    READ ITEM-MASTER
                        INVALID KEY
                            MOVE 0 TO WS-KIT-RELEASE
                        NOT INVALID KEY
                            PERFORM LIMIT-KIT-RELEASE
                    END-READ
                END-IF
            END-PERFORM
            IF WS-KIT-RELEASE = 0
                EXIT PARAGRAPH
            END-IF
            MOVE BT-ORDER-NUMBER(WS-BO-IDX) TO WS-FL-ORDER-NUMBER
            MOVE BT-ITEM-NUMBER(WS-BO-IDX) TO WS-FL-ITEM-NUMBER
            MOVE BT-DESCRIPTION(WS-BO-IDX) TO WS-FL-DESCRIPTION
            MOVE WS-KIT-RELEASE TO WS-FL-QUANTITY
            MOVE SPACES TO WS-FL-LOT-NUMBER
            WRITE FulfillmentLine FROM WS-FULFILLMENT-LINE
            PERFORM VARYING WS-KT-IDX FROM 1 BY 1
                UNTIL WS-KT-IDX > WS-KT-COUNT
                IF KT-KIT-ITEM(WS-KT-IDX) = WS-KIT-ITEM
                    MOVE KT-COMPONENT-ITEM(WS-KT-IDX)
                        TO IM-ITEM-NUMBER
                    READ ITEM-MASTER
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            PERFORM RELEASE-KIT-COMPONENT
                    END-READ
                END-IF
            END-PERFORM
            MOVE WS-KIT-RELEASE TO WS-RELEASE-QUANTITY.

      * A lot-controlled component offers only what the unexpired
      * lots RELEASE-FROM-LOTS would draw on hold.
        LIMIT-KIT-RELEASE.
            PERFORM NORMALISE-WAREHOUSE-STOCK
            MOVE IM-WH-ON-HAND(WS-WH-IDX) TO WS-COMPONENT-AVAILABLE
            IF ItemLotControlled
                PERFORM SUM-RELEASABLE-LOTS
                IF WS-LOT-SUM < WS-COMPONENT-AVAILABLE
                    MOVE WS-LOT-SUM TO WS-COMPONENT-AVAILABLE
                END-IF
            END-IF
            DIVIDE WS-COMPONENT-AVAILABLE BY KT-PER-KIT(WS-KT-IDX)
                GIVING WS-KITS-AVAILABLE
            IF WS-KITS-AVAILABLE < WS-KIT-RELEASE
                MOVE WS-KITS-AVAILABLE TO WS-KIT-RELEASE
            END-IF.

        SUM-RELEASABLE-LOTS.
            MOVE 0 TO WS-LOT-SUM
            MOVE 0 TO WS-RELEASE-LOT-COUNT
            MOVE IM-ITEM-NUMBER TO LT-ITEM-NUMBER
            MOVE WS-WAREHOUSE-CODES(WS-WH-IDX:1) TO LT-WAREHOUSE-CODE
            MOVE WS-RUN-DATE TO LT-EXPIRY-DATE
            MOVE LOW-VALUES TO LT-LOT-NUMBER
            START LOT-FILE KEY IS NOT LESS THAN LT-LOT-KEY
                INVALID KEY
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-LOT-WALK
            PERFORM UNTIL LotWalkDone
                OR WS-RELEASE-LOT-COUNT >= WS-RELEASE-LOT-CAPACITY
                READ LOT-FILE NEXT RECORD
                    AT END
                        SET LotWalkDone TO TRUE
                    NOT AT END
                        IF LT-ITEM-NUMBER NOT = IM-ITEM-NUMBER
                           OR LT-WAREHOUSE-CODE NOT =
                              WS-WAREHOUSE-CODES(WS-WH-IDX:1)
                            SET LotWalkDone TO TRUE
                        ELSE
                            IF LT-ON-HAND > 0
                                ADD LT-ON-HAND TO WS-LOT-SUM
                                ADD 1 TO WS-RELEASE-LOT-COUNT
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            MOVE 0 TO WS-RELEASE-LOT-COUNT.

        RELEASE-KIT-COMPONENT.
            PERFORM NORMALISE-WAREHOUSE-STOCK
            MOVE 0 TO WS-RELEASE-LOT-COUNT
            COMPUTE WS-RELEASE-QUANTITY =
                WS-KIT-RELEASE * KT-PER-KIT(WS-KT-IDX)
            IF ItemLotControlled
                PERFORM RELEASE-FROM-LOTS
            END-IF
            SUBTRACT WS-RELEASE-QUANTITY FROM IM-WH-ON-HAND(WS-WH-IDX)
            SUBTRACT WS-RELEASE-QUANTITY FROM IM-ON-HAND-QUANTITY
            IF NOT ItemLotControlled
                MOVE SPACES TO STOCK-JOURNAL-RECORD
                MOVE "A" TO JR-ENTRY-TYPE
                MOVE IM-ITEM-NUMBER TO JR-ITEM-NUMBER
                COMPUTE JR-QUANTITY = 0 - WS-RELEASE-QUANTITY
                MOVE WS-RUN-DATE TO JR-ENTRY-DATE
                MOVE WS-WAREHOUSE-CODES(WS-WH-IDX:1)
                    TO JR-WAREHOUSE-CODE
                MOVE BT-ORDER-NUMBER(WS-BO-IDX) TO JR-ORDER-NUMBER
                WRITE STOCK-JOURNAL-RECORD
            END-IF
            REWRITE ITEM-MASTER-RECORD
                INVALID KEY
                    DISPLAY "Rewrite failed for item "
                        IM-ITEM-NUMBER
                NOT INVALID KEY
                    MOVE "C" TO WS-RJ-OPERATION
                    PERFORM JOURNAL-ITEM-RECORD
            END-REWRITE
            MOVE IM-ITEM-NUMBER TO WS-FL-ITEM-NUMBER
            MOVE IM-DESCRIPTION TO WS-FL-DESCRIPTION
            PERFORM WRITE-FULFILLMENT-LINES.

        LOAD-KIT-COMPONENT-TABLE.
            OPEN INPUT KIT-COMPONENT-FILE
            IF WS-KIT-STATUS = "00"
                PERFORM UNTIL EndOfKitFile
                    OR WS-KT-COUNT >= WS-KIT-TABLE-CAPACITY
                    READ KIT-COMPONENT-FILE
                        AT END SET EndOfKitFile TO TRUE
                        NOT AT END
                            PERFORM STORE-KIT-COMPONENT
                    END-READ
                END-PERFORM
                IF NOT EndOfKitFile
                    DISPLAY "WS-KIT-TABLE full at "
                        WS-KIT-TABLE-CAPACITY " entries, "
                        "remaining KITCOMP.REF records not loaded"
                END-IF
                CLOSE KIT-COMPONENT-FILE
            END-IF.

        STORE-KIT-COMPONENT.
            IF KC-KIT-ITEM IS NOT NUMERIC
               OR KC-COMPONENT-ITEM IS NOT NUMERIC
               OR KC-QUANTITY-PER-KIT IS NOT NUMERIC
               OR KC-QUANTITY-PER-KIT = 0
               OR KC-COMPONENT-ITEM = KC-KIT-ITEM
                DISPLAY "Bad KITCOMP.REF record ignored: "
                    KIT-COMPONENT-RECORD
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-KT-COUNT
            MOVE KC-KIT-ITEM TO KT-KIT-ITEM(WS-KT-COUNT)
            MOVE KC-COMPONENT-ITEM TO KT-COMPONENT-ITEM(WS-KT-COUNT)
            MOVE KC-QUANTITY-PER-KIT TO KT-PER-KIT(WS-KT-COUNT).

      * The release draws the warehouse's unexpired lots oldest-
      * expiry first, up to the quantity the shelf could give, and
      * journals each lot drawn against the back order's order -
      * what it could not find in good lots stays on back order.
        RELEASE-FROM-LOTS.
            MOVE WS-RELEASE-QUANTITY TO WS-LOT-WANTED
            MOVE 0 TO WS-RELEASE-QUANTITY
            MOVE IM-ITEM-NUMBER TO LT-ITEM-NUMBER
            MOVE WS-WAREHOUSE-CODES(WS-WH-IDX:1) TO LT-WAREHOUSE-CODE
            MOVE WS-RUN-DATE TO LT-EXPIRY-DATE
            MOVE LOW-VALUES TO LT-LOT-NUMBER
            START LOT-FILE KEY IS NOT LESS THAN LT-LOT-KEY
                INVALID KEY
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-LOT-WALK
            PERFORM UNTIL LotWalkDone
                OR WS-LOT-WANTED = 0
                OR WS-RELEASE-LOT-COUNT >= WS-RELEASE-LOT-CAPACITY
                READ LOT-FILE NEXT RECORD
                    AT END
                        SET LotWalkDone TO TRUE
                    NOT AT END
                        IF LT-ITEM-NUMBER NOT = IM-ITEM-NUMBER
                           OR LT-WAREHOUSE-CODE NOT =
                              WS-WAREHOUSE-CODES(WS-WH-IDX:1)
                            SET LotWalkDone TO TRUE
                        ELSE
                            PERFORM RELEASE-FROM-ONE-LOT
                        END-IF
                END-READ
            END-PERFORM.

        RELEASE-FROM-ONE-LOT.
            IF LT-ON-HAND = 0
                EXIT PARAGRAPH
            END-IF
            IF LT-ON-HAND < WS-LOT-WANTED
                MOVE LT-ON-HAND TO WS-LOT-TAKE
            ELSE
                MOVE WS-LOT-WANTED TO WS-LOT-TAKE
            END-IF
            SUBTRACT WS-LOT-TAKE FROM LT-ON-HAND
            REWRITE LOT-RECORD
                INVALID KEY
                    DISPLAY "Rewrite failed for lot " LT-LOT-NUMBER
                        " of item " LT-ITEM-NUMBER
                    EXIT PARAGRAPH
            END-REWRITE
            SUBTRACT WS-LOT-TAKE FROM WS-LOT-WANTED
            ADD WS-LOT-TAKE TO WS-RELEASE-QUANTITY
            ADD 1 TO WS-RELEASE-LOT-COUNT
            MOVE LT-LOT-NUMBER
                TO RLT-LOT-NUMBER(WS-RELEASE-LOT-COUNT)
            MOVE WS-LOT-TAKE TO RLT-QUANTITY(WS-RELEASE-LOT-COUNT)
            MOVE SPACES TO STOCK-JOURNAL-RECORD
            MOVE "A" TO JR-ENTRY-TYPE
            MOVE IM-ITEM-NUMBER TO JR-ITEM-NUMBER
            COMPUTE JR-QUANTITY = 0 - WS-LOT-TAKE
            MOVE WS-RUN-DATE TO JR-ENTRY-DATE
            MOVE LT-WAREHOUSE-CODE TO JR-WAREHOUSE-CODE
            MOVE LT-LOT-NUMBER TO JR-LOT-NUMBER
            MOVE BT-ORDER-NUMBER(WS-BO-IDX) TO JR-ORDER-NUMBER
            WRITE STOCK-JOURNAL-RECORD.

        REWRITE-BACK-ORDER-FILE.
            OPEN OUTPUT BACK-ORDER-FILE
            PERFORM VARYING WS-BO-IDX FROM 1 BY 1
                    MOVE BT-DESCRIPTION(WS-BO-IDX)
                        TO BO-DESCRIPTION
                    MOVE BT-QUANTITY(WS-BO-IDX) TO BO-QUANTITY
                    MOVE BT-WAREHOUSE-CODE(WS-BO-IDX)
                        TO BO-WAREHOUSE-CODE
                    MOVE BT-CUSTOMER-ID(WS-BO-IDX)
                        TO BO-CUSTOMER-ID-X
                    MOVE BT-BACKORDER-DATE(WS-BO-IDX)
                        TO BO-BACKORDER-DATE-X
                    WRITE BACK-ORDER-RECORD
                END-IF
            END-PERFORM
            CLOSE BACK-ORDER-FILE.

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

      * Every change to ITEMS.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-ITEM-RECORD.
            MOVE "ITEMS" TO WS-RJ-FILE-ID
            MOVE IM-ITEM-NUMBER TO WS-RJ-KEY
            MOVE ITEM-MASTER-RECORD TO WS-RJ-IMAGE
            CALL "RecoveryJournal" USING WS-RJ-FILE-ID
                WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.
