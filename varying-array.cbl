      * real: an accepted line reduces the item's on-hand balance at
      * once, shortages are decided against the remaining balance,
      * and the stock-movement report shows opening, allocated and
      * closing per item touched. Stock is held per warehouse: an
      * order allocates from its preferred warehouse - the one its
      * header names, else the customer's home warehouse - and a
      * line that warehouse cannot fill is made up from the other
      * only when the customer allows the fallback. A lot-
      * controlled item is drawn from its warehouse's unexpired
      * lots on LOTS.DAT oldest-expiry first - expired lots are
      * never allocated - with one journal entry per lot naming
      * the order and customer, and the pick list shows each lot
      * to pick under its line. A kit (an item with component
      * lines on KITCOMP.REF) is exploded at allocation: its
      * components are allocated all or nothing from one
      * warehouse, journaled and costed each as itself, and the
      * pick list shows the components to pick, while the line
      * still prices and invoices as the kit. A kit any component
      * of which is short goes to back order whole.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            ASSIGN TO "CONTRACT.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONTRACT-STATUS.
          SELECT PROMOTION-FILE
            ASSIGN TO "PROMO.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROMOTION-STATUS.
          SELECT KIT-COMPONENT-FILE
            ASSIGN TO "KITCOMP.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-KIT-STATUS.
          SELECT PICK-QUEUE-FILE
            ASSIGN TO "PICKQ.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            ASSIGN TO "ORDENTRY.CKP"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHECKPOINT-STATUS.
          SELECT LOT-FILE
            ASSIGN TO "LOTS.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LT-LOT-KEY
            FILE STATUS IS WS-LOT-FILE-STATUS.

        DATA DIVISION.
        FILE SECTION.
                10  OF-ORDER-NUMBER       PIC 9(6).
                10  OF-CUSTOMER-REF       PIC X(10).
                10  OF-ORDER-DATE         PIC 9(8).
                10  OF-SALESPERSON-CODE   PIC X(4).
                10  OF-WAREHOUSE-CODE     PIC X.
                10  FILLER                PIC X(50).
            05  OF-LINE-DATA REDEFINES OF-HEADER-DATA.
                10  OF-QUANTITY           PIC 9999.
                10  OF-ITEM-NUMBER        PIC 9(6).
                10  OF-DESCRIPTION        PIC X(30).
                10  OF-UNIT-PRICE         PIC S9(5)V99.
                10  OF-PRICE-SOURCE       PIC X.
                    88  OF-QuotedPrice        VALUE "Q".
                10  FILLER                PIC X(25).

        FD  CONTINUATION-ORDER-FILE
            LABEL RECORDS ARE STANDARD.
            05  FILLER               PIC X.
            05  CO-UNIT-PRICE        PIC 9(5)V99.

      * Time-boxed and quantity-break promotions, consulted after
      * the contract prices and ahead of the price master.
        FD  PROMOTION-FILE
            LABEL RECORDS ARE STANDARD.
            COPY PROMOREF.

      * Kit components, exploded into the order at allocation.
        FD  KIT-COMPONENT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY KITCOMP.

      * Accepted orders queue here in INVFEED layout - header then
      * priced lines - for the warehouse. ShipConfirm releases the
      * picked quantities onto the real INVFEED.DAT, so nothing is
            LABEL RECORDS ARE STANDARD.
        01  OrderCheckpointLine      PIC 9(6).

        FD  LOT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY LOTREC.

        WORKING-STORAGE SECTION.
        01  WS-ORDER-FILE-STATUS     PIC XX.
            88  EndOfOrderFile           VALUE "10".
        01  WS-ITEM-MASTER-AVAILABLE PIC X VALUE "N".
            88  ItemMasterAvailable      VALUE "Y".
        01  WS-MATCHED-ON-HAND       PIC 9999.
      * The order's preferred warehouse and whether a short line
      * may draw on the other; the slots follow IM-WAREHOUSE-STOCK.
        01  WS-WAREHOUSE-CODES       PIC XX VALUE "MC".
        01  WS-ORDER-WAREHOUSE       PIC X.
        01  WS-ORDER-WH-IDX          PIC 9.
        01  WS-OTHER-WH-IDX          PIC 9.
        01  WS-WH-IDX                PIC 9.
        01  WS-ORDER-FALLBACK        PIC X.
            88  OrderMayFallBack         VALUE "Y".
        01  WS-STILL-WANTED          PIC 9999.
        01  WS-TAKE-QUANTITY         PIC 9999.
        01  WS-LOT-FILE-STATUS       PIC XX.
            88  LotFileOK                VALUE "00".
        01  WS-LOT-WANTED            PIC 9999.
        01  WS-LOT-TAKE              PIC 9999.
        01  WS-LOT-WALK              PIC X.
            88  LotWalkDone              VALUE "Y".
      * What a line is picked as, when it is not simply its own
      * item from its allocated warehouse: one entry per lot drawn
      * and per kit component (LINE-PICK on LINES-GROUP).
        78  WS-LINE-PICK-CAPACITY    VALUE 10.
        01  WS-PICK-IDX              PIC 99.

      * Kit components from KITCOMP.REF, and the kit line in hand:
      * whether every component can be found at the warehouse
      * being tried, what a component must supply, and how many
      * pick entries the kit would take.
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
        01  WS-KIT-WH-IDX            PIC 9.
        01  WS-KIT-FOUND             PIC X.
            88  KitItemFound             VALUE "Y".
        01  WS-KIT-BUILDABLE         PIC X.
            88  KitCanBeBuilt            VALUE "Y".
        01  WS-KIT-NEED              PIC 9(7).
        01  WS-KIT-LOT-SUM           PIC 9(7).
        01  WS-KIT-PICKS-NEEDED      PIC 99.
        01  WS-STOCK-JOURNAL-STATUS  PIC XX.
        01  WS-RUN-DATE              PIC 9(8).

        01  WS-GL-POST-STATUS        PIC XX.
        01  WS-GL-MAP-STATUS         PIC XX.
            88  EndOfGlAccountMap        VALUE "10".
        78  WS-GL-MAP-CAPACITY       VALUE 300.
        01  WS-GM-COUNT              PIC 999 VALUE ZERO.
        01  WS-GM-IDX                PIC 999.
        01  WS-GL-MAP-TABLE.
            05  GL-MAP-ENTRY OCCURS WS-GL-MAP-CAPACITY TIMES.
              10  GME-CATEGORY       PIC X(8).
              10  GME-ACCOUNT        PIC 9(6).
        01  WS-GL-ACCOUNT-FOUND      PIC X.
        01  WS-RUN-COGS-TOTAL        PIC 9(9)V99 VALUE ZERO.
        01  WS-ORDER-CREDIT-HOLD     PIC X.
            88  OrderCustomerOnHold      VALUE "H".
      * The header's override if keyed, else the customer's own
      * salesperson - what the invoice feed carries for commission.
        01  WS-ORDER-SALESPERSON     PIC X(4).
        01  WS-OPEN-BALANCE          PIC S9(9)V99.
        01  WS-HELD-COUNT            PIC 9(4) VALUE ZERO.
        01  WS-HELD-LISTING-LINE.
            05  WS-HH-ORDER-NUMBER   PIC 9(6).
            05  WS-HH-CUSTOMER-REF   PIC X(10).
            05  WS-HH-ORDER-DATE     PIC 9(8).
            05  WS-HH-SALESPERSON-CODE PIC X(4).
            05  WS-HH-WAREHOUSE-CODE PIC X.
            05  FILLER               PIC X(50) VALUE SPACES.
        01  WS-HELD-DETAIL-LINE.
            05  FILLER               PIC X VALUE "L".
            05  WS-HL-QUANTITY       PIC 9999.
            05  WS-HL-ITEM-NUMBER    PIC 9(6).
            05  WS-HL-DESCRIPTION    PIC X(30).
            05  WS-HL-UNIT-PRICE     PIC S9(5)V99.
            05  WS-HL-PRICE-SOURCE   PIC X.
            05  FILLER               PIC X(25) VALUE SPACES.

        01  WS-BACK-ORDER-LINE.
            05  WS-BO-ORDER-NUMBER   PIC 9(6).
            05  WS-BO-DESCRIPTION    PIC X(30).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-BO-QUANTITY       PIC 9999.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-BO-WAREHOUSE-CODE PIC X.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-BO-CUSTOMER-ID    PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-BO-BACKORDER-DATE PIC 9(8).

      * Opening balances of the items this run touched, for the
      * stock-movement report - closing balances are re-read from
        01  WS-PICK-LIST-STATUS      PIC XX.

      * Pick-list lines for the order in hand, insertion-sorted by
      * warehouse and bin so each warehouse's picker walks the
      * aisles in one pass - one per line, or one per lot drawn
      * and kit component taken for a lot-controlled or kit line.
        01  WS-PK-COUNT              PIC 999 VALUE ZERO.
        01  WS-PK-IDX                PIC 999.
        01  WS-PICK-SORT-TABLE.
            05  PICK-SORT-ENTRY OCCURS 250 TIMES
                INDEXED BY PK-IDX.
              10  PK-SORT-KEY.
                15  PK-WAREHOUSE     PIC X.
                15  PK-BIN           PIC X(6).
              10  PK-ITEM-NUMBER     PIC 9(6).
              10  PK-DESCRIPTION     PIC X(30).
              10  PK-QUANTITY        PIC 9999.
              10  PK-LOT-NUMBER      PIC X(10).
              10  PK-EXPIRY-DATE     PIC 9(8).
        01  WS-PICK-HEADING-LINE.
            05  FILLER               PIC X(16)
                VALUE "PICK LIST ORDER ".
            05  WS-PHL-ORDER-NUMBER  PIC 9(6).
        01  WS-PICK-SORT-KEY.
            05  WS-PSK-WAREHOUSE     PIC X.
            05  WS-PSK-BIN           PIC X(6).
        01  WS-PICK-DETAIL-LINE.
            05  FILLER               PIC X(3) VALUE "WH ".
            05  WS-PDL-WAREHOUSE     PIC X.
            05  FILLER               PIC X(6) VALUE "  BIN ".
            05  WS-PDL-BIN           PIC X(6).
            05  FILLER               PIC X(6) VALUE " ITEM ".
            05  WS-PDL-ITEM-NUMBER   PIC 9(6).
            05  WS-PDL-DESCRIPTION   PIC X(30).
            05  FILLER               PIC X(6) VALUE " PICK ".
            05  WS-PDL-QUANTITY      PIC ZZZ9.
        01  WS-PICK-LOT-LINE.
            05  FILLER               PIC X(23) VALUE SPACES.
            05  FILLER               PIC X(4) VALUE "LOT ".
            05  WS-PLL-LOT-NUMBER    PIC X(10).
            05  FILLER               PIC X(9) VALUE " EXPIRES ".
            05  WS-PLL-EXPIRY-DATE   PIC 9(8).
        01  WS-PICK-BLANK-LINE       PIC X(80) VALUE SPACES.
        01  WS-TAX-RATE-STATUS       PIC XX.
            88  EndOfTaxRateFile         VALUE "10".
        01  WS-ORDER-TAX             PIC S9(7)V99.
        01  WS-CURRENT-POSTAL        PIC X(10).
        01  WS-UNTAXED-ORDERS        PIC 9(4) VALUE ZERO.
      * Certificate from the customer's TAX-EXEMPTION slots for
      * the order's tax state - in force on the order date, or
      * run out before it (taxed, and noted on the held listing).
        01  WS-ORDER-EXEMPT-CERT     PIC X(15).
        01  WS-ORDER-EXPIRED-CERT    PIC X(15).
        01  WS-EXEMPT-ORDERS         PIC 9(4) VALUE ZERO.
        01  WS-TAX-SUMMARY-DETAIL.
            05  WS-TSD-STATE         PIC X(2).
            05  FILLER               PIC X(9) VALUE "  TAXED  ".
            05  FILLER               PIC X(13)
                VALUE "JURISDICTION ".
            05  WS-TSF-COUNT         PIC ZZZ9.
        01  WS-TAX-SUMMARY-EXEMPT.
            05  FILLER               PIC X(22)
                VALUE "ORDERS EXEMPT UNDER A ".
            05  FILLER               PIC X(13)
                VALUE "CERTIFICATE  ".
            05  WS-TSE-COUNT         PIC ZZZ9.
        78  WS-PRICE-TABLE-CAPACITY  VALUE 500.
        78  WS-PRICE-TOLERANCE       VALUE .01.
        01  WS-PR-COUNT              PIC 999 VALUE 0.
        01  WS-CONTRACT-PRICE-DATE   PIC 9(8).
        01  WS-CONTRACT-FOUND        PIC X.
            88  ContractPriceFound       VALUE "Y".

        01  WS-PROMOTION-STATUS      PIC XX.
            88  EndOfPromotionFile       VALUE "10".
        78  WS-PROMOTION-TABLE-CAPACITY VALUE 200.
        01  WS-PO-COUNT              PIC 999 VALUE 0.
        01  WS-PO-IDX                PIC 999.
        01  WS-PROMOTION-TABLE.
            05  PROMOTION-ENTRY OCCURS 200 TIMES.
              10  PT-PROMO-CODE      PIC X(6).
              10  PT-ITEM-LOW        PIC 9(6).
              10  PT-ITEM-HIGH       PIC 9(6).
              10  PT-START-DATE      PIC 9(8).
              10  PT-END-DATE        PIC 9(8).
              10  PT-MIN-QUANTITY    PIC 9(4).
              10  PT-DISCOUNT-PCT    PIC 99V99.
              10  PT-FIXED-PRICE     PIC 9(5)V99.
              10  PT-PRICE-GROUP     PIC X(4).
        01  WS-ORDER-PRICE-GROUP     PIC X(4).
        01  WS-PROMOTION-FOUND       PIC X.
            88  PromotionFound           VALUE "Y".
        01  WS-PROMO-CODE            PIC X(6).
        01  WS-PROMO-PRICE           PIC 9(5)V99.
        01  WS-PROMO-LIST-PRICE      PIC 9(5)V99.
        01  WS-PROMO-CANDIDATE       PIC 9(5)V99.
        01  WS-PRICE-DIFFERENCE      PIC S9(5)V99.
        01  WS-PRICE-EXCEPTIONS      PIC 9(4) VALUE ZERO.
        01  WS-PRICE-EXCEPTION-LINE.
             05  CUSTOMER-REFERENCE           PIC X(10).
             05  ORDER-DATE                   PIC 9(8).
             05  ORDER-TOTAL                  PIC S9(7)V99.
             05  SALESPERSON-OVERRIDE         PIC X(4).
             05  WAREHOUSE-OVERRIDE           PIC X.

         01  LINES-GROUP.
000000     05  LINE-ITEM-COUNT                  PIC 99.
000000             88  ItemShort                    VALUE "S".
000000             88  ItemUnknown                   VALUE "U".
000000         10  BACK-ORDER-QUANTITY          PIC 9999.
000000         10  PRICE-SOURCE                 PIC X.
000000             88  PriceFromQuote               VALUE "Q".
000000         10  PROMO-CODE                   PIC X(6).
000000         10  LIST-PRICE                   PIC 9(5)V99.
000000         10  ALLOCATED-WAREHOUSE          PIC X.
000000         10  LINE-PICK-COUNT              PIC 99.
000000         10  LINE-PICK OCCURS 10 TIMES.
000000             15  PICK-ITEM-NUMBER         PIC 9(6).
000000             15  PICK-LOT-NUMBER          PIC X(10).
000000             15  PICK-EXPIRY-DATE         PIC 9(8).
000000             15  PICK-WAREHOUSE           PIC X.
000000             15  PICK-QUANTITY            PIC 9999.

        01  WS-LI-IDX                PIC 99.

        01  WS-FL-RESULT             PIC X.
            88  FileLockGranted          VALUE "Y".

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "OrderEntry".
        01  WS-RJ-IMAGE              PIC X(2000).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
      * Start and finish go to the shop-wide run log (run-log.cbl).
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS
            CALL "BusinessDate" USING WS-RUN-DATE
      * The item master is claimed through the shared FileLock
      * sidecar before allocation so a concurrent updater cannot
      * lose a REWRITE to this run.
            END-IF
            PERFORM LOAD-PRICE-TABLE
            PERFORM LOAD-CONTRACT-PRICE-TABLE
            PERFORM LOAD-PROMOTION-TABLE
            PERFORM LOAD-KIT-COMPONENT-TABLE
            PERFORM LOAD-TAX-RATE-TABLE
            PERFORM LOAD-POSTAL-CODE-TABLE
            PERFORM LOAD-GL-ACCOUNT-MAP
                    OPEN OUTPUT BACK-ORDER-FILE
                    OPEN OUTPUT HELD-ORDER-FILE
                    OPEN OUTPUT HELD-ORDER-LISTING
                    CALL "ReportStamp" USING REPORT-STAMP-LINE
                    WRITE HeldOrderListingLine FROM REPORT-STAMP-LINE
                    OPEN OUTPUT PRICE-EXCEPTION-REPORT
                    CALL "ReportStamp" USING REPORT-STAMP-LINE
                    WRITE PriceExceptionLine FROM REPORT-STAMP-LINE
                    OPEN OUTPUT PICK-QUEUE-FILE
                    OPEN OUTPUT PICK-LIST-FILE
                    CALL "ReportStamp" USING REPORT-STAMP-LINE
                    WRITE PickListLine FROM REPORT-STAMP-LINE
                END-IF
                PERFORM READ-ORDER-FILE-RECORD
                PERFORM UNTIL EndOfOrderFile
                    PERFORM WRITE-STOCK-MOVEMENT-REPORT
                    CLOSE ITEM-MASTER
                    CLOSE STOCK-JOURNAL
                    CLOSE LOT-FILE
                END-IF
                MOVE "R" TO WS-FL-ACTION
                CALL "FileLock" USING WS-FL-ACTION WS-FL-FILE-ID
        CHECK-CUSTOMER-REFERENCE.
            MOVE "N" TO WS-ORDER-HELD
            MOVE SPACES TO WS-ORDER-STATE
            MOVE SPACES TO WS-ORDER-EXEMPT-CERT
            MOVE SPACES TO WS-ORDER-EXPIRED-CERT
            MOVE 0 TO WS-ORDER-CUSTOMER-ID
            MOVE 0 TO WS-ORDER-CREDIT-LIMIT
            MOVE SPACE TO WS-ORDER-CREDIT-HOLD
            MOVE SALESPERSON-OVERRIDE TO WS-ORDER-SALESPERSON
            MOVE SPACES TO WS-ORDER-PRICE-GROUP
            MOVE WAREHOUSE-OVERRIDE TO WS-ORDER-WAREHOUSE
            MOVE "N" TO WS-ORDER-FALLBACK
      * The order date is checked as a real calendar date through
      * the shop-wide ValidateDate subroutine - pricing as at the
      * order date and the AR aging both depend on it.
                MOVE "BAD ORDER DATE" TO WS-HOLD-REASON
                EXIT PARAGRAPH
            END-IF
            IF WS-ORDER-WAREHOUSE NOT = SPACE
               AND WS-ORDER-WAREHOUSE NOT = "M"
               AND WS-ORDER-WAREHOUSE NOT = "C"
                MOVE "Y" TO WS-ORDER-HELD
                MOVE "BAD WAREHOUSE CODE" TO WS-HOLD-REASON
                EXIT PARAGRAPH
            END-IF
            IF NOT CustomerFileAvailable
                EXIT PARAGRAPH
            END-IF
                            END-IF
                            MOVE Customer-Credit-Hold
                                TO WS-ORDER-CREDIT-HOLD
                            IF WS-ORDER-SALESPERSON = SPACES
                                MOVE Customer-Salesperson
                                    TO WS-ORDER-SALESPERSON
                            END-IF
                            MOVE Customer-Price-Group
                                TO WS-ORDER-PRICE-GROUP
                            IF WS-ORDER-WAREHOUSE = SPACE
                                MOVE Customer-Home-Warehouse
                                    TO WS-ORDER-WAREHOUSE
                            END-IF
                            IF CustomerWarehouseFallback
                                MOVE "Y" TO WS-ORDER-FALLBACK
                            END-IF
                            PERFORM DERIVE-TAX-STATE
                            PERFORM FIND-EXEMPTION-CERTIFICATE
                        END-IF
                END-READ
            END-IF.
                END-PERFORM
            END-IF.

      * The customer's certificate for the tax state decides the
      * tax: in force on the order date it zeroes the tax, run out
      * by then it is only remembered for the held listing note.
      * One not yet in force is ignored.
        FIND-EXEMPTION-CERTIFICATE.
            IF WS-ORDER-STATE = SPACES
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING EX-IDX FROM 1 BY 1 UNTIL EX-IDX > 3
                IF EX-STATE(EX-IDX) = WS-ORDER-STATE
                   AND EX-CERTIFICATE-NO(EX-IDX) NOT = SPACES
                   AND EX-EFFECTIVE-DATE(EX-IDX) IS NUMERIC
                   AND EX-EXPIRY-DATE(EX-IDX) IS NUMERIC
                    IF ORDER-DATE > EX-EXPIRY-DATE(EX-IDX)
                        MOVE EX-CERTIFICATE-NO(EX-IDX)
                            TO WS-ORDER-EXPIRED-CERT
                    ELSE
                        IF ORDER-DATE NOT < EX-EFFECTIVE-DATE(EX-IDX)
                            MOVE EX-CERTIFICATE-NO(EX-IDX)
                                TO WS-ORDER-EXEMPT-CERT
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

      * A held order goes back out whole - header then lines in
      * ORDER-FILE format - plus one listing line for the office.
        HOLD-ONE-ORDER.
            MOVE ORDER-NUMBER TO WS-HH-ORDER-NUMBER
            MOVE CUSTOMER-REFERENCE TO WS-HH-CUSTOMER-REF
            MOVE ORDER-DATE TO WS-HH-ORDER-DATE
            MOVE SALESPERSON-OVERRIDE TO WS-HH-SALESPERSON-CODE
            MOVE WAREHOUSE-OVERRIDE TO WS-HH-WAREHOUSE-CODE
            WRITE HeldOrderLine FROM WS-HELD-HEADER-LINE
            PERFORM VARYING WS-LI-IDX FROM 1 BY 1
                    UNTIL WS-LI-IDX > LINE-ITEM-COUNT
                MOVE ITEM-NUMBER(WS-LI-IDX) TO WS-HL-ITEM-NUMBER
                MOVE DESCRIPTION(WS-LI-IDX) TO WS-HL-DESCRIPTION
                MOVE UNIT-PRICE(WS-LI-IDX) TO WS-HL-UNIT-PRICE
                MOVE PRICE-SOURCE(WS-LI-IDX) TO WS-HL-PRICE-SOURCE
                WRITE HeldOrderLine FROM WS-HELD-DETAIL-LINE
            END-PERFORM
            MOVE ORDER-NUMBER TO WS-HLL-ORDER-NUMBER
                IF WS-STOCK-JOURNAL-STATUS NOT = "00"
                    OPEN OUTPUT STOCK-JOURNAL
                END-IF
                OPEN I-O LOT-FILE
                IF NOT LotFileOK
                    OPEN OUTPUT LOT-FILE
                    CLOSE LOT-FILE
                    OPEN I-O LOT-FILE
                END-IF
            ELSE
                DISPLAY "No ITEM-MASTER on file, skipping "
                    "inventory-availability check"
                MOVE OF-ORDER-NUMBER TO ORDER-NUMBER
                MOVE OF-CUSTOMER-REF TO CUSTOMER-REFERENCE
                MOVE OF-ORDER-DATE TO ORDER-DATE
                MOVE OF-SALESPERSON-CODE TO SALESPERSON-OVERRIDE
                MOVE OF-WAREHOUSE-CODE TO WAREHOUSE-OVERRIDE
                PERFORM READ-ORDER-FILE-RECORD
                PERFORM UNTIL EndOfOrderFile
                        OR OF-HEADER-RECORD
                            DESCRIPTION(LINE-ITEM-COUNT)
                        MOVE OF-UNIT-PRICE TO
                            UNIT-PRICE(LINE-ITEM-COUNT)
                        MOVE OF-PRICE-SOURCE TO
                            PRICE-SOURCE(LINE-ITEM-COUNT)
                        MOVE SPACES TO PROMO-CODE(LINE-ITEM-COUNT)
                        MOVE ZERO TO LIST-PRICE(LINE-ITEM-COUNT)
                        MOVE SPACE
                            TO ALLOCATED-WAREHOUSE(LINE-ITEM-COUNT)
                        MOVE 0 TO LINE-PICK-COUNT(LINE-ITEM-COUNT)
                    END-IF
                    PERFORM READ-ORDER-FILE-RECORD
                END-PERFORM
            IF NOT ItemMasterAvailable
                EXIT PARAGRAPH
            END-IF
            IF WS-ORDER-WAREHOUSE = "C"
                MOVE 2 TO WS-ORDER-WH-IDX
                MOVE 1 TO WS-OTHER-WH-IDX
            ELSE
                MOVE 1 TO WS-ORDER-WH-IDX
                MOVE 2 TO WS-OTHER-WH-IDX
            END-IF
            PERFORM VARYING WS-LI-IDX FROM 1 BY 1
                    UNTIL WS-LI-IDX > LINE-ITEM-COUNT
                MOVE "U" TO AVAILABILITY-STATUS(WS-LI-IDX)

      * The allocated quantity is journaled before the master is
      * rewritten, so a crash between the two leaves at worst one
      * line's movement to reconcile against the journal. The
      * preferred warehouse's shelf is drawn first; the other
      * shelf makes up a shortfall only when the order may fall
      * back, and each shelf drawn on gets its own journal entry.
      * The line is picked from the preferred warehouse unless the
      * other supplied all of it.
        ALLOCATE-ONE-LINE.
            MOVE IM-ITEM-NUMBER TO WS-KIT-ITEM
            PERFORM FIND-KIT-ITEM
            IF KitItemFound
                PERFORM ALLOCATE-KIT-LINE
                EXIT PARAGRAPH
            END-IF
            PERFORM TRACK-OPENING-BALANCE
            PERFORM NORMALISE-WAREHOUSE-STOCK
            MOVE 0 TO WS-MATCHED-ON-HAND
            MOVE QUANTITY(WS-LI-IDX) TO WS-STILL-WANTED
            MOVE WS-ORDER-WH-IDX TO WS-WH-IDX
            MOVE WS-WAREHOUSE-CODES(WS-WH-IDX:1)
                TO ALLOCATED-WAREHOUSE(WS-LI-IDX)
            PERFORM TAKE-FROM-WAREHOUSE
            IF WS-STILL-WANTED > 0 AND OrderMayFallBack
                MOVE WS-OTHER-WH-IDX TO WS-WH-IDX
                PERFORM TAKE-FROM-WAREHOUSE
                IF WS-TAKE-QUANTITY > 0
                   AND WS-TAKE-QUANTITY = WS-MATCHED-ON-HAND
                    MOVE WS-WAREHOUSE-CODES(WS-WH-IDX:1)
                        TO ALLOCATED-WAREHOUSE(WS-LI-IDX)
                END-IF
            END-IF
            IF WS-STILL-WANTED > 0
                SET ItemShort(WS-LI-IDX) TO TRUE
            ELSE
                SET ItemAvailable(WS-LI-IDX) TO TRUE
            END-IF
            MOVE 0 TO IM-ON-HAND-QUANTITY
            PERFORM VARYING WS-WH-IDX FROM 1 BY 1
                UNTIL WS-WH-IDX > 2
                ADD IM-WH-ON-HAND(WS-WH-IDX) TO IM-ON-HAND-QUANTITY
            END-PERFORM
            IF WS-MATCHED-ON-HAND > 0
               AND IM-UNIT-COST IS NUMERIC
                COMPUTE WS-RUN-COGS-TOTAL = WS-RUN-COGS-TOTAL
                    + (WS-MATCHED-ON-HAND * IM-UNIT-COST)
            END-IF
            REWRITE ITEM-MASTER-RECORD
                INVALID KEY
                    DISPLAY "Rewrite failed for item "
                        IM-ITEM-NUMBER
                NOT INVALID KEY
                    MOVE "C" TO WS-RJ-OPERATION
                    PERFORM JOURNAL-ITEM-RECORD
            END-REWRITE.

        TAKE-FROM-WAREHOUSE.
            IF IM-WH-ON-HAND(WS-WH-IDX) < WS-STILL-WANTED
                MOVE IM-WH-ON-HAND(WS-WH-IDX) TO WS-TAKE-QUANTITY
            ELSE
                MOVE WS-STILL-WANTED TO WS-TAKE-QUANTITY
            END-IF
            IF WS-TAKE-QUANTITY > 0 AND ItemLotControlled
                PERFORM TAKE-FROM-LOTS
            END-IF
            IF WS-TAKE-QUANTITY = 0
                EXIT PARAGRAPH
            END-IF
            SUBTRACT WS-TAKE-QUANTITY FROM IM-WH-ON-HAND(WS-WH-IDX)
            SUBTRACT WS-TAKE-QUANTITY FROM WS-STILL-WANTED
            ADD WS-TAKE-QUANTITY TO WS-MATCHED-ON-HAND
            IF ItemLotControlled
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO STOCK-JOURNAL-RECORD
            MOVE "A" TO JR-ENTRY-TYPE
            MOVE IM-ITEM-NUMBER TO JR-ITEM-NUMBER
            COMPUTE JR-QUANTITY = 0 - WS-TAKE-QUANTITY
            MOVE WS-RUN-DATE TO JR-ENTRY-DATE
            MOVE WS-WAREHOUSE-CODES(WS-WH-IDX:1) TO JR-WAREHOUSE-CODE
            MOVE ORDER-NUMBER TO JR-ORDER-NUMBER
            MOVE CUSTOMER-REFERENCE TO JR-CUSTOMER-REF
            WRITE STOCK-JOURNAL-RECORD.

      * First expiry, first out: the START lands on the first lot
      * of the item at this warehouse expiring on or after the run
      * date, so expired lots are passed over, and READ NEXT walks
      * on toward the later expiries. The take is cut back to what
      * good lots could give - the rest of the line goes to back
      * order - and each lot drawn is journaled and kept on the
      * line for the pick list.
        TAKE-FROM-LOTS.
            MOVE WS-TAKE-QUANTITY TO WS-LOT-WANTED
            MOVE 0 TO WS-TAKE-QUANTITY
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
                OR LINE-PICK-COUNT(WS-LI-IDX) >= WS-LINE-PICK-CAPACITY
                READ LOT-FILE NEXT RECORD
                    AT END
                        SET LotWalkDone TO TRUE
                    NOT AT END
                        IF LT-ITEM-NUMBER NOT = IM-ITEM-NUMBER
                           OR LT-WAREHOUSE-CODE NOT =
                              WS-WAREHOUSE-CODES(WS-WH-IDX:1)
                            SET LotWalkDone TO TRUE
                        ELSE
                            PERFORM TAKE-FROM-ONE-LOT
                        END-IF
                END-READ
            END-PERFORM.

        TAKE-FROM-ONE-LOT.
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
            ADD WS-LOT-TAKE TO WS-TAKE-QUANTITY
            ADD 1 TO LINE-PICK-COUNT(WS-LI-IDX)
            MOVE LINE-PICK-COUNT(WS-LI-IDX) TO WS-PICK-IDX
            MOVE LT-ITEM-NUMBER
                TO PICK-ITEM-NUMBER(WS-LI-IDX WS-PICK-IDX)
            MOVE LT-LOT-NUMBER
                TO PICK-LOT-NUMBER(WS-LI-IDX WS-PICK-IDX)
            MOVE LT-EXPIRY-DATE
                TO PICK-EXPIRY-DATE(WS-LI-IDX WS-PICK-IDX)
            MOVE LT-WAREHOUSE-CODE
                TO PICK-WAREHOUSE(WS-LI-IDX WS-PICK-IDX)
            MOVE WS-LOT-TAKE TO PICK-QUANTITY(WS-LI-IDX WS-PICK-IDX)
            MOVE SPACES TO STOCK-JOURNAL-RECORD
            MOVE "A" TO JR-ENTRY-TYPE
            MOVE IM-ITEM-NUMBER TO JR-ITEM-NUMBER
            COMPUTE JR-QUANTITY = 0 - WS-LOT-TAKE
            MOVE WS-RUN-DATE TO JR-ENTRY-DATE
            MOVE LT-WAREHOUSE-CODE TO JR-WAREHOUSE-CODE
            MOVE LT-LOT-NUMBER TO JR-LOT-NUMBER
            MOVE ORDER-NUMBER TO JR-ORDER-NUMBER
            MOVE CUSTOMER-REFERENCE TO JR-CUSTOMER-REF
            WRITE STOCK-JOURNAL-RECORD.

        FIND-KIT-ITEM.
            MOVE "N" TO WS-KIT-FOUND
            PERFORM VARYING WS-KT-IDX FROM 1 BY 1
                UNTIL WS-KT-IDX > WS-KT-COUNT
                OR KitItemFound
                IF KT-KIT-ITEM(WS-KT-IDX) = WS-KIT-ITEM
                    SET KitItemFound TO TRUE
                END-IF
            END-PERFORM.

      * A kit is allocated all or nothing: every component must be
      * found in full at one warehouse - the preferred one, else
      * the other when the order may fall back - or nothing is
      * drawn and the whole line goes to back order. Each
      * component is then taken, journaled and costed as itself;
      * the kit's own master record is left alone, and the line
      * still prices and invoices as the kit.
        ALLOCATE-KIT-LINE.
            MOVE 0 TO WS-MATCHED-ON-HAND
            MOVE WS-ORDER-WH-IDX TO WS-WH-IDX
            PERFORM CHECK-KIT-AT-WAREHOUSE
            IF NOT KitCanBeBuilt AND OrderMayFallBack
                MOVE WS-OTHER-WH-IDX TO WS-WH-IDX
                PERFORM CHECK-KIT-AT-WAREHOUSE
            END-IF
            IF NOT KitCanBeBuilt
                MOVE WS-WAREHOUSE-CODES(WS-ORDER-WH-IDX:1)
                    TO ALLOCATED-WAREHOUSE(WS-LI-IDX)
                SET ItemShort(WS-LI-IDX) TO TRUE
                EXIT PARAGRAPH
            END-IF
            MOVE WS-WH-IDX TO WS-KIT-WH-IDX
            MOVE WS-WAREHOUSE-CODES(WS-KIT-WH-IDX:1)
                TO ALLOCATED-WAREHOUSE(WS-LI-IDX)
            PERFORM VARYING WS-KT-IDX FROM 1 BY 1
                UNTIL WS-KT-IDX > WS-KT-COUNT
                IF KT-KIT-ITEM(WS-KT-IDX) = WS-KIT-ITEM
                    MOVE KT-COMPONENT-ITEM(WS-KT-IDX)
                        TO IM-ITEM-NUMBER
                    READ ITEM-MASTER
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            PERFORM ALLOCATE-KIT-COMPONENT
                    END-READ
                END-IF
            END-PERFORM
            MOVE QUANTITY(WS-LI-IDX) TO WS-MATCHED-ON-HAND
            SET ItemAvailable(WS-LI-IDX) TO TRUE.

        CHECK-KIT-AT-WAREHOUSE.
            MOVE "Y" TO WS-KIT-BUILDABLE
            MOVE 0 TO WS-KIT-PICKS-NEEDED
            PERFORM VARYING WS-KT-IDX FROM 1 BY 1
                UNTIL WS-KT-IDX > WS-KT-COUNT
                OR NOT KitCanBeBuilt
                IF KT-KIT-ITEM(WS-KT-IDX) = WS-KIT-ITEM
                    MOVE KT-COMPONENT-ITEM(WS-KT-IDX)
                        TO IM-ITEM-NUMBER
                    READ ITEM-MASTER
                        INVALID KEY
                            MOVE "N" TO WS-KIT-BUILDABLE
                        NOT INVALID KEY
                            PERFORM CHECK-ONE-KIT-COMPONENT
                    END-READ
                END-IF
            END-PERFORM
            IF WS-KIT-PICKS-NEEDED > WS-LINE-PICK-CAPACITY
                MOVE "N" TO WS-KIT-BUILDABLE
            END-IF.

      * A lot-controlled component counts only what its unexpired
      * lots hold, walked the way TAKE-FROM-LOTS will draw them,
      * with one pick entry for each lot it would draw on.
        CHECK-ONE-KIT-COMPONENT.
            PERFORM NORMALISE-WAREHOUSE-STOCK
            COMPUTE WS-KIT-NEED =
                QUANTITY(WS-LI-IDX) * KT-PER-KIT(WS-KT-IDX)
            IF IM-WH-ON-HAND(WS-WH-IDX) < WS-KIT-NEED
                MOVE "N" TO WS-KIT-BUILDABLE
                EXIT PARAGRAPH
            END-IF
            IF NOT ItemLotControlled
                ADD 1 TO WS-KIT-PICKS-NEEDED
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-KIT-LOT-SUM
            MOVE IM-ITEM-NUMBER TO LT-ITEM-NUMBER
            MOVE WS-WAREHOUSE-CODES(WS-WH-IDX:1) TO LT-WAREHOUSE-CODE
            MOVE WS-RUN-DATE TO LT-EXPIRY-DATE
            MOVE LOW-VALUES TO LT-LOT-NUMBER
            START LOT-FILE KEY IS NOT LESS THAN LT-LOT-KEY
                INVALID KEY
                    MOVE "N" TO WS-KIT-BUILDABLE
                    EXIT PARAGRAPH
            END-START
            MOVE "N" TO WS-LOT-WALK
            PERFORM UNTIL LotWalkDone
                OR WS-KIT-LOT-SUM >= WS-KIT-NEED
                OR WS-KIT-PICKS-NEEDED > WS-LINE-PICK-CAPACITY
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
                                ADD LT-ON-HAND TO WS-KIT-LOT-SUM
                                ADD 1 TO WS-KIT-PICKS-NEEDED
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            IF WS-KIT-LOT-SUM < WS-KIT-NEED
                MOVE "N" TO WS-KIT-BUILDABLE
            END-IF.

        ALLOCATE-KIT-COMPONENT.
            PERFORM TRACK-OPENING-BALANCE
            PERFORM NORMALISE-WAREHOUSE-STOCK
            COMPUTE WS-STILL-WANTED =
                QUANTITY(WS-LI-IDX) * KT-PER-KIT(WS-KT-IDX)
            MOVE WS-KIT-WH-IDX TO WS-WH-IDX
            PERFORM TAKE-FROM-WAREHOUSE
            IF WS-TAKE-QUANTITY > 0 AND NOT ItemLotControlled
               AND LINE-PICK-COUNT(WS-LI-IDX) < WS-LINE-PICK-CAPACITY
                ADD 1 TO LINE-PICK-COUNT(WS-LI-IDX)
                MOVE LINE-PICK-COUNT(WS-LI-IDX) TO WS-PICK-IDX
                MOVE IM-ITEM-NUMBER
                    TO PICK-ITEM-NUMBER(WS-LI-IDX WS-PICK-IDX)
                MOVE SPACES TO PICK-LOT-NUMBER(WS-LI-IDX WS-PICK-IDX)
                MOVE 0 TO PICK-EXPIRY-DATE(WS-LI-IDX WS-PICK-IDX)
                MOVE WS-WAREHOUSE-CODES(WS-WH-IDX:1)
                    TO PICK-WAREHOUSE(WS-LI-IDX WS-PICK-IDX)
                MOVE WS-TAKE-QUANTITY
                    TO PICK-QUANTITY(WS-LI-IDX WS-PICK-IDX)
            END-IF
            MOVE 0 TO IM-ON-HAND-QUANTITY
            PERFORM VARYING WS-WH-IDX FROM 1 BY 1
                UNTIL WS-WH-IDX > 2
                ADD IM-WH-ON-HAND(WS-WH-IDX) TO IM-ON-HAND-QUANTITY
            END-PERFORM
            IF WS-TAKE-QUANTITY > 0
               AND IM-UNIT-COST IS NUMERIC
                COMPUTE WS-RUN-COGS-TOTAL = WS-RUN-COGS-TOTAL
                    + (WS-TAKE-QUANTITY * IM-UNIT-COST)
            END-IF
            REWRITE ITEM-MASTER-RECORD
                INVALID KEY
                    DISPLAY "Rewrite failed for item "
                        IM-ITEM-NUMBER
                NOT INVALID KEY
                    MOVE "C" TO WS-RJ-OPERATION
                    PERFORM JOURNAL-ITEM-RECORD
            END-REWRITE.

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

        TRACK-OPENING-BALANCE.
            PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                UNTIL WS-MV-IDX > WS-MV-COUNT
            MOVE ITEM-NUMBER(WS-LI-IDX) TO WS-BO-ITEM-NUMBER
            MOVE DESCRIPTION(WS-LI-IDX) TO WS-BO-DESCRIPTION
            MOVE BACK-ORDER-QUANTITY(WS-LI-IDX) TO WS-BO-QUANTITY
            MOVE WS-WAREHOUSE-CODES(WS-ORDER-WH-IDX:1)
                TO WS-BO-WAREHOUSE-CODE
            MOVE WS-ORDER-CUSTOMER-ID TO WS-BO-CUSTOMER-ID
            MOVE WS-RUN-DATE TO WS-BO-BACKORDER-DATE
            WRITE BackOrderLine FROM WS-BACK-ORDER-LINE
            MOVE "B" TO WS-OS-ACTION
            MOVE ORDER-NUMBER TO WS-OS-ORDER-NUMBER

        WRITE-STOCK-MOVEMENT-REPORT.
            OPEN OUTPUT STOCK-MOVEMENT-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE StockMovementLine FROM REPORT-STAMP-LINE
            PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                    UNTIL WS-MV-IDX > WS-MV-COUNT
                MOVE MV-ITEM-NUMBER(WS-MV-IDX) TO IM-ITEM-NUMBER
      * after ORDER-DATE), and a keyed price that differs from the
      * master by more than the tolerance is flagged on the
      * price-exception report. An item with no price anywhere
      * keeps its keyed price and is flagged too. A line converted
      * from an accepted quotation (QuoteConvert) carries the price
      * the customer was quoted and is honoured as it stands,
      * flagged on the trail like a contract price. With no
      * contract, the cheapest promotion the line qualifies for
      * (PROMO.REF) sets the price, and the line keeps the promotion
      * code and the list price it was taken from so the invoice can
      * show the saving.
        PRICE-ORDER-LINES.
            IF WS-PR-COUNT = 0 AND WS-CT-COUNT = 0
               AND WS-PO-COUNT = 0
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-LI-IDX FROM 1 BY 1
                    UNTIL WS-LI-IDX > LINE-ITEM-COUNT
                IF PriceFromQuote(WS-LI-IDX)
                    ADD 1 TO WS-PRICE-EXCEPTIONS
                    MOVE ORDER-NUMBER TO WS-PEL-ORDER-NUMBER
                    MOVE ITEM-NUMBER(WS-LI-IDX)
                        TO WS-PEL-ITEM-NUMBER
                    MOVE UNIT-PRICE(WS-LI-IDX) TO WS-PEL-KEYED
                    MOVE UNIT-PRICE(WS-LI-IDX) TO WS-PEL-MASTER
                    MOVE "QUOTED PRICE" TO WS-PEL-NOTE
                    WRITE PriceExceptionLine
                        FROM WS-PRICE-EXCEPTION-LINE
                    EXIT PERFORM CYCLE
                END-IF
                PERFORM FIND-CONTRACT-PRICE
                IF ContractPriceFound
                    ADD 1 TO WS-PRICE-EXCEPTIONS
                        TO UNIT-PRICE(WS-LI-IDX)
                    EXIT PERFORM CYCLE
                END-IF
                PERFORM FIND-BEST-PROMOTION
                IF PromotionFound
                    ADD 1 TO WS-PRICE-EXCEPTIONS
                    MOVE ORDER-NUMBER TO WS-PEL-ORDER-NUMBER
                    MOVE ITEM-NUMBER(WS-LI-IDX)
                        TO WS-PEL-ITEM-NUMBER
                    MOVE UNIT-PRICE(WS-LI-IDX) TO WS-PEL-KEYED
                    MOVE WS-PROMO-PRICE TO WS-PEL-MASTER
                    MOVE "PROMOTION" TO WS-PEL-NOTE
                    MOVE WS-PROMO-CODE TO WS-PEL-NOTE(11:6)
                    WRITE PriceExceptionLine
                        FROM WS-PRICE-EXCEPTION-LINE
                    MOVE WS-PROMO-PRICE TO UNIT-PRICE(WS-LI-IDX)
                    MOVE WS-PROMO-CODE TO PROMO-CODE(WS-LI-IDX)
                    MOVE WS-PROMO-LIST-PRICE
                        TO LIST-PRICE(WS-LI-IDX)
                    EXIT PERFORM CYCLE
                END-IF
      * No price master at all keeps the keyed price silently,
      * the stance the run always took.
                IF WS-PR-COUNT = 0
                END-IF
            END-PERFORM.

      * A promotion applies when the item falls in its range, the
      * order date in its window, the line quantity reaches its
      * minimum and - if it names a price group - the customer is
      * in that group. A percentage comes off the price master as
      * at the order date (the keyed price when the item has none);
      * a fixed price stands as keyed. Only a promotion that brings
      * the price down counts, and the cheapest one wins.
        FIND-BEST-PROMOTION.
            MOVE "N" TO WS-PROMOTION-FOUND
            IF WS-PO-COUNT = 0
                EXIT PARAGRAPH
            END-IF
            MOVE UNIT-PRICE(WS-LI-IDX) TO WS-PROMO-LIST-PRICE
            IF WS-PR-COUNT > 0
                PERFORM FIND-MASTER-PRICE
                IF MasterPriceFound
                    MOVE WS-MASTER-PRICE TO WS-PROMO-LIST-PRICE
                END-IF
            END-IF
            MOVE WS-PROMO-LIST-PRICE TO WS-PROMO-PRICE
            PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                    UNTIL WS-PO-IDX > WS-PO-COUNT
                IF ITEM-NUMBER(WS-LI-IDX)
                        < PT-ITEM-LOW(WS-PO-IDX)
                   OR ITEM-NUMBER(WS-LI-IDX)
                        > PT-ITEM-HIGH(WS-PO-IDX)
                   OR ORDER-DATE < PT-START-DATE(WS-PO-IDX)
                   OR ORDER-DATE > PT-END-DATE(WS-PO-IDX)
                   OR QUANTITY(WS-LI-IDX)
                        < PT-MIN-QUANTITY(WS-PO-IDX)
                    EXIT PERFORM CYCLE
                END-IF
                IF PT-PRICE-GROUP(WS-PO-IDX) NOT = SPACES
                   AND PT-PRICE-GROUP(WS-PO-IDX)
                        NOT = WS-ORDER-PRICE-GROUP
                    EXIT PERFORM CYCLE
                END-IF
                IF PT-FIXED-PRICE(WS-PO-IDX) > 0
                    MOVE PT-FIXED-PRICE(WS-PO-IDX)
                        TO WS-PROMO-CANDIDATE
                ELSE
                    COMPUTE WS-PROMO-CANDIDATE ROUNDED =
                        WS-PROMO-LIST-PRICE
                        * (100 - PT-DISCOUNT-PCT(WS-PO-IDX)) / 100
                END-IF
                IF WS-PROMO-CANDIDATE < WS-PROMO-PRICE
                    MOVE "Y" TO WS-PROMOTION-FOUND
                    MOVE WS-PROMO-CANDIDATE TO WS-PROMO-PRICE
                    MOVE PT-PROMO-CODE(WS-PO-IDX) TO WS-PROMO-CODE
                END-IF
            END-PERFORM.

      * A line needs its item range, window and a price; zero or
      * spaces in the high item means the low item alone.
        LOAD-PROMOTION-TABLE.
            OPEN INPUT PROMOTION-FILE
            IF WS-PROMOTION-STATUS = "00"
                PERFORM UNTIL EndOfPromotionFile
                    OR WS-PO-COUNT >= WS-PROMOTION-TABLE-CAPACITY
                    READ PROMOTION-FILE
                        AT END SET EndOfPromotionFile TO TRUE
                        NOT AT END
                            PERFORM STORE-PROMOTION-ENTRY
                    END-READ
                END-PERFORM
                IF NOT EndOfPromotionFile
                    DISPLAY "WS-PROMOTION-TABLE full at "
                        WS-PROMOTION-TABLE-CAPACITY " entries, "
                        "remaining PROMO.REF records not loaded"
                END-IF
                CLOSE PROMOTION-FILE
            ELSE
                DISPLAY "No PROMO.REF on file, no promotional "
                    "pricing this run"
            END-IF.

        STORE-PROMOTION-ENTRY.
            IF PO-ITEM-HIGH = SPACES
                MOVE ZERO TO PO-ITEM-HIGH
            END-IF
            IF PO-DISCOUNT-PCT = SPACES
                MOVE ZERO TO PO-DISCOUNT-PCT
            END-IF
            IF PO-FIXED-PRICE = SPACES
                MOVE ZERO TO PO-FIXED-PRICE
            END-IF
            IF PO-MIN-QUANTITY = SPACES
                MOVE ZERO TO PO-MIN-QUANTITY
            END-IF
            IF PO-PROMO-CODE = SPACES
               OR PO-ITEM-LOW IS NOT NUMERIC
               OR PO-ITEM-HIGH IS NOT NUMERIC
               OR PO-START-DATE IS NOT NUMERIC
               OR PO-END-DATE IS NOT NUMERIC
               OR PO-MIN-QUANTITY IS NOT NUMERIC
               OR PO-DISCOUNT-PCT IS NOT NUMERIC
               OR PO-FIXED-PRICE IS NOT NUMERIC
               OR (PO-DISCOUNT-PCT = 0 AND PO-FIXED-PRICE = 0)
                DISPLAY "Bad PROMO.REF record ignored: "
                    PROMOTION-RECORD
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-PO-COUNT
            MOVE PO-PROMO-CODE TO PT-PROMO-CODE(WS-PO-COUNT)
            MOVE PO-ITEM-LOW TO PT-ITEM-LOW(WS-PO-COUNT)
            IF PO-ITEM-HIGH = 0
                MOVE PO-ITEM-LOW TO PT-ITEM-HIGH(WS-PO-COUNT)
            ELSE
                MOVE PO-ITEM-HIGH TO PT-ITEM-HIGH(WS-PO-COUNT)
            END-IF
            MOVE PO-START-DATE TO PT-START-DATE(WS-PO-COUNT)
            MOVE PO-END-DATE TO PT-END-DATE(WS-PO-COUNT)
            MOVE PO-MIN-QUANTITY TO PT-MIN-QUANTITY(WS-PO-COUNT)
            MOVE PO-DISCOUNT-PCT TO PT-DISCOUNT-PCT(WS-PO-COUNT)
            MOVE PO-FIXED-PRICE TO PT-FIXED-PRICE(WS-PO-COUNT)
            MOVE PO-PRICE-GROUP TO PT-PRICE-GROUP(WS-PO-COUNT).

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
            ELSE
                DISPLAY "No KITCOMP.REF on file, every item "
                    "allocated as itself this run"
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

        LOAD-CONTRACT-PRICE-TABLE.
            OPEN INPUT CONTRACT-PRICE-FILE
            IF WS-CONTRACT-STATUS = "00"
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
            MOVE ORDER-TOTAL TO IF-ORDER-TOTAL
            MOVE WS-ORDER-TAX TO IF-ORDER-TAX
            MOVE WS-ORDER-STATE TO IF-TAX-STATE
            MOVE WS-ORDER-SALESPERSON TO IF-SALESPERSON-CODE
            MOVE WS-ORDER-EXEMPT-CERT TO IF-EXEMPT-CERTIFICATE
            WRITE INVOICE-FEED-RECORD
            PERFORM VARYING WS-LI-IDX FROM 1 BY 1
                    UNTIL WS-LI-IDX > LINE-ITEM-COUNT
                MOVE UNIT-PRICE(WS-LI-IDX) TO IF-UNIT-PRICE
                MOVE EXTENDED-PRICE(WS-LI-IDX)
                    TO IF-EXTENDED-PRICE
                MOVE PROMO-CODE(WS-LI-IDX) TO IF-PROMO-CODE
                MOVE LIST-PRICE(WS-LI-IDX) TO IF-LIST-UNIT-PRICE
                MOVE ALLOCATED-WAREHOUSE(WS-LI-IDX)
                    TO IF-WAREHOUSE-CODE
                WRITE INVOICE-FEED-RECORD
            END-PERFORM.

      * One pick-list document per accepted order, lines sorted by
      * the warehouse each was allocated from and then by
      * IM-BIN-LOCATION from a keyed read per line - an item with
      * no bin on file sorts first under a blank bin.
        WRITE-PICK-LIST.
            MOVE 0 TO WS-PK-COUNT
            PERFORM VARYING WS-LI-IDX FROM 1 BY 1
                    UNTIL WS-LI-IDX > LINE-ITEM-COUNT
                IF LINE-PICK-COUNT(WS-LI-IDX) = 0
                    MOVE 0 TO WS-PICK-IDX
                    PERFORM INSERT-PICK-SORT-ENTRY
                ELSE
                    PERFORM VARYING WS-PICK-IDX FROM 1 BY 1
                        UNTIL WS-PICK-IDX > LINE-PICK-COUNT(WS-LI-IDX)
                        PERFORM INSERT-PICK-SORT-ENTRY
                    END-PERFORM
                END-IF
            END-PERFORM
            MOVE ORDER-NUMBER TO WS-PHL-ORDER-NUMBER
            WRITE PickListLine FROM WS-PICK-HEADING-LINE
            PERFORM VARYING WS-PK-IDX FROM 1 BY 1
                    UNTIL WS-PK-IDX > WS-PK-COUNT
                MOVE PK-WAREHOUSE(WS-PK-IDX) TO WS-PDL-WAREHOUSE
                MOVE PK-BIN(WS-PK-IDX) TO WS-PDL-BIN
                MOVE PK-ITEM-NUMBER(WS-PK-IDX)
                    TO WS-PDL-ITEM-NUMBER
                    TO WS-PDL-DESCRIPTION
                MOVE PK-QUANTITY(WS-PK-IDX) TO WS-PDL-QUANTITY
                WRITE PickListLine FROM WS-PICK-DETAIL-LINE
                IF PK-LOT-NUMBER(WS-PK-IDX) NOT = SPACES
                    MOVE PK-LOT-NUMBER(WS-PK-IDX) TO WS-PLL-LOT-NUMBER
                    MOVE PK-EXPIRY-DATE(WS-PK-IDX)
                        TO WS-PLL-EXPIRY-DATE
                    WRITE PickListLine FROM WS-PICK-LOT-LINE
                END-IF
            END-PERFORM
            WRITE PickListLine FROM WS-PICK-BLANK-LINE.

      * Same in-place insertion shape AbsencePattern ranks with,
      * ascending on warehouse then bin. WS-PICK-IDX names the lot
      * or kit component picked for the line, zero for a line
      * picked whole as its own item.
        INSERT-PICK-SORT-ENTRY.
            MOVE SPACES TO WS-PDL-BIN
            IF WS-PICK-IDX = 0
                MOVE ITEM-NUMBER(WS-LI-IDX) TO IM-ITEM-NUMBER
            ELSE
                MOVE PICK-ITEM-NUMBER(WS-LI-IDX WS-PICK-IDX)
                    TO IM-ITEM-NUMBER
            END-IF
            IF ItemMasterAvailable
                READ ITEM-MASTER
                    INVALID KEY
                        MOVE SPACES TO IM-BIN-LOCATION
            ELSE
                MOVE SPACES TO IM-BIN-LOCATION
            END-IF
            IF WS-PICK-IDX = 0
                MOVE ALLOCATED-WAREHOUSE(WS-LI-IDX)
                    TO WS-PSK-WAREHOUSE
            ELSE
                MOVE PICK-WAREHOUSE(WS-LI-IDX WS-PICK-IDX)
                    TO WS-PSK-WAREHOUSE
            END-IF
            MOVE IM-BIN-LOCATION TO WS-PSK-BIN
            ADD 1 TO WS-PK-COUNT
            SET PK-IDX TO WS-PK-COUNT
            PERFORM UNTIL PK-IDX <= 1
                OR PK-SORT-KEY(PK-IDX - 1) <= WS-PICK-SORT-KEY
                MOVE PICK-SORT-ENTRY(PK-IDX - 1)
                    TO PICK-SORT-ENTRY(PK-IDX)
                SET PK-IDX DOWN BY 1
            END-PERFORM
            MOVE WS-PICK-SORT-KEY TO PK-SORT-KEY(PK-IDX)
            MOVE IM-ITEM-NUMBER TO PK-ITEM-NUMBER(PK-IDX)
            IF IM-ITEM-NUMBER = ITEM-NUMBER(WS-LI-IDX)
                MOVE DESCRIPTION(WS-LI-IDX) TO PK-DESCRIPTION(PK-IDX)
            ELSE
                MOVE IM-DESCRIPTION TO PK-DESCRIPTION(PK-IDX)
            END-IF
            IF WS-PICK-IDX = 0
                MOVE QUANTITY(WS-LI-IDX) TO PK-QUANTITY(PK-IDX)
                MOVE SPACES TO PK-LOT-NUMBER(PK-IDX)
                MOVE 0 TO PK-EXPIRY-DATE(PK-IDX)
            ELSE
                MOVE PICK-QUANTITY(WS-LI-IDX WS-PICK-IDX)
                    TO PK-QUANTITY(PK-IDX)
                MOVE PICK-LOT-NUMBER(WS-LI-IDX WS-PICK-IDX)
                    TO PK-LOT-NUMBER(PK-IDX)
                MOVE PICK-EXPIRY-DATE(WS-LI-IDX WS-PICK-IDX)
                    TO PK-EXPIRY-DATE(PK-IDX)
            END-IF.

      * Tax on the order total at the jurisdiction state's rate,
      * rounded the same way the shop's other currency figures are.
      * No jurisdiction or no rate for the state means no tax, and
      * the order is counted on the summary footer so the
      * accountant can see what fell through. A certificate in
      * force means no tax either, counted on a footer of its own;
      * an expired one is taxed as normal and noted on the held
      * listing so the customer can be chased for the renewal.
        COMPUTE-ORDER-TAX.
            MOVE 0 TO WS-ORDER-TAX
            IF WS-ORDER-EXEMPT-CERT NOT = SPACES
                ADD 1 TO WS-EXEMPT-ORDERS
                EXIT PARAGRAPH
            END-IF
            IF WS-ORDER-EXPIRED-CERT NOT = SPACES
                PERFORM NOTE-EXPIRED-EXEMPTION
            END-IF
            IF WS-ORDER-STATE = SPACES OR WS-TX-COUNT = 0
                ADD 1 TO WS-UNTAXED-ORDERS
                EXIT PARAGRAPH
                ADD WS-ORDER-TAX TO TXT-TAX(WS-TX-IDX)
            END-IF.

        NOTE-EXPIRED-EXEMPTION.
            MOVE ORDER-NUMBER TO WS-HLL-ORDER-NUMBER
            MOVE CUSTOMER-REFERENCE TO WS-HLL-CUSTOMER-REF
            MOVE "EXEMPT CERT EXPIRED" TO WS-HLL-REASON
            WRITE HeldOrderListingLine FROM WS-HELD-LISTING-LINE
            DISPLAY "Order " ORDER-NUMBER " taxed: certificate "
                WS-ORDER-EXPIRED-CERT " expired".

        LOAD-TAX-RATE-TABLE.
            OPEN INPUT TAX-RATE-FILE
            IF WS-TAX-RATE-STATUS = "00"

        WRITE-TAX-SUMMARY-REPORT.
            OPEN OUTPUT TAX-SUMMARY-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE TaxSummaryLine FROM REPORT-STAMP-LINE
            PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                    UNTIL WS-TX-IDX > WS-TX-COUNT
                IF TXT-TAXABLE(WS-TX-IDX) NOT = 0
            END-PERFORM
            MOVE WS-UNTAXED-ORDERS TO WS-TSF-COUNT
            WRITE TaxSummaryLine FROM WS-TAX-SUMMARY-FOOTER
            MOVE WS-EXEMPT-ORDERS TO WS-TSE-COUNT
            WRITE TaxSummaryLine FROM WS-TAX-SUMMARY-EXEMPT
            CLOSE TAX-SUMMARY-REPORT.

        COMPUTE-ORDER-TOTAL.
                    QUANTITY(WS-LI-IDX) * UNIT-PRICE(WS-LI-IDX)
                ADD EXTENDED-PRICE(WS-LI-IDX) TO ORDER-TOTAL
            END-PERFORM.

      * Every change to ITEMS.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-ITEM-RECORD.
            MOVE "ITEMS" TO WS-RJ-FILE-ID
            MOVE IM-ITEM-NUMBER TO WS-RJ-KEY
            MOVE ITEM-MASTER-RECORD TO WS-RJ-IMAGE
            CALL "RecoveryJournal" USING WS-RJ-FILE-ID
                WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.
