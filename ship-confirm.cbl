      * receiving run and its allocation is returned to the item
      * master with a journal adjustment - the book said the stock
      * existed, the shelf disagreed, and the count cycle will
      * settle the argument. A kit line (an item with component
      * lines on KITCOMP.REF) was allocated as its components, so
      * a short-picked kit returns each component's share to the
      * shelf instead. A line with no confirmation at all
      * ships in full: the warehouse only reports exceptions.
      * Freight is rated on what was actually picked: the shipped
      * quantities times each item's IM-SHIP-WEIGHT, in the zone
      * POSTAL.REF gives the customer's current postal code, at
      * the FREIGHT.REF rate for the highest weight break reached
      * (never less than that break's minimum charge). It rides
      * to the invoice as an item-zero freight line inside the
      * order total, taxed at the state's rate only where
      * TAXRATE.REF marks the state as taxing freight. A
      * free-freight customer, or an order whose goods exceed the
      * FREIGHT.REF threshold, shows the freight at zero. Every
      * weighed order is logged on FREIGHT.DAT for FreightRecovery;
      * one that cannot be rated (no zone, no rate) ships with no
      * freight line and is listed on the register.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IM-ITEM-NUMBER
            FILE STATUS IS WS-ITEM-MASTER-STATUS.
          SELECT KIT-COMPONENT-FILE
            ASSIGN TO "KITCOMP.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-KIT-STATUS.
          SELECT STOCK-JOURNAL
            ASSIGN TO "STOCKJRN.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STOCK-JOURNAL-STATUS.
          SELECT CUSTOMER-MASTER
            ASSIGN TO "CUSTOMER.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CustomerId
            FILE STATUS IS WS-CUSTOMER-STATUS.
          SELECT POSTAL-REFERENCE
            ASSIGN TO "POSTAL.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-POSTAL-REF-STATUS.
          SELECT FREIGHT-RATE-FILE
            ASSIGN TO "FREIGHT.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FREIGHT-RATE-STATUS.
          SELECT TAX-RATE-FILE
            ASSIGN TO "TAXRATE.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TAX-RATE-STATUS.
          SELECT FREIGHT-LOG
            ASSIGN TO "FREIGHT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FREIGHT-LOG-STATUS.
          SELECT CONFIRMATION-REGISTER
            ASSIGN TO "SHIPCONF.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            05  BO-DESCRIPTION       PIC X(30).
            05  FILLER               PIC X.
            05  BO-QUANTITY          PIC 9999.
            05  FILLER               PIC X.
            05  BO-WAREHOUSE-CODE    PIC X.
      * Customer and date the line went on back order; spaces on
      * lines written before they were carried.
            05  FILLER               PIC X.
            05  BO-CUSTOMER-ID       PIC 9(8).
            05  FILLER               PIC X.
            05  BO-BACKORDER-DATE    PIC 9(8).

        FD  ITEM-MASTER
            LABEL RECORDS ARE STANDARD.
            LABEL RECORDS ARE STANDARD.
            COPY STKJRN.

        FD  KIT-COMPONENT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY KITCOMP.

        FD  CUSTOMER-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY CUSTREC.

      * The ship zone follows the state on each POSTAL.REF range;
      * the mailing edits read the leading columns only.
        FD  POSTAL-REFERENCE
            LABEL RECORDS ARE STANDARD.
        01  PostalReferenceRecord.
            05  PR-LOW-CODE          PIC X(10).
            05  PR-HIGH-CODE         PIC X(10).
            05  PR-CITY              PIC X(20).
            05  PR-STATE             PIC X(2).
            05  PR-SHIP-ZONE         PIC X(2).

      * FREIGHT.REF, kept by shipping from the carrier's tariff:
      * one "R" line per zone and weight break (the break is the
      * lowest weight the line applies to), and one "H" line with
      * the goods value above which an order ships free.
        FD  FREIGHT-RATE-FILE
            LABEL RECORDS ARE STANDARD.
        01  FREIGHT-RATE-RECORD.
            05  FR-RECORD-TYPE       PIC X.
                88  FR-ThresholdRecord   VALUE "H".
                88  FR-RateLine          VALUE "R".
            05  FR-SHIP-ZONE         PIC X(2).
            05  FR-WEIGHT-BREAK      PIC 9(5)V99.
            05  FR-MINIMUM-CHARGE    PIC 9(5)V99.
            05  FR-RATE-PER-POUND    PIC 9(3)V99.
        01  FREIGHT-THRESHOLD-RECORD REDEFINES FREIGHT-RATE-RECORD.
            05  FT-RECORD-TYPE       PIC X.
            05  FT-FREE-OVER         PIC 9(7)V99.
            05  FILLER               PIC X(12).

      * Whether the state taxes freight follows the rate on each
      * TAXRATE.REF line; a blank flag means it does not.
        FD  TAX-RATE-FILE
            LABEL RECORDS ARE STANDARD.
        01  TAX-RATE-RECORD.
            05  TX-STATE             PIC X(2).
            05  FILLER               PIC X.
            05  TX-RATE-PERCENT      PIC 99V99.
            05  FILLER               PIC X.
            05  TX-FREIGHT-TAXABLE   PIC X.

        FD  FREIGHT-LOG
            LABEL RECORDS ARE STANDARD.
            COPY FRTLOG.

        FD  CONFIRMATION-REGISTER
            LABEL RECORDS ARE STANDARD.
        01  ConfirmationRegisterLine PIC X(80).
            88  ItemMasterOK             VALUE "00".
        01  WS-STOCK-JOURNAL-STATUS  PIC XX.
        01  WS-REGISTER-STATUS       PIC XX.
        01  WS-CUSTOMER-STATUS       PIC XX.
            88  CustomerFileOK           VALUE "00".
        01  WS-POSTAL-REF-STATUS     PIC XX.
            88  EndOfPostalReference     VALUE "10".
        01  WS-FREIGHT-RATE-STATUS   PIC XX.
            88  EndOfFreightRates        VALUE "10".
        01  WS-TAX-RATE-STATUS       PIC XX.
            88  EndOfTaxRateFile         VALUE "10".
        01  WS-FREIGHT-LOG-STATUS    PIC XX.

        01  WS-RUN-DATE              PIC 9(8).
        01  WS-ITEM-MASTER-OPEN      PIC X VALUE "N".
            88  ItemMasterAvailable      VALUE "Y".
        01  WS-CUSTOMER-MASTER-OPEN  PIC X VALUE "N".
            88  CustomerMasterAvailable  VALUE "Y".

        78  WS-POSTAL-TABLE-CAPACITY VALUE 100.
        01  WS-PC-COUNT              PIC 999 VALUE ZERO.
        01  WS-PC-IDX                PIC 999.
        01  WS-POSTAL-CODE-TABLE.
            05  POSTAL-CODE-ENTRY OCCURS 100 TIMES.
              10  PC-LOW-CODE        PIC X(10).
              10  PC-HIGH-CODE       PIC X(10).
              10  PC-SHIP-ZONE       PIC X(2).

        78  WS-FREIGHT-TABLE-CAPACITY VALUE 200.
        01  WS-FR-COUNT              PIC 999 VALUE ZERO.
        01  WS-FR-IDX                PIC 999.
        01  WS-FR-PICK               PIC 999.
        01  WS-FREIGHT-RATE-TABLE.
            05  FREIGHT-RATE-ENTRY OCCURS 200 TIMES.
              10  FRE-SHIP-ZONE      PIC X(2).
              10  FRE-WEIGHT-BREAK   PIC 9(5)V99.
              10  FRE-MINIMUM-CHARGE PIC 9(5)V99.
              10  FRE-RATE-PER-POUND PIC 9(3)V99.
      * Zero means no free-shipping threshold is in force.
        01  WS-FREE-FREIGHT-OVER     PIC 9(7)V99 VALUE ZERO.

        78  WS-TAX-TABLE-CAPACITY    VALUE 60.
        01  WS-TX-COUNT              PIC 99 VALUE ZERO.
        01  WS-TX-IDX                PIC 99.
        01  WS-TAX-RATE-TABLE.
            05  TAX-RATE-ENTRY OCCURS 60 TIMES.
              10  TXT-STATE          PIC X(2).
              10  TXT-RATE           PIC 99V99.
              10  TXT-FREIGHT-TAXABLE PIC X.
                  88  TXT-StateTaxesFreight VALUE "Y".

      * The order's freight as rated and as billed.
        01  WS-SHIP-WEIGHT           PIC 9(6)V99.
        01  WS-SHIP-ZONE             PIC X(2).
        01  WS-SHIP-POSTAL           PIC X(10).
        01  WS-FREE-FREIGHT-ACCOUNT  PIC X.
            88  ShipsFreeToCustomer      VALUE "Y".
        01  WS-BEST-BREAK            PIC 9(5)V99.
        01  WS-RATED-FREIGHT         PIC 9(5)V99.
        01  WS-BILLED-FREIGHT        PIC 9(5)V99.
        01  WS-FREIGHT-TAX           PIC S9(7)V99.
        01  WS-FREIGHT-BASIS         PIC X.
            88  FreightBilled            VALUE "B".
            88  FreightShownFree         VALUE "C" "T".
            88  FreightNotRated          VALUE "Z" "N".
        01  WS-FREIGHT-TAXED         PIC X.
        01  WS-WEIGHT-EDIT           PIC ZZZZZ9.99.
        01  WS-FREIGHT-DESCRIPTION   PIC X(30).
        01  WS-FREIGHT-BILLED-TOTAL  PIC 9(7)V99 VALUE ZERO.
        01  WS-UNRATED-ORDERS        PIC 9(5) VALUE ZERO.

        78  WS-PICKED-TABLE-CAPACITY VALUE 500.
        01  WS-PD-COUNT              PIC 999 VALUE ZERO.
        01  WS-ORDER-TAX             PIC S9(7)V99.
        01  WS-SHIP-QUANTITY         PIC 9(4).
        01  WS-SHORT-QUANTITY        PIC S9(5).
        01  WS-WH-IDX                PIC 9.
        01  WS-PICK-FOUND            PIC X.
            88  PickConfirmationFound    VALUE "Y".
        01  WS-PICKED-QUANTITY       PIC 9(4).
        01  WS-RETURN-ITEM           PIC 9(6).
        01  WS-RETURN-QUANTITY       PIC 9(7).

      * Kit components from KITCOMP.REF, for returning a short-
      * picked kit's components to the shelf.
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
        01  WS-KIT-FOUND             PIC X.
            88  KitItemFound             VALUE "Y".

      * One order's lines held while the header total is redone -
      * the same 25-line ceiling OrderEntry enforces.
              10  OL-DESCRIPTION     PIC X(30).
              10  OL-UNIT-PRICE      PIC S9(5)V99.
              10  OL-SHIP-QUANTITY   PIC 9(4).
              10  OL-PROMO-CODE      PIC X(6).
              10  OL-LIST-UNIT-PRICE PIC 9(5)V99.
              10  OL-WAREHOUSE-CODE  PIC X.
        01  WS-HELD-ORDER-NUMBER     PIC 9(6).
        01  WS-HELD-CUSTOMER-REF     PIC X(10).
        01  WS-HELD-ORDER-DATE      PIC 9(8).
        01  WS-HELD-ORDER-TAX        PIC S9(7)V99.
        01  WS-HELD-TAX-STATE        PIC X(2).
        01  WS-HELD-SALESPERSON      PIC X(4).
        01  WS-HELD-EXEMPT-CERT      PIC X(15).

        01  WS-ORDERS-RELEASED       PIC 9(5) VALUE ZERO.
        01  WS-SHORT-LINES           PIC 9(5) VALUE ZERO.
                VALUE "  SHORT LINES".
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RTL-SHORT         PIC ZZZZ9.
            05  FILLER               PIC X(17)
                VALUE "  FREIGHT BILLED ".
            05  WS-RTL-FREIGHT       PIC Z,ZZZ,ZZ9.99.
        01  WS-REGISTER-FREIGHT-LINE.
            05  WS-RFL-ORDER-NUMBER  PIC 9(6).
            05  FILLER               PIC X(8) VALUE " WEIGHT ".
            05  WS-RFL-WEIGHT        PIC ZZZZZ9.99.
            05  FILLER               PIC X(6) VALUE " ZONE ".
            05  WS-RFL-ZONE          PIC X(2).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RFL-REASON        PIC X(34).

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "ShipConfirm".
        01  WS-RJ-IMAGE              PIC X(2000).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            CALL "BusinessDate" USING WS-RUN-DATE
            OPEN INPUT PICK-QUEUE-FILE
            IF WS-PICK-QUEUE-STATUS NOT = "00"
                DISPLAY "No PICKQ.DAT pick queue on file, "
                STOP RUN
            END-IF
            PERFORM LOAD-PICKED-TABLE
            PERFORM LOAD-POSTAL-CODE-TABLE
            PERFORM LOAD-FREIGHT-RATE-TABLE
            PERFORM LOAD-TAX-RATE-TABLE
            PERFORM LOAD-KIT-COMPONENT-TABLE
            OPEN INPUT CUSTOMER-MASTER
            IF CustomerFileOK
                MOVE "Y" TO WS-CUSTOMER-MASTER-OPEN
            ELSE
                DISPLAY "No CUSTOMER-MASTER available, status "
                    WS-CUSTOMER-STATUS " - no freight rated this run"
            END-IF
            OPEN EXTEND FREIGHT-LOG
            IF WS-FREIGHT-LOG-STATUS NOT = "00"
                OPEN OUTPUT FREIGHT-LOG
            END-IF
            OPEN I-O ITEM-MASTER
            IF ItemMasterOK
                MOVE "Y" TO WS-ITEM-MASTER-OPEN
            END-IF
            OPEN OUTPUT INVOICE-FEED-FILE
            OPEN OUTPUT CONFIRMATION-REGISTER
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE ConfirmationRegisterLine FROM REPORT-STAMP-LINE
            PERFORM READ-PICK-QUEUE-RECORD
            PERFORM UNTIL EndOfPickQueue
                IF PQ-RECORD-TYPE = "H"
            END-PERFORM
            MOVE WS-ORDERS-RELEASED TO WS-RTL-RELEASED
            MOVE WS-SHORT-LINES TO WS-RTL-SHORT
            MOVE WS-FREIGHT-BILLED-TOTAL TO WS-RTL-FREIGHT
            WRITE ConfirmationRegisterLine
                FROM WS-REGISTER-TOTAL-LINE
            CLOSE CONFIRMATION-REGISTER
            CLOSE INVOICE-FEED-FILE
            CLOSE BACK-ORDER-FILE
            CLOSE STOCK-JOURNAL
            CLOSE FREIGHT-LOG
            IF ItemMasterAvailable
                CLOSE ITEM-MASTER
            END-IF
            IF CustomerMasterAvailable
                CLOSE CUSTOMER-MASTER
            END-IF
            CLOSE PICK-QUEUE-FILE
      * Clean end of run: truncate the queue - everything on it
      * has been released or back-ordered.
            CLOSE PICK-QUEUE-FILE
            DISPLAY "Shipment confirmation: " WS-ORDERS-RELEASED
                " order(s) released, " WS-SHORT-LINES
                " short line(s), " WS-UNRATED-ORDERS
                " without freight rated"
            STOP RUN.

        READ-PICK-QUEUE-RECORD.
            MOVE PQ-ORDER-TOTAL TO WS-ORDERED-TOTAL
            MOVE PQ-ORDER-TAX TO WS-HELD-ORDER-TAX
            MOVE PQ-TAX-STATE TO WS-HELD-TAX-STATE
            MOVE PQ-SALESPERSON-CODE TO WS-HELD-SALESPERSON
            MOVE PQ-EXEMPT-CERTIFICATE TO WS-HELD-EXEMPT-CERT
            MOVE 0 TO WS-OL-COUNT
            PERFORM READ-PICK-QUEUE-RECORD
            PERFORM UNTIL EndOfPickQueue
                        TO OL-DESCRIPTION(WS-OL-COUNT)
                    MOVE PQ-UNIT-PRICE
                        TO OL-UNIT-PRICE(WS-OL-COUNT)
                    MOVE PQ-PROMO-CODE
                        TO OL-PROMO-CODE(WS-OL-COUNT)
                    IF PQ-LIST-UNIT-PRICE IS NUMERIC
                        MOVE PQ-LIST-UNIT-PRICE
                            TO OL-LIST-UNIT-PRICE(WS-OL-COUNT)
                    ELSE
                        MOVE ZERO TO OL-LIST-UNIT-PRICE(WS-OL-COUNT)
                    END-IF
                    MOVE PQ-WAREHOUSE-CODE
                        TO OL-WAREHOUSE-CODE(WS-OL-COUNT)
                END-IF
                PERFORM READ-PICK-QUEUE-RECORD
            END-PERFORM
            MOVE 0 TO WS-RELEASED-TOTAL
            MOVE 0 TO WS-SHIP-WEIGHT
            PERFORM VARYING WS-OL-IDX FROM 1 BY 1
                UNTIL WS-OL-IDX > WS-OL-COUNT
                PERFORM DECIDE-ONE-LINE
            END-PERFORM
            PERFORM RATE-ORDER-FREIGHT
            PERFORM WRITE-RELEASED-ORDER
            ADD 1 TO WS-ORDERS-RELEASED
            MOVE "S" TO WS-OS-ACTION
                MOVE OL-QUANTITY(WS-OL-IDX) TO WS-SHIP-QUANTITY
            END-IF
            MOVE WS-SHIP-QUANTITY TO OL-SHIP-QUANTITY(WS-OL-IDX)
            IF WS-SHIP-QUANTITY > 0
                PERFORM ADD-LINE-WEIGHT
            END-IF
            COMPUTE WS-RELEASED-TOTAL = WS-RELEASED-TOTAL
                + (WS-SHIP-QUANTITY * OL-UNIT-PRICE(WS-OL-IDX))
            COMPUTE WS-SHORT-QUANTITY =
            MOVE OL-ITEM-NUMBER(WS-OL-IDX) TO BO-ITEM-NUMBER
            MOVE OL-DESCRIPTION(WS-OL-IDX) TO BO-DESCRIPTION
            MOVE WS-SHORT-QUANTITY TO BO-QUANTITY
            MOVE OL-WAREHOUSE-CODE(WS-OL-IDX) TO BO-WAREHOUSE-CODE
            IF WS-HELD-CUSTOMER-REF(1:8) IS NUMERIC
                MOVE WS-HELD-CUSTOMER-REF(1:8) TO BO-CUSTOMER-ID
            ELSE
                MOVE 0 TO BO-CUSTOMER-ID
            END-IF
            MOVE WS-RUN-DATE TO BO-BACKORDER-DATE
            WRITE BACK-ORDER-RECORD
            MOVE "B" TO WS-OS-ACTION
            MOVE WS-HELD-ORDER-NUMBER TO WS-OS-ORDER-NUMBER

      * The allocation OrderEntry took for the unfound quantity
      * goes back on the book with a journal adjustment - the
      * back order will re-allocate when stock truly arrives. It
      * goes back to the warehouse the line was picked from.
        RETURN-SHORT-ALLOCATION.
            IF NOT ItemMasterAvailable
                EXIT PARAGRAPH
            END-IF
            IF OL-WAREHOUSE-CODE(WS-OL-IDX) = "C"
                MOVE 2 TO WS-WH-IDX
            ELSE
                MOVE 1 TO WS-WH-IDX
            END-IF
            MOVE "N" TO WS-KIT-FOUND
            PERFORM VARYING WS-KT-IDX FROM 1 BY 1
                UNTIL WS-KT-IDX > WS-KT-COUNT
                IF KT-KIT-ITEM(WS-KT-IDX) = OL-ITEM-NUMBER(WS-OL-IDX)
                    SET KitItemFound TO TRUE
                    MOVE KT-COMPONENT-ITEM(WS-KT-IDX) TO WS-RETURN-ITEM
                    COMPUTE WS-RETURN-QUANTITY =
                        WS-SHORT-QUANTITY * KT-PER-KIT(WS-KT-IDX)
                    PERFORM RETURN-TO-SHELF
                END-IF
            END-PERFORM
            IF NOT KitItemFound
                MOVE OL-ITEM-NUMBER(WS-OL-IDX) TO WS-RETURN-ITEM
                MOVE WS-SHORT-QUANTITY TO WS-RETURN-QUANTITY
                PERFORM RETURN-TO-SHELF
            END-IF.

        RETURN-TO-SHELF.
            MOVE WS-RETURN-ITEM TO IM-ITEM-NUMBER
            READ ITEM-MASTER
                INVALID KEY
                    DISPLAY "Short-picked item "
                        WS-RETURN-ITEM
                        " is not on the master"
                NOT INVALID KEY
                    PERFORM NORMALISE-WAREHOUSE-STOCK
                    ADD WS-RETURN-QUANTITY TO IM-WH-ON-HAND(WS-WH-IDX)
                    ADD WS-RETURN-QUANTITY TO IM-ON-HAND-QUANTITY
                    REWRITE ITEM-MASTER-RECORD
                        INVALID KEY
                            DISPLAY "Rewrite failed for item "
                                IM-ITEM-NUMBER
                        NOT INVALID KEY
                            MOVE "C" TO WS-RJ-OPERATION
                            PERFORM JOURNAL-ITEM-RECORD
                    END-REWRITE
                    MOVE SPACES TO STOCK-JOURNAL-RECORD
                    MOVE "J" TO JR-ENTRY-TYPE
                    MOVE IM-ITEM-NUMBER TO JR-ITEM-NUMBER
                    MOVE WS-RETURN-QUANTITY TO JR-QUANTITY
                    MOVE WS-RUN-DATE TO JR-ENTRY-DATE
                    MOVE OL-WAREHOUSE-CODE(WS-OL-IDX)
                        TO JR-WAREHOUSE-CODE
                    WRITE STOCK-JOURNAL-RECORD
            END-READ.

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

      * Weight goes by what leaves the dock, not what was
      * ordered. An item off the master adds nothing.
        ADD-LINE-WEIGHT.
            IF NOT ItemMasterAvailable
                EXIT PARAGRAPH
            END-IF
            MOVE OL-ITEM-NUMBER(WS-OL-IDX) TO IM-ITEM-NUMBER
            READ ITEM-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF IM-SHIP-WEIGHT IS NUMERIC
                        COMPUTE WS-SHIP-WEIGHT = WS-SHIP-WEIGHT
                            + (WS-SHIP-QUANTITY * IM-SHIP-WEIGHT)
                    END-IF
            END-READ.

      * A shipment that weighs nothing carries no freight at all.
      * Otherwise the zone and rate give the rated freight, and
      * the customer's flag or the threshold may still bill it at
      * zero; tax follows only where the state taxes freight and
      * the order was not taxed at zero under an exemption
      * certificate.
        RATE-ORDER-FREIGHT.
            MOVE 0 TO WS-RATED-FREIGHT
            MOVE 0 TO WS-BILLED-FREIGHT
            MOVE 0 TO WS-FREIGHT-TAX
            MOVE SPACE TO WS-FREIGHT-BASIS
            MOVE "N" TO WS-FREIGHT-TAXED
            IF WS-SHIP-WEIGHT = 0 OR NOT CustomerMasterAvailable
                EXIT PARAGRAPH
            END-IF
            PERFORM FIND-SHIP-TO-CUSTOMER
            PERFORM FIND-SHIP-ZONE
            IF WS-SHIP-ZONE = SPACES
                MOVE "Z" TO WS-FREIGHT-BASIS
            ELSE
                PERFORM FIND-FREIGHT-RATE
            END-IF
            EVALUATE TRUE
                WHEN FreightNotRated
                    ADD 1 TO WS-UNRATED-ORDERS
                    PERFORM NOTE-UNRATED-FREIGHT
                WHEN ShipsFreeToCustomer
                    MOVE "C" TO WS-FREIGHT-BASIS
                WHEN WS-FREE-FREIGHT-OVER > 0
                     AND WS-RELEASED-TOTAL > WS-FREE-FREIGHT-OVER
                    MOVE "T" TO WS-FREIGHT-BASIS
                WHEN OTHER
                    MOVE "B" TO WS-FREIGHT-BASIS
                    MOVE WS-RATED-FREIGHT TO WS-BILLED-FREIGHT
                    ADD WS-BILLED-FREIGHT TO WS-FREIGHT-BILLED-TOTAL
                    PERFORM TAX-BILLED-FREIGHT
            END-EVALUATE
            PERFORM WRITE-FREIGHT-LOG.

        FIND-SHIP-TO-CUSTOMER.
            MOVE SPACES TO WS-SHIP-POSTAL
            MOVE "N" TO WS-FREE-FREIGHT-ACCOUNT
            IF WS-HELD-CUSTOMER-REF(1:8) IS NUMERIC
                MOVE WS-HELD-CUSTOMER-REF(1:8) TO CustomerId
                READ CUSTOMER-MASTER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF CustomerFreeFreight
                            MOVE "Y" TO WS-FREE-FREIGHT-ACCOUNT
                        END-IF
                        PERFORM VARYING AH-IDX FROM 1 BY 1
                            UNTIL AH-IDX > 5
                            IF IS-CURRENT-ADDRESS(AH-IDX)
                                MOVE AH-POSTAL-CODE(AH-IDX)
                                    TO WS-SHIP-POSTAL
                            END-IF
                        END-PERFORM
                END-READ
            END-IF.

        FIND-SHIP-ZONE.
            MOVE SPACES TO WS-SHIP-ZONE
            IF WS-SHIP-POSTAL = SPACES
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                UNTIL WS-PC-IDX > WS-PC-COUNT
                IF WS-SHIP-POSTAL NOT < PC-LOW-CODE(WS-PC-IDX)
                   AND WS-SHIP-POSTAL NOT > PC-HIGH-CODE(WS-PC-IDX)
                    MOVE PC-SHIP-ZONE(WS-PC-IDX) TO WS-SHIP-ZONE
                END-IF
            END-PERFORM.

      * The zone's highest break the shipment reaches sets the
      * rate per pound, floored at that break's minimum charge.
        FIND-FREIGHT-RATE.
            MOVE 0 TO WS-FR-PICK
            MOVE 0 TO WS-BEST-BREAK
            PERFORM VARYING WS-FR-IDX FROM 1 BY 1
                UNTIL WS-FR-IDX > WS-FR-COUNT
                IF FRE-SHIP-ZONE(WS-FR-IDX) = WS-SHIP-ZONE
                   AND FRE-WEIGHT-BREAK(WS-FR-IDX)
                       NOT > WS-SHIP-WEIGHT
                   AND (WS-FR-PICK = 0
                    OR FRE-WEIGHT-BREAK(WS-FR-IDX)
                       NOT < WS-BEST-BREAK)
                    MOVE WS-FR-IDX TO WS-FR-PICK
                    MOVE FRE-WEIGHT-BREAK(WS-FR-IDX)
                        TO WS-BEST-BREAK
                END-IF
            END-PERFORM
            IF WS-FR-PICK = 0
                MOVE "N" TO WS-FREIGHT-BASIS
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-RATED-FREIGHT ROUNDED =
                WS-SHIP-WEIGHT * FRE-RATE-PER-POUND(WS-FR-PICK)
                ON SIZE ERROR
                    MOVE 99999.99 TO WS-RATED-FREIGHT
            END-COMPUTE
            IF WS-RATED-FREIGHT < FRE-MINIMUM-CHARGE(WS-FR-PICK)
                MOVE FRE-MINIMUM-CHARGE(WS-FR-PICK)
                    TO WS-RATED-FREIGHT
            END-IF.

        TAX-BILLED-FREIGHT.
            PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                UNTIL WS-TX-IDX > WS-TX-COUNT
                IF TXT-STATE(WS-TX-IDX) = WS-HELD-TAX-STATE
                   AND WS-HELD-TAX-STATE NOT = SPACES
                   AND WS-HELD-EXEMPT-CERT = SPACES
                   AND TXT-StateTaxesFreight(WS-TX-IDX)
                    MOVE "Y" TO WS-FREIGHT-TAXED
                    COMPUTE WS-FREIGHT-TAX ROUNDED =
                        WS-BILLED-FREIGHT * TXT-RATE(WS-TX-IDX) / 100
                END-IF
            END-PERFORM.

        NOTE-UNRATED-FREIGHT.
            MOVE WS-HELD-ORDER-NUMBER TO WS-RFL-ORDER-NUMBER
            MOVE WS-SHIP-WEIGHT TO WS-RFL-WEIGHT
            MOVE WS-SHIP-ZONE TO WS-RFL-ZONE
            IF WS-FREIGHT-BASIS = "Z"
                MOVE "NO SHIP ZONE - FREIGHT NOT BILLED"
                    TO WS-RFL-REASON
            ELSE
                MOVE "NO FREIGHT RATE - NOT BILLED"
                    TO WS-RFL-REASON
            END-IF
            WRITE ConfirmationRegisterLine
                FROM WS-REGISTER-FREIGHT-LINE.

        WRITE-FREIGHT-LOG.
            MOVE SPACES TO FREIGHT-LOG-RECORD
            MOVE WS-HELD-ORDER-NUMBER TO FL-ORDER-NUMBER
            MOVE WS-RUN-DATE TO FL-SHIP-DATE
            MOVE WS-HELD-CUSTOMER-REF TO FL-CUSTOMER-REF
            MOVE WS-SHIP-ZONE TO FL-SHIP-ZONE
            MOVE WS-SHIP-WEIGHT TO FL-SHIP-WEIGHT
            MOVE WS-RATED-FREIGHT TO FL-RATED-FREIGHT
            MOVE WS-BILLED-FREIGHT TO FL-BILLED-FREIGHT
            MOVE WS-FREIGHT-BASIS TO FL-FREIGHT-BASIS
            WRITE FREIGHT-LOG-RECORD.

      * The released order reaches the feed with the shipped
      * quantities, the recomputed total and the tax scaled to
      * what actually ships - the rate itself stayed behind in
      * OrderEntry, but tax moves in proportion to the goods.
      * Billed freight adds to the total and its own tax to the
      * tax; a free shipment still shows its freight line at zero.
        WRITE-RELEASED-ORDER.
            MOVE SPACES TO INVOICE-FEED-RECORD
            MOVE "H" TO IF-RECORD-TYPE
            MOVE WS-HELD-ORDER-NUMBER TO IF-ORDER-NUMBER
            MOVE WS-HELD-CUSTOMER-REF TO IF-CUSTOMER-REF
            MOVE WS-HELD-ORDER-DATE TO IF-ORDER-DATE
            COMPUTE IF-ORDER-TOTAL =
                WS-RELEASED-TOTAL + WS-BILLED-FREIGHT
            IF WS-ORDERED-TOTAL NOT = 0
                COMPUTE WS-ORDER-TAX ROUNDED =
                    WS-HELD-ORDER-TAX * WS-RELEASED-TOTAL
            ELSE
                MOVE 0 TO WS-ORDER-TAX
            END-IF
            ADD WS-FREIGHT-TAX TO WS-ORDER-TAX
            MOVE WS-ORDER-TAX TO IF-ORDER-TAX
            MOVE WS-HELD-TAX-STATE TO IF-TAX-STATE
            MOVE WS-HELD-SALESPERSON TO IF-SALESPERSON-CODE
            MOVE WS-BILLED-FREIGHT TO IF-FREIGHT-AMOUNT
            MOVE WS-FREIGHT-TAXED TO IF-FREIGHT-TAXED
            MOVE WS-HELD-EXEMPT-CERT TO IF-EXEMPT-CERTIFICATE
            WRITE INVOICE-FEED-RECORD
            PERFORM VARYING WS-OL-IDX FROM 1 BY 1
                UNTIL WS-OL-IDX > WS-OL-COUNT
                    COMPUTE IF-EXTENDED-PRICE =
                        OL-SHIP-QUANTITY(WS-OL-IDX)
                        * OL-UNIT-PRICE(WS-OL-IDX)
                    MOVE OL-PROMO-CODE(WS-OL-IDX) TO IF-PROMO-CODE
                    MOVE OL-LIST-UNIT-PRICE(WS-OL-IDX)
                        TO IF-LIST-UNIT-PRICE
                    MOVE OL-WAREHOUSE-CODE(WS-OL-IDX)
                        TO IF-WAREHOUSE-CODE
                    WRITE INVOICE-FEED-RECORD
                END-IF
            END-PERFORM
            IF FreightBilled OR FreightShownFree
                PERFORM WRITE-FREIGHT-LINE
            END-IF.

        WRITE-FREIGHT-LINE.
            MOVE SPACES TO WS-FREIGHT-DESCRIPTION
            IF FreightBilled
                MOVE WS-SHIP-WEIGHT TO WS-WEIGHT-EDIT
                STRING "FREIGHT ZONE " DELIMITED BY SIZE
                    WS-SHIP-ZONE DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-WEIGHT-EDIT DELIMITED BY SIZE
                    " LB" DELIMITED BY SIZE
                    INTO WS-FREIGHT-DESCRIPTION
                END-STRING
            ELSE
                MOVE "FREIGHT - NO CHARGE" TO WS-FREIGHT-DESCRIPTION
            END-IF
            MOVE SPACES TO INVOICE-FEED-RECORD
            MOVE "L" TO IF-RECORD-TYPE
            MOVE 1 TO IF-QUANTITY
            MOVE ZERO TO IF-ITEM-NUMBER
            MOVE WS-FREIGHT-DESCRIPTION TO IF-DESCRIPTION
            MOVE WS-BILLED-FREIGHT TO IF-UNIT-PRICE
            MOVE WS-BILLED-FREIGHT TO IF-EXTENDED-PRICE
            WRITE INVOICE-FEED-RECORD.

        LOAD-PICKED-TABLE.
            OPEN INPUT PICKED-FILE
                    "PICKED.DAT confirmations ignored"
            END-IF
            CLOSE PICKED-FILE.

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

        LOAD-POSTAL-CODE-TABLE.
            OPEN INPUT POSTAL-REFERENCE
            IF WS-POSTAL-REF-STATUS = "00"
                PERFORM UNTIL EndOfPostalReference
                    OR WS-PC-COUNT >= WS-POSTAL-TABLE-CAPACITY
                    READ POSTAL-REFERENCE
                        AT END SET EndOfPostalReference TO TRUE
                        NOT AT END
                            ADD 1 TO WS-PC-COUNT
                            MOVE PR-LOW-CODE
                                TO PC-LOW-CODE(WS-PC-COUNT)
                            MOVE PR-HIGH-CODE
                                TO PC-HIGH-CODE(WS-PC-COUNT)
                            MOVE PR-SHIP-ZONE
                                TO PC-SHIP-ZONE(WS-PC-COUNT)
                    END-READ
                END-PERFORM
                IF NOT EndOfPostalReference
                    DISPLAY "WS-POSTAL-CODE-TABLE full at "
                        WS-POSTAL-TABLE-CAPACITY " entries, "
                        "remaining POSTAL.REF records not loaded"
                END-IF
                CLOSE POSTAL-REFERENCE
            ELSE
                DISPLAY "No POSTAL.REF on file, ship zones "
                    "cannot be derived this run"
            END-IF.

        LOAD-FREIGHT-RATE-TABLE.
            OPEN INPUT FREIGHT-RATE-FILE
            IF WS-FREIGHT-RATE-STATUS NOT = "00"
                DISPLAY "No FREIGHT.REF on file, no freight rated "
                    "this run"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfFreightRates
                READ FREIGHT-RATE-FILE
                    AT END SET EndOfFreightRates TO TRUE
                    NOT AT END
                        EVALUATE TRUE
                            WHEN FR-ThresholdRecord
                                 AND FT-FREE-OVER IS NUMERIC
                                MOVE FT-FREE-OVER
                                    TO WS-FREE-FREIGHT-OVER
                            WHEN FR-RateLine
                                 AND FR-WEIGHT-BREAK IS NUMERIC
                                 AND FR-MINIMUM-CHARGE IS NUMERIC
                                 AND FR-RATE-PER-POUND IS NUMERIC
                                PERFORM ADD-FREIGHT-RATE-ENTRY
                            WHEN OTHER
                                DISPLAY "Bad FREIGHT.REF record "
                                    "ignored: " FREIGHT-RATE-RECORD
                        END-EVALUATE
                END-READ
            END-PERFORM
            CLOSE FREIGHT-RATE-FILE.

        ADD-FREIGHT-RATE-ENTRY.
            IF WS-FR-COUNT >= WS-FREIGHT-TABLE-CAPACITY
                DISPLAY "WS-FREIGHT-RATE-TABLE full at "
                    WS-FREIGHT-TABLE-CAPACITY " entries, zone "
                    FR-SHIP-ZONE " break " FR-WEIGHT-BREAK
                    " not loaded"
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-FR-COUNT
            MOVE FR-SHIP-ZONE TO FRE-SHIP-ZONE(WS-FR-COUNT)
            MOVE FR-WEIGHT-BREAK TO FRE-WEIGHT-BREAK(WS-FR-COUNT)
            MOVE FR-MINIMUM-CHARGE TO FRE-MINIMUM-CHARGE(WS-FR-COUNT)
            MOVE FR-RATE-PER-POUND
                TO FRE-RATE-PER-POUND(WS-FR-COUNT).

        LOAD-TAX-RATE-TABLE.
            OPEN INPUT TAX-RATE-FILE
            IF WS-TAX-RATE-STATUS = "00"
                PERFORM UNTIL EndOfTaxRateFile
                    OR WS-TX-COUNT >= WS-TAX-TABLE-CAPACITY
                    READ TAX-RATE-FILE
                        AT END SET EndOfTaxRateFile TO TRUE
                        NOT AT END
                            IF TX-RATE-PERCENT IS NUMERIC
                                ADD 1 TO WS-TX-COUNT
                                MOVE TX-STATE TO
                                    TXT-STATE(WS-TX-COUNT)
                                MOVE TX-RATE-PERCENT TO
                                    TXT-RATE(WS-TX-COUNT)
                                MOVE TX-FREIGHT-TAXABLE TO
                                    TXT-FREIGHT-TAXABLE(WS-TX-COUNT)
                            ELSE
                                DISPLAY "Bad TAXRATE.REF record "
                                    "ignored: " TAX-RATE-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TAX-RATE-FILE
            ELSE
                DISPLAY "No TAXRATE.REF on file, freight is not "
                    "taxed this run"
            END-IF.

      * Every change to ITEMS.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-ITEM-RECORD.
            MOVE "ITEMS" TO WS-RJ-FILE-ID
            MOVE IM-ITEM-NUMBER TO WS-RJ-KEY
            MOVE ITEM-MASTER-RECORD TO WS-RJ-IMAGE
            CALL "RecoveryJournal" USING WS-RJ-FILE-ID
                WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.
