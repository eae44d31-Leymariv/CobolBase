       IDENTIFICATION DIVISION.
       PROGRAM-ID. BackOrderAging.
      * Back-order aging report over BACKORD.TXT, by customer and
      * item. Every line waiting for GoodsReceiving is listed with
      * the date it went on back order and the days it has been
      * waiting, and whether the open purchase-order lines on
      * POOPEN.DAT (status O, ordered less received) for the item
      * cover everything back-ordered against it - COVERED,
      * PARTIAL or NO PO, with the first open PO number. Lines for
      * items now discontinued on the item master, and lines older
      * than the cancellation age on BOAGE.CTL (days; 90 when the
      * file is absent), are flagged: those are the lines the next
      * BackOrderCancel run will drop. A line written before the
      * back-order date was carried is dated from the order's
      * ORDSTAT.DAT back-order stamp, and shown UNKNOWN when the
      * order has none. Customers carrying the ship-complete-or-
      * cancel preference are marked on their heading. Output is
      * BOAGING.RPT with customer subtotals and run totals.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT BACK-ORDER-FILE
            ASSIGN TO "BACKORD.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BACK-ORDER-STATUS.
          SELECT OPEN-PO-FILE
            ASSIGN TO "POOPEN.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPEN-PO-STATUS.
          SELECT ITEM-MASTER
            ASSIGN TO "ITEMS.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS IM-ITEM-NUMBER
            FILE STATUS IS WS-ITEM-MASTER-STATUS.
          SELECT CUSTOMER-MASTER
            ASSIGN TO "CUSTOMER.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CustomerId
            FILE STATUS IS WS-CUSTOMER-STATUS.
          SELECT ORDER-STATUS-FILE
            ASSIGN TO "ORDSTAT.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS OS-ORDER-NUMBER
            FILE STATUS IS WS-STATUS-FILE-STATUS.
          SELECT AGE-CONTROL-FILE
            ASSIGN TO "BOAGE.CTL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AGE-CONTROL-STATUS.
          SELECT AGING-REPORT
            ASSIGN TO "BOAGING.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  BACK-ORDER-FILE
            LABEL RECORDS ARE STANDARD.
        01  BACK-ORDER-RECORD.
            05  BO-ORDER-NUMBER      PIC 9(6).
            05  FILLER               PIC X.
            05  BO-ITEM-NUMBER       PIC 9(6).
            05  FILLER               PIC X.
            05  BO-DESCRIPTION       PIC X(30).
            05  FILLER               PIC X.
            05  BO-QUANTITY          PIC 9999.
            05  FILLER               PIC X.
            05  BO-WAREHOUSE-CODE    PIC X.
            05  FILLER               PIC X.
            05  BO-CUSTOMER-ID       PIC 9(8).
            05  FILLER               PIC X.
            05  BO-BACKORDER-DATE    PIC 9(8).

        FD  OPEN-PO-FILE
            LABEL RECORDS ARE STANDARD.
        01  OPEN-PO-RECORD.
            05  PO-NUMBER            PIC 9(6).
            05  FILLER               PIC X.
            05  PO-SUPPLIER-NO       PIC 9(5).
            05  FILLER               PIC X.
            05  PO-ITEM-NUMBER       PIC 9(6).
            05  FILLER               PIC X.
            05  PO-QUANTITY          PIC 9(4).
            05  FILLER               PIC X.
            05  PO-RECEIVED          PIC 9(4).
            05  FILLER               PIC X.
            05  PO-ORDER-DATE        PIC 9(8).
            05  FILLER               PIC X.
            05  PO-STATUS            PIC X.
                88  PO-LineOpen          VALUE "O".
            05  FILLER               PIC X.
            05  PO-INVOICED          PIC 9(4).

        FD  ITEM-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY ITEMREC.

        FD  CUSTOMER-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY CUSTREC.

        FD  ORDER-STATUS-FILE
            LABEL RECORDS ARE STANDARD.
            COPY ORDSTAT.

        FD  AGE-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
        01  AgeControlLine           PIC 999.

        FD  AGING-REPORT
            LABEL RECORDS ARE STANDARD.
        01  AgingReportLine          PIC X(100).

        WORKING-STORAGE SECTION.
        01  WS-BACK-ORDER-STATUS     PIC XX.
            88  EndOfBackOrderFile       VALUE "10".
        01  WS-OPEN-PO-STATUS        PIC XX.
            88  EndOfOpenPOFile          VALUE "10".
        01  WS-ITEM-MASTER-STATUS    PIC XX.
            88  ItemMasterOK             VALUE "00".
        01  WS-CUSTOMER-STATUS       PIC XX.
            88  CustomerMasterOK         VALUE "00".
        01  WS-STATUS-FILE-STATUS    PIC XX.
            88  StatusFileOK             VALUE "00".
        01  WS-AGE-CONTROL-STATUS    PIC XX.
        01  WS-REPORT-STATUS         PIC XX.

        01  WS-ITEM-MASTER-AVAILABLE PIC X VALUE "N".
            88  ItemMasterAvailable      VALUE "Y".
        01  WS-CUSTOMER-AVAILABLE    PIC X VALUE "N".
            88  CustomerMasterAvailable  VALUE "Y".
        01  WS-STATUS-FILE-AVAILABLE PIC X VALUE "N".
            88  StatusFileAvailable      VALUE "Y".
        01  WS-MAX-AGE-DAYS          PIC 999 VALUE 90.
        01  WS-RUN-DATE              PIC 9(8).
        01  WS-RUN-INTEGER           PIC 9(7).
        01  WS-DAYS-WAITING          PIC 9(5).
        01  WS-ITEM-BACK-ORDERED     PIC 9(7).
        01  WS-ITEM-DISCONTINUED     PIC X.
            88  LineItemDiscontinued     VALUE "Y".

      * Back-order lines held in customer, item, order sequence; a
      * customer or date the line does not carry is held as zero.
        78  WS-BO-TABLE-CAPACITY     VALUE 500.
        01  WS-BO-COUNT              PIC 999 VALUE 0.
        01  WS-BO-SCAN               PIC 999.
        01  WS-BO-OVERFLOW           PIC X VALUE "N".
            88  BackOrderTableOverflowed VALUE "Y".
        01  WS-BACK-ORDER-TABLE.
            05  BACK-ORDER-ENTRY OCCURS 500 TIMES
                INDEXED BY BT-IDX.
              10  BT-SORT-KEY.
                15  BT-CUSTOMER-ID   PIC 9(8).
                15  BT-ITEM-NUMBER   PIC 9(6).
                15  BT-ORDER-NUMBER  PIC 9(6).
              10  BT-DESCRIPTION     PIC X(30).
              10  BT-QUANTITY        PIC 9999.
              10  BT-WAREHOUSE-CODE  PIC X.
              10  BT-BACKORDER-DATE  PIC 9(8).
        01  WS-BO-SORT-KEY.
            05  WS-BSK-CUSTOMER-ID   PIC 9(8).
            05  WS-BSK-ITEM-NUMBER   PIC 9(6).
            05  WS-BSK-ORDER-NUMBER  PIC 9(6).

      * Open purchase-order quantity still to come, by item.
        78  WS-PO-TABLE-CAPACITY     VALUE 500.
        01  WS-PO-COUNT              PIC 999 VALUE 0.
        01  WS-PO-IDX                PIC 999.
        01  WS-PO-FOUND              PIC 999.
        01  WS-OPEN-PO-TABLE.
            05  OPEN-PO-ENTRY OCCURS 500 TIMES.
              10  PT-ITEM-NUMBER     PIC 9(6).
              10  PT-FIRST-PO        PIC 9(6).
              10  PT-OUTSTANDING     PIC 9(7).

        01  WS-CURRENT-CUSTOMER      PIC 9(8).
        01  WS-CUSTOMER-LINES        PIC 999.
        01  WS-CUSTOMER-UNITS        PIC 9(6).
        01  WS-CUSTOMER-OLDEST       PIC 9(5).

        01  WS-LINES-LISTED          PIC 9(5) VALUE ZERO.
        01  WS-UNITS-LISTED          PIC 9(7) VALUE ZERO.
        01  WS-OVER-AGE-LINES        PIC 9(5) VALUE ZERO.
        01  WS-DISCONTINUED-LINES    PIC 9(5) VALUE ZERO.
        01  WS-UNCOVERED-LINES       PIC 9(5) VALUE ZERO.
        01  WS-UNDATED-LINES         PIC 9(5) VALUE ZERO.

        01  WS-AGING-HEADING-LINE.
            05  FILLER               PIC X(27)
                VALUE "BACK-ORDER AGING AS AT RUN ".
            05  WS-AHL-RUN-DATE      PIC 9(8).
            05  FILLER               PIC X(23)
                VALUE " - CANCELLATION AGE    ".
            05  WS-AHL-MAX-AGE       PIC ZZ9.
            05  FILLER               PIC X(5) VALUE " DAYS".
        01  WS-COLUMN-HEADING-LINE.
            05  FILLER               PIC X(50) VALUE
                " ORDER    ITEM DESCRIPTION          W  QTY BO-DATE".
            05  FILLER               PIC X(40) VALUE
                "   DAYS PO-COVER       FLAGS".
        01  WS-CUSTOMER-HEADING-LINE.
            05  FILLER               PIC X(9) VALUE "CUSTOMER ".
            05  WS-CHL-CUSTOMER-ID   PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-CHL-NAME          PIC X(21).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-CHL-PREFERENCE    PIC X(23).
        01  WS-AGING-DETAIL-LINE.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-ADL-ORDER-NUMBER  PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-ADL-ITEM-NUMBER   PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-ADL-DESCRIPTION   PIC X(20).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-ADL-WAREHOUSE     PIC X.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-ADL-QUANTITY      PIC ZZZ9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-ADL-BACKORDER-DATE PIC X(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-ADL-DAYS          PIC X(5).
            05  WS-ADL-DAYS-N REDEFINES WS-ADL-DAYS
                                     PIC ZZZZ9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-ADL-COVER         PIC X(7).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-ADL-PO-NUMBER     PIC X(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-ADL-DISCONTINUED  PIC X(5).
            05  WS-ADL-OVER-AGE      PIC X(8).
        01  WS-CUSTOMER-TOTAL-LINE.
            05  FILLER               PIC X(15)
                VALUE "       CUSTOMER".
            05  FILLER               PIC X(7) VALUE " LINES ".
            05  WS-CTL-LINES         PIC ZZ9.
            05  FILLER               PIC X(7) VALUE " UNITS ".
            05  WS-CTL-UNITS         PIC ZZZ,ZZ9.
            05  FILLER               PIC X(8) VALUE " OLDEST ".
            05  WS-CTL-OLDEST        PIC ZZZZ9.
            05  FILLER               PIC X(5) VALUE " DAYS".
        01  WS-AGING-TOTAL-LINE.
            05  FILLER               PIC X(12) VALUE "TOTAL LINES ".
            05  WS-ATL-LINES         PIC ZZZZ9.
            05  FILLER               PIC X(7) VALUE " UNITS ".
            05  WS-ATL-UNITS         PIC Z,ZZZ,ZZ9.
            05  FILLER               PIC X(10) VALUE " OVER AGE ".
            05  WS-ATL-OVER-AGE      PIC ZZZZ9.
            05  FILLER               PIC X(14)
                VALUE " DISCONTINUED ".
            05  WS-ATL-DISCONTINUED  PIC ZZZZ9.
            05  FILLER               PIC X(7) VALUE " NO PO ".
            05  WS-ATL-UNCOVERED     PIC ZZZZ9.
            05  FILLER               PIC X(9) VALUE " UNDATED ".
            05  WS-ATL-UNDATED       PIC ZZZZ9.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            OPEN INPUT BACK-ORDER-FILE
            IF WS-BACK-ORDER-STATUS NOT = "00"
                DISPLAY "No BACKORD.TXT on file, status "
                    WS-BACK-ORDER-STATUS
                    " - back-order aging skipped"
                STOP RUN
            END-IF
            PERFORM READ-AGE-CONTROL
            CALL "BusinessDate" USING WS-RUN-DATE
            COMPUTE WS-RUN-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            OPEN INPUT ITEM-MASTER
            IF ItemMasterOK
                MOVE "Y" TO WS-ITEM-MASTER-AVAILABLE
            ELSE
                DISPLAY "No ITEM-MASTER on file, back orders aged "
                    "without the discontinued check"
            END-IF
            OPEN INPUT CUSTOMER-MASTER
            IF CustomerMasterOK
                MOVE "Y" TO WS-CUSTOMER-AVAILABLE
            ELSE
                DISPLAY "No CUSTOMER.DAT on file, back orders aged "
                    "without customer names"
            END-IF
            OPEN INPUT ORDER-STATUS-FILE
            IF StatusFileOK
                MOVE "Y" TO WS-STATUS-FILE-AVAILABLE
            END-IF
            PERFORM LOAD-BACK-ORDER-TABLE
            CLOSE BACK-ORDER-FILE
            IF StatusFileAvailable
                CLOSE ORDER-STATUS-FILE
            END-IF
            IF BackOrderTableOverflowed
                DISPLAY "WS-BACK-ORDER-TABLE full at "
                    WS-BO-TABLE-CAPACITY
                    " lines - rest of BACKORD.TXT not aged"
            END-IF
            PERFORM LOAD-OPEN-PO-TABLE
            OPEN OUTPUT AGING-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE AgingReportLine FROM REPORT-STAMP-LINE
            MOVE WS-RUN-DATE TO WS-AHL-RUN-DATE
            MOVE WS-MAX-AGE-DAYS TO WS-AHL-MAX-AGE
            WRITE AgingReportLine FROM WS-AGING-HEADING-LINE
            WRITE AgingReportLine FROM WS-COLUMN-HEADING-LINE
            PERFORM VARYING BT-IDX FROM 1 BY 1
                UNTIL BT-IDX > WS-BO-COUNT
                IF BT-IDX = 1
                   OR BT-CUSTOMER-ID(BT-IDX) NOT = WS-CURRENT-CUSTOMER
                    IF BT-IDX > 1
                        PERFORM WRITE-CUSTOMER-TOTAL
                    END-IF
                    PERFORM START-ONE-CUSTOMER
                END-IF
                PERFORM AGE-ONE-LINE
            END-PERFORM
            IF WS-BO-COUNT > 0
                PERFORM WRITE-CUSTOMER-TOTAL
            END-IF
            MOVE WS-LINES-LISTED TO WS-ATL-LINES
            MOVE WS-UNITS-LISTED TO WS-ATL-UNITS
            MOVE WS-OVER-AGE-LINES TO WS-ATL-OVER-AGE
            MOVE WS-DISCONTINUED-LINES TO WS-ATL-DISCONTINUED
            MOVE WS-UNCOVERED-LINES TO WS-ATL-UNCOVERED
            MOVE WS-UNDATED-LINES TO WS-ATL-UNDATED
            WRITE AgingReportLine FROM WS-AGING-TOTAL-LINE
            CLOSE AGING-REPORT
            IF ItemMasterAvailable
                CLOSE ITEM-MASTER
            END-IF
            IF CustomerMasterAvailable
                CLOSE CUSTOMER-MASTER
            END-IF
            DISPLAY "Back-order aging: " WS-LINES-LISTED
                " line(s), " WS-OVER-AGE-LINES " over "
                WS-MAX-AGE-DAYS " day(s), " WS-DISCONTINUED-LINES
                " discontinued, " WS-UNCOVERED-LINES " with no PO"
            STOP RUN.

        READ-AGE-CONTROL.
            OPEN INPUT AGE-CONTROL-FILE
            IF WS-AGE-CONTROL-STATUS = "00"
                READ AGE-CONTROL-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF AgeControlLine IS NUMERIC
                           AND AgeControlLine > 0
                            MOVE AgeControlLine TO WS-MAX-AGE-DAYS
                        END-IF
                END-READ
                CLOSE AGE-CONTROL-FILE
            END-IF.

        LOAD-BACK-ORDER-TABLE.
            PERFORM UNTIL EndOfBackOrderFile
                OR WS-BO-COUNT >= WS-BO-TABLE-CAPACITY
                READ BACK-ORDER-FILE
                    AT END SET EndOfBackOrderFile TO TRUE
                    NOT AT END PERFORM STORE-BACK-ORDER-LINE
                END-READ
            END-PERFORM
            IF NOT EndOfBackOrderFile
                READ BACK-ORDER-FILE
                    AT END SET EndOfBackOrderFile TO TRUE
                    NOT AT END MOVE "Y" TO WS-BO-OVERFLOW
                END-READ
            END-IF.

      * Same in-place insertion shape the kit where-used listing
      * sorts with, ascending on customer, item and order. A line
      * with no date of its own takes the order's back-order stamp.
        STORE-BACK-ORDER-LINE.
            IF BO-ORDER-NUMBER IS NOT NUMERIC
               OR BO-ITEM-NUMBER IS NOT NUMERIC
               OR BO-QUANTITY IS NOT NUMERIC
                DISPLAY "Bad BACKORD.TXT record ignored: "
                    BACK-ORDER-RECORD
                EXIT PARAGRAPH
            END-IF
            IF BO-CUSTOMER-ID IS NUMERIC
                MOVE BO-CUSTOMER-ID TO WS-BSK-CUSTOMER-ID
            ELSE
                MOVE 0 TO WS-BSK-CUSTOMER-ID
            END-IF
            MOVE BO-ITEM-NUMBER TO WS-BSK-ITEM-NUMBER
            MOVE BO-ORDER-NUMBER TO WS-BSK-ORDER-NUMBER
            ADD 1 TO WS-BO-COUNT
            SET BT-IDX TO WS-BO-COUNT
            PERFORM UNTIL BT-IDX <= 1
                OR BT-SORT-KEY(BT-IDX - 1) <= WS-BO-SORT-KEY
                MOVE BACK-ORDER-ENTRY(BT-IDX - 1)
                    TO BACK-ORDER-ENTRY(BT-IDX)
                SET BT-IDX DOWN BY 1
            END-PERFORM
            MOVE WS-BO-SORT-KEY TO BT-SORT-KEY(BT-IDX)
            MOVE BO-DESCRIPTION TO BT-DESCRIPTION(BT-IDX)
            MOVE BO-QUANTITY TO BT-QUANTITY(BT-IDX)
            MOVE BO-WAREHOUSE-CODE TO BT-WAREHOUSE-CODE(BT-IDX)
            MOVE 0 TO BT-BACKORDER-DATE(BT-IDX)
            IF BO-BACKORDER-DATE IS NUMERIC
               AND BO-BACKORDER-DATE > 0
                MOVE BO-BACKORDER-DATE TO BT-BACKORDER-DATE(BT-IDX)
            ELSE
                IF StatusFileAvailable
                    MOVE BO-ORDER-NUMBER TO OS-ORDER-NUMBER
                    READ ORDER-STATUS-FILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            IF OS-BACKORDER-DATE IS NUMERIC
                                MOVE OS-BACKORDER-DATE
                                    TO BT-BACKORDER-DATE(BT-IDX)
                            END-IF
                    END-READ
                END-IF
            END-IF
            IF BT-BACKORDER-DATE(BT-IDX) > 0
               AND FUNCTION TEST-DATE-YYYYMMDD
                   (BT-BACKORDER-DATE(BT-IDX)) NOT = 0
                MOVE 0 TO BT-BACKORDER-DATE(BT-IDX)
            END-IF.

      * Only lines still open and still owed stock count toward the
      * cover; the first such PO for the item is the one quoted.
        LOAD-OPEN-PO-TABLE.
            OPEN INPUT OPEN-PO-FILE
            IF WS-OPEN-PO-STATUS NOT = "00"
                DISPLAY "No POOPEN.DAT on file, every back order "
                    "shown with no PO cover"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfOpenPOFile
                READ OPEN-PO-FILE
                    AT END SET EndOfOpenPOFile TO TRUE
                    NOT AT END PERFORM STORE-OPEN-PO-LINE
                END-READ
            END-PERFORM
            CLOSE OPEN-PO-FILE.

        STORE-OPEN-PO-LINE.
            IF NOT PO-LineOpen
               OR PO-ITEM-NUMBER IS NOT NUMERIC
               OR PO-QUANTITY IS NOT NUMERIC
               OR PO-RECEIVED IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF
            IF PO-RECEIVED >= PO-QUANTITY
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-PO-FOUND
            PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                UNTIL WS-PO-IDX > WS-PO-COUNT OR WS-PO-FOUND > 0
                IF PT-ITEM-NUMBER(WS-PO-IDX) = PO-ITEM-NUMBER
                    MOVE WS-PO-IDX TO WS-PO-FOUND
                END-IF
            END-PERFORM
            IF WS-PO-FOUND = 0
                IF WS-PO-COUNT >= WS-PO-TABLE-CAPACITY
                    DISPLAY "WS-OPEN-PO-TABLE full at "
                        WS-PO-TABLE-CAPACITY
                        " items, PO line ignored: " OPEN-PO-RECORD
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-PO-COUNT
                MOVE WS-PO-COUNT TO WS-PO-FOUND
                MOVE PO-ITEM-NUMBER TO PT-ITEM-NUMBER(WS-PO-FOUND)
                MOVE PO-NUMBER TO PT-FIRST-PO(WS-PO-FOUND)
                MOVE 0 TO PT-OUTSTANDING(WS-PO-FOUND)
            END-IF
            COMPUTE PT-OUTSTANDING(WS-PO-FOUND) =
                PT-OUTSTANDING(WS-PO-FOUND)
                + PO-QUANTITY - PO-RECEIVED.

        START-ONE-CUSTOMER.
            MOVE BT-CUSTOMER-ID(BT-IDX) TO WS-CURRENT-CUSTOMER
            MOVE 0 TO WS-CUSTOMER-LINES
            MOVE 0 TO WS-CUSTOMER-UNITS
            MOVE 0 TO WS-CUSTOMER-OLDEST
            MOVE SPACES TO WS-CHL-NAME
            MOVE SPACES TO WS-CHL-PREFERENCE
            MOVE WS-CURRENT-CUSTOMER TO WS-CHL-CUSTOMER-ID
            IF WS-CURRENT-CUSTOMER = 0
                MOVE "NOT RECORDED ON LINE" TO WS-CHL-NAME
            ELSE
                IF CustomerMasterAvailable
                    MOVE WS-CURRENT-CUSTOMER TO CustomerId
                    READ CUSTOMER-MASTER
                        INVALID KEY
                            MOVE "NOT ON FILE" TO WS-CHL-NAME
                        NOT INVALID KEY
                            MOVE Customer-Name TO WS-CHL-NAME
                            IF CustomerShipCompleteOrCancel
                                MOVE "SHIP COMPLETE OR CANCEL"
                                    TO WS-CHL-PREFERENCE
                            END-IF
                    END-READ
                END-IF
            END-IF
            WRITE AgingReportLine FROM WS-CUSTOMER-HEADING-LINE.

        AGE-ONE-LINE.
            MOVE BT-ORDER-NUMBER(BT-IDX) TO WS-ADL-ORDER-NUMBER
            MOVE BT-ITEM-NUMBER(BT-IDX) TO WS-ADL-ITEM-NUMBER
            MOVE BT-DESCRIPTION(BT-IDX) TO WS-ADL-DESCRIPTION
            MOVE BT-WAREHOUSE-CODE(BT-IDX) TO WS-ADL-WAREHOUSE
            MOVE BT-QUANTITY(BT-IDX) TO WS-ADL-QUANTITY
            MOVE SPACES TO WS-ADL-DISCONTINUED
            MOVE SPACES TO WS-ADL-OVER-AGE
            IF BT-BACKORDER-DATE(BT-IDX) = 0
                MOVE "UNKNOWN" TO WS-ADL-BACKORDER-DATE
                MOVE SPACES TO WS-ADL-DAYS
                ADD 1 TO WS-UNDATED-LINES
            ELSE
                MOVE BT-BACKORDER-DATE(BT-IDX)
                    TO WS-ADL-BACKORDER-DATE
                COMPUTE WS-DAYS-WAITING = WS-RUN-INTEGER
                    - FUNCTION INTEGER-OF-DATE
                      (BT-BACKORDER-DATE(BT-IDX))
                MOVE WS-DAYS-WAITING TO WS-ADL-DAYS-N
                IF WS-DAYS-WAITING > WS-CUSTOMER-OLDEST
                    MOVE WS-DAYS-WAITING TO WS-CUSTOMER-OLDEST
                END-IF
                IF WS-DAYS-WAITING > WS-MAX-AGE-DAYS
                    MOVE "OVER AGE" TO WS-ADL-OVER-AGE
                    ADD 1 TO WS-OVER-AGE-LINES
                END-IF
            END-IF
            PERFORM CHECK-ITEM-DISCONTINUED
            IF LineItemDiscontinued
                MOVE "DISC" TO WS-ADL-DISCONTINUED
                ADD 1 TO WS-DISCONTINUED-LINES
            END-IF
            PERFORM FIND-PO-COVER
            WRITE AgingReportLine FROM WS-AGING-DETAIL-LINE
            ADD 1 TO WS-CUSTOMER-LINES
            ADD BT-QUANTITY(BT-IDX) TO WS-CUSTOMER-UNITS
            ADD 1 TO WS-LINES-LISTED
            ADD BT-QUANTITY(BT-IDX) TO WS-UNITS-LISTED.

        CHECK-ITEM-DISCONTINUED.
            MOVE "N" TO WS-ITEM-DISCONTINUED
            IF ItemMasterAvailable
                MOVE BT-ITEM-NUMBER(BT-IDX) TO IM-ITEM-NUMBER
                READ ITEM-MASTER
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF ItemDiscontinued
                            MOVE "Y" TO WS-ITEM-DISCONTINUED
                        END-IF
                END-READ
            END-IF.

      * The cover test is against everything back-ordered for the
      * item, across all customers, since receipts release the
      * item's back orders in file order whoever they belong to.
        FIND-PO-COVER.
            MOVE 0 TO WS-PO-FOUND
            PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                UNTIL WS-PO-IDX > WS-PO-COUNT OR WS-PO-FOUND > 0
                IF PT-ITEM-NUMBER(WS-PO-IDX) = BT-ITEM-NUMBER(BT-IDX)
                    MOVE WS-PO-IDX TO WS-PO-FOUND
                END-IF
            END-PERFORM
            IF WS-PO-FOUND = 0
                MOVE "NO PO" TO WS-ADL-COVER
                MOVE SPACES TO WS-ADL-PO-NUMBER
                ADD 1 TO WS-UNCOVERED-LINES
                EXIT PARAGRAPH
            END-IF
            MOVE PT-FIRST-PO(WS-PO-FOUND) TO WS-ADL-PO-NUMBER
            MOVE 0 TO WS-ITEM-BACK-ORDERED
            PERFORM VARYING WS-BO-SCAN FROM 1 BY 1
                UNTIL WS-BO-SCAN > WS-BO-COUNT
                IF BT-ITEM-NUMBER(WS-BO-SCAN) = BT-ITEM-NUMBER(BT-IDX)
                    ADD BT-QUANTITY(WS-BO-SCAN)
                        TO WS-ITEM-BACK-ORDERED
                END-IF
            END-PERFORM
            IF PT-OUTSTANDING(WS-PO-FOUND) >= WS-ITEM-BACK-ORDERED
                MOVE "COVERED" TO WS-ADL-COVER
            ELSE
                MOVE "PARTIAL" TO WS-ADL-COVER
            END-IF.

        WRITE-CUSTOMER-TOTAL.
            MOVE WS-CUSTOMER-LINES TO WS-CTL-LINES
            MOVE WS-CUSTOMER-UNITS TO WS-CTL-UNITS
            MOVE WS-CUSTOMER-OLDEST TO WS-CTL-OLDEST
            WRITE AgingReportLine FROM WS-CUSTOMER-TOTAL-LINE.
