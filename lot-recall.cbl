       IDENTIFICATION DIVISION.
       PROGRAM-ID. LotRecall.
      * Recall listing by lot number. Reads RECALL.TXT - one line
      * per lot being recalled, the lot number and optionally the
      * item number when the same lot number could belong to more
      * than one supplier's item - and for each lists where the
      * lot's stock stands on LOTS.DAT (warehouse, expiry,
      * received and still on hand, ready to pull from the shelf),
      * then every movement of the lot on the STOCKJRN.DAT journal:
      * receipts in, and allocations out with the order and the
      * customer they went to, so the office can contact everyone
      * who received it. Totals per lot show units received, units
      * sent to customers and units still held.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT RECALL-REQUEST-FILE
            ASSIGN TO "RECALL.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REQUEST-STATUS.
          SELECT LOT-FILE
            ASSIGN TO "LOTS.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS LT-LOT-KEY
            FILE STATUS IS WS-LOT-FILE-STATUS.
          SELECT STOCK-JOURNAL
            ASSIGN TO "STOCKJRN.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STOCK-JOURNAL-STATUS.
          SELECT RECALL-LISTING
            ASSIGN TO "RECALL.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LISTING-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  RECALL-REQUEST-FILE
            LABEL RECORDS ARE STANDARD.
        01  RECALL-REQUEST-RECORD.
            05  RR-LOT-NUMBER        PIC X(10).
            05  FILLER               PIC X.
            05  RR-ITEM-NUMBER       PIC X(6).
            05  RR-ITEM-NUMBER-N REDEFINES RR-ITEM-NUMBER
                                     PIC 9(6).

        FD  LOT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY LOTREC.

        FD  STOCK-JOURNAL
            LABEL RECORDS ARE STANDARD.
            COPY STKJRN.

        FD  RECALL-LISTING
            LABEL RECORDS ARE STANDARD.
        01  RecallListingLine        PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-REQUEST-STATUS        PIC XX.
            88  EndOfRequestFile         VALUE "10".
        01  WS-LOT-FILE-STATUS       PIC XX.
            88  LotFileOK                VALUE "00".
            88  EndOfLotFile             VALUE "10".
        01  WS-STOCK-JOURNAL-STATUS  PIC XX.
            88  StockJournalOK           VALUE "00".
            88  EndOfStockJournal        VALUE "10".
        01  WS-LISTING-STATUS        PIC XX.

        01  WS-RECALLS-LISTED        PIC 9(4) VALUE ZERO.
        01  WS-RECALL-ITEM           PIC 9(6).
        01  WS-ANY-ITEM              PIC X.
            88  RecallAnyItem            VALUE "Y".
        01  WS-UNITS-RECEIVED        PIC 9(7).
        01  WS-UNITS-SENT            PIC 9(7).
        01  WS-UNITS-HELD            PIC 9(7).
        01  WS-CUSTOMER-MOVES        PIC 9(5).
        01  WS-MOVED-QUANTITY        PIC 9(4).

        01  WS-RECALL-HEADING-LINE.
            05  FILLER               PIC X(11) VALUE "RECALL LOT ".
            05  WS-RHL-LOT-NUMBER    PIC X(10).
            05  FILLER               PIC X(6) VALUE " ITEM ".
            05  WS-RHL-ITEM          PIC X(6).
        01  WS-RECALL-STOCK-LINE.
            05  FILLER               PIC X(8) VALUE "  STOCK ".
            05  WS-RSL-ITEM-NUMBER   PIC 9(6).
            05  FILLER               PIC X(4) VALUE " WH ".
            05  WS-RSL-WAREHOUSE     PIC X.
            05  FILLER               PIC X(9) VALUE " EXPIRES ".
            05  WS-RSL-EXPIRY-DATE   PIC 9(8).
            05  FILLER               PIC X(10) VALUE " RECEIVED ".
            05  WS-RSL-RECEIVED      PIC ZZZZZ9.
            05  FILLER               PIC X(9) VALUE " ON HAND ".
            05  WS-RSL-ON-HAND       PIC ZZZ9.
        01  WS-RECALL-MOVE-LINE.
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-RML-ENTRY-DATE    PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RML-MOVEMENT      PIC X(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RML-ITEM-NUMBER   PIC 9(6).
            05  FILLER               PIC X(4) VALUE " WH ".
            05  WS-RML-WAREHOUSE     PIC X.
            05  FILLER               PIC X(5) VALUE " QTY ".
            05  WS-RML-QUANTITY      PIC ZZZ9.
            05  FILLER               PIC X(7) VALUE " ORDER ".
            05  WS-RML-ORDER-NUMBER  PIC X(6).
            05  FILLER               PIC X(6) VALUE " CUST ".
            05  WS-RML-CUSTOMER-REF  PIC X(10).
        01  WS-RECALL-TOTAL-LINE.
            05  FILLER               PIC X(11) VALUE "  RECEIVED ".
            05  WS-RTL-RECEIVED      PIC Z,ZZZ,ZZ9.
            05  FILLER               PIC X(19)
                VALUE "  SENT TO CUSTOMERS".
            05  WS-RTL-SENT          PIC Z,ZZZ,ZZ9.
            05  FILLER               PIC X(7) VALUE "  HELD ".
            05  WS-RTL-HELD          PIC Z,ZZZ,ZZ9.
            05  FILLER               PIC X(8) VALUE "  MOVES ".
            05  WS-RTL-MOVES         PIC ZZZZ9.
        01  WS-RECALL-BLANK-LINE     PIC X(80) VALUE SPACES.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            OPEN INPUT RECALL-REQUEST-FILE
            IF WS-REQUEST-STATUS NOT = "00"
                DISPLAY "No RECALL.TXT lot list, recall listing "
                    "skipped"
                STOP RUN
            END-IF
            OPEN OUTPUT RECALL-LISTING
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE RecallListingLine FROM REPORT-STAMP-LINE
            PERFORM UNTIL EndOfRequestFile
                READ RECALL-REQUEST-FILE
                    AT END SET EndOfRequestFile TO TRUE
                    NOT AT END PERFORM LIST-ONE-RECALL
                END-READ
            END-PERFORM
            CLOSE RECALL-LISTING
            CLOSE RECALL-REQUEST-FILE
            DISPLAY "Lot recall: " WS-RECALLS-LISTED
                " lot(s) listed - see RECALL.RPT"
            STOP RUN.

      * Each lot is a fresh pass over the lot file and the journal
      * - recalls are few and far between, and a pass per lot
      * keeps the listing for each one in journal order.
        LIST-ONE-RECALL.
            IF RR-LOT-NUMBER = SPACES
               OR (RR-ITEM-NUMBER NOT = SPACES
                   AND RR-ITEM-NUMBER IS NOT NUMERIC)
                DISPLAY "Bad RECALL.TXT record ignored: "
                    RECALL-REQUEST-RECORD
                EXIT PARAGRAPH
            END-IF
            IF RR-ITEM-NUMBER = SPACES
                MOVE "Y" TO WS-ANY-ITEM
                MOVE 0 TO WS-RECALL-ITEM
                MOVE "ANY" TO WS-RHL-ITEM
            ELSE
                MOVE "N" TO WS-ANY-ITEM
                MOVE RR-ITEM-NUMBER-N TO WS-RECALL-ITEM
                MOVE RR-ITEM-NUMBER TO WS-RHL-ITEM
            END-IF
            ADD 1 TO WS-RECALLS-LISTED
            MOVE 0 TO WS-UNITS-RECEIVED
            MOVE 0 TO WS-UNITS-SENT
            MOVE 0 TO WS-UNITS-HELD
            MOVE 0 TO WS-CUSTOMER-MOVES
            MOVE RR-LOT-NUMBER TO WS-RHL-LOT-NUMBER
            WRITE RecallListingLine FROM WS-RECALL-HEADING-LINE
            PERFORM LIST-LOT-STOCK
            PERFORM LIST-LOT-MOVEMENTS
            MOVE WS-UNITS-RECEIVED TO WS-RTL-RECEIVED
            MOVE WS-UNITS-SENT TO WS-RTL-SENT
            MOVE WS-UNITS-HELD TO WS-RTL-HELD
            MOVE WS-CUSTOMER-MOVES TO WS-RTL-MOVES
            WRITE RecallListingLine FROM WS-RECALL-TOTAL-LINE
            WRITE RecallListingLine FROM WS-RECALL-BLANK-LINE.

        LIST-LOT-STOCK.
            OPEN INPUT LOT-FILE
            IF NOT LotFileOK
                DISPLAY "No LOTS.DAT on file, status "
                    WS-LOT-FILE-STATUS " - lot stock not listed"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfLotFile
                READ LOT-FILE NEXT RECORD
                    AT END SET EndOfLotFile TO TRUE
                    NOT AT END
                        IF LT-LOT-NUMBER = RR-LOT-NUMBER
                           AND (RecallAnyItem
                                OR LT-ITEM-NUMBER = WS-RECALL-ITEM)
                            PERFORM LIST-ONE-LOT-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE LOT-FILE.

        LIST-ONE-LOT-RECORD.
            MOVE LT-ITEM-NUMBER TO WS-RSL-ITEM-NUMBER
            MOVE LT-WAREHOUSE-CODE TO WS-RSL-WAREHOUSE
            MOVE LT-EXPIRY-DATE TO WS-RSL-EXPIRY-DATE
            MOVE LT-RECEIVED-QUANTITY TO WS-RSL-RECEIVED
            MOVE LT-ON-HAND TO WS-RSL-ON-HAND
            ADD LT-RECEIVED-QUANTITY TO WS-UNITS-RECEIVED
            ADD LT-ON-HAND TO WS-UNITS-HELD
            WRITE RecallListingLine FROM WS-RECALL-STOCK-LINE.

        LIST-LOT-MOVEMENTS.
            OPEN INPUT STOCK-JOURNAL
            IF NOT StockJournalOK
                DISPLAY "No STOCKJRN.DAT on file, status "
                    WS-STOCK-JOURNAL-STATUS
                    " - lot movements not listed"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfStockJournal
                READ STOCK-JOURNAL
                    AT END SET EndOfStockJournal TO TRUE
                    NOT AT END
                        IF JR-LOT-NUMBER = RR-LOT-NUMBER
                           AND JR-ITEM-NUMBER IS NUMERIC
                           AND JR-QUANTITY IS NUMERIC
                           AND (RecallAnyItem
                                OR JR-ITEM-NUMBER = WS-RECALL-ITEM)
                            PERFORM LIST-ONE-MOVEMENT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE STOCK-JOURNAL.

      * An allocation is stock on its way to a customer; a
      * back-order release names the order but not the customer,
      * and the order number finds them.
        LIST-ONE-MOVEMENT.
            MOVE JR-ENTRY-DATE TO WS-RML-ENTRY-DATE
            MOVE JR-ITEM-NUMBER TO WS-RML-ITEM-NUMBER
            MOVE JR-WAREHOUSE-CODE TO WS-RML-WAREHOUSE
            IF JR-QUANTITY < 0
                COMPUTE WS-MOVED-QUANTITY = 0 - JR-QUANTITY
            ELSE
                MOVE JR-QUANTITY TO WS-MOVED-QUANTITY
            END-IF
            MOVE WS-MOVED-QUANTITY TO WS-RML-QUANTITY
            MOVE SPACES TO WS-RML-ORDER-NUMBER
            MOVE SPACES TO WS-RML-CUSTOMER-REF
            EVALUATE TRUE
                WHEN JR-AllocationEntry
                    MOVE "SOLD" TO WS-RML-MOVEMENT
                    IF JR-ORDER-NUMBER IS NUMERIC
                        MOVE JR-ORDER-NUMBER TO WS-RML-ORDER-NUMBER
                    END-IF
                    MOVE JR-CUSTOMER-REF TO WS-RML-CUSTOMER-REF
                    ADD WS-MOVED-QUANTITY TO WS-UNITS-SENT
                    ADD 1 TO WS-CUSTOMER-MOVES
                WHEN JR-ReceiptEntry
                    MOVE "RECEIVED" TO WS-RML-MOVEMENT
                WHEN OTHER
                    MOVE "MOVED" TO WS-RML-MOVEMENT
            END-EVALUATE
            WRITE RecallListingLine FROM WS-RECALL-MOVE-LINE.
