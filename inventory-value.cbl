      * IM-UNIT-COST, totaled so somebody can finally state what
      * the stockroom is worth. Items with no cost on file are
      * listed at zero and counted separately so purchasing knows
      * where the costing is incomplete. Stock is valued where it
      * sits: one line per warehouse holding the item (main M,
      * campus store C), with stock in transit valued at the
      * warehouse it is travelling to, then a total per warehouse
      * ahead of the company total.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

        01  WS-EXTENDED-VALUE        PIC 9(9)V99.
        01  WS-TOTAL-VALUE           PIC 9(11)V99 VALUE ZERO.
        01  WS-UNIT-COST             PIC 9(5)V99.
        01  WS-WAREHOUSE-CODES       PIC XX VALUE "MC".
        01  WS-WH-IDX                PIC 9.
        01  WS-WAREHOUSE-TOTALS.
            05  WAREHOUSE-TOTAL OCCURS 2 TIMES.
              10  WT-ON-HAND         PIC 9(7).
              10  WT-IN-TRANSIT      PIC 9(7).
              10  WT-VALUE           PIC 9(11)V99.
        01  WS-ITEMS-VALUED          PIC 9(5) VALUE ZERO.
        01  WS-UNCOSTED-ITEMS        PIC 9(5) VALUE ZERO.

        01  WS-VALUATION-DETAIL-LINE.
            05  WS-VDL-ITEM-NUMBER   PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-VDL-DESCRIPTION   PIC X(18).
            05  FILLER               PIC X(4) VALUE " WH ".
            05  WS-VDL-WAREHOUSE     PIC X.
            05  FILLER               PIC X(5) VALUE " QTY ".
            05  WS-VDL-QUANTITY      PIC ZZZ9.
            05  FILLER               PIC X(5) VALUE " TRN ".
            05  WS-VDL-IN-TRANSIT    PIC ZZZ9.
            05  FILLER               PIC X(6) VALUE " COST ".
            05  WS-VDL-COST          PIC ZZ,ZZ9.99.
            05  FILLER               PIC X(7) VALUE " VALUE ".
            05  WS-VDL-VALUE         PIC ZZZ,ZZ9.99.
        01  WS-WAREHOUSE-TOTAL-LINE.
            05  FILLER               PIC X(10) VALUE "WAREHOUSE ".
            05  WS-WTL-WAREHOUSE     PIC X.
            05  FILLER               PIC X(9) VALUE " ON HAND ".
            05  WS-WTL-ON-HAND       PIC Z,ZZZ,ZZ9.
            05  FILLER               PIC X(12)
                VALUE " IN TRANSIT ".
            05  WS-WTL-IN-TRANSIT    PIC Z,ZZZ,ZZ9.
            05  FILLER               PIC X(8) VALUE " VALUE  ".
            05  WS-WTL-VALUE         PIC Z,ZZZ,ZZZ,ZZ9.99.
        01  WS-VALUATION-TOTAL-LINE.
            05  FILLER               PIC X(13)
                VALUE "ITEMS VALUED ".
            05  FILLER               PIC X(8) VALUE " TOTAL  ".
            05  WS-VTL-TOTAL         PIC Z,ZZZ,ZZZ,ZZ9.99.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            OPEN INPUT ITEM-MASTER
                STOP RUN
            END-IF
            OPEN OUTPUT VALUATION-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE ValuationReportLine FROM REPORT-STAMP-LINE
            INITIALIZE WS-WAREHOUSE-TOTALS
            PERFORM UNTIL EndOfItemMaster
                READ ITEM-MASTER NEXT RECORD
                    AT END SET EndOfItemMaster TO TRUE
                    NOT AT END PERFORM VALUE-ONE-ITEM
                END-READ
            END-PERFORM
            PERFORM VARYING WS-WH-IDX FROM 1 BY 1
                UNTIL WS-WH-IDX > 2
                MOVE WS-WAREHOUSE-CODES(WS-WH-IDX:1)
                    TO WS-WTL-WAREHOUSE
                MOVE WT-ON-HAND(WS-WH-IDX) TO WS-WTL-ON-HAND
                MOVE WT-IN-TRANSIT(WS-WH-IDX) TO WS-WTL-IN-TRANSIT
                MOVE WT-VALUE(WS-WH-IDX) TO WS-WTL-VALUE
                WRITE ValuationReportLine
                    FROM WS-WAREHOUSE-TOTAL-LINE
            END-PERFORM
            MOVE WS-ITEMS-VALUED TO WS-VTL-ITEMS
            MOVE WS-UNCOSTED-ITEMS TO WS-VTL-UNCOSTED
            MOVE WS-TOTAL-VALUE TO WS-VTL-TOTAL
                "total " WS-TOTAL-VALUE
            STOP RUN.

      * An item with no stock anywhere still lists once, under
      * main, so the report names every item on the master.
        VALUE-ONE-ITEM.
            ADD 1 TO WS-ITEMS-VALUED
            PERFORM NORMALISE-WAREHOUSE-STOCK
            IF IM-UNIT-COST IS NUMERIC AND IM-UNIT-COST > 0
                MOVE IM-UNIT-COST TO WS-UNIT-COST
            ELSE
                ADD 1 TO WS-UNCOSTED-ITEMS
                MOVE 0 TO WS-UNIT-COST
            END-IF
            MOVE IM-ITEM-NUMBER TO WS-VDL-ITEM-NUMBER
            MOVE IM-DESCRIPTION TO WS-VDL-DESCRIPTION
            MOVE WS-UNIT-COST TO WS-VDL-COST
            PERFORM VARYING WS-WH-IDX FROM 1 BY 1
                UNTIL WS-WH-IDX > 2
                IF IM-WH-ON-HAND(WS-WH-IDX) > 0
                   OR IM-WH-IN-TRANSIT(WS-WH-IDX) > 0
                   OR (WS-WH-IDX = 1
                       AND IM-WH-ON-HAND(2) = 0
                       AND IM-WH-IN-TRANSIT(2) = 0)
                    PERFORM VALUE-ONE-WAREHOUSE
                END-IF
            END-PERFORM.

        VALUE-ONE-WAREHOUSE.
            COMPUTE WS-EXTENDED-VALUE =
                (IM-WH-ON-HAND(WS-WH-IDX)
                    + IM-WH-IN-TRANSIT(WS-WH-IDX)) * WS-UNIT-COST
            ADD WS-EXTENDED-VALUE TO WS-TOTAL-VALUE
            ADD WS-EXTENDED-VALUE TO WT-VALUE(WS-WH-IDX)
            ADD IM-WH-ON-HAND(WS-WH-IDX) TO WT-ON-HAND(WS-WH-IDX)
            ADD IM-WH-IN-TRANSIT(WS-WH-IDX)
                TO WT-IN-TRANSIT(WS-WH-IDX)
            MOVE WS-WAREHOUSE-CODES(WS-WH-IDX:1) TO WS-VDL-WAREHOUSE
            MOVE IM-WH-ON-HAND(WS-WH-IDX) TO WS-VDL-QUANTITY
            MOVE IM-WH-IN-TRANSIT(WS-WH-IDX) TO WS-VDL-IN-TRANSIT
            MOVE WS-EXTENDED-VALUE TO WS-VDL-VALUE
            WRITE ValuationReportLine
                FROM WS-VALUATION-DETAIL-LINE.

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
