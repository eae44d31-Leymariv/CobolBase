      * naming a supplier not on SUPPLIER.DAT is flagged on the
      * register rather than ordered blind. Accepted proposals are
      * appended to the open-PO file - numbered from POSEQ.CTL -
      * where GoodsReceiving matches the deliveries in. A
      * discontinued item is never proposed, whatever its figures.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            05  PO-ORDER-DATE        PIC 9(8).
            05  FILLER               PIC X.
            05  PO-STATUS            PIC X.
            05  FILLER               PIC X.
            05  PO-INVOICED          PIC 9(4).

        FD  PO-SEQUENCE-FILE
            LABEL RECORDS ARE STANDARD.
                VALUE "  UNKNOWN SUPPLIER ".
            05  WS-RTL-UNKNOWN       PIC ZZZ9.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            CALL "BusinessDate" USING WS-RUN-DATE
            OPEN INPUT ITEM-MASTER
            IF NOT ItemMasterOK
                DISPLAY "No ITEM-MASTER on file, status "
            PERFORM READ-PO-SEQUENCE
            PERFORM OPEN-OPEN-PO-FILE
            OPEN OUTPUT SUGGESTED-ORDER-REGISTER
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE SuggestedOrderLine FROM REPORT-STAMP-LINE
            PERFORM UNTIL EndOfItemMaster
                READ ITEM-MASTER NEXT RECORD
                    AT END SET EndOfItemMaster TO TRUE

      * Net available is the shelf balance less what the back-
      * order file already owes customers - stock promised away is
      * not stock. Stock in transit between the warehouses is still
      * the company's and counts toward it.
        JUDGE-ONE-ITEM.
            IF IM-REORDER-POINT IS NOT NUMERIC
               OR IM-REORDER-POINT = 0
               OR IM-REORDER-QUANTITY IS NOT NUMERIC
               OR IM-REORDER-QUANTITY = 0
               OR ItemDiscontinued
                EXIT PARAGRAPH
            END-IF
            MOVE IM-ON-HAND-QUANTITY TO WS-NET-AVAILABLE
            IF IM-WAREHOUSE-STOCK(1) IS NUMERIC
               AND IM-WAREHOUSE-STOCK(2) IS NUMERIC
                ADD IM-WH-IN-TRANSIT(1) IM-WH-IN-TRANSIT(2)
                    TO WS-NET-AVAILABLE
            END-IF
            PERFORM VARYING WS-BQ-IDX FROM 1 BY 1
                UNTIL WS-BQ-IDX > WS-BQ-COUNT
                IF BQ-ITEM-NUMBER(WS-BQ-IDX) = IM-ITEM-NUMBER
            MOVE IM-ITEM-NUMBER TO PO-ITEM-NUMBER
            MOVE IM-REORDER-QUANTITY TO PO-QUANTITY
            MOVE ZERO TO PO-RECEIVED
            MOVE ZERO TO PO-INVOICED
            MOVE WS-RUN-DATE TO PO-ORDER-DATE
            MOVE "O" TO PO-STATUS
            WRITE OPEN-PO-RECORD
