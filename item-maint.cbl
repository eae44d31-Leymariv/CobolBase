      * when the transaction carries a numeric quantity, sets the
      * on-hand balance - a space-filled quantity leaves the
      * balance to the allocation and receiving runs that own it.
      * The keyed quantity is the main warehouse's shelf; the
      * campus store's stock is set only by transfers, receipts
      * and counts, and the company total follows the two.
      * The lot-control flag (Y or N) marks stock held by lot and
      * expiry date, and the discontinued flag (Y or N) an item no
      * longer stocked; a space leaves a change's flag as it was.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            05  IT-UNIT-COST-N REDEFINES IT-UNIT-COST
                                     PIC 9(5)V99.
            05  IT-BIN-LOCATION      PIC X(6).
            05  IT-CATEGORY-CODE     PIC X(4).
            05  IT-SHIP-WEIGHT       PIC X(6).
            05  IT-SHIP-WEIGHT-N REDEFINES IT-SHIP-WEIGHT
                                     PIC 9(4)V99.
            05  IT-LOT-CONTROLLED    PIC X.
                88  IT-LotFlagValid      VALUE "Y" "N" SPACE.
            05  IT-DISCONTINUED      PIC X.
                88  IT-DiscontinuedFlagValid VALUE "Y" "N" SPACE.

        FD  ITEM-MAINT-REGISTER
            LABEL RECORDS ARE STANDARD.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-DISPOSITION   PIC X(22).

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "ItemMaint".
        01  WS-RJ-IMAGE              PIC X(2000).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            OPEN INPUT ITEM-TRANSACTION-FILE
            ELSE
                PERFORM OPEN-ITEM-MASTER
                OPEN OUTPUT ITEM-MAINT-REGISTER
                CALL "ReportStamp" USING REPORT-STAMP-LINE
                WRITE ItemMaintRegisterLine FROM REPORT-STAMP-LINE
                PERFORM READ-ITEM-TRANSACTION
                PERFORM UNTIL EndOfTransactionFile
                    PERFORM APPLY-ONE-TRANSACTION
        APPLY-ONE-TRANSACTION.
            IF NOT IT-ValidAction
               OR IT-ITEM-NUMBER IS NOT NUMERIC
               OR NOT IT-LotFlagValid
               OR NOT IT-DiscontinuedFlagValid
                PERFORM NOTE-REJECTED-TRANSACTION
            ELSE
                EVALUATE TRUE
            ELSE
                MOVE 0 TO IM-ON-HAND-QUANTITY
            END-IF
            MOVE IM-ON-HAND-QUANTITY TO IM-WH-ON-HAND(1)
            MOVE 0 TO IM-WH-IN-TRANSIT(1)
            MOVE 0 TO IM-WH-ON-HAND(2)
            MOVE 0 TO IM-WH-IN-TRANSIT(2)
            IF IT-REORDER-POINT IS NUMERIC
                MOVE IT-REORDER-POINT TO IM-REORDER-POINT
            ELSE
                MOVE 0 TO IM-UNIT-COST
            END-IF
            MOVE IT-BIN-LOCATION TO IM-BIN-LOCATION
            MOVE IT-CATEGORY-CODE TO IM-CATEGORY-CODE
            IF IT-SHIP-WEIGHT IS NUMERIC
                MOVE IT-SHIP-WEIGHT-N TO IM-SHIP-WEIGHT
            ELSE
                MOVE 0 TO IM-SHIP-WEIGHT
            END-IF
            IF IT-LOT-CONTROLLED = "Y"
                MOVE "Y" TO IM-LOT-CONTROLLED
            ELSE
                MOVE "N" TO IM-LOT-CONTROLLED
            END-IF
            IF IT-DISCONTINUED = "Y"
                MOVE "Y" TO IM-DISCONTINUED
            ELSE
                MOVE "N" TO IM-DISCONTINUED
            END-IF
            WRITE ITEM-MASTER-RECORD
                INVALID KEY
                    PERFORM NOTE-DUPLICATE-ITEM
                NOT INVALID KEY
                    MOVE "A" TO WS-RJ-OPERATION
                    PERFORM JOURNAL-ITEM-RECORD
                    PERFORM NOTE-APPLIED-TRANSACTION
            END-WRITE.

                        MOVE IT-DESCRIPTION TO IM-DESCRIPTION
                    END-IF
                    IF IT-ON-HAND-QUANTITY IS NUMERIC
                        PERFORM NORMALISE-WAREHOUSE-STOCK
                        MOVE IT-ON-HAND-QUANTITY
                            TO IM-WH-ON-HAND(1)
                        COMPUTE IM-ON-HAND-QUANTITY =
                            IM-WH-ON-HAND(1) + IM-WH-ON-HAND(2)
                    END-IF
                    IF IT-REORDER-POINT IS NUMERIC
                        MOVE IT-REORDER-POINT TO IM-REORDER-POINT
                    IF IT-BIN-LOCATION NOT = SPACES
                        MOVE IT-BIN-LOCATION TO IM-BIN-LOCATION
                    END-IF
                    IF IT-CATEGORY-CODE NOT = SPACES
                        MOVE IT-CATEGORY-CODE TO IM-CATEGORY-CODE
                    END-IF
                    IF IT-SHIP-WEIGHT IS NUMERIC
                        MOVE IT-SHIP-WEIGHT-N TO IM-SHIP-WEIGHT
                    END-IF
                    IF IT-LOT-CONTROLLED NOT = SPACE
                        MOVE IT-LOT-CONTROLLED TO IM-LOT-CONTROLLED
                    END-IF
                    IF IT-DISCONTINUED NOT = SPACE
                        MOVE IT-DISCONTINUED TO IM-DISCONTINUED
                    END-IF
                    REWRITE ITEM-MASTER-RECORD
                        INVALID KEY
                            PERFORM NOTE-MISSING-ITEM
                        NOT INVALID KEY
                            MOVE "C" TO WS-RJ-OPERATION
                            PERFORM JOURNAL-ITEM-RECORD
                            PERFORM NOTE-APPLIED-TRANSACTION
                    END-REWRITE
            END-READ.
                INVALID KEY
                    PERFORM NOTE-MISSING-ITEM
                NOT INVALID KEY
                    MOVE "D" TO WS-RJ-OPERATION
                    PERFORM JOURNAL-ITEM-RECORD
                    PERFORM NOTE-APPLIED-TRANSACTION
            END-DELETE.

            MOVE IT-DESCRIPTION TO WS-RGL-DESCRIPTION
            MOVE "ITEM NOT ON FILE" TO WS-RGL-DISPOSITION
            WRITE ItemMaintRegisterLine FROM WS-REGISTER-LINE.

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
