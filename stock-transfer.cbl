       IDENTIFICATION DIVISION.
       PROGRAM-ID. StockTransfer.
      * Inter-warehouse stock transfer run. Reads XFERTRAN.DAT
      * transactions that move an item's stock between the main
      * warehouse (M) and the campus store (C) in two steps. A
      * dispatch (O) takes the quantity off the sending shelf and
      * puts it in transit to the receiving warehouse; a receipt
      * (I), keyed when the goods arrive, takes it out of transit
      * onto the receiving shelf. Each step rewrites the item's
      * IM-WAREHOUSE-STOCK slots, keeps IM-ON-HAND-QUANTITY the
      * company on-hand total, and appends the matching out or in
      * entry to STOCKJRN.DAT so StockJournalAudit can replay the
      * move. A dispatch the sending shelf cannot cover, or a
      * receipt for more than is in transit to that warehouse, is
      * refused whole - nothing moves on a half-keyed transfer -
      * and every transaction, done or refused, is listed on the
      * XFERREG.RPT transfer register. A lot-controlled item is
      * not dispatched here: its stock is held by lot at each
      * warehouse, and moving the shelf without the lots would
      * leave stock that could never be allocated.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT TRANSFER-TRANSACTION-FILE
            ASSIGN TO "XFERTRAN.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TRANSACTION-STATUS.
          SELECT ITEM-MASTER
            ASSIGN TO "ITEMS.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IM-ITEM-NUMBER
            FILE STATUS IS WS-ITEM-MASTER-STATUS.
          SELECT STOCK-JOURNAL
            ASSIGN TO "STOCKJRN.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STOCK-JOURNAL-STATUS.
          SELECT TRANSFER-REGISTER
            ASSIGN TO "XFERREG.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTER-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  TRANSFER-TRANSACTION-FILE
            LABEL RECORDS ARE STANDARD.
        01  TRANSFER-TRANSACTION-RECORD.
            05  XT-ACTION            PIC X.
                88  XT-Dispatch          VALUE "O".
                88  XT-Receipt           VALUE "I".
            05  FILLER               PIC X.
            05  XT-ITEM-NUMBER       PIC 9(6).
            05  FILLER               PIC X.
            05  XT-FROM-WAREHOUSE    PIC X.
            05  FILLER               PIC X.
            05  XT-TO-WAREHOUSE      PIC X.
            05  FILLER               PIC X.
            05  XT-QUANTITY          PIC 9(4).

        FD  ITEM-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY ITEMREC.

        FD  STOCK-JOURNAL
            LABEL RECORDS ARE STANDARD.
            COPY STKJRN.

        FD  TRANSFER-REGISTER
            LABEL RECORDS ARE STANDARD.
        01  TransferRegisterLine     PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-TRANSACTION-STATUS    PIC XX.
            88  EndOfTransactionFile     VALUE "10".
        01  WS-ITEM-MASTER-STATUS    PIC XX.
            88  ItemMasterOK             VALUE "00".
        01  WS-STOCK-JOURNAL-STATUS  PIC XX.
        01  WS-REGISTER-STATUS       PIC XX.

        01  WS-RUN-DATE              PIC 9(8).
        01  WS-FROM-IDX              PIC 9.
        01  WS-TO-IDX                PIC 9.
        01  WS-WH-IDX                PIC 9.

        01  WS-EDIT-RESULT           PIC X.
            88  TransferClean            VALUE "Y".
        01  WS-TRANSFER-NOTE         PIC X(20).

        01  WS-TRANSACTIONS-READ     PIC 9(5) VALUE ZERO.
        01  WS-DISPATCHES-DONE       PIC 9(5) VALUE ZERO.
        01  WS-RECEIPTS-DONE         PIC 9(5) VALUE ZERO.
        01  WS-TRANSFERS-REFUSED     PIC 9(5) VALUE ZERO.

        01  WS-REGISTER-DETAIL-LINE.
            05  WS-RDL-ACTION        PIC X(9).
            05  WS-RDL-ITEM-NUMBER   PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-DESCRIPTION   PIC X(30).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-FROM          PIC X.
            05  FILLER               PIC X(4) VALUE " TO ".
            05  WS-RDL-TO            PIC X.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-QUANTITY      PIC ZZZ9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-NOTE          PIC X(20).
        01  WS-REGISTER-TOTAL-LINE.
            05  FILLER               PIC X(11)
                VALUE "DISPATCHED ".
            05  WS-RTL-DISPATCHED    PIC ZZZZ9.
            05  FILLER               PIC X(11)
                VALUE "  RECEIVED ".
            05  WS-RTL-RECEIVED      PIC ZZZZ9.
            05  FILLER               PIC X(10)
                VALUE "  REFUSED ".
            05  WS-RTL-REFUSED       PIC ZZZZ9.

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "StockTransfer".
        01  WS-RJ-IMAGE              PIC X(2000).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            CALL "BusinessDate" USING WS-RUN-DATE
            OPEN INPUT TRANSFER-TRANSACTION-FILE
            IF WS-TRANSACTION-STATUS NOT = "00"
                DISPLAY "No XFERTRAN.DAT transfers on file, "
                    "transfer run skipped"
                STOP RUN
            END-IF
            OPEN I-O ITEM-MASTER
            IF NOT ItemMasterOK
                DISPLAY "No ITEM-MASTER on file, status "
                    WS-ITEM-MASTER-STATUS
                CLOSE TRANSFER-TRANSACTION-FILE
                STOP RUN
            END-IF
            OPEN EXTEND STOCK-JOURNAL
            IF WS-STOCK-JOURNAL-STATUS NOT = "00"
                OPEN OUTPUT STOCK-JOURNAL
            END-IF
            OPEN OUTPUT TRANSFER-REGISTER
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE TransferRegisterLine FROM REPORT-STAMP-LINE
            PERFORM READ-TRANSFER-TRANSACTION
            PERFORM UNTIL EndOfTransactionFile
                ADD 1 TO WS-TRANSACTIONS-READ
                PERFORM PROCESS-ONE-TRANSFER
                PERFORM READ-TRANSFER-TRANSACTION
            END-PERFORM
            MOVE WS-DISPATCHES-DONE TO WS-RTL-DISPATCHED
            MOVE WS-RECEIPTS-DONE TO WS-RTL-RECEIVED
            MOVE WS-TRANSFERS-REFUSED TO WS-RTL-REFUSED
            WRITE TransferRegisterLine FROM WS-REGISTER-TOTAL-LINE
            CLOSE TRANSFER-REGISTER
            CLOSE STOCK-JOURNAL
            CLOSE ITEM-MASTER
            CLOSE TRANSFER-TRANSACTION-FILE
            DISPLAY "Stock transfer: " WS-TRANSACTIONS-READ
                " transaction(s), " WS-DISPATCHES-DONE
                " dispatched, " WS-RECEIPTS-DONE " received, "
                WS-TRANSFERS-REFUSED " refused"
            STOP RUN.

        READ-TRANSFER-TRANSACTION.
            READ TRANSFER-TRANSACTION-FILE
                AT END SET EndOfTransactionFile TO TRUE
            END-READ.

        PROCESS-ONE-TRANSFER.
            MOVE "Y" TO WS-EDIT-RESULT
            MOVE SPACES TO WS-TRANSFER-NOTE
            MOVE SPACES TO IM-DESCRIPTION
            PERFORM EDIT-TRANSFER-FIELDS
            IF TransferClean
                MOVE XT-ITEM-NUMBER TO IM-ITEM-NUMBER
                READ ITEM-MASTER
                    INVALID KEY
                        MOVE "N" TO WS-EDIT-RESULT
                        MOVE "ITEM NOT ON MASTER" TO WS-TRANSFER-NOTE
                        MOVE SPACES TO IM-DESCRIPTION
                    NOT INVALID KEY
                        PERFORM NORMALISE-WAREHOUSE-STOCK
                        IF XT-Dispatch
                            PERFORM DISPATCH-ONE-TRANSFER
                        ELSE
                            PERFORM RECEIVE-ONE-TRANSFER
                        END-IF
                END-READ
            END-IF
            PERFORM WRITE-REGISTER-LINE.

      * Both ends must be real warehouses and must differ; the
      * quantity must be there to move.
        EDIT-TRANSFER-FIELDS.
            IF NOT XT-Dispatch AND NOT XT-Receipt
                MOVE "N" TO WS-EDIT-RESULT
                MOVE "BAD ACTION CODE" TO WS-TRANSFER-NOTE
                EXIT PARAGRAPH
            END-IF
            IF XT-ITEM-NUMBER IS NOT NUMERIC
               OR XT-QUANTITY IS NOT NUMERIC
               OR XT-QUANTITY = 0
                MOVE "N" TO WS-EDIT-RESULT
                MOVE "BAD ITEM OR QUANTITY" TO WS-TRANSFER-NOTE
                EXIT PARAGRAPH
            END-IF
            EVALUATE XT-FROM-WAREHOUSE
                WHEN "M" MOVE 1 TO WS-FROM-IDX
                WHEN "C" MOVE 2 TO WS-FROM-IDX
                WHEN OTHER MOVE 0 TO WS-FROM-IDX
            END-EVALUATE
            EVALUATE XT-TO-WAREHOUSE
                WHEN "M" MOVE 1 TO WS-TO-IDX
                WHEN "C" MOVE 2 TO WS-TO-IDX
                WHEN OTHER MOVE 0 TO WS-TO-IDX
            END-EVALUATE
            IF WS-FROM-IDX = 0 OR WS-TO-IDX = 0
                MOVE "N" TO WS-EDIT-RESULT
                MOVE "BAD WAREHOUSE CODE" TO WS-TRANSFER-NOTE
                EXIT PARAGRAPH
            END-IF
            IF WS-FROM-IDX = WS-TO-IDX
                MOVE "N" TO WS-EDIT-RESULT
                MOVE "SAME WAREHOUSE" TO WS-TRANSFER-NOTE
            END-IF.

      * Same reading of an unsplit record every stock program
      * uses: all of the item's stock on the main shelf.
        NORMALISE-WAREHOUSE-STOCK.
            IF IM-WAREHOUSE-STOCK(1) IS NOT NUMERIC
               OR IM-WAREHOUSE-STOCK(2) IS NOT NUMERIC
                MOVE IM-ON-HAND-QUANTITY TO IM-WH-ON-HAND(1)
                MOVE 0 TO IM-WH-IN-TRANSIT(1)
                MOVE 0 TO IM-WH-ON-HAND(2)
                MOVE 0 TO IM-WH-IN-TRANSIT(2)
            END-IF.

        DISPATCH-ONE-TRANSFER.
            IF ItemLotControlled
                MOVE "N" TO WS-EDIT-RESULT
                MOVE "LOT-CONTROLLED ITEM" TO WS-TRANSFER-NOTE
                EXIT PARAGRAPH
            END-IF
            IF IM-WH-ON-HAND(WS-FROM-IDX) < XT-QUANTITY
                MOVE "N" TO WS-EDIT-RESULT
                MOVE "SHORT AT SENDER" TO WS-TRANSFER-NOTE
                EXIT PARAGRAPH
            END-IF
            SUBTRACT XT-QUANTITY FROM IM-WH-ON-HAND(WS-FROM-IDX)
            ADD XT-QUANTITY TO IM-WH-IN-TRANSIT(WS-TO-IDX)
            PERFORM SUM-COMPANY-ON-HAND
            MOVE SPACES TO STOCK-JOURNAL-RECORD
            MOVE "O" TO JR-ENTRY-TYPE
            MOVE IM-ITEM-NUMBER TO JR-ITEM-NUMBER
            COMPUTE JR-QUANTITY = 0 - XT-QUANTITY
            MOVE WS-RUN-DATE TO JR-ENTRY-DATE
            MOVE XT-FROM-WAREHOUSE TO JR-WAREHOUSE-CODE
            MOVE XT-TO-WAREHOUSE TO JR-OTHER-WAREHOUSE
            PERFORM REWRITE-AND-JOURNAL
            IF TransferClean
                ADD 1 TO WS-DISPATCHES-DONE
                MOVE "IN TRANSIT" TO WS-TRANSFER-NOTE
            END-IF.

      * A receipt can only land what was dispatched toward this
      * warehouse - more than that is a keying error or goods
      * that never went through a dispatch.
        RECEIVE-ONE-TRANSFER.
            IF IM-WH-IN-TRANSIT(WS-TO-IDX) < XT-QUANTITY
                MOVE "N" TO WS-EDIT-RESULT
                MOVE "NOT IN TRANSIT" TO WS-TRANSFER-NOTE
                EXIT PARAGRAPH
            END-IF
            SUBTRACT XT-QUANTITY FROM IM-WH-IN-TRANSIT(WS-TO-IDX)
            ADD XT-QUANTITY TO IM-WH-ON-HAND(WS-TO-IDX)
            PERFORM SUM-COMPANY-ON-HAND
            MOVE SPACES TO STOCK-JOURNAL-RECORD
            MOVE "I" TO JR-ENTRY-TYPE
            MOVE IM-ITEM-NUMBER TO JR-ITEM-NUMBER
            MOVE XT-QUANTITY TO JR-QUANTITY
            MOVE WS-RUN-DATE TO JR-ENTRY-DATE
            MOVE XT-TO-WAREHOUSE TO JR-WAREHOUSE-CODE
            MOVE XT-FROM-WAREHOUSE TO JR-OTHER-WAREHOUSE
            PERFORM REWRITE-AND-JOURNAL
            IF TransferClean
                ADD 1 TO WS-RECEIPTS-DONE
                MOVE "RECEIVED" TO WS-TRANSFER-NOTE
            END-IF.

        SUM-COMPANY-ON-HAND.
            MOVE 0 TO IM-ON-HAND-QUANTITY
            PERFORM VARYING WS-WH-IDX FROM 1 BY 1
                UNTIL WS-WH-IDX > 2
                ADD IM-WH-ON-HAND(WS-WH-IDX) TO IM-ON-HAND-QUANTITY
            END-PERFORM.

      * The journal entry goes only behind a rewrite that took,
      * so the replay never counts a move the master refused.
        REWRITE-AND-JOURNAL.
            REWRITE ITEM-MASTER-RECORD
                INVALID KEY
                    MOVE "N" TO WS-EDIT-RESULT
                    MOVE "REWRITE FAILED" TO WS-TRANSFER-NOTE
                NOT INVALID KEY
                    WRITE STOCK-JOURNAL-RECORD
                    MOVE "C" TO WS-RJ-OPERATION
                    PERFORM JOURNAL-ITEM-RECORD
            END-REWRITE.

        WRITE-REGISTER-LINE.
            IF XT-Dispatch
                MOVE "DISPATCH " TO WS-RDL-ACTION
            ELSE
                MOVE "RECEIPT  " TO WS-RDL-ACTION
            END-IF
            IF XT-ITEM-NUMBER IS NUMERIC
                MOVE XT-ITEM-NUMBER TO WS-RDL-ITEM-NUMBER
            ELSE
                MOVE 0 TO WS-RDL-ITEM-NUMBER
            END-IF
            MOVE IM-DESCRIPTION TO WS-RDL-DESCRIPTION
            MOVE XT-FROM-WAREHOUSE TO WS-RDL-FROM
            MOVE XT-TO-WAREHOUSE TO WS-RDL-TO
            IF XT-QUANTITY IS NUMERIC
                MOVE XT-QUANTITY TO WS-RDL-QUANTITY
            ELSE
                MOVE 0 TO WS-RDL-QUANTITY
            END-IF
            MOVE WS-TRANSFER-NOTE TO WS-RDL-NOTE
            IF NOT TransferClean
                ADD 1 TO WS-TRANSFERS-REFUSED
                DISPLAY "Transfer refused for item "
                    XT-ITEM-NUMBER ": " WS-TRANSFER-NOTE
            END-IF
            WRITE TransferRegisterLine
                FROM WS-REGISTER-DETAIL-LINE.

      * Every change to ITEMS.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-ITEM-RECORD.
            MOVE "ITEMS" TO WS-RJ-FILE-ID
            MOVE IM-ITEM-NUMBER TO WS-RJ-KEY
            MOVE ITEM-MASTER-RECORD TO WS-RJ-IMAGE
            CALL "RecoveryJournal" USING WS-RJ-FILE-ID
                WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.
