       IDENTIFICATION DIVISION.
       PROGRAM-ID. SupplierInvoice.
      * Supplier-invoice entry with the three-way match purchasing
      * used to do by hand against the paperwork. Reads the keyed
      * SUPPINV.DAT invoice lines and matches each one to its
      * purchase-order line on POOPEN.DAT (PO-NUMBER and
      * PO-ITEM-NUMBER, raised by SuggestedOrder for this supplier),
      * to the quantity GoodsReceiving has actually taken in - less
      * what earlier invoices already billed, carried on the PO line
      * as PO-INVOICED - and to the item's IM-UNIT-COST within the
      * APTOL.REF percentage tolerance. An invoice is matched whole
      * or not at all: when every line passes it becomes one open
      * item on the indexed APOPEN.DAT payables file, keyed by
      * supplier and invoice number, and its total posts to the
      * GLPOST.DAT feed as an inventory-clearing debit against an AP
      * liability credit. Any failing line holds the whole invoice
      * in SUPPINV.DAT and on the APEXCEPT.RPT exception listing,
      * run after run, until purchasing resolves it; a matched
      * invoice leaves the file. APINVREG.RPT registers what
      * matched. We stop paying for goods we never received here.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT SUPPLIER-INVOICE-FILE
            ASSIGN TO "SUPPINV.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INVOICE-STATUS.
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
          SELECT AP-OPEN-ITEM-FILE
            ASSIGN TO "APOPEN.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AP-KEY
            FILE STATUS IS WS-AP-STATUS.
          SELECT COST-TOLERANCE-FILE
            ASSIGN TO "APTOL.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TOLERANCE-STATUS.
          SELECT INVOICE-REGISTER
            ASSIGN TO "APINVREG.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTER-STATUS.
          SELECT EXCEPTION-LISTING
            ASSIGN TO "APEXCEPT.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EXCEPTION-STATUS.
          SELECT GL-POSTING-FILE
            ASSIGN TO "GLPOST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GL-POST-STATUS.
          SELECT GL-ACCOUNT-MAP
            ASSIGN TO "GLMAP.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GL-MAP-STATUS.

        DATA DIVISION.
        FILE SECTION.
      * One line per item billed; the lines of one invoice share
      * the supplier and invoice number. A due date of zero means
      * the supplier's bill gave none - thirty days are allowed.
        FD  SUPPLIER-INVOICE-FILE
            LABEL RECORDS ARE STANDARD.
        01  SUPPLIER-INVOICE-RECORD.
            05  SI-SUPPLIER-NO       PIC 9(5).
            05  FILLER               PIC X.
            05  SI-INVOICE-NO        PIC X(10).
            05  FILLER               PIC X.
            05  SI-INVOICE-DATE      PIC 9(8).
            05  FILLER               PIC X.
            05  SI-DUE-DATE          PIC 9(8).
            05  FILLER               PIC X.
            05  SI-PO-NUMBER         PIC 9(6).
            05  FILLER               PIC X.
            05  SI-ITEM-NUMBER       PIC 9(6).
            05  FILLER               PIC X.
            05  SI-QUANTITY          PIC 9(4).
            05  FILLER               PIC X.
            05  SI-UNIT-COST         PIC 9(5)V99.

      * Same open-PO layout SuggestedOrder writes and GoodsReceiving
      * rewrites.
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
            05  FILLER               PIC X.
            05  PO-INVOICED          PIC 9(4).

        FD  ITEM-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY ITEMREC.

        FD  AP-OPEN-ITEM-FILE
            LABEL RECORDS ARE STANDARD.
            COPY APOPEN.

      * One policy record: how far, in percent either way, a billed
      * unit cost may stray from the item master's cost.
        FD  COST-TOLERANCE-FILE
            LABEL RECORDS ARE STANDARD.
        01  COST-TOLERANCE-RECORD.
            05  CT-TOLERANCE-PERCENT PIC 99V9.

        FD  INVOICE-REGISTER
            LABEL RECORDS ARE STANDARD.
        01  InvoiceRegisterLine      PIC X(80).

        FD  EXCEPTION-LISTING
            LABEL RECORDS ARE STANDARD.
        01  ExceptionListingLine     PIC X(100).

        FD  GL-POSTING-FILE
            LABEL RECORDS ARE STANDARD.
            COPY GLPOST.

        FD  GL-ACCOUNT-MAP
            LABEL RECORDS ARE STANDARD.
        01  GL-ACCOUNT-MAP-RECORD.
            05  GM-CATEGORY          PIC X(8).
            05  FILLER               PIC X.
            05  GM-ACCOUNT           PIC 9(6).

        WORKING-STORAGE SECTION.
        01  WS-INVOICE-STATUS        PIC XX.
            88  EndOfInvoiceFile         VALUE "10".
        01  WS-OPEN-PO-STATUS        PIC XX.
            88  EndOfOpenPoFile          VALUE "10".
        01  WS-ITEM-MASTER-STATUS    PIC XX.
            88  ItemMasterOK             VALUE "00".
        01  WS-AP-STATUS             PIC XX.
            88  ApFileOK                 VALUE "00".
        01  WS-TOLERANCE-STATUS      PIC XX.
        01  WS-REGISTER-STATUS       PIC XX.
        01  WS-EXCEPTION-STATUS      PIC XX.
        01  WS-GL-POST-STATUS        PIC XX.
        01  WS-GL-MAP-STATUS         PIC XX.
            88  EndOfGlAccountMap        VALUE "10".

        01  WS-PC-RUN-DATE           PIC 9(8).
        01  WS-PC-ACTION             PIC X.
        01  WS-PC-PERIOD             PIC 9(6).
        01  WS-PC-RESULT             PIC X.
            88  PostingPeriodOpen        VALUE "Y".

        01  WS-COST-TOLERANCE        PIC 99V9 VALUE 5.

      * The whole invoice file is held in the table: lines are
      * matched an invoice at a time and the held ones written back.
        78  WS-LINE-TABLE-CAPACITY   VALUE 300.
        01  WS-LT-COUNT              PIC 999 VALUE ZERO.
        01  WS-LT-IDX                PIC 999.
        01  WS-LT-FIRST              PIC 999.
        01  WS-LT-OVERFLOW           PIC X VALUE "N".
            88  LineTableOverflowed      VALUE "Y".
        01  WS-INVOICE-LINE-TABLE.
            05  INVOICE-LINE-ENTRY OCCURS 300 TIMES.
              10  LT-RECORD          PIC X(61).
              10  LT-STATE           PIC X.
                  88  LT-LineUnseen        VALUE SPACE.
                  88  LT-LineMatched       VALUE "M".
                  88  LT-LineHeld          VALUE "H".
              10  LT-PO-PICK         PIC 999.
              10  LT-ITEM-COST       PIC 9(5)V99.
              10  LT-REASON          PIC X(22).

        78  WS-PO-TABLE-CAPACITY     VALUE 200.
        01  WS-PO-COUNT              PIC 999 VALUE ZERO.
        01  WS-PO-IDX                PIC 999.
        01  WS-PO-OVERFLOW           PIC X VALUE "N".
            88  PoTableOverflowed        VALUE "Y".
        01  WS-OPEN-PO-TABLE.
            05  OPEN-PO-ENTRY OCCURS 200 TIMES.
              10  PT-RECORD          PIC X(48).
              10  PT-NUMBER          PIC 9(6).
              10  PT-SUPPLIER-NO     PIC 9(5).
              10  PT-ITEM-NUMBER     PIC 9(6).
              10  PT-RECEIVED        PIC 9(4).
              10  PT-INVOICED        PIC 9(4).
              10  PT-PENDING         PIC 9(4).

        01  WS-CURRENT-SUPPLIER      PIC 9(5).
        01  WS-CURRENT-INVOICE       PIC X(10).
        01  WS-INVOICE-HELD          PIC X.
            88  InvoiceIsHeld            VALUE "Y".
        01  WS-INVOICE-REASON        PIC X(22).
        01  WS-INVOICE-TOTAL         PIC 9(7)V99.
        01  WS-LINE-AMOUNT           PIC 9(7)V99.
        01  WS-LINE-REASON           PIC X(22).
        01  WS-COST-DIFFERENCE       PIC S9(7)V99.
        01  WS-COST-ALLOWANCE        PIC 9(7)V999.
        01  WS-DUE-DATE              PIC 9(8).

        01  WS-MATCHED-COUNT         PIC 9(4) VALUE ZERO.
        01  WS-HELD-COUNT            PIC 9(4) VALUE ZERO.
        01  WS-MATCHED-TOTAL         PIC 9(9)V99 VALUE ZERO.

        78  WS-GL-MAP-CAPACITY       VALUE 300.
        01  WS-GM-COUNT              PIC 999 VALUE ZERO.
        01  WS-GM-IDX                PIC 999.
        01  WS-GL-MAP-TABLE.
            05  GL-MAP-ENTRY OCCURS WS-GL-MAP-CAPACITY TIMES.
              10  GME-CATEGORY       PIC X(8).
              10  GME-ACCOUNT        PIC 9(6).
        01  WS-GL-ACCOUNT-FOUND      PIC X.
            88  GlAccountFound           VALUE "Y".
        01  WS-GL-LOOKUP-CATEGORY    PIC X(8).
        01  WS-GL-LOOKUP-ACCOUNT     PIC 9(6).

        01  WS-RL-ACTION             PIC X.
        01  WS-RL-PROGRAM-NAME       PIC X(15)
                VALUE "SupplierInvoice".
        01  WS-RL-RECORDS-READ       PIC 9(7) VALUE ZERO.
        01  WS-RL-RECORDS-WRITTEN    PIC 9(7) VALUE ZERO.
        01  WS-RL-STATUS             PIC X(8).

        01  WS-REGISTER-HEADING      PIC X(40)
                VALUE "SUPPLIER INVOICES MATCHED TO PAYABLES".
        01  WS-REGISTER-DETAIL-LINE.
            05  WS-RDL-SUPPLIER-NO   PIC 9(5).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-INVOICE-NO    PIC X(10).
            05  FILLER               PIC X(6) VALUE " DATE ".
            05  WS-RDL-INVOICE-DATE  PIC 9(8).
            05  FILLER               PIC X(5) VALUE " DUE ".
            05  WS-RDL-DUE-DATE      PIC 9(8).
            05  FILLER               PIC X(8) VALUE " AMOUNT ".
            05  WS-RDL-AMOUNT        PIC Z,ZZZ,ZZ9.99.
        01  WS-REGISTER-TOTAL-LINE.
            05  FILLER               PIC X(8) VALUE "MATCHED ".
            05  WS-RTL-MATCHED       PIC ZZZ9.
            05  FILLER               PIC X(6) VALUE " HELD ".
            05  WS-RTL-HELD          PIC ZZZ9.
            05  FILLER               PIC X(7) VALUE " TOTAL ".
            05  WS-RTL-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.

        01  WS-EXCEPTION-HEADING     PIC X(40)
                VALUE "SUPPLIER INVOICE EXCEPTIONS - HELD".
        01  WS-EXCEPTION-DETAIL-LINE.
            05  WS-EDL-SUPPLIER-NO   PIC X(5).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-EDL-INVOICE-NO    PIC X(10).
            05  FILLER               PIC X(4) VALUE " PO ".
            05  WS-EDL-PO-NUMBER     PIC X(6).
            05  FILLER               PIC X(6) VALUE " ITEM ".
            05  WS-EDL-ITEM-NUMBER   PIC X(6).
            05  FILLER               PIC X(5) VALUE " QTY ".
            05  WS-EDL-QUANTITY      PIC X(4).
            05  FILLER               PIC X(8) VALUE " BILLED ".
            05  WS-EDL-BILLED-COST   PIC ZZ,ZZ9.99.
            05  FILLER               PIC X(6) VALUE " COST ".
            05  WS-EDL-ITEM-COST     PIC ZZ,ZZ9.99.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-EDL-REASON        PIC X(22).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            MOVE "S" TO WS-RL-ACTION
            MOVE "STARTED" TO WS-RL-STATUS
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS
      * Payables post into the run month; a closed month refuses
      * the run before anything is matched.
            CALL "BusinessDate" USING WS-PC-RUN-DATE
            MOVE WS-PC-RUN-DATE(1:6) TO WS-PC-PERIOD
            MOVE "V" TO WS-PC-ACTION
            CALL "PeriodControl" USING WS-PC-ACTION WS-PC-PERIOD
                WS-PC-RESULT
            IF NOT PostingPeriodOpen
                MOVE "CLOSED" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            PERFORM LOAD-INVOICE-LINES
            IF WS-LT-COUNT = 0
                DISPLAY "No SUPPINV.DAT invoice lines, supplier "
                    "invoice run skipped"
                MOVE "NOINPUT" TO WS-RL-STATUS
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            PERFORM LOAD-OPEN-PO-TABLE
            IF LineTableOverflowed OR PoTableOverflowed
                DISPLAY "SUPPINV.DAT or POOPEN.DAT longer than the "
                    "tables - nothing matched this run, split the "
                    "file and rerun"
                MOVE "OVERFLOW" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            OPEN INPUT ITEM-MASTER
            IF NOT ItemMasterOK
                DISPLAY "Unable to open ITEM-MASTER, status "
                    WS-ITEM-MASTER-STATUS
                MOVE "NOITEMS" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            PERFORM OPEN-AP-OPEN-ITEM-FILE
            PERFORM LOAD-COST-TOLERANCE
            PERFORM LOAD-GL-ACCOUNT-MAP
            OPEN OUTPUT INVOICE-REGISTER
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE InvoiceRegisterLine FROM REPORT-STAMP-LINE
            OPEN OUTPUT EXCEPTION-LISTING
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE ExceptionListingLine FROM REPORT-STAMP-LINE
            WRITE InvoiceRegisterLine FROM WS-REGISTER-HEADING
            WRITE ExceptionListingLine FROM WS-EXCEPTION-HEADING
            PERFORM VARYING WS-LT-FIRST FROM 1 BY 1
                UNTIL WS-LT-FIRST > WS-LT-COUNT
                IF LT-LineUnseen(WS-LT-FIRST)
                    PERFORM MATCH-ONE-INVOICE
                END-IF
            END-PERFORM
            MOVE WS-MATCHED-COUNT TO WS-RTL-MATCHED
            MOVE WS-HELD-COUNT TO WS-RTL-HELD
            MOVE WS-MATCHED-TOTAL TO WS-RTL-TOTAL
            WRITE InvoiceRegisterLine FROM WS-REGISTER-TOTAL-LINE
            CLOSE EXCEPTION-LISTING
            CLOSE INVOICE-REGISTER
            CLOSE AP-OPEN-ITEM-FILE
            CLOSE ITEM-MASTER
            PERFORM REWRITE-INVOICE-FILE
            IF WS-MATCHED-COUNT > 0
                PERFORM REWRITE-OPEN-PO-FILE
                IF WS-GM-COUNT > 0
                    PERFORM APPEND-GL-POSTINGS
                END-IF
            END-IF
            DISPLAY "Supplier invoices: " WS-MATCHED-COUNT
                " matched, " WS-HELD-COUNT " held, total "
                WS-MATCHED-TOTAL
            MOVE "COMPLETE" TO WS-RL-STATUS
            PERFORM LOG-RUN-END
            GOBACK.

        LOG-RUN-END.
            MOVE "E" TO WS-RL-ACTION
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS.

        OPEN-AP-OPEN-ITEM-FILE.
            OPEN I-O AP-OPEN-ITEM-FILE
            IF NOT ApFileOK
                OPEN OUTPUT AP-OPEN-ITEM-FILE
                CLOSE AP-OPEN-ITEM-FILE
                OPEN I-O AP-OPEN-ITEM-FILE
            END-IF.

        LOAD-INVOICE-LINES.
            OPEN INPUT SUPPLIER-INVOICE-FILE
            IF WS-INVOICE-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfInvoiceFile
                READ SUPPLIER-INVOICE-FILE
                    AT END SET EndOfInvoiceFile TO TRUE
                    NOT AT END
                        IF WS-LT-COUNT >= WS-LINE-TABLE-CAPACITY
                            MOVE "Y" TO WS-LT-OVERFLOW
                            SET EndOfInvoiceFile TO TRUE
                        ELSE
                            ADD 1 TO WS-LT-COUNT
                            ADD 1 TO WS-RL-RECORDS-READ
                            MOVE SUPPLIER-INVOICE-RECORD
                                TO LT-RECORD(WS-LT-COUNT)
                            MOVE SPACE TO LT-STATE(WS-LT-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SUPPLIER-INVOICE-FILE.

      * Closed PO lines are loaded too: a line received in full
      * closes on receipt, long before the supplier's bill for it
      * arrives.
        LOAD-OPEN-PO-TABLE.
            OPEN INPUT OPEN-PO-FILE
            IF WS-OPEN-PO-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfOpenPoFile
                READ OPEN-PO-FILE
                    AT END SET EndOfOpenPoFile TO TRUE
                    NOT AT END
                        IF WS-PO-COUNT >= WS-PO-TABLE-CAPACITY
                            MOVE "Y" TO WS-PO-OVERFLOW
                            SET EndOfOpenPoFile TO TRUE
                        ELSE
                            PERFORM LOAD-ONE-PO-LINE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE OPEN-PO-FILE.

        LOAD-ONE-PO-LINE.
            ADD 1 TO WS-PO-COUNT
            MOVE OPEN-PO-RECORD TO PT-RECORD(WS-PO-COUNT)
            MOVE ZERO TO PT-NUMBER(WS-PO-COUNT)
                PT-SUPPLIER-NO(WS-PO-COUNT)
                PT-ITEM-NUMBER(WS-PO-COUNT)
                PT-RECEIVED(WS-PO-COUNT)
                PT-INVOICED(WS-PO-COUNT)
                PT-PENDING(WS-PO-COUNT)
            IF PO-NUMBER IS NUMERIC
               AND PO-ITEM-NUMBER IS NUMERIC
                MOVE PO-NUMBER TO PT-NUMBER(WS-PO-COUNT)
                MOVE PO-ITEM-NUMBER TO PT-ITEM-NUMBER(WS-PO-COUNT)
            END-IF
            IF PO-SUPPLIER-NO IS NUMERIC
                MOVE PO-SUPPLIER-NO TO PT-SUPPLIER-NO(WS-PO-COUNT)
            END-IF
            IF PO-RECEIVED IS NUMERIC
                MOVE PO-RECEIVED TO PT-RECEIVED(WS-PO-COUNT)
            END-IF
            IF PO-INVOICED IS NUMERIC
                MOVE PO-INVOICED TO PT-INVOICED(WS-PO-COUNT)
            END-IF.

        LOAD-COST-TOLERANCE.
            OPEN INPUT COST-TOLERANCE-FILE
            IF WS-TOLERANCE-STATUS = "00"
                READ COST-TOLERANCE-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF CT-TOLERANCE-PERCENT IS NUMERIC
                            MOVE CT-TOLERANCE-PERCENT
                                TO WS-COST-TOLERANCE
                        END-IF
                END-READ
                CLOSE COST-TOLERANCE-FILE
            ELSE
                DISPLAY "No APTOL.REF policy on file, unit costs "
                    "matched within " WS-COST-TOLERANCE " percent"
            END-IF.

      * Gathers every line of the invoice starting at WS-LT-FIRST,
      * matches each, and settles the invoice whole.
        MATCH-ONE-INVOICE.
            MOVE LT-RECORD(WS-LT-FIRST) TO SUPPLIER-INVOICE-RECORD
            MOVE SI-SUPPLIER-NO TO WS-CURRENT-SUPPLIER
            MOVE SI-INVOICE-NO TO WS-CURRENT-INVOICE
            MOVE "N" TO WS-INVOICE-HELD
            MOVE SPACES TO WS-INVOICE-REASON
            MOVE ZERO TO WS-INVOICE-TOTAL
            PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                UNTIL WS-PO-IDX > WS-PO-COUNT
                MOVE ZERO TO PT-PENDING(WS-PO-IDX)
            END-PERFORM
            IF SI-SUPPLIER-NO IS NOT NUMERIC
               OR SI-INVOICE-NO = SPACES
                MOVE "Y" TO WS-INVOICE-HELD
                MOVE "NO SUPPLIER/INVOICE" TO WS-INVOICE-REASON
            ELSE
                MOVE SI-SUPPLIER-NO TO AP-SUPPLIER-NO
                MOVE SI-INVOICE-NO TO AP-INVOICE-NO
                READ AP-OPEN-ITEM-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE "Y" TO WS-INVOICE-HELD
                        MOVE "DUPLICATE INVOICE" TO WS-INVOICE-REASON
                END-READ
            END-IF
            PERFORM VARYING WS-LT-IDX FROM WS-LT-FIRST BY 1
                UNTIL WS-LT-IDX > WS-LT-COUNT
                MOVE LT-RECORD(WS-LT-IDX) TO SUPPLIER-INVOICE-RECORD
                IF LT-LineUnseen(WS-LT-IDX)
                   AND SI-INVOICE-NO = WS-CURRENT-INVOICE
                   AND LT-RECORD(WS-LT-IDX)(1:5)
                       = LT-RECORD(WS-LT-FIRST)(1:5)
                    PERFORM MATCH-ONE-INVOICE-LINE
                END-IF
            END-PERFORM
            IF InvoiceIsHeld
                PERFORM HOLD-ONE-INVOICE
            ELSE
                PERFORM ACCEPT-ONE-INVOICE
            END-IF.

      * Lines are marked held as they are met and turned matched
      * only once the whole invoice has passed.
        MATCH-ONE-INVOICE-LINE.
            MOVE "H" TO LT-STATE(WS-LT-IDX)
            MOVE ZERO TO LT-PO-PICK(WS-LT-IDX)
                LT-ITEM-COST(WS-LT-IDX)
            MOVE SPACES TO WS-LINE-REASON
            IF SI-PO-NUMBER IS NOT NUMERIC
               OR SI-ITEM-NUMBER IS NOT NUMERIC
               OR SI-QUANTITY IS NOT NUMERIC
               OR SI-UNIT-COST IS NOT NUMERIC
               OR SI-INVOICE-DATE IS NOT NUMERIC
                MOVE "BAD INVOICE LINE" TO WS-LINE-REASON
            ELSE
                PERFORM MATCH-LINE-TO-PO
                IF WS-LINE-REASON = SPACES
                    PERFORM MATCH-LINE-TO-ITEM-COST
                END-IF
            END-IF
            IF WS-LINE-REASON NOT = SPACES
                MOVE "Y" TO WS-INVOICE-HELD
                MOVE WS-LINE-REASON TO LT-REASON(WS-LT-IDX)
            ELSE
                MOVE SPACES TO LT-REASON(WS-LT-IDX)
                COMPUTE WS-LINE-AMOUNT ROUNDED =
                    SI-QUANTITY * SI-UNIT-COST
                ADD WS-LINE-AMOUNT TO WS-INVOICE-TOTAL
            END-IF.

      * Billed quantity, with anything an earlier line of the same
      * invoice already claimed, may not run past what was
      * received less what was billed before.
        MATCH-LINE-TO-PO.
            PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                UNTIL WS-PO-IDX > WS-PO-COUNT
                    OR LT-PO-PICK(WS-LT-IDX) > 0
                IF PT-NUMBER(WS-PO-IDX) = SI-PO-NUMBER
                   AND PT-ITEM-NUMBER(WS-PO-IDX) = SI-ITEM-NUMBER
                    MOVE WS-PO-IDX TO LT-PO-PICK(WS-LT-IDX)
                END-IF
            END-PERFORM
            IF LT-PO-PICK(WS-LT-IDX) = 0
                MOVE "NO SUCH PO LINE" TO WS-LINE-REASON
                EXIT PARAGRAPH
            END-IF
            MOVE LT-PO-PICK(WS-LT-IDX) TO WS-PO-IDX
            IF PT-SUPPLIER-NO(WS-PO-IDX) NOT = SI-SUPPLIER-NO
                MOVE "PO FOR OTHER SUPPLIER" TO WS-LINE-REASON
                EXIT PARAGRAPH
            END-IF
            IF PT-INVOICED(WS-PO-IDX) + PT-PENDING(WS-PO-IDX)
                    + SI-QUANTITY > PT-RECEIVED(WS-PO-IDX)
                MOVE "BILLED OVER RECEIVED" TO WS-LINE-REASON
                EXIT PARAGRAPH
            END-IF
            ADD SI-QUANTITY TO PT-PENDING(WS-PO-IDX).

        MATCH-LINE-TO-ITEM-COST.
            MOVE SI-ITEM-NUMBER TO IM-ITEM-NUMBER
            READ ITEM-MASTER
                INVALID KEY
                    MOVE "ITEM NOT ON MASTER" TO WS-LINE-REASON
                    EXIT PARAGRAPH
            END-READ
            MOVE IM-UNIT-COST TO LT-ITEM-COST(WS-LT-IDX)
            IF IM-UNIT-COST = 0
                MOVE "ITEM HAS NO COST" TO WS-LINE-REASON
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-COST-DIFFERENCE = SI-UNIT-COST - IM-UNIT-COST
            IF WS-COST-DIFFERENCE < 0
                COMPUTE WS-COST-DIFFERENCE = 0 - WS-COST-DIFFERENCE
            END-IF
            COMPUTE WS-COST-ALLOWANCE =
                IM-UNIT-COST * WS-COST-TOLERANCE / 100
            IF WS-COST-DIFFERENCE > WS-COST-ALLOWANCE
                MOVE "COST OUTSIDE TOLERANCE" TO WS-LINE-REASON
            END-IF.

      * Every line of a held invoice is listed - the clean ones too,
      * so purchasing sees the whole bill they are sorting out.
        HOLD-ONE-INVOICE.
            ADD 1 TO WS-HELD-COUNT
            PERFORM VARYING WS-LT-IDX FROM WS-LT-FIRST BY 1
                UNTIL WS-LT-IDX > WS-LT-COUNT
                MOVE LT-RECORD(WS-LT-IDX) TO SUPPLIER-INVOICE-RECORD
                IF LT-LineHeld(WS-LT-IDX)
                   AND SI-INVOICE-NO = WS-CURRENT-INVOICE
                   AND LT-RECORD(WS-LT-IDX)(1:5)
                       = LT-RECORD(WS-LT-FIRST)(1:5)
                    IF LT-REASON(WS-LT-IDX) = SPACES
                        IF WS-INVOICE-REASON NOT = SPACES
                            MOVE WS-INVOICE-REASON
                                TO LT-REASON(WS-LT-IDX)
                        ELSE
                            MOVE "INVOICE HELD"
                                TO LT-REASON(WS-LT-IDX)
                        END-IF
                    END-IF
                    PERFORM WRITE-EXCEPTION-LINE
                END-IF
            END-PERFORM.

        WRITE-EXCEPTION-LINE.
            MOVE LT-RECORD(WS-LT-IDX)(1:5) TO WS-EDL-SUPPLIER-NO
            MOVE SI-INVOICE-NO TO WS-EDL-INVOICE-NO
            MOVE LT-RECORD(WS-LT-IDX)(36:6) TO WS-EDL-PO-NUMBER
            MOVE LT-RECORD(WS-LT-IDX)(43:6) TO WS-EDL-ITEM-NUMBER
            MOVE LT-RECORD(WS-LT-IDX)(50:4) TO WS-EDL-QUANTITY
            IF SI-UNIT-COST IS NUMERIC
                MOVE SI-UNIT-COST TO WS-EDL-BILLED-COST
            ELSE
                MOVE ZERO TO WS-EDL-BILLED-COST
            END-IF
            MOVE LT-ITEM-COST(WS-LT-IDX) TO WS-EDL-ITEM-COST
            MOVE LT-REASON(WS-LT-IDX) TO WS-EDL-REASON
            WRITE ExceptionListingLine FROM WS-EXCEPTION-DETAIL-LINE.

        ACCEPT-ONE-INVOICE.
            MOVE LT-RECORD(WS-LT-FIRST) TO SUPPLIER-INVOICE-RECORD
            IF SI-DUE-DATE IS NUMERIC AND SI-DUE-DATE > 0
                MOVE SI-DUE-DATE TO WS-DUE-DATE
            ELSE
                COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(SI-INVOICE-DATE) + 30)
            END-IF
            MOVE SPACES TO AP-OPEN-ITEM-RECORD
            MOVE SI-SUPPLIER-NO TO AP-SUPPLIER-NO
            MOVE SI-INVOICE-NO TO AP-INVOICE-NO
            MOVE SI-INVOICE-DATE TO AP-INVOICE-DATE
            MOVE WS-DUE-DATE TO AP-DUE-DATE
            MOVE WS-INVOICE-TOTAL TO AP-ORIGINAL-AMOUNT
            MOVE WS-INVOICE-TOTAL TO AP-OPEN-AMOUNT
            MOVE "O" TO AP-ITEM-STATUS
            MOVE WS-PC-RUN-DATE TO AP-MATCHED-DATE
            MOVE ZERO TO AP-CHEQUE-NO
            MOVE ZERO TO AP-PAID-DATE
            WRITE AP-OPEN-ITEM-RECORD
                INVALID KEY
                    DISPLAY "Write failed for AP item " AP-KEY
                    MOVE "AP WRITE FAILED" TO WS-INVOICE-REASON
                    PERFORM HOLD-ONE-INVOICE
                    EXIT PARAGRAPH
            END-WRITE
            ADD 1 TO WS-MATCHED-COUNT
            ADD 1 TO WS-RL-RECORDS-WRITTEN
            ADD WS-INVOICE-TOTAL TO WS-MATCHED-TOTAL
            PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                UNTIL WS-PO-IDX > WS-PO-COUNT
                ADD PT-PENDING(WS-PO-IDX) TO PT-INVOICED(WS-PO-IDX)
                MOVE ZERO TO PT-PENDING(WS-PO-IDX)
            END-PERFORM
            PERFORM VARYING WS-LT-IDX FROM WS-LT-FIRST BY 1
                UNTIL WS-LT-IDX > WS-LT-COUNT
                MOVE LT-RECORD(WS-LT-IDX) TO SUPPLIER-INVOICE-RECORD
                IF LT-LineHeld(WS-LT-IDX)
                   AND SI-INVOICE-NO = WS-CURRENT-INVOICE
                   AND LT-RECORD(WS-LT-IDX)(1:5)
                       = LT-RECORD(WS-LT-FIRST)(1:5)
                    MOVE "M" TO LT-STATE(WS-LT-IDX)
                END-IF
            END-PERFORM
            MOVE AP-SUPPLIER-NO TO WS-RDL-SUPPLIER-NO
            MOVE AP-INVOICE-NO TO WS-RDL-INVOICE-NO
            MOVE AP-INVOICE-DATE TO WS-RDL-INVOICE-DATE
            MOVE AP-DUE-DATE TO WS-RDL-DUE-DATE
            MOVE WS-INVOICE-TOTAL TO WS-RDL-AMOUNT
            WRITE InvoiceRegisterLine FROM WS-REGISTER-DETAIL-LINE.

      * Held lines go back for purchasing to resolve; matched lines
      * leave the file.
        REWRITE-INVOICE-FILE.
            OPEN OUTPUT SUPPLIER-INVOICE-FILE
            PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                UNTIL WS-LT-IDX > WS-LT-COUNT
                IF NOT LT-LineMatched(WS-LT-IDX)
                    MOVE LT-RECORD(WS-LT-IDX)
                        TO SUPPLIER-INVOICE-RECORD
                    WRITE SUPPLIER-INVOICE-RECORD
                END-IF
            END-PERFORM
            CLOSE SUPPLIER-INVOICE-FILE.

      * Lines go back as read, with only the invoiced quantity
      * brought up to date.
        REWRITE-OPEN-PO-FILE.
            OPEN OUTPUT OPEN-PO-FILE
            PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                UNTIL WS-PO-IDX > WS-PO-COUNT
                MOVE PT-RECORD(WS-PO-IDX) TO OPEN-PO-RECORD
                IF PT-NUMBER(WS-PO-IDX) > 0
                    MOVE PT-INVOICED(WS-PO-IDX) TO PO-INVOICED
                END-IF
                WRITE OPEN-PO-RECORD
            END-PERFORM
            CLOSE OPEN-PO-FILE.

      * Inventory-clearing debit against the AP liability credit,
      * and a trailer proving the pair - appended behind whatever
      * the night's other runs already posted.
        APPEND-GL-POSTINGS.
            OPEN EXTEND GL-POSTING-FILE
            IF WS-GL-POST-STATUS NOT = "00"
                OPEN OUTPUT GL-POSTING-FILE
            END-IF
            MOVE "INVCLEAR" TO WS-GL-LOOKUP-CATEGORY
            PERFORM FIND-GL-ACCOUNT
            MOVE SPACES TO GL-POSTING-RECORD
            MOVE "D" TO GP-RECORD-TYPE
            MOVE WS-GL-LOOKUP-ACCOUNT TO GP-ACCOUNT
            MOVE "INVCLEAR" TO GP-CATEGORY
            MOVE WS-MATCHED-TOTAL TO GP-AMOUNT
            MOVE WS-PC-PERIOD TO GP-PERIOD
            WRITE GL-POSTING-RECORD
            MOVE "AP" TO WS-GL-LOOKUP-CATEGORY
            PERFORM FIND-GL-ACCOUNT
            MOVE SPACES TO GL-POSTING-RECORD
            MOVE "C" TO GP-RECORD-TYPE
            MOVE WS-GL-LOOKUP-ACCOUNT TO GP-ACCOUNT
            MOVE "AP" TO GP-CATEGORY
            MOVE WS-MATCHED-TOTAL TO GP-AMOUNT
            MOVE WS-PC-PERIOD TO GP-PERIOD
            WRITE GL-POSTING-RECORD
            MOVE SPACES TO GL-POSTING-RECORD
            MOVE "T" TO GT-RECORD-TYPE
            MOVE WS-MATCHED-TOTAL TO GT-DEBIT-TOTAL
            MOVE WS-MATCHED-TOTAL TO GT-CREDIT-TOTAL
            WRITE GL-POSTING-RECORD
            CLOSE GL-POSTING-FILE.

        FIND-GL-ACCOUNT.
            MOVE "N" TO WS-GL-ACCOUNT-FOUND
            MOVE 0 TO WS-GL-LOOKUP-ACCOUNT
            PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                UNTIL WS-GM-IDX > WS-GM-COUNT
                IF GME-CATEGORY(WS-GM-IDX) = WS-GL-LOOKUP-CATEGORY
                    MOVE "Y" TO WS-GL-ACCOUNT-FOUND
                    MOVE GME-ACCOUNT(WS-GM-IDX)
                        TO WS-GL-LOOKUP-ACCOUNT
                END-IF
            END-PERFORM
            IF NOT GlAccountFound
                DISPLAY "No GLMAP.REF account for category "
                    WS-GL-LOOKUP-CATEGORY
                    " - posted to account 000000"
            END-IF.

        LOAD-GL-ACCOUNT-MAP.
            OPEN INPUT GL-ACCOUNT-MAP
            IF WS-GL-MAP-STATUS = "00"
                PERFORM UNTIL EndOfGlAccountMap
                    OR WS-GM-COUNT >= WS-GL-MAP-CAPACITY
                    READ GL-ACCOUNT-MAP
                        AT END SET EndOfGlAccountMap TO TRUE
                        NOT AT END
                            IF GM-ACCOUNT IS NUMERIC
                                ADD 1 TO WS-GM-COUNT
                                MOVE GM-CATEGORY TO
                                    GME-CATEGORY(WS-GM-COUNT)
                                MOVE GM-ACCOUNT TO
                                    GME-ACCOUNT(WS-GM-COUNT)
                            ELSE
                                DISPLAY "Bad GLMAP.REF record "
                                    "ignored: " GL-ACCOUNT-MAP-RECORD
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
                    "extract this run"
            END-IF.
