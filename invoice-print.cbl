      * sequence. The invoice register lists the day's documents.
      * An order whose customer cannot be read is skipped onto the
      * register with a note rather than invoiced blind.
      * Each AR open item carries the due date, and any early-
      * payment discount and its last day, from the customer's
      * TERMS.REF payment terms (standard net 30 without one).
      * A line priced under a promotion is followed by the
      * promotion code, the list price and what the customer saved.
      * A customer on e-invoicing gets no paper document: the
      * invoice is numbered, archived marked for EInvoiceExtract to
      * send, and opens its AR item as usual, and the register
      * notes it was not printed.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            ASSIGN TO "GLPOST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GL-POST-STATUS.
          SELECT PAYMENT-TERMS-FILE
            ASSIGN TO "TERMS.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TERMS-STATUS.
          SELECT INVOICE-ARCHIVE-FILE
            ASSIGN TO "INVARCH.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            05  FILLER               PIC X.
            05  GM-ACCOUNT           PIC 9(6).

      * Revenue, billed freight and tax credited by IF-TAX-STATE
      * (the state rides in GP-DEPARTMENT), one AR debit for the
      * run's total due, and a trailer proving the pair - appended
      * behind whatever the night's other runs posted.
        FD  GL-POSTING-FILE
            LABEL RECORDS ARE STANDARD.
            COPY GLPOST.

        FD  PAYMENT-TERMS-FILE
            LABEL RECORDS ARE STANDARD.
            COPY TERMSREF.

        WORKING-STORAGE SECTION.
        01  WS-FEED-STATUS           PIC XX.
            88  EndOfInvoiceFeed         VALUE "10".
        01  WS-SKIPPED-ORDERS        PIC 9(4) VALUE ZERO.
        01  WS-CUSTOMER-FOUND        PIC X.
            88  BillToCustomerFound      VALUE "Y".
        01  WS-EINVOICE-CUSTOMER     PIC X.
            88  PaperInvoiceWanted       VALUE "N".
        01  WS-EINVOICES-ARCHIVED    PIC 9(4) VALUE ZERO.

        01  WS-MC-ACTION             PIC X.
        01  WS-MC-FILE-ID            PIC X(8) VALUE "CUSTOMER".
        01  WS-GL-MAP-STATUS         PIC XX.
            88  EndOfGlAccountMap        VALUE "10".
        01  WS-GL-POST-STATUS        PIC XX.
        78  WS-GL-MAP-CAPACITY       VALUE 300.
        01  WS-GM-COUNT              PIC 999 VALUE ZERO.
        01  WS-GM-IDX                PIC 999.
        01  WS-GL-MAP-TABLE.
            05  GL-MAP-ENTRY OCCURS WS-GL-MAP-CAPACITY TIMES.
              10  GME-CATEGORY       PIC X(8).
              10  GME-ACCOUNT        PIC 9(6).
        01  WS-GL-ACCOUNT-FOUND      PIC X.
              10  TS-STATE           PIC X(2).
              10  TS-REVENUE         PIC 9(9)V99.
              10  TS-TAX             PIC 9(9)V99.
              10  TS-FREIGHT         PIC 9(9)V99.
        01  WS-POST-STATE            PIC X(2).
        01  WS-GL-AR-TOTAL           PIC 9(9)V99 VALUE ZERO.
        01  WS-GL-DEBIT-TOTAL        PIC 9(9)V99.
        01  WS-GL-CREDIT-TOTAL       PIC 9(9)V99.

        01  WS-TERMS-STATUS          PIC XX.
            88  EndOfTermsFile           VALUE "10".
        78  WS-TERMS-CAPACITY        VALUE 50.
        78  WS-STANDARD-NET-DAYS     VALUE 30.
        01  WS-TM-COUNT              PIC 99 VALUE ZERO.
        01  WS-TM-IDX                PIC 99.
        01  WS-TERMS-TABLE.
            05  TERMS-ENTRY OCCURS 50 TIMES.
              10  TME-TERMS-CODE     PIC X(4).
              10  TME-NET-DAYS       PIC 999.
              10  TME-DISCOUNT-PCT   PIC 99V99.
              10  TME-DISCOUNT-DAYS  PIC 999.
        01  WS-INVOICE-INTEGER       PIC 9(7).

        01  WS-PC-RUN-DATE           PIC 9(8).
        01  WS-PC-ACTION             PIC X.
        01  WS-PC-PERIOD             PIC 9(6).
            05  WS-IDL-UNIT-PRICE    PIC ZZ,ZZZ.99-.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-IDL-EXTENDED      PIC Z,ZZZ,ZZ9.99-.
        01  WS-INVOICE-SAVING-LINE.
            05  FILLER               PIC X(5) VALUE SPACES.
            05  FILLER               PIC X(10) VALUE "PROMOTION ".
            05  WS-ISL-PROMO-CODE    PIC X(6).
            05  FILLER               PIC X(7) VALUE "  LIST ".
            05  WS-ISL-LIST-PRICE    PIC ZZ,ZZZ.99.
            05  FILLER               PIC X(11) VALUE "  YOU SAVE ".
            05  WS-ISL-SAVING        PIC Z,ZZZ,ZZ9.99.
        01  WS-LINE-SAVING           PIC S9(7)V99.
        01  WS-INVOICE-TOTAL-LINE.
            05  FILLER               PIC X(12)
                VALUE "ORDER TOTAL ".
            05  FILLER               PIC X(17)
                VALUE "INVOICES PRINTED ".
            05  WS-RCL-COUNT         PIC ZZZ9.
            05  FILLER               PIC X(18)
                VALUE "  OF WHICH E-INV. ".
            05  WS-RCL-EINVOICES     PIC ZZZ9.

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "InvoicePrint".
        01  WS-RJ-IMAGE              PIC X(2000).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
      * Invoices open AR items in the run month; a closed month
      * refuses the run before anything is numbered or posted.
            CALL "BusinessDate" USING WS-PC-RUN-DATE
            MOVE WS-PC-RUN-DATE(1:6) TO WS-PC-PERIOD
            MOVE "V" TO WS-PC-ACTION
            CALL "PeriodControl" USING WS-PC-ACTION WS-PC-PERIOD
                    END-IF
                    PERFORM READ-INVOICE-SEQUENCE
                    PERFORM LOAD-GL-ACCOUNT-MAP
                    PERFORM LOAD-TERMS-TABLE
      * The open-item ledger is claimed through the shared
      * FileLock sidecar before any update so a concurrent run
      * cannot lose a REWRITE to this one.
                    END-IF
                    OPEN OUTPUT INVOICE-PRINT-FILE
                    OPEN OUTPUT INVOICE-REGISTER
                    CALL "ReportStamp" USING REPORT-STAMP-LINE
                    WRITE InvoiceRegisterLine FROM REPORT-STAMP-LINE
                    PERFORM READ-INVOICE-FEED-RECORD
                    PERFORM UNTIL EndOfInvoiceFeed
                        IF IF-HeaderRecord
                        END-IF
                    END-PERFORM
                    MOVE WS-INVOICES-PRINTED TO WS-RCL-COUNT
                    MOVE WS-EINVOICES-ARCHIVED TO WS-RCL-EINVOICES
                    WRITE InvoiceRegisterLine
                        FROM WS-REGISTER-COUNT-LINE
                    CLOSE INVOICE-PRINT-FILE
                    END-IF
                    CLOSE CUSTOMER-MASTER
                    DISPLAY "Invoices: " WS-INVOICES-PRINTED
                        " printed, " WS-EINVOICES-ARCHIVED
                        " of them for e-invoicing, "
                        WS-SKIPPED-ORDERS " skipped"
                END-IF
                CLOSE INVOICE-FEED-FILE
            END-IF

        FIND-BILL-TO-CUSTOMER.
            MOVE "N" TO WS-CUSTOMER-FOUND
            MOVE "N" TO WS-EINVOICE-CUSTOMER
            MOVE SPACES TO WS-BILL-TO-STREET
            MOVE SPACES TO WS-BILL-TO-CITY
            MOVE SPACES TO WS-BILL-TO-POSTAL
                    NOT INVALID KEY
                        MOVE "Y" TO WS-CUSTOMER-FOUND
                        MOVE Customer-Name TO WS-BILL-TO-NAME
                        IF CustomerOnEInvoicing
                            MOVE "Y" TO WS-EINVOICE-CUSTOMER
                        END-IF
                        PERFORM FIND-CURRENT-ADDRESS
                END-READ
            END-IF.
            MOVE WS-NEXT-INVOICE-NO TO WS-IH-INVOICE-NO
            MOVE IF-ORDER-NUMBER TO WS-IH-ORDER-NO
            MOVE IF-ORDER-DATE TO WS-IH-ORDER-DATE
            MOVE WS-BILL-TO-NAME TO WS-BT-NAME
            MOVE WS-BILL-TO-STREET TO WS-BT-STREET
            MOVE WS-BILL-TO-CITY TO WS-BT-CITY
            MOVE WS-BILL-TO-POSTAL TO WS-BT-POSTAL
            IF PaperInvoiceWanted
                WRITE InvoicePrintLine FROM WS-INVOICE-HEADING
                WRITE InvoicePrintLine FROM WS-BILL-TO-LINE-1
                WRITE InvoicePrintLine FROM WS-BILL-TO-LINE-2
                WRITE InvoicePrintLine FROM WS-BILL-TO-LINE-3
            END-IF
            MOVE IF-ORDER-NUMBER TO WS-RGL-ORDER-NO
            MOVE IF-CUSTOMER-REF TO WS-RGL-CUSTOMER-REF
            MOVE IF-ORDER-TOTAL TO WS-RGL-TOTAL
            MOVE WS-NEXT-INVOICE-NO TO WS-RGL-INVOICE-NO
            IF PaperInvoiceWanted
                MOVE SPACES TO WS-RGL-NOTE
            ELSE
                MOVE "E-INVOICED, NO PAPER" TO WS-RGL-NOTE
                ADD 1 TO WS-EINVOICES-ARCHIVED
            END-IF
            WRITE InvoiceRegisterLine FROM WS-REGISTER-DETAIL-LINE
            MOVE IF-ORDER-TOTAL TO WS-ITL-TOTAL
            MOVE IF-ORDER-TAX TO WS-IXL-TAX
            MOVE WS-BILL-TO-POSTAL TO VA-BILL-TO-POSTAL
            MOVE IF-ORDER-TOTAL TO VA-ORDER-TOTAL
            MOVE IF-ORDER-TAX TO VA-ORDER-TAX
            MOVE IF-SALESPERSON-CODE TO VA-SALESPERSON-CODE
            IF NOT PaperInvoiceWanted
                MOVE "E" TO VA-DELIVERY-METHOD
            END-IF
            WRITE INVOICE-ARCHIVE-RECORD.

        OPEN-AR-OPEN-ITEM-FILE.
            MOVE "O" TO AR-ITEM-STATUS
            MOVE ZERO TO AR-CHARGE-REF
            MOVE ZERO TO AR-LAST-CHARGE-MONTH
            PERFORM STAMP-PAYMENT-TERMS
            WRITE AR-OPEN-ITEM-RECORD
                INVALID KEY
                    DISPLAY "AR open item " WS-NEXT-INVOICE-NO
                        " already on file - not re-opened"
                NOT INVALID KEY
                    MOVE "A" TO WS-RJ-OPERATION
                    PERFORM JOURNAL-AR-OPEN-RECORD
            END-WRITE
            PERFORM ACCUMULATE-REVENUE-TOTALS.

      * The customer's terms code, if it is on TERMS.REF, sets the
      * due date and the early-payment discount on the invoice's
      * total due; otherwise the invoice is due in the standard
      * thirty days with no discount. A code missing from the
      * table is named on the console so the credit office can
      * put it back.
        STAMP-PAYMENT-TERMS.
            MOVE Customer-Terms-Code TO AR-TERMS-CODE
            MOVE ZERO TO AR-DISCOUNT-DATE
            MOVE ZERO TO AR-DISCOUNT-AMOUNT
            COMPUTE WS-INVOICE-INTEGER =
                FUNCTION INTEGER-OF-DATE(AR-INVOICE-DATE)
            COMPUTE AR-DUE-DATE = FUNCTION DATE-OF-INTEGER
                (WS-INVOICE-INTEGER + WS-STANDARD-NET-DAYS)
            IF Customer-Terms-Code = SPACES
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                UNTIL WS-TM-IDX > WS-TM-COUNT
                OR TME-TERMS-CODE(WS-TM-IDX) = Customer-Terms-Code
                CONTINUE
            END-PERFORM
            IF WS-TM-IDX > WS-TM-COUNT
                DISPLAY "Terms code " Customer-Terms-Code
                    " not on TERMS.REF - invoice "
                    WS-NEXT-INVOICE-NO " due net 30"
                EXIT PARAGRAPH
            END-IF
            COMPUTE AR-DUE-DATE = FUNCTION DATE-OF-INTEGER
                (WS-INVOICE-INTEGER + TME-NET-DAYS(WS-TM-IDX))
            IF TME-DISCOUNT-PCT(WS-TM-IDX) > 0
               AND AR-ORIGINAL-AMOUNT > 0
                COMPUTE AR-DISCOUNT-DATE = FUNCTION DATE-OF-INTEGER
                    (WS-INVOICE-INTEGER
                     + TME-DISCOUNT-DAYS(WS-TM-IDX))
                COMPUTE AR-DISCOUNT-AMOUNT ROUNDED =
                    AR-ORIGINAL-AMOUNT
                    * TME-DISCOUNT-PCT(WS-TM-IDX) / 100
            END-IF.

        LOAD-TERMS-TABLE.
            OPEN INPUT PAYMENT-TERMS-FILE
            IF WS-TERMS-STATUS = "00"
                PERFORM UNTIL EndOfTermsFile
                    OR WS-TM-COUNT >= WS-TERMS-CAPACITY
                    READ PAYMENT-TERMS-FILE
                        AT END SET EndOfTermsFile TO TRUE
                        NOT AT END
                            IF TM-NET-DAYS IS NUMERIC
                               AND TM-DISCOUNT-PCT IS NUMERIC
                               AND TM-DISCOUNT-DAYS IS NUMERIC
                                ADD 1 TO WS-TM-COUNT
                                MOVE TM-TERMS-CODE TO
                                    TME-TERMS-CODE(WS-TM-COUNT)
                                MOVE TM-NET-DAYS TO
                                    TME-NET-DAYS(WS-TM-COUNT)
                                MOVE TM-DISCOUNT-PCT TO
                                    TME-DISCOUNT-PCT(WS-TM-COUNT)
                                MOVE TM-DISCOUNT-DAYS TO
                                    TME-DISCOUNT-DAYS(WS-TM-COUNT)
                            ELSE
                                DISPLAY "Bad TERMS.REF record "
                                    "ignored: " PAYMENT-TERMS-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                IF NOT EndOfTermsFile
                    DISPLAY "WS-TERMS-TABLE full at "
                        WS-TERMS-CAPACITY " entries, "
                        "remaining TERMS.REF records not loaded"
                END-IF
                CLOSE PAYMENT-TERMS-FILE
            ELSE
                DISPLAY "No TERMS.REF on file, every invoice is "
                    "due net 30 this run"
            END-IF.

      * Each invoiced order's revenue and tax land in the tax
      * state's bucket ("--" when no jurisdiction applied) and the
      * full amount demanded in the AR debit total.
                    MOVE WS-POST-STATE TO TS-STATE(WS-TS-IDX)
                    MOVE 0 TO TS-REVENUE(WS-TS-IDX)
                    MOVE 0 TO TS-TAX(WS-TS-IDX)
                    MOVE 0 TO TS-FREIGHT(WS-TS-IDX)
                ELSE
                    DISPLAY "WS-STATE-TOTALS full at "
                        WS-STATE-TABLE-CAPACITY " states - order "
            IF WS-TS-IDX > 0
                ADD IF-ORDER-TOTAL TO TS-REVENUE(WS-TS-IDX)
                ADD IF-ORDER-TAX TO TS-TAX(WS-TS-IDX)
                IF IF-FREIGHT-AMOUNT IS NUMERIC
                    SUBTRACT IF-FREIGHT-AMOUNT
                        FROM TS-REVENUE(WS-TS-IDX)
                    ADD IF-FREIGHT-AMOUNT TO TS-FREIGHT(WS-TS-IDX)
                END-IF
            END-IF.

        LOAD-GL-ACCOUNT-MAP.
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
            MOVE WS-PC-PERIOD TO GP-PERIOD
            WRITE GL-POSTING-RECORD
            ADD TS-REVENUE(WS-TS-IDX) TO WS-GL-CREDIT-TOTAL
            IF TS-FREIGHT(WS-TS-IDX) > 0
                MOVE "FREIGHT" TO WS-GL-LOOKUP-CATEGORY
                PERFORM FIND-GL-ACCOUNT
                MOVE SPACES TO GL-POSTING-RECORD
                MOVE "C" TO GP-RECORD-TYPE
                MOVE WS-GL-LOOKUP-ACCOUNT TO GP-ACCOUNT
                MOVE "FREIGHT" TO GP-CATEGORY
                MOVE TS-FREIGHT(WS-TS-IDX) TO GP-AMOUNT
                MOVE TS-STATE(WS-TS-IDX) TO GP-DEPARTMENT
                MOVE WS-PC-PERIOD TO GP-PERIOD
                WRITE GL-POSTING-RECORD
                ADD TS-FREIGHT(WS-TS-IDX) TO WS-GL-CREDIT-TOTAL
            END-IF
            IF TS-TAX(WS-TS-IDX) > 0
                MOVE "SALESTAX" TO WS-GL-LOOKUP-CATEGORY
                PERFORM FIND-GL-ACCOUNT
            CALL "CurrencyEdit" USING WS-AMOUNT-WORK
                WS-IDL-UNIT-PRICE
            MOVE IF-EXTENDED-PRICE TO WS-IDL-EXTENDED
            IF PaperInvoiceWanted
                WRITE InvoicePrintLine FROM WS-INVOICE-DETAIL-LINE
            END-IF
            IF PaperInvoiceWanted
               AND IF-PROMO-CODE NOT = SPACES
               AND IF-LIST-UNIT-PRICE IS NUMERIC
               AND IF-LIST-UNIT-PRICE > IF-UNIT-PRICE
                COMPUTE WS-LINE-SAVING = IF-QUANTITY
                    * (IF-LIST-UNIT-PRICE - IF-UNIT-PRICE)
                MOVE IF-PROMO-CODE TO WS-ISL-PROMO-CODE
                MOVE IF-LIST-UNIT-PRICE TO WS-ISL-LIST-PRICE
                MOVE WS-LINE-SAVING TO WS-ISL-SAVING
                WRITE InvoicePrintLine FROM WS-INVOICE-SAVING-LINE
            END-IF
            MOVE SPACES TO INVOICE-ARCHIVE-RECORD
            MOVE "L" TO VA-RECORD-TYPE
            MOVE WS-NEXT-INVOICE-NO TO VA-LINE-INVOICE-NO
            MOVE IF-DESCRIPTION TO VA-DESCRIPTION
            MOVE IF-UNIT-PRICE TO VA-UNIT-PRICE
            MOVE IF-EXTENDED-PRICE TO VA-EXTENDED-PRICE
            MOVE IF-ITEM-NUMBER TO VA-ITEM-NUMBER
            MOVE IF-PROMO-CODE TO VA-PROMO-CODE
            IF IF-LIST-UNIT-PRICE IS NUMERIC
                MOVE IF-LIST-UNIT-PRICE TO VA-LIST-UNIT-PRICE
            ELSE
                MOVE ZERO TO VA-LIST-UNIT-PRICE
            END-IF
            WRITE INVOICE-ARCHIVE-RECORD.

        PRINT-INVOICE-TOTAL.
            IF NOT PaperInvoiceWanted
                EXIT PARAGRAPH
            END-IF
            WRITE InvoicePrintLine FROM WS-INVOICE-TOTAL-LINE
            WRITE InvoicePrintLine FROM WS-INVOICE-TAX-LINE
            WRITE InvoicePrintLine FROM WS-INVOICE-DUE-LINE
            MOVE WS-NEXT-INVOICE-NO TO InvoiceSequenceLine
            WRITE InvoiceSequenceLine
            CLOSE INVOICE-SEQUENCE-FILE.

      * Every change to AROPEN.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-AR-OPEN-RECORD.
            MOVE "AROPEN" TO WS-RJ-FILE-ID
            MOVE AR-INVOICE-NO TO WS-RJ-KEY
            MOVE AR-OPEN-ITEM-RECORD TO WS-RJ-IMAGE
            CALL "RecoveryJournal" USING WS-RJ-FILE-ID
                WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.
