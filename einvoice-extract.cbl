       IDENTIFICATION DIVISION.
       PROGRAM-ID. EInvoiceExtract.
      * Electronic-invoice extract over the INVARCH.DAT archive for
      * customers on e-invoicing (Customer-EInvoice), who take a
      * structured file in place of InvoicePrint's paper. Every
      * archived invoice InvoicePrint marked for e-invoice delivery
      * and not yet on the sent log (EINVSENT.DAT, keyed by
      * invoice number) is written to EINVOICE.CSV, one batch per
      * customer: a BATCH row with the batch number (EINVSEQ.CTL
      * sequence), the customer and its receiving-party id; an
      * INVOICE row per invoice with invoice and order numbers,
      * date, bill-to, net, tax and total; a LINE row per invoice
      * line with item number, quantity, unit price, extended
      * price and description; and a TRAILER row carrying the
      * batch's invoice count and amount for the receiving side to
      * prove the transfer. Free text is quoted the way
      * StudentExtract quotes it. Each invoice sent goes on the
      * sent log so no later run sends it again. The operator may
      * instead key one invoice number to re-send deliberately -
      * that invoice alone goes out in its own batch, whether or
      * not it was sent before, and its sent-log entry counts the
      * re-send. An e-invoice whose customer has since come off
      * e-invoicing is not sent; the register names it for a copy
      * through InvoiceReprint.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT INVOICE-ARCHIVE-FILE
            ASSIGN TO "INVARCH.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ARCHIVE-STATUS.
          SELECT CUSTOMER-MASTER
            ASSIGN TO "CUSTOMER.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CustomerId
            FILE STATUS IS WS-CUSTOMER-STATUS.
          SELECT EINVOICE-SENT-FILE
            ASSIGN TO "EINVSENT.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS ES-INVOICE-NO
            FILE STATUS IS WS-SENT-STATUS.
          SELECT BATCH-SEQUENCE-FILE
            ASSIGN TO "EINVSEQ.CTL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SEQUENCE-STATUS.
          SELECT EINVOICE-EXTRACT-FILE
            ASSIGN TO "EINVOICE.CSV"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EXTRACT-STATUS.
          SELECT EINVOICE-REGISTER
            ASSIGN TO "EINVREG.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTER-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  INVOICE-ARCHIVE-FILE
            LABEL RECORDS ARE STANDARD.
            COPY INVARCH.

        FD  CUSTOMER-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY CUSTREC.

      * One record per archived invoice ever sent: when, in which
      * batch, and how many times it has gone out.
        FD  EINVOICE-SENT-FILE
            LABEL RECORDS ARE STANDARD.
        01  EINVOICE-SENT-RECORD.
            05  ES-INVOICE-NO        PIC 9(6).
            05  ES-CUSTOMER-ID       PIC 9(8).
            05  ES-SENT-DATE         PIC 9(8).
            05  ES-BATCH-NO          PIC 9(6).
            05  ES-SEND-COUNT        PIC 99.

        FD  BATCH-SEQUENCE-FILE
            LABEL RECORDS ARE STANDARD.
        01  BatchSequenceLine        PIC 9(6).

        FD  EINVOICE-EXTRACT-FILE
            LABEL RECORDS ARE STANDARD.
        01  EInvoiceExtractLine      PIC X(300).

        FD  EINVOICE-REGISTER
            LABEL RECORDS ARE STANDARD.
        01  EInvoiceRegisterLine     PIC X(100).

        WORKING-STORAGE SECTION.
        01  WS-ARCHIVE-STATUS        PIC XX.
            88  EndOfArchiveFile         VALUE "10".
        01  WS-CUSTOMER-STATUS       PIC XX.
            88  CustomerMasterOK         VALUE "00".
        01  WS-SENT-STATUS           PIC XX.
            88  SentLogOK                VALUE "00".
        01  WS-SEQUENCE-STATUS       PIC XX.
        01  WS-EXTRACT-STATUS        PIC XX.
        01  WS-REGISTER-STATUS       PIC XX.

        01  WS-RESEND-INPUT          PIC X(6).
        01  WS-RESEND-INVOICE        PIC 9(6) VALUE ZERO.
        01  WS-RUN-MODE              PIC X VALUE "N".
            88  ResendOneInvoice         VALUE "R".
        01  WS-RUN-DATE              PIC 9(8).
        01  WS-NEXT-BATCH-NO         PIC 9(6) VALUE 1.
        01  WS-BATCH-NO              PIC 9(6).

      * Invoices chosen for this run, held in customer and invoice
      * order so each customer's invoices make one batch.
        78  WS-SELECTED-CAPACITY     VALUE 500.
        01  WS-SI-COUNT              PIC 999 VALUE 0.
        01  WS-SI-IDX                PIC 999.
        01  WS-SI-FIRST              PIC 999.
        01  WS-SI-LAST               PIC 999.
        01  WS-SELECTED-TABLE.
            05  SELECTED-INVOICE OCCURS 500 TIMES
                INDEXED BY SI-IDX.
              10  SI-SORT-KEY.
                15  SI-CUSTOMER-ID   PIC 9(8).
                15  SI-INVOICE-NO    PIC 9(6).
              10  SI-PARTY-ID        PIC X(20).
        01  WS-SI-SORT-KEY.
            05  WS-SSK-CUSTOMER-ID   PIC 9(8).
            05  WS-SSK-INVOICE-NO    PIC 9(6).
        01  WS-SELECTED-OVERFLOW     PIC X VALUE "N".
            88  SelectedTableFull        VALUE "Y".

        01  WS-EMITTING              PIC X.
            88  EmittingThisInvoice      VALUE "Y".
        01  WS-LINE-NUMBER           PIC 999.
        01  WS-BATCH-COUNT           PIC 9(5).
        01  WS-BATCH-AMOUNT          PIC S9(9)V99.
        01  WS-TOTAL-DUE             PIC S9(7)V99.
        01  WS-NET-AMOUNT            PIC S9(7)V99.

        01  WS-BATCHES-WRITTEN       PIC 9(4) VALUE ZERO.
        01  WS-INVOICES-SENT         PIC 9(5) VALUE ZERO.
        01  WS-AMOUNT-SENT           PIC S9(9)V99 VALUE ZERO.
        01  WS-INVOICES-HELD         PIC 9(5) VALUE ZERO.

        01  WS-EDIT-AMOUNT           PIC -9(9).99.
        01  WS-EDIT-PRICE            PIC -9(5).99.
        01  WS-EDIT-QUANTITY         PIC 9(4).

        01  WS-QUOTE-INPUT           PIC X(50).
        01  WS-QUOTE-INPUT-LENGTH    PIC 99.
        01  WS-QUOTE-WORK            PIC X(50).
        01  WS-QUOTE-OUTPUT          PIC X(102).
        01  WS-QUOTE-OUTPUT-LENGTH   PIC 999.
        01  WS-QI-IDX                PIC 99.

        01  WS-QUOTED-PARTY          PIC X(42).
        01  WS-QUOTED-NAME           PIC X(26).
        01  WS-QUOTED-STREET         PIC X(52).
        01  WS-QUOTED-CITY           PIC X(32).
        01  WS-QUOTED-POSTAL         PIC X(22).
        01  WS-QUOTED-DESCRIPTION    PIC X(62).
        01  WS-EDITED-NET            PIC X(13).
        01  WS-EDITED-TAX            PIC X(13).
        01  WS-EDITED-TOTAL          PIC X(13).

        01  WS-EXTRACT-LINE          PIC X(300).

        01  WS-REGISTER-HEADING-LINE.
            05  FILLER               PIC X(29)
                VALUE "E-INVOICE EXTRACT ON RUN OF ".
            05  WS-RHL-RUN-DATE      PIC 9(8).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-RHL-MODE          PIC X(30).
        01  WS-REGISTER-BATCH-LINE.
            05  FILLER               PIC X(6) VALUE "BATCH ".
            05  WS-RBL-BATCH-NO      PIC 9(6).
            05  FILLER               PIC X(10) VALUE " CUSTOMER ".
            05  WS-RBL-CUSTOMER-ID   PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RBL-PARTY-ID      PIC X(20).
            05  FILLER               PIC X(10) VALUE " INVOICES ".
            05  WS-RBL-COUNT         PIC ZZZZ9.
            05  FILLER               PIC X(8) VALUE " AMOUNT ".
            05  WS-RBL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
        01  WS-REGISTER-HELD-LINE.
            05  FILLER               PIC X(8) VALUE "INVOICE ".
            05  WS-RHD-INVOICE-NO    PIC 9(6).
            05  FILLER               PIC X(10) VALUE " CUSTOMER ".
            05  WS-RHD-CUSTOMER-ID   PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RHD-REASON        PIC X(45).
        01  WS-REGISTER-TOTAL-LINE.
            05  FILLER               PIC X(8) VALUE "BATCHES ".
            05  WS-RTL-BATCHES       PIC ZZZ9.
            05  FILLER               PIC X(10) VALUE " INVOICES ".
            05  WS-RTL-INVOICES      PIC ZZZZ9.
            05  FILLER               PIC X(8) VALUE " AMOUNT ".
            05  WS-RTL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
            05  FILLER               PIC X(13) VALUE " NOT SENT    ".
            05  WS-RTL-HELD          PIC ZZZZ9.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            DISPLAY "Re-send one invoice - invoice number, blank "
                "for the new e-invoices - " WITH NO ADVANCING
            ACCEPT WS-RESEND-INPUT
            IF WS-RESEND-INPUT NOT = SPACES
                IF WS-RESEND-INPUT IS NOT NUMERIC
                   OR WS-RESEND-INPUT = ZERO
                    DISPLAY "Invoice number must be six digits - "
                        "e-invoice extract refused"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-RESEND-INPUT TO WS-RESEND-INVOICE
                MOVE "R" TO WS-RUN-MODE
            END-IF
            OPEN INPUT INVOICE-ARCHIVE-FILE
            IF WS-ARCHIVE-STATUS NOT = "00"
                DISPLAY "No INVARCH.DAT archive on file, status "
                    WS-ARCHIVE-STATUS " - e-invoice extract skipped"
                STOP RUN
            END-IF
            OPEN INPUT CUSTOMER-MASTER
            IF NOT CustomerMasterOK
                DISPLAY "No CUSTOMER-MASTER available, status "
                    WS-CUSTOMER-STATUS " - e-invoice extract skipped"
                CLOSE INVOICE-ARCHIVE-FILE
                STOP RUN
            END-IF
            CALL "BusinessDate" USING WS-RUN-DATE
            PERFORM OPEN-SENT-LOG
            PERFORM READ-BATCH-SEQUENCE
            OPEN OUTPUT EINVOICE-REGISTER
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE EInvoiceRegisterLine FROM REPORT-STAMP-LINE
            MOVE WS-RUN-DATE TO WS-RHL-RUN-DATE
            IF ResendOneInvoice
                MOVE "RE-SEND OF ONE INVOICE" TO WS-RHL-MODE
            ELSE
                MOVE "NEW E-INVOICES" TO WS-RHL-MODE
            END-IF
            WRITE EInvoiceRegisterLine FROM WS-REGISTER-HEADING-LINE
            PERFORM SELECT-INVOICES
            CLOSE INVOICE-ARCHIVE-FILE
            IF SelectedTableFull
                DISPLAY "WS-SELECTED-TABLE full at "
                    WS-SELECTED-CAPACITY " invoices - the rest go "
                    "out on the next run"
            END-IF
            IF ResendOneInvoice AND WS-SI-COUNT = 0
               AND WS-INVOICES-HELD = 0
                DISPLAY "Invoice " WS-RESEND-INVOICE
                    " is not on INVARCH.DAT - nothing re-sent"
            END-IF
            OPEN OUTPUT EINVOICE-EXTRACT-FILE
            MOVE 1 TO WS-SI-FIRST
            PERFORM UNTIL WS-SI-FIRST > WS-SI-COUNT
                PERFORM WRITE-ONE-BATCH
            END-PERFORM
            CLOSE EINVOICE-EXTRACT-FILE
            MOVE WS-BATCHES-WRITTEN TO WS-RTL-BATCHES
            MOVE WS-INVOICES-SENT TO WS-RTL-INVOICES
            MOVE WS-AMOUNT-SENT TO WS-RTL-AMOUNT
            MOVE WS-INVOICES-HELD TO WS-RTL-HELD
            WRITE EInvoiceRegisterLine FROM WS-REGISTER-TOTAL-LINE
            CLOSE EINVOICE-REGISTER
            CLOSE EINVOICE-SENT-FILE
            CLOSE CUSTOMER-MASTER
            PERFORM WRITE-BATCH-SEQUENCE
            DISPLAY "E-invoice extract: " WS-INVOICES-SENT
                " invoice(s) in " WS-BATCHES-WRITTEN
                " batch(es) to EINVOICE.CSV, " WS-INVOICES-HELD
                " not sent"
            STOP RUN.

        OPEN-SENT-LOG.
            OPEN I-O EINVOICE-SENT-FILE
            IF NOT SentLogOK
                OPEN OUTPUT EINVOICE-SENT-FILE
                CLOSE EINVOICE-SENT-FILE
                OPEN I-O EINVOICE-SENT-FILE
            END-IF.

      * The batch number sequence lives in EINVSEQ.CTL so numbers
      * stay unique across runs; a missing file starts at 1.
        READ-BATCH-SEQUENCE.
            OPEN INPUT BATCH-SEQUENCE-FILE
            IF WS-SEQUENCE-STATUS = "00"
                READ BATCH-SEQUENCE-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF BatchSequenceLine IS NUMERIC
                            MOVE BatchSequenceLine
                                TO WS-NEXT-BATCH-NO
                        END-IF
                END-READ
                CLOSE BATCH-SEQUENCE-FILE
            END-IF.

        WRITE-BATCH-SEQUENCE.
            OPEN OUTPUT BATCH-SEQUENCE-FILE
            MOVE WS-NEXT-BATCH-NO TO BatchSequenceLine
            WRITE BatchSequenceLine
            CLOSE BATCH-SEQUENCE-FILE.

      * Only headers are judged on the selection pass; the lines
      * are picked up again when the batch is written.
        SELECT-INVOICES.
            PERFORM UNTIL EndOfArchiveFile OR SelectedTableFull
                READ INVOICE-ARCHIVE-FILE
                    AT END SET EndOfArchiveFile TO TRUE
                    NOT AT END
                        IF VA-HeaderRecord
                            PERFORM JUDGE-ONE-INVOICE
                        END-IF
                END-READ
            END-PERFORM.

        JUDGE-ONE-INVOICE.
            IF ResendOneInvoice
                IF VA-INVOICE-NO NOT = WS-RESEND-INVOICE
                    EXIT PARAGRAPH
                END-IF
            ELSE
                IF NOT VA-EInvoiceDelivery
                    EXIT PARAGRAPH
                END-IF
                MOVE VA-INVOICE-NO TO ES-INVOICE-NO
                READ EINVOICE-SENT-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY EXIT PARAGRAPH
                END-READ
            END-IF
            MOVE VA-CUSTOMER-ID TO CustomerId
            READ CUSTOMER-MASTER
                INVALID KEY
                    MOVE "CUSTOMER NOT ON FILE" TO WS-RHD-REASON
                    PERFORM REGISTER-HELD-INVOICE
                    EXIT PARAGRAPH
            END-READ
            IF NOT CustomerOnEInvoicing
               OR Customer-EInvoice-Party = SPACES
                MOVE "CUSTOMER NOT ON E-INVOICING - USE REPRINT"
                    TO WS-RHD-REASON
                PERFORM REGISTER-HELD-INVOICE
                EXIT PARAGRAPH
            END-IF
            IF WS-SI-COUNT >= WS-SELECTED-CAPACITY
                MOVE "Y" TO WS-SELECTED-OVERFLOW
                EXIT PARAGRAPH
            END-IF
      * Same in-place insertion shape the kit where-used listing
      * sorts with, ascending on customer then invoice.
            MOVE VA-CUSTOMER-ID TO WS-SSK-CUSTOMER-ID
            MOVE VA-INVOICE-NO TO WS-SSK-INVOICE-NO
            ADD 1 TO WS-SI-COUNT
            SET SI-IDX TO WS-SI-COUNT
            PERFORM UNTIL SI-IDX <= 1
                OR SI-SORT-KEY(SI-IDX - 1) <= WS-SI-SORT-KEY
                MOVE SELECTED-INVOICE(SI-IDX - 1)
                    TO SELECTED-INVOICE(SI-IDX)
                SET SI-IDX DOWN BY 1
            END-PERFORM
            MOVE WS-SI-SORT-KEY TO SI-SORT-KEY(SI-IDX)
            MOVE Customer-EInvoice-Party TO SI-PARTY-ID(SI-IDX).

        REGISTER-HELD-INVOICE.
            MOVE VA-INVOICE-NO TO WS-RHD-INVOICE-NO
            MOVE VA-CUSTOMER-ID TO WS-RHD-CUSTOMER-ID
            WRITE EInvoiceRegisterLine FROM WS-REGISTER-HELD-LINE
            ADD 1 TO WS-INVOICES-HELD.

      * One customer's run of the selected table, from WS-SI-FIRST,
      * is one batch. The archive is read again from the top for
      * the batch's invoices and their lines; on exit WS-SI-FIRST
      * points at the next customer's first invoice.
        WRITE-ONE-BATCH.
            MOVE WS-SI-FIRST TO WS-SI-LAST
            PERFORM UNTIL WS-SI-LAST >= WS-SI-COUNT
                OR SI-CUSTOMER-ID(WS-SI-LAST + 1)
                   NOT = SI-CUSTOMER-ID(WS-SI-FIRST)
                ADD 1 TO WS-SI-LAST
            END-PERFORM
            MOVE WS-NEXT-BATCH-NO TO WS-BATCH-NO
            ADD 1 TO WS-NEXT-BATCH-NO
            MOVE 0 TO WS-BATCH-COUNT
            MOVE 0 TO WS-BATCH-AMOUNT
            MOVE SI-PARTY-ID(WS-SI-FIRST) TO WS-QUOTE-INPUT
            MOVE 20 TO WS-QUOTE-INPUT-LENGTH
            PERFORM QUOTE-ONE-FIELD
            MOVE WS-QUOTE-OUTPUT TO WS-QUOTED-PARTY
            MOVE SPACES TO WS-EXTRACT-LINE
            STRING "BATCH," DELIMITED BY SIZE
                WS-BATCH-NO DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                WS-RUN-DATE DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                SI-CUSTOMER-ID(WS-SI-FIRST) DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                FUNCTION TRIM(WS-QUOTED-PARTY) DELIMITED BY SIZE
                INTO WS-EXTRACT-LINE
            WRITE EInvoiceExtractLine FROM WS-EXTRACT-LINE
            MOVE "N" TO WS-EMITTING
            MOVE SPACES TO WS-ARCHIVE-STATUS
            OPEN INPUT INVOICE-ARCHIVE-FILE
            PERFORM UNTIL EndOfArchiveFile
                READ INVOICE-ARCHIVE-FILE
                    AT END SET EndOfArchiveFile TO TRUE
                    NOT AT END PERFORM EXTRACT-ONE-ARCHIVE-RECORD
                END-READ
            END-PERFORM
            CLOSE INVOICE-ARCHIVE-FILE
            MOVE WS-BATCH-AMOUNT TO WS-EDIT-AMOUNT
            MOVE SPACES TO WS-EXTRACT-LINE
            STRING "TRAILER," DELIMITED BY SIZE
                WS-BATCH-NO DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                WS-BATCH-COUNT DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                INTO WS-EXTRACT-LINE
            WRITE EInvoiceExtractLine FROM WS-EXTRACT-LINE
            PERFORM VARYING WS-SI-IDX FROM WS-SI-FIRST BY 1
                UNTIL WS-SI-IDX > WS-SI-LAST
                PERFORM LOG-ONE-SENT-INVOICE
            END-PERFORM
            MOVE WS-BATCH-NO TO WS-RBL-BATCH-NO
            MOVE SI-CUSTOMER-ID(WS-SI-FIRST) TO WS-RBL-CUSTOMER-ID
            MOVE SI-PARTY-ID(WS-SI-FIRST) TO WS-RBL-PARTY-ID
            MOVE WS-BATCH-COUNT TO WS-RBL-COUNT
            MOVE WS-BATCH-AMOUNT TO WS-RBL-AMOUNT
            WRITE EInvoiceRegisterLine FROM WS-REGISTER-BATCH-LINE
            ADD 1 TO WS-BATCHES-WRITTEN
            ADD WS-BATCH-COUNT TO WS-INVOICES-SENT
            ADD WS-BATCH-AMOUNT TO WS-AMOUNT-SENT
            COMPUTE WS-SI-FIRST = WS-SI-LAST + 1.

      * A header in this batch's slice of the table turns the
      * output on for it and the lines that follow it; any other
      * header turns it off.
        EXTRACT-ONE-ARCHIVE-RECORD.
            IF VA-HeaderRecord
                MOVE "N" TO WS-EMITTING
                PERFORM VARYING WS-SI-IDX FROM WS-SI-FIRST BY 1
                    UNTIL WS-SI-IDX > WS-SI-LAST
                    IF SI-INVOICE-NO(WS-SI-IDX) = VA-INVOICE-NO
                        MOVE "Y" TO WS-EMITTING
                    END-IF
                END-PERFORM
                IF EmittingThisInvoice
                    PERFORM WRITE-INVOICE-ROW
                END-IF
            ELSE
                IF EmittingThisInvoice
                    PERFORM WRITE-LINE-ROW
                END-IF
            END-IF.

        WRITE-INVOICE-ROW.
            MOVE 0 TO WS-LINE-NUMBER
            COMPUTE WS-NET-AMOUNT = VA-ORDER-TOTAL
            COMPUTE WS-TOTAL-DUE = VA-ORDER-TOTAL + VA-ORDER-TAX
            ADD 1 TO WS-BATCH-COUNT
            ADD WS-TOTAL-DUE TO WS-BATCH-AMOUNT
            MOVE WS-NET-AMOUNT TO WS-EDIT-AMOUNT
            MOVE FUNCTION TRIM(WS-EDIT-AMOUNT) TO WS-EDITED-NET
            MOVE VA-ORDER-TAX TO WS-EDIT-AMOUNT
            MOVE FUNCTION TRIM(WS-EDIT-AMOUNT) TO WS-EDITED-TAX
            MOVE WS-TOTAL-DUE TO WS-EDIT-AMOUNT
            MOVE FUNCTION TRIM(WS-EDIT-AMOUNT) TO WS-EDITED-TOTAL
            MOVE VA-BILL-TO-NAME TO WS-QUOTE-INPUT
            MOVE 12 TO WS-QUOTE-INPUT-LENGTH
            PERFORM QUOTE-ONE-FIELD
            MOVE WS-QUOTE-OUTPUT TO WS-QUOTED-NAME
            MOVE VA-BILL-TO-STREET TO WS-QUOTE-INPUT
            MOVE 25 TO WS-QUOTE-INPUT-LENGTH
            PERFORM QUOTE-ONE-FIELD
            MOVE WS-QUOTE-OUTPUT TO WS-QUOTED-STREET
            MOVE VA-BILL-TO-CITY TO WS-QUOTE-INPUT
            MOVE 15 TO WS-QUOTE-INPUT-LENGTH
            PERFORM QUOTE-ONE-FIELD
            MOVE WS-QUOTE-OUTPUT TO WS-QUOTED-CITY
            MOVE VA-BILL-TO-POSTAL TO WS-QUOTE-INPUT
            MOVE 10 TO WS-QUOTE-INPUT-LENGTH
            PERFORM QUOTE-ONE-FIELD
            MOVE WS-QUOTE-OUTPUT TO WS-QUOTED-POSTAL
            MOVE SPACES TO WS-EXTRACT-LINE
            STRING "INVOICE," DELIMITED BY SIZE
                VA-INVOICE-NO DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                VA-ORDER-NUMBER DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                VA-INVOICE-DATE DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                FUNCTION TRIM(WS-QUOTED-NAME) DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                FUNCTION TRIM(WS-QUOTED-STREET) DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                FUNCTION TRIM(WS-QUOTED-CITY) DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                FUNCTION TRIM(WS-QUOTED-POSTAL) DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                FUNCTION TRIM(WS-EDITED-NET) DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                FUNCTION TRIM(WS-EDITED-TAX) DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                FUNCTION TRIM(WS-EDITED-TOTAL) DELIMITED BY SIZE
                INTO WS-EXTRACT-LINE
            WRITE EInvoiceExtractLine FROM WS-EXTRACT-LINE.

      * ShipConfirm's freight line goes out as item 000000, as it
      * is archived.
        WRITE-LINE-ROW.
            ADD 1 TO WS-LINE-NUMBER
            MOVE VA-QUANTITY TO WS-EDIT-QUANTITY
            MOVE VA-UNIT-PRICE TO WS-EDIT-PRICE
            MOVE VA-EXTENDED-PRICE TO WS-EDIT-AMOUNT
            MOVE VA-DESCRIPTION TO WS-QUOTE-INPUT
            MOVE 30 TO WS-QUOTE-INPUT-LENGTH
            PERFORM QUOTE-ONE-FIELD
            MOVE WS-QUOTE-OUTPUT TO WS-QUOTED-DESCRIPTION
            MOVE SPACES TO WS-EXTRACT-LINE
            IF VA-ITEM-NUMBER IS NOT NUMERIC
                MOVE ZERO TO VA-ITEM-NUMBER
            END-IF
            STRING "LINE," DELIMITED BY SIZE
                VA-LINE-INVOICE-NO DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                WS-LINE-NUMBER DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                VA-ITEM-NUMBER DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                WS-EDIT-QUANTITY DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                FUNCTION TRIM(WS-EDIT-PRICE) DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                FUNCTION TRIM(WS-EDIT-AMOUNT) DELIMITED BY SIZE
                "," DELIMITED BY SIZE
                FUNCTION TRIM(WS-QUOTED-DESCRIPTION)
                    DELIMITED BY SIZE
                INTO WS-EXTRACT-LINE
            WRITE EInvoiceExtractLine FROM WS-EXTRACT-LINE.

        LOG-ONE-SENT-INVOICE.
            MOVE SI-INVOICE-NO(WS-SI-IDX) TO ES-INVOICE-NO
            READ EINVOICE-SENT-FILE
                INVALID KEY
                    MOVE SI-CUSTOMER-ID(WS-SI-IDX) TO ES-CUSTOMER-ID
                    MOVE WS-RUN-DATE TO ES-SENT-DATE
                    MOVE WS-BATCH-NO TO ES-BATCH-NO
                    MOVE 1 TO ES-SEND-COUNT
                    WRITE EINVOICE-SENT-RECORD
                NOT INVALID KEY
                    MOVE WS-RUN-DATE TO ES-SENT-DATE
                    MOVE WS-BATCH-NO TO ES-BATCH-NO
                    IF ES-SEND-COUNT < 99
                        ADD 1 TO ES-SEND-COUNT
                    END-IF
                    REWRITE EINVOICE-SENT-RECORD
            END-READ.

      * Wraps one trimmed free-text value in quotes, doubling any
      * quote embedded in the value, so the receiving system's
      * delimited-file reader can never be thrown by a comma or
      * quote inside the text.
        QUOTE-ONE-FIELD.
            MOVE SPACES TO WS-QUOTE-OUTPUT
            MOVE QUOTE TO WS-QUOTE-OUTPUT(1:1)
            MOVE 1 TO WS-QUOTE-OUTPUT-LENGTH
            IF WS-QUOTE-INPUT(1:WS-QUOTE-INPUT-LENGTH) = SPACES
                MOVE 0 TO WS-QUOTE-INPUT-LENGTH
            ELSE
                MOVE FUNCTION TRIM(
                    WS-QUOTE-INPUT(1:WS-QUOTE-INPUT-LENGTH))
                    TO WS-QUOTE-WORK
                COMPUTE WS-QUOTE-INPUT-LENGTH = FUNCTION LENGTH(
                    FUNCTION TRIM(
                        WS-QUOTE-INPUT(1:WS-QUOTE-INPUT-LENGTH)))
            END-IF
            PERFORM VARYING WS-QI-IDX FROM 1 BY 1
                UNTIL WS-QI-IDX > WS-QUOTE-INPUT-LENGTH
                ADD 1 TO WS-QUOTE-OUTPUT-LENGTH
                MOVE WS-QUOTE-WORK(WS-QI-IDX:1)
                    TO WS-QUOTE-OUTPUT(WS-QUOTE-OUTPUT-LENGTH:1)
                IF WS-QUOTE-WORK(WS-QI-IDX:1) = QUOTE
                    ADD 1 TO WS-QUOTE-OUTPUT-LENGTH
                    MOVE QUOTE
                        TO WS-QUOTE-OUTPUT(WS-QUOTE-OUTPUT-LENGTH:1)
                END-IF
            END-PERFORM
            ADD 1 TO WS-QUOTE-OUTPUT-LENGTH
            MOVE QUOTE
                TO WS-QUOTE-OUTPUT(WS-QUOTE-OUTPUT-LENGTH:1).
