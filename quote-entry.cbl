       IDENTIFICATION DIVISION.
       PROGRAM-ID. QuoteEntry.
      * Sales quotation run. Reads QUOTTRAN.DAT - a header per
      * quote (quote number, customer, quote date and expiry date)
      * followed by its lines (item number and quantity), the H/L
      * shape ORDERS.TXT uses - and prices every line as at the
      * quote date exactly as OrderEntry prices an order: the
      * latest CONTRACT.REF price for the customer and item first,
      * then the latest PRICES.DAT price. An accepted quote goes
      * onto QUOTE.DAT (QUOTEREC copybook) open, and its document
      * prints on QUOTE.RPT for the customer. A quote with no
      * expiry date keyed runs the standard validity period. The
      * customer must be live on CUSTOMER-MASTER and every item on
      * ITEMS.DAT with a price; anything else rejects the whole
      * quote to QUOTEREJ.RPT with the reason.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT QUOTE-TRANSACTION-FILE
            ASSIGN TO "QUOTTRAN.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TRANSACTION-STATUS.
          SELECT QUOTE-MASTER
            ASSIGN TO "QUOTE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS QT-QUOTE-NO
            FILE STATUS IS WS-QUOTE-STATUS.
          SELECT CUSTOMER-MASTER
            ASSIGN TO "CUSTOMER.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CustomerId
            FILE STATUS IS WS-CUSTOMER-STATUS.
          SELECT ITEM-MASTER
            ASSIGN TO "ITEMS.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IM-ITEM-NUMBER
            FILE STATUS IS WS-ITEM-MASTER-STATUS.
          SELECT PRICE-MASTER
            ASSIGN TO "PRICES.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PRICE-MASTER-STATUS.
          SELECT CONTRACT-PRICE-FILE
            ASSIGN TO "CONTRACT.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONTRACT-STATUS.
          SELECT QUOTE-DOCUMENT-FILE
            ASSIGN TO "QUOTE.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DOCUMENT-STATUS.
          SELECT QUOTE-REJECT-LISTING
            ASSIGN TO "QUOTEREJ.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REJECT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  QUOTE-TRANSACTION-FILE
            LABEL RECORDS ARE STANDARD.
        01  QUOTE-TRANSACTION-RECORD.
            05  QX-RECORD-TYPE       PIC X.
                88  QX-HeaderRecord      VALUE "H".
                88  QX-LineRecord        VALUE "L".
            05  QX-HEADER-DATA.
                10  QX-QUOTE-NO      PIC 9(6).
                10  QX-CUSTOMER-ID   PIC 9(8).
                10  QX-QUOTE-DATE    PIC 9(8).
                10  QX-EXPIRY-DATE   PIC 9(8).
            05  QX-LINE-DATA REDEFINES QX-HEADER-DATA.
                10  QX-ITEM-NUMBER   PIC 9(6).
                10  QX-QUANTITY      PIC 9999.
                10  FILLER           PIC X(20).

        FD  QUOTE-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY QUOTEREC.

        FD  CUSTOMER-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY CUSTREC.

        FD  ITEM-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY ITEMREC.

        FD  PRICE-MASTER
            LABEL RECORDS ARE STANDARD.
        01  PRICE-MASTER-RECORD.
            05  PM-ITEM-NUMBER       PIC 9(6).
            05  FILLER               PIC X.
            05  PM-EFFECTIVE-DATE    PIC 9(8).
            05  FILLER               PIC X.
            05  PM-UNIT-PRICE        PIC 9(5)V99.

        FD  CONTRACT-PRICE-FILE
            LABEL RECORDS ARE STANDARD.
        01  CONTRACT-PRICE-RECORD.
            05  CO-CUSTOMER-ID       PIC 9(8).
            05  FILLER               PIC X.
            05  CO-ITEM-NUMBER       PIC 9(6).
            05  FILLER               PIC X.
            05  CO-EFFECTIVE-DATE    PIC 9(8).
            05  FILLER               PIC X.
            05  CO-UNIT-PRICE        PIC 9(5)V99.

        FD  QUOTE-DOCUMENT-FILE
            LABEL RECORDS ARE STANDARD.
        01  QuoteDocumentLine        PIC X(80).

        FD  QUOTE-REJECT-LISTING
            LABEL RECORDS ARE STANDARD.
        01  QuoteRejectLine          PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-TRANSACTION-STATUS    PIC XX.
            88  EndOfTransactionFile     VALUE "10".
        01  WS-QUOTE-STATUS          PIC XX.
            88  QuoteMasterOK            VALUE "00".
        01  WS-CUSTOMER-STATUS       PIC XX.
            88  CustomerFileOK           VALUE "00".
        01  WS-ITEM-MASTER-STATUS    PIC XX.
            88  ItemMasterOK             VALUE "00".
        01  WS-PRICE-MASTER-STATUS   PIC XX.
            88  EndOfPriceMaster         VALUE "10".
        01  WS-CONTRACT-STATUS       PIC XX.
            88  EndOfContractFile        VALUE "10".
        01  WS-DOCUMENT-STATUS       PIC XX.
        01  WS-REJECT-STATUS         PIC XX.

        78  WS-STANDARD-VALIDITY-DAYS VALUE 30.
        78  WS-QUOTE-LINE-CEILING    VALUE 10.

        01  WS-RUN-DATE              PIC 9(8).
        01  WS-DATE-VALID            PIC X.
            88  QuoteDateIsValid         VALUE "Y".
        01  WS-DATE-REASON           PIC XX.

        01  WS-MC-ACTION             PIC X.
        01  WS-MC-FILE-ID            PIC X(8) VALUE "CUSTOMER".
        01  WS-MC-COUNT              PIC 9(7).
        01  WS-MC-HASH               PIC 9(15).
        01  WS-MC-RESULT             PIC X.
            88  MasterControlOK          VALUE "Y".
        01  WS-MASTER-EOF            PIC X.
            88  EndOfCustomerMaster      VALUE "Y".

        78  WS-PRICE-TABLE-CAPACITY  VALUE 500.
        01  WS-PR-COUNT              PIC 999 VALUE 0.
        01  WS-PR-IDX                PIC 999.
        01  WS-PRICE-TABLE.
            05  PRICE-ENTRY OCCURS 500 TIMES.
              10  PR-ITEM-NUMBER     PIC 9(6).
              10  PR-EFFECTIVE-DATE  PIC 9(8).
              10  PR-UNIT-PRICE      PIC 9(5)V99.
        01  WS-MASTER-PRICE          PIC 9(5)V99.
        01  WS-MASTER-PRICE-DATE     PIC 9(8).
        01  WS-PRICE-FOUND           PIC X.
            88  MasterPriceFound         VALUE "Y".

        78  WS-CONTRACT-TABLE-CAPACITY VALUE 200.
        01  WS-CT-COUNT              PIC 999 VALUE 0.
        01  WS-CT-IDX                PIC 999.
        01  WS-CONTRACT-PRICE-TABLE.
            05  CONTRACT-PRICE-ENTRY OCCURS 200 TIMES.
              10  CT-CUSTOMER-ID     PIC 9(8).
              10  CT-ITEM-NUMBER     PIC 9(6).
              10  CT-EFFECTIVE-DATE  PIC 9(8).
              10  CT-UNIT-PRICE      PIC 9(5)V99.
        01  WS-CONTRACT-PRICE        PIC 9(5)V99.
        01  WS-CONTRACT-PRICE-DATE   PIC 9(8).
        01  WS-CONTRACT-FOUND        PIC X.
            88  ContractPriceFound       VALUE "Y".

      * The quote in hand, gathered from its header and lines
      * before any edit is made.
        01  WS-QUOTE-HEADER.
            05  WS-QH-QUOTE-NO       PIC 9(6).
            05  WS-QH-CUSTOMER-ID    PIC 9(8).
            05  WS-QH-QUOTE-DATE     PIC 9(8).
            05  WS-QH-EXPIRY-DATE    PIC 9(8).
        01  WS-QL-COUNT              PIC 99.
        01  WS-QL-IDX                PIC 99.
        01  WS-QUOTE-LINES.
            05  QUOTE-LINE-ENTRY OCCURS 10 TIMES.
              10  QL-ITEM-NUMBER     PIC 9(6).
              10  QL-QUANTITY        PIC 9999.
        01  WS-QUOTE-OVERFLOW        PIC X.
            88  QuoteTooLong             VALUE "Y".
        01  WS-EXTENDED-PRICE        PIC S9(7)V99.

        01  WS-EDIT-RESULT           PIC X.
            88  QuoteClean               VALUE "Y".
        01  WS-REJECT-REASON         PIC X(25).

        01  WS-QUOTES-READ           PIC 9(5) VALUE ZERO.
        01  WS-QUOTES-ISSUED         PIC 9(5) VALUE ZERO.
        01  WS-QUOTES-REJECTED       PIC 9(5) VALUE ZERO.

        01  WS-RULE-LINE             PIC X(72) VALUE ALL "-".
        01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.
        01  WS-DOCUMENT-HEADING.
            05  FILLER               PIC X(16)
                VALUE "SALES QUOTATION ".
            05  WS-DH-QUOTE-NO       PIC 9(6).
            05  FILLER               PIC X(7) VALUE "  DATE ".
            05  WS-DH-QUOTE-DATE     PIC 9(8).
        01  WS-CUSTOMER-LINE.
            05  FILLER               PIC X(10) VALUE "CUSTOMER: ".
            05  WS-CL-CUSTOMER-ID    PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-CL-NAME           PIC X(12).
        01  WS-ADDRESS-LINE.
            05  FILLER               PIC X(10) VALUE SPACES.
            05  WS-AL-STREET         PIC X(25).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-AL-CITY           PIC X(15).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-AL-POSTAL         PIC X(10).
        01  WS-COLUMN-HEADING.
            05  FILLER               PIC X(40)
                VALUE "ITEM   DESCRIPTION                    QT".
            05  FILLER               PIC X(30)
                VALUE "Y    UNIT PRICE      EXTENDED".
        01  WS-DETAIL-LINE.
            05  WS-DL-ITEM-NUMBER    PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-DESCRIPTION    PIC X(30).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-QUANTITY       PIC ZZZ9.
            05  FILLER               PIC X(3) VALUE SPACES.
            05  WS-DL-UNIT-PRICE     PIC ZZ,ZZ9.99.
            05  FILLER               PIC X(3) VALUE SPACES.
            05  WS-DL-EXTENDED       PIC Z,ZZZ,ZZ9.99.
        01  WS-TOTAL-LINE.
            05  FILLER               PIC X(57)
                VALUE "QUOTATION TOTAL".
            05  WS-TL-TOTAL          PIC Z,ZZZ,ZZ9.99.
        01  WS-EXPIRY-LINE.
            05  FILLER               PIC X(26)
                VALUE "PRICES VALID UNTIL".
            05  WS-EL-EXPIRY-DATE    PIC 9(8).
            05  FILLER               PIC X(30)
                VALUE " - QUOTE NUMBER WHEN ORDERING".
        01  WS-REJECT-LINE.
            05  WS-RJ-QUOTE-NO       PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RJ-CUSTOMER-ID    PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RJ-REASON         PIC X(25).
        01  WS-CONTROL-LINE.
            05  FILLER               PIC X(15)
                VALUE "QUOTES ISSUED  ".
            05  WS-CTL-ISSUED        PIC ZZZZ9.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            CALL "BusinessDate" USING WS-RUN-DATE
            OPEN INPUT QUOTE-TRANSACTION-FILE
            IF WS-TRANSACTION-STATUS NOT = "00"
                DISPLAY "No QUOTTRAN.DAT available, quotation run "
                    "skipped"
                STOP RUN
            END-IF
            OPEN INPUT CUSTOMER-MASTER
            IF NOT CustomerFileOK
                DISPLAY "No CUSTOMER-MASTER on file, status "
                    WS-CUSTOMER-STATUS " - quotation run refused"
                CLOSE QUOTE-TRANSACTION-FILE
                STOP RUN
            END-IF
            PERFORM VERIFY-MASTER-CONTROL-TOTALS
            IF NOT MasterControlOK
                DISPLAY "CUSTOMER-MASTER FAILS ITS CONTROL "
                    "TOTALS - QUOTATION RUN REFUSED"
                CLOSE QUOTE-TRANSACTION-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT ITEM-MASTER
            IF NOT ItemMasterOK
                DISPLAY "No ITEM-MASTER on file, status "
                    WS-ITEM-MASTER-STATUS " - quotation run refused"
                CLOSE QUOTE-TRANSACTION-FILE
                CLOSE CUSTOMER-MASTER
                STOP RUN
            END-IF
            PERFORM LOAD-PRICE-TABLE
            PERFORM LOAD-CONTRACT-PRICE-TABLE
            PERFORM OPEN-QUOTE-MASTER
            OPEN OUTPUT QUOTE-DOCUMENT-FILE
            OPEN OUTPUT QUOTE-REJECT-LISTING
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE QuoteRejectLine FROM REPORT-STAMP-LINE
            PERFORM READ-QUOTE-TRANSACTION
            PERFORM UNTIL EndOfTransactionFile
                PERFORM READ-ONE-QUOTE
            END-PERFORM
            MOVE WS-QUOTES-ISSUED TO WS-CTL-ISSUED
            WRITE QuoteDocumentLine FROM WS-RULE-LINE
            WRITE QuoteDocumentLine FROM WS-CONTROL-LINE
            CLOSE QUOTE-REJECT-LISTING
            CLOSE QUOTE-DOCUMENT-FILE
            CLOSE QUOTE-MASTER
            CLOSE ITEM-MASTER
            CLOSE CUSTOMER-MASTER
            CLOSE QUOTE-TRANSACTION-FILE
            DISPLAY "Quotations: " WS-QUOTES-READ " read, "
                WS-QUOTES-ISSUED " issued, "
                WS-QUOTES-REJECTED " rejected"
            STOP RUN.

      * QUOTE.DAT does not exist before the first quotation run -
      * it is created empty and reopened for update.
        OPEN-QUOTE-MASTER.
            OPEN I-O QUOTE-MASTER
            IF NOT QuoteMasterOK
                OPEN OUTPUT QUOTE-MASTER
                CLOSE QUOTE-MASTER
                OPEN I-O QUOTE-MASTER
                IF NOT QuoteMasterOK
                    DISPLAY "Unable to open QUOTE.DAT, status "
                        WS-QUOTE-STATUS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

        READ-QUOTE-TRANSACTION.
            READ QUOTE-TRANSACTION-FILE
                AT END SET EndOfTransactionFile TO TRUE
            END-READ.

      * The file is read one record ahead: a header and every line
      * behind it up to the next header make one quote.
        READ-ONE-QUOTE.
            IF NOT QX-HeaderRecord
                DISPLAY "Expected quote header, got: "
                    QUOTE-TRANSACTION-RECORD " - skipping"
                PERFORM READ-QUOTE-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-QUOTES-READ
            MOVE QX-HEADER-DATA TO WS-QUOTE-HEADER
            MOVE 0 TO WS-QL-COUNT
            MOVE "N" TO WS-QUOTE-OVERFLOW
            PERFORM READ-QUOTE-TRANSACTION
            PERFORM UNTIL EndOfTransactionFile
                OR QX-HeaderRecord
                IF WS-QL-COUNT >= WS-QUOTE-LINE-CEILING
                    MOVE "Y" TO WS-QUOTE-OVERFLOW
                ELSE
                    ADD 1 TO WS-QL-COUNT
                    MOVE QX-ITEM-NUMBER
                        TO QL-ITEM-NUMBER(WS-QL-COUNT)
                    MOVE QX-QUANTITY TO QL-QUANTITY(WS-QL-COUNT)
                END-IF
                PERFORM READ-QUOTE-TRANSACTION
            END-PERFORM
            PERFORM EDIT-ONE-QUOTE
            IF QuoteClean
                PERFORM PRICE-QUOTE-LINES
            END-IF
            IF QuoteClean
                PERFORM ISSUE-ONE-QUOTE
            ELSE
                PERFORM REJECT-ONE-QUOTE
            END-IF.

        EDIT-ONE-QUOTE.
            MOVE "Y" TO WS-EDIT-RESULT
            MOVE SPACES TO WS-REJECT-REASON
            EVALUATE TRUE
                WHEN WS-QH-QUOTE-NO IS NOT NUMERIC
                  OR WS-QH-QUOTE-NO = ZERO
                    MOVE "BAD QUOTE NUMBER" TO WS-REJECT-REASON
                WHEN WS-QL-COUNT = ZERO
                    MOVE "NO QUOTE LINES" TO WS-REJECT-REASON
                WHEN QuoteTooLong
                    MOVE "OVER 10 QUOTE LINES" TO WS-REJECT-REASON
            END-EVALUATE
            IF WS-REJECT-REASON = SPACES
                CALL "ValidateDate" USING WS-QH-QUOTE-DATE
                    WS-DATE-VALID WS-DATE-REASON
                IF NOT QuoteDateIsValid
                    MOVE "BAD QUOTE DATE" TO WS-REJECT-REASON
                END-IF
            END-IF
            IF WS-REJECT-REASON = SPACES
                PERFORM EDIT-EXPIRY-DATE
            END-IF
            IF WS-REJECT-REASON = SPACES
                MOVE WS-QH-QUOTE-NO TO QT-QUOTE-NO
                READ QUOTE-MASTER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "QUOTE ALREADY ON FILE"
                            TO WS-REJECT-REASON
                END-READ
            END-IF
            IF WS-REJECT-REASON = SPACES
                PERFORM EDIT-QUOTE-CUSTOMER
            END-IF
            IF WS-REJECT-REASON = SPACES
                PERFORM VARYING WS-QL-IDX FROM 1 BY 1
                    UNTIL WS-QL-IDX > WS-QL-COUNT
                    OR WS-REJECT-REASON NOT = SPACES
                    PERFORM EDIT-ONE-QUOTE-LINE
                END-PERFORM
            END-IF
            IF WS-REJECT-REASON NOT = SPACES
                MOVE "N" TO WS-EDIT-RESULT
            END-IF.

      * No expiry keyed means the standard validity period from
      * the quote date; a keyed one may not precede the quote.
        EDIT-EXPIRY-DATE.
            IF WS-QH-EXPIRY-DATE IS NOT NUMERIC
               OR WS-QH-EXPIRY-DATE = ZERO
                COMPUTE WS-QH-EXPIRY-DATE =
                    FUNCTION DATE-OF-INTEGER(
                        FUNCTION INTEGER-OF-DATE(WS-QH-QUOTE-DATE)
                        + WS-STANDARD-VALIDITY-DAYS)
                EXIT PARAGRAPH
            END-IF
            CALL "ValidateDate" USING WS-QH-EXPIRY-DATE
                WS-DATE-VALID WS-DATE-REASON
            IF NOT QuoteDateIsValid
                MOVE "BAD EXPIRY DATE" TO WS-REJECT-REASON
            ELSE
                IF WS-QH-EXPIRY-DATE < WS-QH-QUOTE-DATE
                    MOVE "EXPIRES BEFORE QUOTED"
                        TO WS-REJECT-REASON
                END-IF
            END-IF.

        EDIT-QUOTE-CUSTOMER.
            IF WS-QH-CUSTOMER-ID IS NOT NUMERIC
                MOVE "BAD CUSTOMER ID" TO WS-REJECT-REASON
                EXIT PARAGRAPH
            END-IF
            MOVE WS-QH-CUSTOMER-ID TO CustomerId
            READ CUSTOMER-MASTER
                INVALID KEY
                    MOVE "CUSTOMER NOT ON FILE" TO WS-REJECT-REASON
                NOT INVALID KEY
                    IF CustomerDeleted
                        MOVE "CUSTOMER DELETED" TO WS-REJECT-REASON
                    END-IF
            END-READ.

        EDIT-ONE-QUOTE-LINE.
            IF QL-ITEM-NUMBER(WS-QL-IDX) IS NOT NUMERIC
               OR QL-QUANTITY(WS-QL-IDX) IS NOT NUMERIC
               OR QL-QUANTITY(WS-QL-IDX) = ZERO
                MOVE "BAD QUOTE LINE" TO WS-REJECT-REASON
                EXIT PARAGRAPH
            END-IF
            MOVE QL-ITEM-NUMBER(WS-QL-IDX) TO IM-ITEM-NUMBER
            READ ITEM-MASTER
                INVALID KEY
                    MOVE "NOT A STOCKED ITEM" TO WS-REJECT-REASON
            END-READ.

      * Contract first, then the price master, both as at the
      * quote date - OrderEntry's PRICE-ORDER-LINES order of
      * precedence, so the quote is what the order would have
      * cost on the day. An item priced nowhere cannot be quoted.
        PRICE-QUOTE-LINES.
            MOVE WS-QH-QUOTE-NO TO QT-QUOTE-NO
            MOVE WS-QH-CUSTOMER-ID TO QT-CUSTOMER-ID
            MOVE WS-QH-QUOTE-DATE TO QT-QUOTE-DATE
            MOVE WS-QH-EXPIRY-DATE TO QT-EXPIRY-DATE
            MOVE "O" TO QT-QUOTE-STATUS
            MOVE ZERO TO QT-ORDER-NUMBER
            MOVE ZERO TO QT-CLOSED-DATE
            MOVE ZERO TO QT-QUOTE-TOTAL
            MOVE WS-QL-COUNT TO QT-LINE-COUNT
            PERFORM VARYING WS-QL-IDX FROM 1 BY 1
                UNTIL WS-QL-IDX > WS-QUOTE-LINE-CEILING
                MOVE ZERO TO QT-ITEM-NUMBER(WS-QL-IDX)
                MOVE SPACES TO QT-DESCRIPTION(WS-QL-IDX)
                MOVE ZERO TO QT-QUANTITY(WS-QL-IDX)
                MOVE ZERO TO QT-UNIT-PRICE(WS-QL-IDX)
                MOVE SPACE TO QT-PRICE-SOURCE(WS-QL-IDX)
            END-PERFORM
            PERFORM VARYING WS-QL-IDX FROM 1 BY 1
                UNTIL WS-QL-IDX > WS-QL-COUNT
                OR NOT QuoteClean
                PERFORM PRICE-ONE-QUOTE-LINE
            END-PERFORM.

        PRICE-ONE-QUOTE-LINE.
            MOVE QL-ITEM-NUMBER(WS-QL-IDX) TO IM-ITEM-NUMBER
            READ ITEM-MASTER
                INVALID KEY
                    MOVE SPACES TO IM-DESCRIPTION
            END-READ
            MOVE QL-ITEM-NUMBER(WS-QL-IDX)
                TO QT-ITEM-NUMBER(WS-QL-IDX)
            MOVE IM-DESCRIPTION TO QT-DESCRIPTION(WS-QL-IDX)
            MOVE QL-QUANTITY(WS-QL-IDX) TO QT-QUANTITY(WS-QL-IDX)
            PERFORM FIND-CONTRACT-PRICE
            IF ContractPriceFound
                MOVE WS-CONTRACT-PRICE TO QT-UNIT-PRICE(WS-QL-IDX)
                MOVE "C" TO QT-PRICE-SOURCE(WS-QL-IDX)
            ELSE
                PERFORM FIND-MASTER-PRICE
                IF MasterPriceFound
                    MOVE WS-MASTER-PRICE TO QT-UNIT-PRICE(WS-QL-IDX)
                    MOVE "M" TO QT-PRICE-SOURCE(WS-QL-IDX)
                ELSE
                    MOVE "N" TO WS-EDIT-RESULT
                    MOVE "NO PRICE FOR ITEM" TO WS-REJECT-REASON
                    EXIT PARAGRAPH
                END-IF
            END-IF
            COMPUTE WS-EXTENDED-PRICE =
                QT-QUANTITY(WS-QL-IDX) * QT-UNIT-PRICE(WS-QL-IDX)
            ADD WS-EXTENDED-PRICE TO QT-QUOTE-TOTAL.

        FIND-CONTRACT-PRICE.
            MOVE "N" TO WS-CONTRACT-FOUND
            MOVE 0 TO WS-CONTRACT-PRICE-DATE
            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                    UNTIL WS-CT-IDX > WS-CT-COUNT
                IF CT-CUSTOMER-ID(WS-CT-IDX)
                        = WS-QH-CUSTOMER-ID
                   AND CT-ITEM-NUMBER(WS-CT-IDX)
                        = QL-ITEM-NUMBER(WS-QL-IDX)
                   AND CT-EFFECTIVE-DATE(WS-CT-IDX)
                        NOT > WS-QH-QUOTE-DATE
                   AND CT-EFFECTIVE-DATE(WS-CT-IDX)
                        NOT < WS-CONTRACT-PRICE-DATE
                    MOVE "Y" TO WS-CONTRACT-FOUND
                    MOVE CT-EFFECTIVE-DATE(WS-CT-IDX)
                        TO WS-CONTRACT-PRICE-DATE
                    MOVE CT-UNIT-PRICE(WS-CT-IDX)
                        TO WS-CONTRACT-PRICE
                END-IF
            END-PERFORM.

        FIND-MASTER-PRICE.
            MOVE "N" TO WS-PRICE-FOUND
            MOVE 0 TO WS-MASTER-PRICE-DATE
            PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                    UNTIL WS-PR-IDX > WS-PR-COUNT
                IF PR-ITEM-NUMBER(WS-PR-IDX)
                        = QL-ITEM-NUMBER(WS-QL-IDX)
                   AND PR-EFFECTIVE-DATE(WS-PR-IDX)
                        NOT > WS-QH-QUOTE-DATE
                   AND PR-EFFECTIVE-DATE(WS-PR-IDX)
                        NOT < WS-MASTER-PRICE-DATE
                    MOVE "Y" TO WS-PRICE-FOUND
                    MOVE PR-EFFECTIVE-DATE(WS-PR-IDX)
                        TO WS-MASTER-PRICE-DATE
                    MOVE PR-UNIT-PRICE(WS-PR-IDX)
                        TO WS-MASTER-PRICE
                END-IF
            END-PERFORM.

        ISSUE-ONE-QUOTE.
            WRITE QUOTE-RECORD
                INVALID KEY
                    MOVE "QUOTE ALREADY ON FILE" TO WS-REJECT-REASON
                    PERFORM REJECT-ONE-QUOTE
                    EXIT PARAGRAPH
            END-WRITE
            ADD 1 TO WS-QUOTES-ISSUED
            PERFORM PRINT-QUOTE-DOCUMENT.

      * The customer record is still in the buffer from the edit.
        PRINT-QUOTE-DOCUMENT.
            WRITE QuoteDocumentLine FROM WS-RULE-LINE
            MOVE QT-QUOTE-NO TO WS-DH-QUOTE-NO
            MOVE QT-QUOTE-DATE TO WS-DH-QUOTE-DATE
            WRITE QuoteDocumentLine FROM WS-DOCUMENT-HEADING
            MOVE CustomerId TO WS-CL-CUSTOMER-ID
            MOVE Customer-Name TO WS-CL-NAME
            WRITE QuoteDocumentLine FROM WS-CUSTOMER-LINE
            PERFORM VARYING AH-IDX FROM 1 BY 1 UNTIL AH-IDX > 5
                IF IS-CURRENT-ADDRESS(AH-IDX)
                    MOVE AH-STREET(AH-IDX) TO WS-AL-STREET
                    MOVE AH-CITY(AH-IDX) TO WS-AL-CITY
                    MOVE AH-POSTAL-CODE(AH-IDX) TO WS-AL-POSTAL
                    WRITE QuoteDocumentLine FROM WS-ADDRESS-LINE
                END-IF
            END-PERFORM
            WRITE QuoteDocumentLine FROM WS-BLANK-LINE
            WRITE QuoteDocumentLine FROM WS-COLUMN-HEADING
            PERFORM VARYING WS-QL-IDX FROM 1 BY 1
                UNTIL WS-QL-IDX > QT-LINE-COUNT
                MOVE QT-ITEM-NUMBER(WS-QL-IDX) TO WS-DL-ITEM-NUMBER
                MOVE QT-DESCRIPTION(WS-QL-IDX) TO WS-DL-DESCRIPTION
                MOVE QT-QUANTITY(WS-QL-IDX) TO WS-DL-QUANTITY
                MOVE QT-UNIT-PRICE(WS-QL-IDX) TO WS-DL-UNIT-PRICE
                COMPUTE WS-EXTENDED-PRICE =
                    QT-QUANTITY(WS-QL-IDX) * QT-UNIT-PRICE(WS-QL-IDX)
                MOVE WS-EXTENDED-PRICE TO WS-DL-EXTENDED
                WRITE QuoteDocumentLine FROM WS-DETAIL-LINE
            END-PERFORM
            MOVE QT-QUOTE-TOTAL TO WS-TL-TOTAL
            WRITE QuoteDocumentLine FROM WS-TOTAL-LINE
            WRITE QuoteDocumentLine FROM WS-BLANK-LINE
            MOVE QT-EXPIRY-DATE TO WS-EL-EXPIRY-DATE
            WRITE QuoteDocumentLine FROM WS-EXPIRY-LINE
            WRITE QuoteDocumentLine FROM WS-BLANK-LINE.

        REJECT-ONE-QUOTE.
            ADD 1 TO WS-QUOTES-REJECTED
            MOVE WS-QH-QUOTE-NO TO WS-RJ-QUOTE-NO
            MOVE WS-QH-CUSTOMER-ID TO WS-RJ-CUSTOMER-ID
            MOVE WS-REJECT-REASON TO WS-RJ-REASON
            WRITE QuoteRejectLine FROM WS-REJECT-LINE.

      * One pass over the customer master recomputes the record
      * count and CustomerId hash for the shared MasterControl
      * check. The file is reopened afterward for keyed reads.
        VERIFY-MASTER-CONTROL-TOTALS.
            MOVE 0 TO WS-MC-COUNT
            MOVE 0 TO WS-MC-HASH
            MOVE "N" TO WS-MASTER-EOF
            PERFORM UNTIL EndOfCustomerMaster
                READ CUSTOMER-MASTER NEXT RECORD
                    AT END SET EndOfCustomerMaster TO TRUE
                    NOT AT END
                        ADD 1 TO WS-MC-COUNT
                        ADD CustomerId TO WS-MC-HASH
                END-READ
            END-PERFORM
            CLOSE CUSTOMER-MASTER
            MOVE "V" TO WS-MC-ACTION
            CALL "MasterControl" USING WS-MC-ACTION WS-MC-FILE-ID
                WS-MC-COUNT WS-MC-HASH WS-MC-RESULT
            IF MasterControlOK
                OPEN INPUT CUSTOMER-MASTER
            END-IF.

        LOAD-PRICE-TABLE.
            OPEN INPUT PRICE-MASTER
            IF WS-PRICE-MASTER-STATUS = "00"
                PERFORM UNTIL EndOfPriceMaster
                    OR WS-PR-COUNT >= WS-PRICE-TABLE-CAPACITY
                    READ PRICE-MASTER
                        AT END SET EndOfPriceMaster TO TRUE
                        NOT AT END
                            IF PM-ITEM-NUMBER IS NUMERIC
                               AND PM-EFFECTIVE-DATE IS NUMERIC
                               AND PM-UNIT-PRICE IS NUMERIC
                                ADD 1 TO WS-PR-COUNT
                                MOVE PM-ITEM-NUMBER TO
                                    PR-ITEM-NUMBER(WS-PR-COUNT)
                                MOVE PM-EFFECTIVE-DATE TO
                                    PR-EFFECTIVE-DATE(WS-PR-COUNT)
                                MOVE PM-UNIT-PRICE TO
                                    PR-UNIT-PRICE(WS-PR-COUNT)
                            ELSE
                                DISPLAY "Bad PRICES.DAT record "
                                    "ignored: " PRICE-MASTER-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                IF NOT EndOfPriceMaster
                    DISPLAY "WS-PRICE-TABLE full at "
                        WS-PRICE-TABLE-CAPACITY " entries, "
                        "remaining PRICES.DAT records not loaded"
                END-IF
                CLOSE PRICE-MASTER
            ELSE
                DISPLAY "No PRICES.DAT on file, only contract "
                    "prices can be quoted this run"
            END-IF.

        LOAD-CONTRACT-PRICE-TABLE.
            OPEN INPUT CONTRACT-PRICE-FILE
            IF WS-CONTRACT-STATUS = "00"
                PERFORM UNTIL EndOfContractFile
                    OR WS-CT-COUNT >= WS-CONTRACT-TABLE-CAPACITY
                    READ CONTRACT-PRICE-FILE
                        AT END SET EndOfContractFile TO TRUE
                        NOT AT END
                            IF CO-CUSTOMER-ID IS NUMERIC
                               AND CO-ITEM-NUMBER IS NUMERIC
                               AND CO-EFFECTIVE-DATE IS NUMERIC
                               AND CO-UNIT-PRICE IS NUMERIC
                                ADD 1 TO WS-CT-COUNT
                                MOVE CO-CUSTOMER-ID TO
                                    CT-CUSTOMER-ID(WS-CT-COUNT)
                                MOVE CO-ITEM-NUMBER TO
                                    CT-ITEM-NUMBER(WS-CT-COUNT)
                                MOVE CO-EFFECTIVE-DATE TO
                                    CT-EFFECTIVE-DATE(WS-CT-COUNT)
                                MOVE CO-UNIT-PRICE TO
                                    CT-UNIT-PRICE(WS-CT-COUNT)
                            ELSE
                                DISPLAY "Bad CONTRACT.REF record "
                                    "ignored: "
                                    CONTRACT-PRICE-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                IF NOT EndOfContractFile
                    DISPLAY "WS-CONTRACT-PRICE-TABLE full at "
                        WS-CONTRACT-TABLE-CAPACITY " entries, "
                        "remaining CONTRACT.REF records not loaded"
                END-IF
                CLOSE CONTRACT-PRICE-FILE
            ELSE
                DISPLAY "No CONTRACT.REF on file, no contract "
                    "pricing this run"
            END-IF.
