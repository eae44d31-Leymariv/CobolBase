       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerProfitability.
      * Period customer-profitability run. SalesAnalysis says who
      * buys the most; this says who the business makes money on.
      * For every customer invoiced in the operator-keyed range of
      * months it gathers:
      *   revenue      - archived invoice totals less their tax
      *                  (INVARCH.DAT), freight billed included;
      *   cost         - each archived line's quantity at the item's
      *                  current IM-UNIT-COST;
      *   credits      - ReturnsRun credit memos and
      *   write-offs   - WriteOffRun write-offs dated in the period
      *                  (ARAPPLY.DAT);
      *   fee income   - finance charges and installment late fees
      *                  raised in the period (AR items carrying a
      *                  charge reference, still open on AROPEN.DAT
      *                  or already archived to ARHIST.DAT);
      *   freight      - carriage the shop absorbed, the FREIGHT.DAT
      *                  rated cost over what was billed, on the
      *                  period's invoiced orders.
      * Gross margin is revenue less cost, credits, write-offs and
      * absorbed freight plus fee income, shown in money and as a
      * percentage of revenue. Contract-price discounts - what the
      * PRICES.DAT master price would have fetched over the
      * CONTRACT.REF price the customer paid - are already out of
      * revenue and are shown alongside, not taken off twice.
      * Days to pay is the average from AR-INVOICE-DATE to the paid
      * date ORDSTAT.DAT holds for the order, over the period's
      * invoices paid so far. Customers print ranked by margin,
      * best first; the bottom ten are flagged for the sales
      * manager's review.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT INVOICE-ARCHIVE-FILE
            ASSIGN TO "INVARCH.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ARCHIVE-STATUS.
          SELECT AR-APPLICATION-JOURNAL
            ASSIGN TO "ARAPPLY.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.
          SELECT AR-OPEN-ITEM-FILE
            ASSIGN TO "AROPEN.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AR-INVOICE-NO
            FILE STATUS IS WS-AR-STATUS.
          SELECT AR-HISTORY-FILE
            ASSIGN TO "ARHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.
          SELECT ORDER-STATUS-FILE
            ASSIGN TO "ORDSTAT.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS OS-ORDER-NUMBER
            FILE STATUS IS WS-ORDER-STATUS-STATUS.
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
          SELECT FREIGHT-LOG-FILE
            ASSIGN TO "FREIGHT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FREIGHT-STATUS.
          SELECT PRICE-MASTER
            ASSIGN TO "PRICES.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PRICE-MASTER-STATUS.
          SELECT CONTRACT-PRICE-FILE
            ASSIGN TO "CONTRACT.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONTRACT-STATUS.
          SELECT PROFITABILITY-REPORT
            ASSIGN TO "CUSTPROF.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  INVOICE-ARCHIVE-FILE
            LABEL RECORDS ARE STANDARD.
            COPY INVARCH.

        FD  AR-APPLICATION-JOURNAL
            LABEL RECORDS ARE STANDARD.
            COPY ARAPPLY.

        FD  AR-OPEN-ITEM-FILE
            LABEL RECORDS ARE STANDARD.
            COPY AROPEN.

        FD  AR-HISTORY-FILE
            LABEL RECORDS ARE STANDARD.
            COPY AROPEN
                REPLACING ==AR-OPEN-ITEM-RECORD==
                       BY ==AR-HISTORY-RECORD==
                  LEADING ==AR-== BY ==AH-==.

        FD  ORDER-STATUS-FILE
            LABEL RECORDS ARE STANDARD.
            COPY ORDSTAT.

        FD  ITEM-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY ITEMREC.

        FD  CUSTOMER-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY CUSTREC.

        FD  FREIGHT-LOG-FILE
            LABEL RECORDS ARE STANDARD.
            COPY FRTLOG.

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

        FD  PROFITABILITY-REPORT
            LABEL RECORDS ARE STANDARD.
        01  ProfitabilityLine        PIC X(150).

        WORKING-STORAGE SECTION.
        01  WS-ARCHIVE-STATUS        PIC XX.
            88  EndOfArchive             VALUE "10".
        01  WS-JOURNAL-STATUS        PIC XX.
            88  EndOfJournal             VALUE "10".
        01  WS-AR-STATUS             PIC XX.
            88  ArFileOK                 VALUE "00".
            88  EndOfArFile              VALUE "10".
        01  WS-HISTORY-STATUS        PIC XX.
            88  EndOfHistoryFile         VALUE "10".
        01  WS-ORDER-STATUS-STATUS   PIC XX.
            88  OrderStatusFileOK        VALUE "00".
        01  WS-ITEM-MASTER-STATUS    PIC XX.
            88  ItemMasterOK             VALUE "00".
        01  WS-CUSTOMER-STATUS       PIC XX.
            88  CustomerFileOK           VALUE "00".
        01  WS-FREIGHT-STATUS        PIC XX.
            88  EndOfFreightLog          VALUE "10".
        01  WS-PRICE-MASTER-STATUS   PIC XX.
            88  EndOfPriceMaster         VALUE "10".
        01  WS-CONTRACT-STATUS       PIC XX.
            88  EndOfContractFile        VALUE "10".
        01  WS-REPORT-STATUS         PIC XX.

        01  WS-AR-FILE-OPEN          PIC X VALUE "N".
            88  ArLedgerAvailable        VALUE "Y".
        01  WS-ORDER-STATUS-OPEN     PIC X VALUE "N".
            88  OrderStatusAvailable     VALUE "Y".
        01  WS-ITEM-FILE-OPEN        PIC X VALUE "N".
            88  ItemCostsAvailable       VALUE "Y".
        01  WS-CUSTOMER-FILE-OPEN    PIC X VALUE "N".
            88  CustomerNamesAvailable   VALUE "Y".

        01  WS-RUN-DATE              PIC 9(8).
        01  WS-FROM-MONTH            PIC 9(6).
        01  WS-FROM-MONTH-X REDEFINES WS-FROM-MONTH.
            05  WS-FM-YEAR           PIC 9(4).
            05  WS-FM-MONTH          PIC 99.
        01  WS-TO-MONTH              PIC 9(6).
        01  WS-TO-MONTH-X REDEFINES WS-TO-MONTH.
            05  WS-TM-YEAR           PIC 9(4).
            05  WS-TM-MONTH          PIC 99.
        01  WS-PERIOD-START          PIC 9(8).
        01  WS-PERIOD-END            PIC 9(8).

      * One entry per customer with anything in the period.
        78  WS-CUSTOMER-TABLE-CAPACITY VALUE 500.
        01  WS-CU-COUNT              PIC 999 VALUE ZERO.
        01  WS-CU-IDX                PIC 999.
        01  WS-CUSTOMER-PROFIT-TABLE.
            05  CUSTOMER-PROFIT-ENTRY OCCURS 500 TIMES.
              10  CP-CUSTOMER-ID     PIC 9(8).
              10  CP-INVOICE-COUNT   PIC 9(5).
              10  CP-REVENUE         PIC S9(9)V99.
              10  CP-COST            PIC S9(9)V99.
              10  CP-CREDITS         PIC S9(9)V99.
              10  CP-WRITE-OFFS      PIC S9(9)V99.
              10  CP-FEE-INCOME      PIC S9(9)V99.
              10  CP-DISCOUNTS       PIC S9(9)V99.
              10  CP-FREIGHT-ABSORBED PIC S9(9)V99.
              10  CP-MARGIN          PIC S9(9)V99.
              10  CP-PAY-DAYS-TOTAL  PIC 9(7).
              10  CP-PAID-COUNT      PIC 9(5).
              10  CP-RANK-FLAG       PIC X.
                  88  CP-AlreadyRanked   VALUE "R".
        01  WS-FIND-CUSTOMER         PIC 9(8).

      * The period's invoiced orders, so the freight log - keyed
      * by order - can be laid against the customer billed.
        78  WS-ORDER-TABLE-CAPACITY  VALUE 2000.
        01  WS-OR-COUNT              PIC 9(4) VALUE ZERO.
        01  WS-OR-IDX                PIC 9(4).
        01  WS-ORDER-TABLE.
            05  ORDER-ENTRY OCCURS 2000 TIMES.
              10  OE-ORDER-NUMBER    PIC 9(6).
              10  OE-CUSTOMER-IDX    PIC 999.

      * Rank order, best margin first.
        01  WS-RANKED-TABLE.
            05  RANKED-ENTRY OCCURS 500 TIMES.
              10  RK-CUSTOMER-IDX    PIC 999.
        01  WS-RANK-IDX              PIC 999.
        01  WS-BEST-IDX              PIC 999.
        01  WS-BEST-MARGIN           PIC S9(9)V99.
        01  WS-REVIEW-FROM-RANK      PIC 999.
        78  WS-REVIEW-COUNT          VALUE 10.

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
        01  WS-CONTRACT-PRICE-DATE   PIC 9(8).
        01  WS-CONTRACT-FOUND        PIC X.
            88  ContractPriceFound       VALUE "Y".

      * The archived invoice whose lines are being read.
        01  WS-INVOICE-IN-PERIOD     PIC X VALUE "N".
            88  InvoiceInPeriod          VALUE "Y".
        01  WS-CURRENT-INVOICE-NO    PIC 9(6).
        01  WS-CURRENT-INVOICE-DATE  PIC 9(8).
        01  WS-CURRENT-CUSTOMER-ID   PIC 9(8).
        01  WS-CURRENT-CUSTOMER-IDX  PIC 999.
        01  WS-AR-INVOICE-DATE       PIC 9(8).
        01  WS-DAYS-TO-PAY           PIC S9(5).
        01  WS-LINE-DISCOUNT         PIC S9(7)V99.
        01  WS-FREIGHT-SHORTFALL     PIC S9(5)V99.

        01  WS-INVOICES-READ         PIC 9(6) VALUE ZERO.
        01  WS-INVOICES-IN-PERIOD    PIC 9(5) VALUE ZERO.
        01  WS-UNCOSTED-LINES        PIC 9(5) VALUE ZERO.
        01  WS-UNPLACED-ENTRIES      PIC 9(5) VALUE ZERO.

        01  WS-GRAND-TOTALS.
            05  WS-GT-REVENUE        PIC S9(11)V99 VALUE ZERO.
            05  WS-GT-COST           PIC S9(11)V99 VALUE ZERO.
            05  WS-GT-CREDITS        PIC S9(11)V99 VALUE ZERO.
            05  WS-GT-WRITE-OFFS     PIC S9(11)V99 VALUE ZERO.
            05  WS-GT-FEE-INCOME     PIC S9(11)V99 VALUE ZERO.
            05  WS-GT-DISCOUNTS      PIC S9(11)V99 VALUE ZERO.
            05  WS-GT-FREIGHT        PIC S9(11)V99 VALUE ZERO.
            05  WS-GT-MARGIN         PIC S9(11)V99 VALUE ZERO.

        01  WS-PROFIT-HEADING.
            05  FILLER               PIC X(33)
                VALUE "CUSTOMER PROFITABILITY FOR MONTHS".
            05  FILLER               PIC X VALUE SPACE.
            05  WS-PH-FROM           PIC 9(6).
            05  FILLER               PIC X(4) VALUE " TO ".
            05  WS-PH-TO             PIC 9(6).
            05  FILLER               PIC X(8) VALUE "  RUN ON".
            05  FILLER               PIC X VALUE SPACE.
            05  WS-PH-RUN-DATE       PIC 9(8).
        01  WS-PROFIT-COLUMNS.
            05  FILLER               PIC X(50) VALUE
                "RANK CUSTOMER NAME           INV       REVENUE    ".
            05  FILLER               PIC X(50) VALUE
                "     COST    CREDITS  WRITE-OFF   FEES   DISCOUNT ".
            05  FILLER               PIC X(46) VALUE
                " FREIGHT        MARGIN  MARGIN% DAYS".
        01  WS-PROFIT-DETAIL-LINE.
            05  WS-PDL-RANK          PIC ZZ9.
            05  FILLER               PIC XX VALUE SPACES.
            05  WS-PDL-CUSTOMER-ID   PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-PDL-NAME          PIC X(12).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-PDL-INVOICES      PIC ZZZZ9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-PDL-REVENUE       PIC ZZ,ZZZ,ZZ9.99-.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-PDL-COST          PIC Z,ZZZ,ZZ9.99-.
            05  WS-PDL-CREDITS       PIC ZZZ,ZZ9.99-.
            05  WS-PDL-WRITE-OFFS    PIC ZZZ,ZZ9.99-.
            05  WS-PDL-FEE-INCOME    PIC ZZ,ZZ9.99-.
            05  WS-PDL-DISCOUNTS     PIC ZZZ,ZZ9.99-.
            05  WS-PDL-FREIGHT       PIC ZZ,ZZ9.99-.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-PDL-MARGIN        PIC ZZ,ZZZ,ZZ9.99-.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-PDL-MARGIN-PCT    PIC ZZZ9.9-.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-PDL-DAYS-TO-PAY   PIC X(4).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-PDL-FLAG          PIC X(6).
        01  WS-DAYS-EDIT             PIC ZZZ9.
        01  WS-MARGIN-PERCENT        PIC S9(4)V9.
        01  WS-PROFIT-TOTAL-LINE.
            05  FILLER               PIC X(33)
                VALUE "ALL CUSTOMERS".
            05  WS-PTL-REVENUE       PIC ZZ,ZZZ,ZZ9.99-.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-PTL-COST          PIC Z,ZZZ,ZZ9.99-.
            05  WS-PTL-CREDITS       PIC ZZZ,ZZ9.99-.
            05  WS-PTL-WRITE-OFFS    PIC ZZZ,ZZ9.99-.
            05  WS-PTL-FEE-INCOME    PIC ZZ,ZZ9.99-.
            05  WS-PTL-DISCOUNTS     PIC ZZZ,ZZ9.99-.
            05  WS-PTL-FREIGHT       PIC ZZ,ZZ9.99-.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-PTL-MARGIN        PIC ZZ,ZZZ,ZZ9.99-.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-PTL-MARGIN-PCT    PIC ZZZ9.9-.
        01  WS-REVIEW-NOTE-LINE.
            05  FILLER               PIC X(31)
                VALUE "REVIEW = BOTTOM TEN BY MARGIN, ".
            05  FILLER               PIC X(34)
                VALUE "FOR THE SALES MANAGER. DISCOUNT IS".
            05  FILLER               PIC X(40)
                VALUE " SHOWN ONLY - ALREADY OUT OF REVENUE.".
        01  WS-CONTROL-LINE.
            05  FILLER               PIC X(20)
                VALUE "INVOICES IN PERIOD ".
            05  WS-CTL-INVOICES      PIC ZZZZ9.
            05  FILLER               PIC X(18)
                VALUE "  UNCOSTED LINES ".
            05  WS-CTL-UNCOSTED      PIC ZZZZ9.
            05  FILLER               PIC X(23)
                VALUE "  ENTRIES NOT PLACED ".
            05  WS-CTL-UNPLACED      PIC ZZZZ9.
        01  WS-BLANK-LINE            PIC X(150) VALUE SPACES.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            CALL "BusinessDate" USING WS-RUN-DATE
            DISPLAY "Profitability from month (CCYYMM) - "
                WITH NO ADVANCING
            ACCEPT WS-FROM-MONTH
            IF WS-FROM-MONTH IS NOT NUMERIC
               OR WS-FM-MONTH < 1 OR WS-FM-MONTH > 12
                DISPLAY "Not a month, run refused"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            DISPLAY "Profitability to month (CCYYMM) - "
                WITH NO ADVANCING
            ACCEPT WS-TO-MONTH
            IF WS-TO-MONTH IS NOT NUMERIC
               OR WS-TM-MONTH < 1 OR WS-TM-MONTH > 12
               OR WS-TO-MONTH < WS-FROM-MONTH
                DISPLAY "Not a month after the first, run refused"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            COMPUTE WS-PERIOD-START = (WS-FROM-MONTH * 100) + 1
            COMPUTE WS-PERIOD-END = (WS-TO-MONTH * 100) + 31
            PERFORM LOAD-PRICE-TABLE
            PERFORM LOAD-CONTRACT-PRICE-TABLE
            OPEN INPUT ITEM-MASTER
            IF ItemMasterOK
                MOVE "Y" TO WS-ITEM-FILE-OPEN
            ELSE
                DISPLAY "No ITEM-MASTER on file, lines carry no "
                    "cost this run"
            END-IF
            OPEN INPUT AR-OPEN-ITEM-FILE
            IF ArFileOK
                MOVE "Y" TO WS-AR-FILE-OPEN
            END-IF
            OPEN INPUT ORDER-STATUS-FILE
            IF OrderStatusFileOK
                MOVE "Y" TO WS-ORDER-STATUS-OPEN
            ELSE
                DISPLAY "No ORDSTAT.DAT on file, days to pay not "
                    "measured this run"
            END-IF
            PERFORM TALLY-INVOICE-ARCHIVE
            IF WS-INVOICES-IN-PERIOD = 0
                DISPLAY "No invoices archived for months "
                    WS-FROM-MONTH " to " WS-TO-MONTH
                    " - profitability run skipped"
                PERFORM CLOSE-LOOKUP-FILES
                STOP RUN
            END-IF
            PERFORM TALLY-AR-APPLICATIONS
            PERFORM TALLY-FEE-INCOME
            PERFORM TALLY-ABSORBED-FREIGHT
            PERFORM RANK-BY-MARGIN
            OPEN INPUT CUSTOMER-MASTER
            IF CustomerFileOK
                MOVE "Y" TO WS-CUSTOMER-FILE-OPEN
            END-IF
            OPEN OUTPUT PROFITABILITY-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE ProfitabilityLine FROM REPORT-STAMP-LINE
            MOVE WS-FROM-MONTH TO WS-PH-FROM
            MOVE WS-TO-MONTH TO WS-PH-TO
            MOVE WS-RUN-DATE TO WS-PH-RUN-DATE
            WRITE ProfitabilityLine FROM WS-PROFIT-HEADING
            WRITE ProfitabilityLine FROM WS-BLANK-LINE
            WRITE ProfitabilityLine FROM WS-PROFIT-COLUMNS
            PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                UNTIL WS-RANK-IDX > WS-CU-COUNT
                PERFORM PRINT-ONE-CUSTOMER
            END-PERFORM
            WRITE ProfitabilityLine FROM WS-BLANK-LINE
            PERFORM PRINT-PROFIT-TOTALS
            CLOSE PROFITABILITY-REPORT
            IF CustomerNamesAvailable
                CLOSE CUSTOMER-MASTER
            END-IF
            PERFORM CLOSE-LOOKUP-FILES
            DISPLAY "Customer profitability " WS-FROM-MONTH " to "
                WS-TO-MONTH ": " WS-CU-COUNT " customer(s), "
                WS-INVOICES-IN-PERIOD " invoice(s)"
            STOP RUN.

        CLOSE-LOOKUP-FILES.
            IF ItemCostsAvailable
                CLOSE ITEM-MASTER
            END-IF
            IF ArLedgerAvailable
                CLOSE AR-OPEN-ITEM-FILE
            END-IF
            IF OrderStatusAvailable
                CLOSE ORDER-STATUS-FILE
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
                DISPLAY "No PRICES.DAT on file, contract discounts "
                    "not measured this run"
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
            END-IF.

      * The customer's entry, added on first sight; WS-CU-IDX is
      * zero when the table is full.
        FIND-CUSTOMER-ENTRY.
            PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                UNTIL WS-CU-IDX > WS-CU-COUNT
                IF CP-CUSTOMER-ID(WS-CU-IDX) = WS-FIND-CUSTOMER
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM
            IF WS-CU-COUNT >= WS-CUSTOMER-TABLE-CAPACITY
                DISPLAY "WS-CUSTOMER-PROFIT-TABLE full at "
                    WS-CUSTOMER-TABLE-CAPACITY " customers, "
                    WS-FIND-CUSTOMER " not reported"
                MOVE 0 TO WS-CU-IDX
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-CU-COUNT
            MOVE WS-CU-COUNT TO WS-CU-IDX
            INITIALIZE CUSTOMER-PROFIT-ENTRY(WS-CU-IDX)
            MOVE WS-FIND-CUSTOMER TO CP-CUSTOMER-ID(WS-CU-IDX).

      * Only customers the period invoiced are reported; credits,
      * write-offs, fees and freight find their customer already
      * on the table or are counted as not placed.
        LOOKUP-CUSTOMER-ENTRY.
            PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                UNTIL WS-CU-IDX > WS-CU-COUNT
                IF CP-CUSTOMER-ID(WS-CU-IDX) = WS-FIND-CUSTOMER
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM
            MOVE 0 TO WS-CU-IDX.

        TALLY-INVOICE-ARCHIVE.
            OPEN INPUT INVOICE-ARCHIVE-FILE
            IF WS-ARCHIVE-STATUS NOT = "00"
                DISPLAY "No INVARCH.DAT archive on file, nothing "
                    "invoiced to report"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfArchive
                READ INVOICE-ARCHIVE-FILE
                    AT END SET EndOfArchive TO TRUE
                    NOT AT END
                        IF VA-HeaderRecord
                            PERFORM TALLY-ARCHIVED-INVOICE
                        ELSE
                            IF VA-LineRecord AND InvoiceInPeriod
                               AND VA-LINE-INVOICE-NO
                                   = WS-CURRENT-INVOICE-NO
                                PERFORM TALLY-ARCHIVED-LINE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE INVOICE-ARCHIVE-FILE.

        TALLY-ARCHIVED-INVOICE.
            ADD 1 TO WS-INVOICES-READ
            MOVE "N" TO WS-INVOICE-IN-PERIOD
            IF VA-INVOICE-DATE IS NOT NUMERIC
               OR VA-CUSTOMER-ID IS NOT NUMERIC
               OR VA-INVOICE-DATE < WS-PERIOD-START
               OR VA-INVOICE-DATE > WS-PERIOD-END
                EXIT PARAGRAPH
            END-IF
            MOVE VA-CUSTOMER-ID TO WS-FIND-CUSTOMER
            PERFORM FIND-CUSTOMER-ENTRY
            IF WS-CU-IDX = 0
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO WS-INVOICE-IN-PERIOD
            ADD 1 TO WS-INVOICES-IN-PERIOD
            MOVE WS-CU-IDX TO WS-CURRENT-CUSTOMER-IDX
            MOVE VA-INVOICE-NO TO WS-CURRENT-INVOICE-NO
            MOVE VA-INVOICE-DATE TO WS-CURRENT-INVOICE-DATE
            MOVE VA-CUSTOMER-ID TO WS-CURRENT-CUSTOMER-ID
            ADD 1 TO CP-INVOICE-COUNT(WS-CU-IDX)
            COMPUTE CP-REVENUE(WS-CU-IDX) = CP-REVENUE(WS-CU-IDX)
                + VA-ORDER-TOTAL - VA-ORDER-TAX
            IF WS-OR-COUNT < WS-ORDER-TABLE-CAPACITY
                ADD 1 TO WS-OR-COUNT
                MOVE VA-ORDER-NUMBER TO OE-ORDER-NUMBER(WS-OR-COUNT)
                MOVE WS-CU-IDX TO OE-CUSTOMER-IDX(WS-OR-COUNT)
            END-IF
            PERFORM MEASURE-DAYS-TO-PAY.

      * The ledger's invoice date where the item is still there,
      * else the archive's; an order with no paid date has not
      * been paid and says nothing yet.
        MEASURE-DAYS-TO-PAY.
            IF NOT OrderStatusAvailable
                EXIT PARAGRAPH
            END-IF
            MOVE VA-ORDER-NUMBER TO OS-ORDER-NUMBER
            READ ORDER-STATUS-FILE
                INVALID KEY EXIT PARAGRAPH
            END-READ
            IF OS-PAID-DATE IS NOT NUMERIC OR OS-PAID-DATE = 0
                EXIT PARAGRAPH
            END-IF
            MOVE VA-INVOICE-DATE TO WS-AR-INVOICE-DATE
            IF ArLedgerAvailable
                MOVE VA-INVOICE-NO TO AR-INVOICE-NO
                READ AR-OPEN-ITEM-FILE
                    NOT INVALID KEY
                        IF AR-INVOICE-DATE IS NUMERIC
                           AND AR-INVOICE-DATE > 0
                            MOVE AR-INVOICE-DATE
                                TO WS-AR-INVOICE-DATE
                        END-IF
                END-READ
            END-IF
            COMPUTE WS-DAYS-TO-PAY =
                FUNCTION INTEGER-OF-DATE(OS-PAID-DATE)
                - FUNCTION INTEGER-OF-DATE(WS-AR-INVOICE-DATE)
            IF WS-DAYS-TO-PAY < 0
                MOVE 0 TO WS-DAYS-TO-PAY
            END-IF
            ADD WS-DAYS-TO-PAY
                TO CP-PAY-DAYS-TOTAL(WS-CURRENT-CUSTOMER-IDX)
            ADD 1 TO CP-PAID-COUNT(WS-CURRENT-CUSTOMER-IDX).

      * The freight line is revenue with no goods behind it; lines
      * archived before the item number was carried cannot be
      * costed and are counted.
        TALLY-ARCHIVED-LINE.
            IF VA-ITEM-NUMBER IS NOT NUMERIC
                ADD 1 TO WS-UNCOSTED-LINES
                EXIT PARAGRAPH
            END-IF
            IF VA-FreightLine
                EXIT PARAGRAPH
            END-IF
            IF ItemCostsAvailable
                MOVE VA-ITEM-NUMBER TO IM-ITEM-NUMBER
                READ ITEM-MASTER
                    INVALID KEY
                        ADD 1 TO WS-UNCOSTED-LINES
                    NOT INVALID KEY
                        IF IM-UNIT-COST IS NUMERIC
                            COMPUTE CP-COST(WS-CURRENT-CUSTOMER-IDX)
                                = CP-COST(WS-CURRENT-CUSTOMER-IDX)
                                + (VA-QUANTITY * IM-UNIT-COST)
                        ELSE
                            ADD 1 TO WS-UNCOSTED-LINES
                        END-IF
                END-READ
            ELSE
                ADD 1 TO WS-UNCOSTED-LINES
            END-IF
            PERFORM MEASURE-CONTRACT-DISCOUNT.

      * A line priced under a contract in force on the invoice date
      * gave away the master price less what was charged. Lines
      * under a promotion were priced by the promotion instead.
        MEASURE-CONTRACT-DISCOUNT.
            IF WS-CT-COUNT = 0 OR WS-PR-COUNT = 0
               OR VA-PROMO-CODE NOT = SPACES
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-CONTRACT-FOUND
            MOVE 0 TO WS-CONTRACT-PRICE-DATE
            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                    UNTIL WS-CT-IDX > WS-CT-COUNT
                IF CT-CUSTOMER-ID(WS-CT-IDX)
                        = WS-CURRENT-CUSTOMER-ID
                   AND CT-ITEM-NUMBER(WS-CT-IDX) = VA-ITEM-NUMBER
                   AND CT-EFFECTIVE-DATE(WS-CT-IDX)
                        NOT > WS-CURRENT-INVOICE-DATE
                   AND CT-EFFECTIVE-DATE(WS-CT-IDX)
                        NOT < WS-CONTRACT-PRICE-DATE
                    MOVE "Y" TO WS-CONTRACT-FOUND
                    MOVE CT-EFFECTIVE-DATE(WS-CT-IDX)
                        TO WS-CONTRACT-PRICE-DATE
                END-IF
            END-PERFORM
            IF NOT ContractPriceFound
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-PRICE-FOUND
            MOVE 0 TO WS-MASTER-PRICE-DATE
            PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                    UNTIL WS-PR-IDX > WS-PR-COUNT
                IF PR-ITEM-NUMBER(WS-PR-IDX) = VA-ITEM-NUMBER
                   AND PR-EFFECTIVE-DATE(WS-PR-IDX)
                        NOT > WS-CURRENT-INVOICE-DATE
                   AND PR-EFFECTIVE-DATE(WS-PR-IDX)
                        NOT < WS-MASTER-PRICE-DATE
                    MOVE "Y" TO WS-PRICE-FOUND
                    MOVE PR-EFFECTIVE-DATE(WS-PR-IDX)
                        TO WS-MASTER-PRICE-DATE
                    MOVE PR-UNIT-PRICE(WS-PR-IDX)
                        TO WS-MASTER-PRICE
                END-IF
            END-PERFORM
            IF NOT MasterPriceFound
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-LINE-DISCOUNT =
                (WS-MASTER-PRICE - VA-UNIT-PRICE) * VA-QUANTITY
            IF WS-LINE-DISCOUNT > 0
                ADD WS-LINE-DISCOUNT
                    TO CP-DISCOUNTS(WS-CURRENT-CUSTOMER-IDX)
            END-IF.

        TALLY-AR-APPLICATIONS.
            OPEN INPUT AR-APPLICATION-JOURNAL
            IF WS-JOURNAL-STATUS NOT = "00"
                DISPLAY "No ARAPPLY.DAT journal on file, no credits "
                    "or write-offs this run"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfJournal
                READ AR-APPLICATION-JOURNAL
                    AT END SET EndOfJournal TO TRUE
                    NOT AT END PERFORM TALLY-ONE-APPLICATION
                END-READ
            END-PERFORM
            CLOSE AR-APPLICATION-JOURNAL.

        TALLY-ONE-APPLICATION.
            IF NOT AJ-CreditMemo AND NOT AJ-WrittenOff
                EXIT PARAGRAPH
            END-IF
            IF AJ-ENTRY-DATE IS NOT NUMERIC
               OR AJ-CUSTOMER-ID IS NOT NUMERIC
               OR AJ-AMOUNT IS NOT NUMERIC
               OR AJ-ENTRY-DATE < WS-PERIOD-START
               OR AJ-ENTRY-DATE > WS-PERIOD-END
                EXIT PARAGRAPH
            END-IF
            MOVE AJ-CUSTOMER-ID TO WS-FIND-CUSTOMER
            PERFORM LOOKUP-CUSTOMER-ENTRY
            IF WS-CU-IDX = 0
                ADD 1 TO WS-UNPLACED-ENTRIES
                EXIT PARAGRAPH
            END-IF
            IF AJ-CreditMemo
                ADD AJ-AMOUNT TO CP-CREDITS(WS-CU-IDX)
            ELSE
                ADD AJ-AMOUNT TO CP-WRITE-OFFS(WS-CU-IDX)
            END-IF.

      * FinanceCharge and InstallmentCheck raise their charges as
      * AR items naming the invoice they were charged on; items
      * ArArchive has already moved off the ledger are read from
      * the archive.
        TALLY-FEE-INCOME.
            IF ArLedgerAvailable
                MOVE 0 TO AR-INVOICE-NO
                START AR-OPEN-ITEM-FILE
                    KEY IS NOT LESS THAN AR-INVOICE-NO
                    INVALID KEY SET EndOfArFile TO TRUE
                END-START
                PERFORM UNTIL EndOfArFile
                    READ AR-OPEN-ITEM-FILE NEXT RECORD
                        AT END SET EndOfArFile TO TRUE
                        NOT AT END
                            IF AR-CHARGE-REF IS NUMERIC
                               AND AR-CHARGE-REF NOT = 0
                               AND AR-INVOICE-DATE IS NUMERIC
                               AND AR-INVOICE-DATE
                                   NOT < WS-PERIOD-START
                               AND AR-INVOICE-DATE
                                   NOT > WS-PERIOD-END
                                MOVE AR-CUSTOMER-ID
                                    TO WS-FIND-CUSTOMER
                                PERFORM LOOKUP-CUSTOMER-ENTRY
                                IF WS-CU-IDX = 0
                                    ADD 1 TO WS-UNPLACED-ENTRIES
                                ELSE
                                    ADD AR-ORIGINAL-AMOUNT
                                        TO CP-FEE-INCOME(WS-CU-IDX)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            OPEN INPUT AR-HISTORY-FILE
            IF WS-HISTORY-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfHistoryFile
                READ AR-HISTORY-FILE
                    AT END SET EndOfHistoryFile TO TRUE
                    NOT AT END
                        IF AH-CHARGE-REF IS NUMERIC
                           AND AH-CHARGE-REF NOT = 0
                           AND AH-INVOICE-DATE IS NUMERIC
                           AND AH-INVOICE-DATE NOT < WS-PERIOD-START
                           AND AH-INVOICE-DATE NOT > WS-PERIOD-END
                            MOVE AH-CUSTOMER-ID TO WS-FIND-CUSTOMER
                            PERFORM LOOKUP-CUSTOMER-ENTRY
                            IF WS-CU-IDX = 0
                                ADD 1 TO WS-UNPLACED-ENTRIES
                            ELSE
                                ADD AH-ORIGINAL-AMOUNT
                                    TO CP-FEE-INCOME(WS-CU-IDX)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AR-HISTORY-FILE.

      * Carriage rated above what was billed - free-freight
      * customers, orders over the free threshold - was paid by
      * the shop.
        TALLY-ABSORBED-FREIGHT.
            OPEN INPUT FREIGHT-LOG-FILE
            IF WS-FREIGHT-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfFreightLog
                READ FREIGHT-LOG-FILE
                    AT END SET EndOfFreightLog TO TRUE
                    NOT AT END
                        IF FL-RATED-FREIGHT IS NUMERIC
                           AND FL-BILLED-FREIGHT IS NUMERIC
                           AND FL-RATED-FREIGHT > FL-BILLED-FREIGHT
                            PERFORM PLACE-ABSORBED-FREIGHT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FREIGHT-LOG-FILE.

        PLACE-ABSORBED-FREIGHT.
            PERFORM VARYING WS-OR-IDX FROM 1 BY 1
                UNTIL WS-OR-IDX > WS-OR-COUNT
                IF OE-ORDER-NUMBER(WS-OR-IDX) = FL-ORDER-NUMBER
                    COMPUTE WS-FREIGHT-SHORTFALL =
                        FL-RATED-FREIGHT - FL-BILLED-FREIGHT
                    MOVE OE-CUSTOMER-IDX(WS-OR-IDX) TO WS-CU-IDX
                    ADD WS-FREIGHT-SHORTFALL
                        TO CP-FREIGHT-ABSORBED(WS-CU-IDX)
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM.

      * Margin for each customer, then ranked the way
      * SalesHistoryReport ranks its movers - the best unranked
      * margin each pass.
        RANK-BY-MARGIN.
            PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                UNTIL WS-CU-IDX > WS-CU-COUNT
                COMPUTE CP-MARGIN(WS-CU-IDX) =
                    CP-REVENUE(WS-CU-IDX) - CP-COST(WS-CU-IDX)
                    - CP-CREDITS(WS-CU-IDX)
                    - CP-WRITE-OFFS(WS-CU-IDX)
                    + CP-FEE-INCOME(WS-CU-IDX)
                    - CP-FREIGHT-ABSORBED(WS-CU-IDX)
            END-PERFORM
            PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                UNTIL WS-RANK-IDX > WS-CU-COUNT
                MOVE 0 TO WS-BEST-IDX
                PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                    UNTIL WS-CU-IDX > WS-CU-COUNT
                    IF NOT CP-AlreadyRanked(WS-CU-IDX)
                        IF WS-BEST-IDX = 0
                           OR CP-MARGIN(WS-CU-IDX) > WS-BEST-MARGIN
                            MOVE WS-CU-IDX TO WS-BEST-IDX
                            MOVE CP-MARGIN(WS-CU-IDX)
                                TO WS-BEST-MARGIN
                        END-IF
                    END-IF
                END-PERFORM
                MOVE "R" TO CP-RANK-FLAG(WS-BEST-IDX)
                MOVE WS-BEST-IDX TO RK-CUSTOMER-IDX(WS-RANK-IDX)
            END-PERFORM
            IF WS-CU-COUNT > WS-REVIEW-COUNT
                COMPUTE WS-REVIEW-FROM-RANK =
                    WS-CU-COUNT - WS-REVIEW-COUNT + 1
            ELSE
                MOVE 1 TO WS-REVIEW-FROM-RANK
            END-IF.

        PRINT-ONE-CUSTOMER.
            MOVE RK-CUSTOMER-IDX(WS-RANK-IDX) TO WS-CU-IDX
            MOVE WS-RANK-IDX TO WS-PDL-RANK
            MOVE CP-CUSTOMER-ID(WS-CU-IDX) TO WS-PDL-CUSTOMER-ID
            MOVE SPACES TO WS-PDL-NAME
            IF CustomerNamesAvailable
                MOVE CP-CUSTOMER-ID(WS-CU-IDX) TO CustomerId
                READ CUSTOMER-MASTER
                    INVALID KEY
                        MOVE "NOT ON FILE" TO WS-PDL-NAME
                    NOT INVALID KEY
                        MOVE Customer-Name TO WS-PDL-NAME
                END-READ
            END-IF
            MOVE CP-INVOICE-COUNT(WS-CU-IDX) TO WS-PDL-INVOICES
            MOVE CP-REVENUE(WS-CU-IDX) TO WS-PDL-REVENUE
            MOVE CP-COST(WS-CU-IDX) TO WS-PDL-COST
            MOVE CP-CREDITS(WS-CU-IDX) TO WS-PDL-CREDITS
            MOVE CP-WRITE-OFFS(WS-CU-IDX) TO WS-PDL-WRITE-OFFS
            MOVE CP-FEE-INCOME(WS-CU-IDX) TO WS-PDL-FEE-INCOME
            MOVE CP-DISCOUNTS(WS-CU-IDX) TO WS-PDL-DISCOUNTS
            MOVE CP-FREIGHT-ABSORBED(WS-CU-IDX) TO WS-PDL-FREIGHT
            MOVE CP-MARGIN(WS-CU-IDX) TO WS-PDL-MARGIN
            IF CP-REVENUE(WS-CU-IDX) > 0
                COMPUTE WS-MARGIN-PERCENT ROUNDED =
                    CP-MARGIN(WS-CU-IDX) * 100
                    / CP-REVENUE(WS-CU-IDX)
                    ON SIZE ERROR MOVE -999.9 TO WS-MARGIN-PERCENT
                END-COMPUTE
            ELSE
                MOVE 0 TO WS-MARGIN-PERCENT
            END-IF
            MOVE WS-MARGIN-PERCENT TO WS-PDL-MARGIN-PCT
            IF CP-PAID-COUNT(WS-CU-IDX) > 0
                COMPUTE WS-DAYS-EDIT ROUNDED =
                    CP-PAY-DAYS-TOTAL(WS-CU-IDX)
                    / CP-PAID-COUNT(WS-CU-IDX)
                MOVE WS-DAYS-EDIT TO WS-PDL-DAYS-TO-PAY
            ELSE
                MOVE "   -" TO WS-PDL-DAYS-TO-PAY
            END-IF
            IF WS-RANK-IDX NOT < WS-REVIEW-FROM-RANK
                MOVE "REVIEW" TO WS-PDL-FLAG
            ELSE
                MOVE SPACES TO WS-PDL-FLAG
            END-IF
            WRITE ProfitabilityLine FROM WS-PROFIT-DETAIL-LINE
            ADD CP-REVENUE(WS-CU-IDX) TO WS-GT-REVENUE
            ADD CP-COST(WS-CU-IDX) TO WS-GT-COST
            ADD CP-CREDITS(WS-CU-IDX) TO WS-GT-CREDITS
            ADD CP-WRITE-OFFS(WS-CU-IDX) TO WS-GT-WRITE-OFFS
            ADD CP-FEE-INCOME(WS-CU-IDX) TO WS-GT-FEE-INCOME
            ADD CP-DISCOUNTS(WS-CU-IDX) TO WS-GT-DISCOUNTS
            ADD CP-FREIGHT-ABSORBED(WS-CU-IDX) TO WS-GT-FREIGHT
            ADD CP-MARGIN(WS-CU-IDX) TO WS-GT-MARGIN.

        PRINT-PROFIT-TOTALS.
            MOVE WS-GT-REVENUE TO WS-PTL-REVENUE
            MOVE WS-GT-COST TO WS-PTL-COST
            MOVE WS-GT-CREDITS TO WS-PTL-CREDITS
            MOVE WS-GT-WRITE-OFFS TO WS-PTL-WRITE-OFFS
            MOVE WS-GT-FEE-INCOME TO WS-PTL-FEE-INCOME
            MOVE WS-GT-DISCOUNTS TO WS-PTL-DISCOUNTS
            MOVE WS-GT-FREIGHT TO WS-PTL-FREIGHT
            MOVE WS-GT-MARGIN TO WS-PTL-MARGIN
            IF WS-GT-REVENUE > 0
                COMPUTE WS-MARGIN-PERCENT ROUNDED =
                    WS-GT-MARGIN * 100 / WS-GT-REVENUE
                    ON SIZE ERROR MOVE -999.9 TO WS-MARGIN-PERCENT
                END-COMPUTE
            ELSE
                MOVE 0 TO WS-MARGIN-PERCENT
            END-IF
            MOVE WS-MARGIN-PERCENT TO WS-PTL-MARGIN-PCT
            WRITE ProfitabilityLine FROM WS-PROFIT-TOTAL-LINE
            WRITE ProfitabilityLine FROM WS-REVIEW-NOTE-LINE
            MOVE WS-INVOICES-IN-PERIOD TO WS-CTL-INVOICES
            MOVE WS-UNCOSTED-LINES TO WS-CTL-UNCOSTED
            MOVE WS-UNPLACED-ENTRIES TO WS-CTL-UNPLACED
            WRITE ProfitabilityLine FROM WS-CONTROL-LINE.
