       IDENTIFICATION DIVISION.
       PROGRAM-ID. PromoEffect.
      * Promotion-effectiveness report over the INVARCH.DAT invoice
      * archive. For every PROMO.REF promotion that has started, the
      * lines invoiced under its code inside its window are set
      * against everything invoiced for the same items in the same
      * number of days immediately before it began - quantity,
      * revenue, margin and the weekly rate of each - so the sales
      * office can see whether the price cut bought extra volume or
      * only gave margin away. A promotion still running is measured
      * up to today. Margin is figured at the item master's current
      * unit cost; an item no longer on ITEMS.DAT counts at zero
      * cost and is counted at the end. ShipConfirm's freight lines
      * are not sales and are left out.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT PROMOTION-FILE
            ASSIGN TO "PROMO.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROMOTION-STATUS.
          SELECT ITEM-MASTER
            ASSIGN TO "ITEMS.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IM-ITEM-NUMBER
            FILE STATUS IS WS-ITEM-MASTER-STATUS.
          SELECT INVOICE-ARCHIVE-FILE
            ASSIGN TO "INVARCH.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ARCHIVE-STATUS.
          SELECT PROMOTION-REPORT-FILE
            ASSIGN TO "PROMOEFF.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  PROMOTION-FILE
            LABEL RECORDS ARE STANDARD.
            COPY PROMOREF.

        FD  ITEM-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY ITEMREC.

        FD  INVOICE-ARCHIVE-FILE
            LABEL RECORDS ARE STANDARD.
            COPY INVARCH.

        FD  PROMOTION-REPORT-FILE
            LABEL RECORDS ARE STANDARD.
        01  PromotionReportLine      PIC X(100).

        WORKING-STORAGE SECTION.
        01  WS-PROMOTION-STATUS      PIC XX.
            88  EndOfPromotionFile       VALUE "10".
        01  WS-ITEM-MASTER-STATUS    PIC XX.
            88  ItemMasterOK             VALUE "00".
        01  WS-ARCHIVE-STATUS        PIC XX.
            88  EndOfArchive             VALUE "10".
        01  WS-REPORT-STATUS         PIC XX.

        01  WS-RUN-DATE              PIC 9(8).
        01  WS-RUN-DATE-INT          PIC 9(7).
        01  WS-ITEM-FILE-OPEN        PIC X VALUE "N".
            88  ItemCostsAvailable       VALUE "Y".

      * Each promotion with its measured window, the matching
      * window before it, and what was sold in each.
        78  WS-PROMOTION-TABLE-CAPACITY VALUE 200.
        01  WS-PO-COUNT              PIC 999 VALUE ZERO.
        01  WS-PO-IDX                PIC 999.
        01  WS-PROMOTION-TABLE.
            05  PROMOTION-ENTRY OCCURS 200 TIMES.
              10  PT-PROMO-CODE      PIC X(6).
              10  PT-ITEM-LOW        PIC 9(6).
              10  PT-ITEM-HIGH       PIC 9(6).
              10  PT-START-DATE      PIC 9(8).
              10  PT-END-DATE        PIC 9(8).
              10  PT-PRICE-GROUP     PIC X(4).
              10  PT-MEASURED-END    PIC 9(8).
              10  PT-BEFORE-START    PIC 9(8).
              10  PT-BEFORE-END      PIC 9(8).
              10  PT-DAYS            PIC 9(5).
              10  PT-DURING-LINES    PIC 9(6).
              10  PT-DURING-QTY      PIC 9(8).
              10  PT-DURING-REVENUE  PIC S9(9)V99.
              10  PT-DURING-MARGIN   PIC S9(9)V99.
              10  PT-BEFORE-LINES    PIC 9(6).
              10  PT-BEFORE-QTY      PIC 9(8).
              10  PT-BEFORE-REVENUE  PIC S9(9)V99.
              10  PT-BEFORE-MARGIN   PIC S9(9)V99.

        01  WS-START-INT             PIC 9(7).
        01  WS-END-INT               PIC 9(7).
        01  WS-NOT-STARTED-COUNT     PIC 9(4) VALUE ZERO.

      * The archived line being weighed.
        01  WS-LINE-DATE             PIC 9(8).
        01  WS-LINE-COST             PIC S9(9)V99.
        01  WS-LINE-MARGIN           PIC S9(9)V99.
        01  WS-LINE-COSTED           PIC X.
            88  LineCostLookedUp         VALUE "Y".
        01  WS-LINES-READ            PIC 9(7) VALUE ZERO.
        01  WS-LINES-COUNTED         PIC 9(7) VALUE ZERO.
        01  WS-NO-COST-COUNT         PIC 9(6) VALUE ZERO.
        01  WS-LINE-COUNTED          PIC X.
            88  LineWasCounted           VALUE "Y".

        01  WS-WORK-QTY              PIC 9(8).
        01  WS-WORK-LINES            PIC 9(6).
        01  WS-WORK-REVENUE          PIC S9(9)V99.
        01  WS-WORK-MARGIN           PIC S9(9)V99.
        01  WS-DURING-WEEKLY-QTY     PIC 9(7)V99.
        01  WS-BEFORE-WEEKLY-QTY     PIC 9(7)V99.
        01  WS-DURING-WEEKLY-MARGIN  PIC S9(9)V99.
        01  WS-BEFORE-WEEKLY-MARGIN  PIC S9(9)V99.
        01  WS-WEEKLY-QTY            PIC 9(7)V99.
        01  WS-WEEKLY-MARGIN         PIC S9(9)V99.
        01  WS-CHANGE-PERCENT        PIC S9(5)V9.

        01  WS-RULE-LINE             PIC X(100) VALUE ALL "=".
        01  WS-BLANK-LINE            PIC X(100) VALUE SPACES.
        01  WS-REPORT-HEADING.
            05  FILLER               PIC X(30)
                VALUE "PROMOTION EFFECTIVENESS AS AT ".
            05  WS-RH-RUN-DATE       PIC 9(8).
        01  WS-PROMOTION-HEADING.
            05  FILLER               PIC X(10) VALUE "PROMOTION ".
            05  WS-PH-PROMO-CODE     PIC X(6).
            05  FILLER               PIC X(8) VALUE "  ITEMS ".
            05  WS-PH-ITEM-LOW       PIC 9(6).
            05  FILLER               PIC X VALUE "-".
            05  WS-PH-ITEM-HIGH      PIC 9(6).
            05  FILLER               PIC XX VALUE SPACES.
            05  WS-PH-START-DATE     PIC 9(8).
            05  FILLER               PIC X(4) VALUE " TO ".
            05  WS-PH-END-DATE       PIC 9(8).
            05  FILLER               PIC X(8) VALUE "  GROUP ".
            05  WS-PH-PRICE-GROUP    PIC X(4).
        01  WS-COLUMN-HEADING.
            05  FILLER               PIC X(47)
                VALUE "PERIOD   FROM     TO        DAYS  LINES      QT".
            05  FILLER               PIC X(45)
                VALUE "Y        REVENUE         MARGIN QTY/WK MGN/WK".
        01  WS-DETAIL-LINE.
            05  WS-DL-PERIOD         PIC X(7).
            05  FILLER               PIC XX VALUE SPACES.
            05  WS-DL-FROM-DATE      PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-TO-DATE        PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-DAYS           PIC ZZZZ9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-LINES          PIC ZZZZZ9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-QTY            PIC ZZZZZZZ9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-REVENUE        PIC ZZZ,ZZZ,ZZ9.99-.
            05  WS-DL-MARGIN         PIC ZZZ,ZZZ,ZZ9.99-.
            05  WS-DL-WEEKLY-QTY     PIC ZZZZZ9.
            05  WS-DL-WEEKLY-MARGIN  PIC ZZZZZZ9-.
        01  WS-CHANGE-LINE.
            05  FILLER               PIC X(9) VALUE SPACES.
            05  WS-CL-LABEL          PIC X(28).
            05  WS-CL-PERCENT        PIC ZZZZ9.9-.
            05  FILLER               PIC X VALUE "%".
        01  WS-NOTE-LINE.
            05  FILLER               PIC X(9) VALUE SPACES.
            05  WS-NL-TEXT           PIC X(60).
        01  WS-CONTROL-LINE.
            05  FILLER               PIC X(21)
                VALUE "PROMOTIONS REPORTED  ".
            05  WS-CTL-REPORTED      PIC ZZZ9.
            05  FILLER               PIC X(15) VALUE "  NOT STARTED  ".
            05  WS-CTL-NOT-STARTED   PIC ZZZ9.
        01  WS-LINE-CONTROL-LINE.
            05  FILLER               PIC X(21)
                VALUE "INVOICE LINES READ   ".
            05  WS-LCL-READ          PIC ZZZZZZ9.
            05  FILLER               PIC X(10) VALUE "  COUNTED ".
            05  WS-LCL-COUNTED       PIC ZZZZZZ9.
            05  FILLER               PIC X(16)
                VALUE "  NO ITEM COST  ".
            05  WS-LCL-NO-COST       PIC ZZZZZ9.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            CALL "BusinessDate" USING WS-RUN-DATE
            COMPUTE WS-RUN-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            PERFORM LOAD-PROMOTION-TABLE
            IF WS-PO-COUNT = 0
                DISPLAY "No PROMO.REF promotion has started, "
                    "effectiveness report skipped"
                STOP RUN
            END-IF
            OPEN INPUT ITEM-MASTER
            IF ItemMasterOK
                MOVE "Y" TO WS-ITEM-FILE-OPEN
            ELSE
                DISPLAY "No ITEM-MASTER on file, margin is shown "
                    "at zero cost this run"
            END-IF
            PERFORM TALLY-INVOICE-ARCHIVE
            IF ItemCostsAvailable
                CLOSE ITEM-MASTER
            END-IF
            OPEN OUTPUT PROMOTION-REPORT-FILE
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE PromotionReportLine FROM REPORT-STAMP-LINE
            MOVE WS-RUN-DATE TO WS-RH-RUN-DATE
            WRITE PromotionReportLine FROM WS-REPORT-HEADING
            WRITE PromotionReportLine FROM WS-COLUMN-HEADING
            PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                UNTIL WS-PO-IDX > WS-PO-COUNT
                PERFORM PRINT-ONE-PROMOTION
            END-PERFORM
            MOVE WS-PO-COUNT TO WS-CTL-REPORTED
            MOVE WS-NOT-STARTED-COUNT TO WS-CTL-NOT-STARTED
            MOVE WS-LINES-READ TO WS-LCL-READ
            MOVE WS-LINES-COUNTED TO WS-LCL-COUNTED
            MOVE WS-NO-COST-COUNT TO WS-LCL-NO-COST
            WRITE PromotionReportLine FROM WS-RULE-LINE
            WRITE PromotionReportLine FROM WS-CONTROL-LINE
            WRITE PromotionReportLine FROM WS-LINE-CONTROL-LINE
            CLOSE PROMOTION-REPORT-FILE
            DISPLAY "Promotion effectiveness: " WS-PO-COUNT
                " promotions, " WS-LINES-COUNTED
                " invoice lines counted"
            STOP RUN.

        LOAD-PROMOTION-TABLE.
            OPEN INPUT PROMOTION-FILE
            IF WS-PROMOTION-STATUS NOT = "00"
                DISPLAY "No PROMO.REF on file"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfPromotionFile
                OR WS-PO-COUNT >= WS-PROMOTION-TABLE-CAPACITY
                READ PROMOTION-FILE
                    AT END SET EndOfPromotionFile TO TRUE
                    NOT AT END
                        PERFORM STORE-PROMOTION-ENTRY
                END-READ
            END-PERFORM
            IF NOT EndOfPromotionFile
                DISPLAY "WS-PROMOTION-TABLE full at "
                    WS-PROMOTION-TABLE-CAPACITY " entries, "
                    "remaining PROMO.REF records not loaded"
            END-IF
            CLOSE PROMOTION-FILE.

      * A promotion is measured from its start to its end or to
      * today, whichever comes first, and compared with the same
      * number of days ending the day before it started.
        STORE-PROMOTION-ENTRY.
            IF PO-ITEM-HIGH = SPACES
                MOVE ZERO TO PO-ITEM-HIGH
            END-IF
            IF PO-PROMO-CODE = SPACES
               OR PO-ITEM-LOW IS NOT NUMERIC
               OR PO-ITEM-HIGH IS NOT NUMERIC
               OR PO-START-DATE IS NOT NUMERIC
               OR PO-END-DATE IS NOT NUMERIC
               OR PO-END-DATE < PO-START-DATE
                DISPLAY "Bad PROMO.REF record ignored: "
                    PROMOTION-RECORD
                EXIT PARAGRAPH
            END-IF
            IF PO-START-DATE > WS-RUN-DATE
                ADD 1 TO WS-NOT-STARTED-COUNT
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-PO-COUNT
            MOVE PO-PROMO-CODE TO PT-PROMO-CODE(WS-PO-COUNT)
            MOVE PO-ITEM-LOW TO PT-ITEM-LOW(WS-PO-COUNT)
            IF PO-ITEM-HIGH = 0
                MOVE PO-ITEM-LOW TO PT-ITEM-HIGH(WS-PO-COUNT)
            ELSE
                MOVE PO-ITEM-HIGH TO PT-ITEM-HIGH(WS-PO-COUNT)
            END-IF
            MOVE PO-START-DATE TO PT-START-DATE(WS-PO-COUNT)
            MOVE PO-END-DATE TO PT-END-DATE(WS-PO-COUNT)
            MOVE PO-PRICE-GROUP TO PT-PRICE-GROUP(WS-PO-COUNT)
            IF PO-END-DATE > WS-RUN-DATE
                MOVE WS-RUN-DATE TO PT-MEASURED-END(WS-PO-COUNT)
            ELSE
                MOVE PO-END-DATE TO PT-MEASURED-END(WS-PO-COUNT)
            END-IF
            COMPUTE WS-START-INT =
                FUNCTION INTEGER-OF-DATE(PO-START-DATE)
            COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE
                (PT-MEASURED-END(WS-PO-COUNT))
            COMPUTE PT-DAYS(WS-PO-COUNT) =
                WS-END-INT - WS-START-INT + 1
            COMPUTE PT-BEFORE-END(WS-PO-COUNT) =
                FUNCTION DATE-OF-INTEGER(WS-START-INT - 1)
            COMPUTE PT-BEFORE-START(WS-PO-COUNT) =
                FUNCTION DATE-OF-INTEGER
                    (WS-START-INT - PT-DAYS(WS-PO-COUNT))
            MOVE ZERO TO PT-DURING-LINES(WS-PO-COUNT)
            MOVE ZERO TO PT-DURING-QTY(WS-PO-COUNT)
            MOVE ZERO TO PT-DURING-REVENUE(WS-PO-COUNT)
            MOVE ZERO TO PT-DURING-MARGIN(WS-PO-COUNT)
            MOVE ZERO TO PT-BEFORE-LINES(WS-PO-COUNT)
            MOVE ZERO TO PT-BEFORE-QTY(WS-PO-COUNT)
            MOVE ZERO TO PT-BEFORE-REVENUE(WS-PO-COUNT)
            MOVE ZERO TO PT-BEFORE-MARGIN(WS-PO-COUNT).

        TALLY-INVOICE-ARCHIVE.
            OPEN INPUT INVOICE-ARCHIVE-FILE
            IF WS-ARCHIVE-STATUS NOT = "00"
                DISPLAY "No INVARCH.DAT archive on file, nothing "
                    "sold to report"
                EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO WS-LINE-DATE
            PERFORM READ-ARCHIVE-RECORD
            PERFORM UNTIL EndOfArchive
                IF VA-HeaderRecord
                    MOVE VA-INVOICE-DATE TO WS-LINE-DATE
                ELSE
                    IF VA-LineRecord
                        PERFORM TALLY-ONE-ARCHIVED-LINE
                    END-IF
                END-IF
                PERFORM READ-ARCHIVE-RECORD
            END-PERFORM
            CLOSE INVOICE-ARCHIVE-FILE.

        READ-ARCHIVE-RECORD.
            READ INVOICE-ARCHIVE-FILE
                AT END SET EndOfArchive TO TRUE
            END-READ.

      * Lines archived before the item number was carried cannot
      * be tied to a promotion's items and are passed over.
        TALLY-ONE-ARCHIVED-LINE.
            ADD 1 TO WS-LINES-READ
            IF VA-ITEM-NUMBER IS NOT NUMERIC OR VA-FreightLine
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-LINE-COSTED
            MOVE "N" TO WS-LINE-COUNTED
            PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                UNTIL WS-PO-IDX > WS-PO-COUNT
                IF VA-PROMO-CODE = PT-PROMO-CODE(WS-PO-IDX)
                   AND WS-LINE-DATE NOT < PT-START-DATE(WS-PO-IDX)
                   AND WS-LINE-DATE
                        NOT > PT-MEASURED-END(WS-PO-IDX)
                    PERFORM COST-ARCHIVED-LINE
                    ADD 1 TO PT-DURING-LINES(WS-PO-IDX)
                    ADD VA-QUANTITY TO PT-DURING-QTY(WS-PO-IDX)
                    ADD VA-EXTENDED-PRICE
                        TO PT-DURING-REVENUE(WS-PO-IDX)
                    ADD WS-LINE-MARGIN TO PT-DURING-MARGIN(WS-PO-IDX)
                END-IF
                IF VA-ITEM-NUMBER NOT < PT-ITEM-LOW(WS-PO-IDX)
                   AND VA-ITEM-NUMBER NOT > PT-ITEM-HIGH(WS-PO-IDX)
                   AND WS-LINE-DATE
                        NOT < PT-BEFORE-START(WS-PO-IDX)
                   AND WS-LINE-DATE NOT > PT-BEFORE-END(WS-PO-IDX)
                    PERFORM COST-ARCHIVED-LINE
                    ADD 1 TO PT-BEFORE-LINES(WS-PO-IDX)
                    ADD VA-QUANTITY TO PT-BEFORE-QTY(WS-PO-IDX)
                    ADD VA-EXTENDED-PRICE
                        TO PT-BEFORE-REVENUE(WS-PO-IDX)
                    ADD WS-LINE-MARGIN TO PT-BEFORE-MARGIN(WS-PO-IDX)
                END-IF
            END-PERFORM
            IF LineWasCounted
                ADD 1 TO WS-LINES-COUNTED
            END-IF.

      * One item-master read per line however many promotions it
      * counts toward.
        COST-ARCHIVED-LINE.
            MOVE "Y" TO WS-LINE-COUNTED
            IF LineCostLookedUp
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO WS-LINE-COSTED
            MOVE ZERO TO WS-LINE-COST
            IF ItemCostsAvailable
                MOVE VA-ITEM-NUMBER TO IM-ITEM-NUMBER
                READ ITEM-MASTER
                    INVALID KEY
                        ADD 1 TO WS-NO-COST-COUNT
                    NOT INVALID KEY
                        COMPUTE WS-LINE-COST =
                            VA-QUANTITY * IM-UNIT-COST
                END-READ
            ELSE
                ADD 1 TO WS-NO-COST-COUNT
            END-IF
            COMPUTE WS-LINE-MARGIN =
                VA-EXTENDED-PRICE - WS-LINE-COST.

        PRINT-ONE-PROMOTION.
            MOVE PT-PROMO-CODE(WS-PO-IDX) TO WS-PH-PROMO-CODE
            MOVE PT-ITEM-LOW(WS-PO-IDX) TO WS-PH-ITEM-LOW
            MOVE PT-ITEM-HIGH(WS-PO-IDX) TO WS-PH-ITEM-HIGH
            MOVE PT-START-DATE(WS-PO-IDX) TO WS-PH-START-DATE
            MOVE PT-END-DATE(WS-PO-IDX) TO WS-PH-END-DATE
            IF PT-PRICE-GROUP(WS-PO-IDX) = SPACES
                MOVE "ALL" TO WS-PH-PRICE-GROUP
            ELSE
                MOVE PT-PRICE-GROUP(WS-PO-IDX) TO WS-PH-PRICE-GROUP
            END-IF
            WRITE PromotionReportLine FROM WS-BLANK-LINE
            WRITE PromotionReportLine FROM WS-PROMOTION-HEADING
            MOVE "BEFORE" TO WS-DL-PERIOD
            MOVE PT-BEFORE-START(WS-PO-IDX) TO WS-DL-FROM-DATE
            MOVE PT-BEFORE-END(WS-PO-IDX) TO WS-DL-TO-DATE
            MOVE PT-BEFORE-LINES(WS-PO-IDX) TO WS-WORK-LINES
            MOVE PT-BEFORE-QTY(WS-PO-IDX) TO WS-WORK-QTY
            MOVE PT-BEFORE-REVENUE(WS-PO-IDX) TO WS-WORK-REVENUE
            MOVE PT-BEFORE-MARGIN(WS-PO-IDX) TO WS-WORK-MARGIN
            PERFORM PRINT-PERIOD-LINE
            MOVE WS-WEEKLY-QTY TO WS-BEFORE-WEEKLY-QTY
            MOVE WS-WEEKLY-MARGIN TO WS-BEFORE-WEEKLY-MARGIN
            MOVE "DURING" TO WS-DL-PERIOD
            MOVE PT-START-DATE(WS-PO-IDX) TO WS-DL-FROM-DATE
            MOVE PT-MEASURED-END(WS-PO-IDX) TO WS-DL-TO-DATE
            MOVE PT-DURING-LINES(WS-PO-IDX) TO WS-WORK-LINES
            MOVE PT-DURING-QTY(WS-PO-IDX) TO WS-WORK-QTY
            MOVE PT-DURING-REVENUE(WS-PO-IDX) TO WS-WORK-REVENUE
            MOVE PT-DURING-MARGIN(WS-PO-IDX) TO WS-WORK-MARGIN
            PERFORM PRINT-PERIOD-LINE
            MOVE WS-WEEKLY-QTY TO WS-DURING-WEEKLY-QTY
            MOVE WS-WEEKLY-MARGIN TO WS-DURING-WEEKLY-MARGIN
            IF WS-BEFORE-WEEKLY-QTY = 0
                MOVE "NO SALES OF THESE ITEMS BEFORE THE PROMOTION"
                    TO WS-NL-TEXT
                WRITE PromotionReportLine FROM WS-NOTE-LINE
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-CHANGE-PERCENT ROUNDED =
                (WS-DURING-WEEKLY-QTY - WS-BEFORE-WEEKLY-QTY)
                * 100 / WS-BEFORE-WEEKLY-QTY
            MOVE "WEEKLY QUANTITY CHANGE" TO WS-CL-LABEL
            MOVE WS-CHANGE-PERCENT TO WS-CL-PERCENT
            WRITE PromotionReportLine FROM WS-CHANGE-LINE
            IF WS-BEFORE-WEEKLY-MARGIN > 0
                COMPUTE WS-CHANGE-PERCENT ROUNDED =
                    (WS-DURING-WEEKLY-MARGIN - WS-BEFORE-WEEKLY-MARGIN)
                    * 100 / WS-BEFORE-WEEKLY-MARGIN
                MOVE "WEEKLY MARGIN CHANGE" TO WS-CL-LABEL
                MOVE WS-CHANGE-PERCENT TO WS-CL-PERCENT
                WRITE PromotionReportLine FROM WS-CHANGE-LINE
            END-IF.

      * Weekly rates are the period's totals spread over its days.
        PRINT-PERIOD-LINE.
            MOVE PT-DAYS(WS-PO-IDX) TO WS-DL-DAYS
            MOVE WS-WORK-LINES TO WS-DL-LINES
            MOVE WS-WORK-QTY TO WS-DL-QTY
            MOVE WS-WORK-REVENUE TO WS-DL-REVENUE
            MOVE WS-WORK-MARGIN TO WS-DL-MARGIN
            COMPUTE WS-WEEKLY-QTY ROUNDED =
                WS-WORK-QTY * 7 / PT-DAYS(WS-PO-IDX)
            COMPUTE WS-WEEKLY-MARGIN ROUNDED =
                WS-WORK-MARGIN * 7 / PT-DAYS(WS-PO-IDX)
            MOVE WS-WEEKLY-QTY TO WS-DL-WEEKLY-QTY
            MOVE WS-WEEKLY-MARGIN TO WS-DL-WEEKLY-MARGIN
            WRITE PromotionReportLine FROM WS-DETAIL-LINE.
