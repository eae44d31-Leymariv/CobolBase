       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReplenishReview.
      * Quarterly replenishment review. SuggestedOrder orders by
      * IM-REORDER-POINT and IM-REORDER-QUANTITY exactly as they
      * were keyed, so this run measures what the item really does
      * and proposes new figures. Over the twelve full months
      * before the run month, each item's monthly demand is the
      * greater of what SALEHIST.DAT says was sold and what the
      * STOCKJRN.DAT allocation entries say was taken from the
      * shelf - the journal catches stock drawn as kit components,
      * the history covers months from before the journal. The
      * supplier lead time is the average number of days from a
      * POOPEN.DAT line's order date to the first receipt of its
      * item journaled on or after it; an item never received on
      * a purchase order takes the default from REPLEN.CTL.
      *   proposed reorder point = the peak month's demand over
      *     the lead time - the average rate plus a safety margin
      *     up to the worst month seen;
      *   proposed reorder quantity = one month's average demand;
      *   no demand all year = reorder point and quantity zero,
      *     so a dead line is never bought again.
      * Every item is classed A, B or C by its twelve months' sales
      * value - the items making up the first 80% of the value are
      * A, the next 15% B, the rest C - and stock with no demand
      * (dead) or covering more months of average demand than the
      * control allows (slow) is listed with its value at
      * IM-UNIT-COST. Kits (KITCOMP.REF) are never bought as such
      * and get no proposal; a discontinued item is proposed a
      * zero reorder point and quantity whatever it sold.
      * The review prints to REPLREV.RPT and writes every changed
      * figure to REPLPROP.DAT for purchasing, who mark the ones
      * they accept with a Y in the approval column. A run with
      * mode A on the control card then turns only the approved
      * proposals into ItemMaint change transactions on
      * ITEMTRAN.DAT - nothing here writes the item master - and
      * empties the proposal file.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT REVIEW-CONTROL-FILE
            ASSIGN TO "REPLEN.CTL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONTROL-STATUS.
          SELECT ITEM-MASTER
            ASSIGN TO "ITEMS.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS IM-ITEM-NUMBER
            FILE STATUS IS WS-ITEM-MASTER-STATUS.
          SELECT SALES-HISTORY-FILE
            ASSIGN TO "SALEHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.
          SELECT STOCK-JOURNAL
            ASSIGN TO "STOCKJRN.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STOCK-JOURNAL-STATUS.
          SELECT OPEN-PO-FILE
            ASSIGN TO "POOPEN.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPEN-PO-STATUS.
          SELECT KIT-COMPONENT-FILE
            ASSIGN TO "KITCOMP.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-KIT-STATUS.
          SELECT REVIEW-REPORT
            ASSIGN TO "REPLREV.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.
          SELECT PROPOSAL-FILE
            ASSIGN TO "REPLPROP.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROPOSAL-STATUS.
          SELECT ITEM-TRANSACTION-FILE
            ASSIGN TO "ITEMTRAN.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TRANSACTION-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  REVIEW-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
        01  REVIEW-CONTROL-RECORD.
            05  RV-MODE              PIC X.
                88  RV-ApplyApproved     VALUE "A".
            05  FILLER               PIC X.
            05  RV-DEFAULT-LEAD-DAYS PIC 999.
            05  FILLER               PIC X.
            05  RV-SLOW-MONTHS       PIC 99.

        FD  ITEM-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY ITEMREC.

        FD  SALES-HISTORY-FILE
            LABEL RECORDS ARE STANDARD.
        01  SALES-HISTORY-RECORD.
            05  SH-MONTH             PIC 9(6).
            05  FILLER               PIC X.
            05  SH-ITEM-NUMBER       PIC 9(6).
            05  FILLER               PIC X.
            05  SH-QUANTITY          PIC 9(7).
            05  FILLER               PIC X.
            05  SH-VALUE             PIC S9(9)V99
                                     SIGN IS LEADING SEPARATE.

        FD  STOCK-JOURNAL
            LABEL RECORDS ARE STANDARD.
            COPY STKJRN.

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

        FD  KIT-COMPONENT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY KITCOMP.

        FD  REVIEW-REPORT
            LABEL RECORDS ARE STANDARD.
        01  ReviewReportLine         PIC X(100).

      * One line per changed figure; purchasing keys Y in
      * RP-APPROVED against the proposals they accept.
        FD  PROPOSAL-FILE
            LABEL RECORDS ARE STANDARD.
        01  PROPOSAL-RECORD.
            05  RP-ITEM-NUMBER       PIC 9(6).
            05  FILLER               PIC X.
            05  RP-CURRENT-POINT     PIC 9999.
            05  FILLER               PIC X.
            05  RP-CURRENT-QUANTITY  PIC 9999.
            05  FILLER               PIC X.
            05  RP-PROPOSED-POINT    PIC 9999.
            05  FILLER               PIC X.
            05  RP-PROPOSED-QUANTITY PIC 9999.
            05  FILLER               PIC X.
            05  RP-APPROVED          PIC X.
                88  RP-ProposalApproved  VALUE "Y".
            05  FILLER               PIC X.
            05  RP-DESCRIPTION       PIC X(30).

        FD  ITEM-TRANSACTION-FILE
            LABEL RECORDS ARE STANDARD.
        01  ITEM-TRANSACTION-RECORD.
            05  IT-ACTION-CODE       PIC X.
            05  IT-ITEM-NUMBER       PIC 9(6).
            05  IT-DESCRIPTION       PIC X(30).
            05  IT-ON-HAND-QUANTITY  PIC X(4).
            05  IT-REORDER-POINT     PIC X(4).
            05  IT-REORDER-QUANTITY  PIC X(4).
            05  IT-SUPPLIER-NO       PIC X(5).
            05  IT-UNIT-COST         PIC X(7).
            05  IT-BIN-LOCATION      PIC X(6).
            05  IT-CATEGORY-CODE     PIC X(4).
            05  IT-SHIP-WEIGHT       PIC X(6).
            05  IT-LOT-CONTROLLED    PIC X.
            05  IT-DISCONTINUED      PIC X.

        WORKING-STORAGE SECTION.
        01  WS-CONTROL-STATUS        PIC XX.
        01  WS-ITEM-MASTER-STATUS    PIC XX.
            88  ItemMasterOK             VALUE "00".
            88  EndOfItemMaster          VALUE "10".
        01  WS-HISTORY-STATUS        PIC XX.
            88  EndOfHistoryFile         VALUE "10".
        01  WS-STOCK-JOURNAL-STATUS  PIC XX.
            88  EndOfStockJournal        VALUE "10".
        01  WS-OPEN-PO-STATUS        PIC XX.
            88  EndOfOpenPoFile          VALUE "10".
        01  WS-KIT-STATUS            PIC XX.
            88  EndOfKitFile             VALUE "10".
        01  WS-REPORT-STATUS         PIC XX.
        01  WS-PROPOSAL-STATUS       PIC XX.
            88  EndOfProposalFile        VALUE "10".
        01  WS-TRANSACTION-STATUS    PIC XX.

        01  WS-REVIEW-MODE           PIC X VALUE "R".
            88  ApplyApprovedProposals   VALUE "A".
        01  WS-DEFAULT-LEAD-DAYS     PIC 999 VALUE 14.
        01  WS-SLOW-MONTHS           PIC 99 VALUE 6.

      * The twelve-month window as month numbers (year * 12 plus
      * month less one), so a month's bucket is a subtraction.
        01  WS-RUN-DATE              PIC 9(8).
        01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
            05  WS-RD-YEAR           PIC 9(4).
            05  WS-RD-MONTH          PIC 99.
            05  WS-RD-DAY            PIC 99.
        01  WS-FIRST-MONTH-NUMBER    PIC 9(6).
        01  WS-MONTH-NUMBER          PIC 9(6).
        01  WS-BUCKET-MONTH          PIC 9(6).
        01  WS-BUCKET-MONTH-PARTS REDEFINES WS-BUCKET-MONTH.
            05  WS-BM-YEAR           PIC 9(4).
            05  WS-BM-MONTH          PIC 99.
        01  WS-BUCKET-IDX            PIC S9(6).
        01  WS-MONTH-IDX             PIC 99.
        01  WS-WINDOW-FROM           PIC 9(6).
        01  WS-WINDOW-TO             PIC 9(6).

      * Every item on the master, in item-number order as the
      * sequential read delivers it, so SEARCH ALL can find one.
        78  WS-ITEM-TABLE-CAPACITY   VALUE 500.
        01  WS-IR-COUNT              PIC 999 VALUE ZERO.
        01  WS-IR-IDX                PIC 999.
        01  WS-ITEM-REVIEW-TABLE.
            05  ITEM-REVIEW-ENTRY OCCURS 1 TO 500 TIMES
                DEPENDING ON WS-IR-COUNT
                ASCENDING KEY IS IR-ITEM-NUMBER
                INDEXED BY IR-IDX.
              10  IR-ITEM-NUMBER     PIC 9(6).
              10  IR-DESCRIPTION     PIC X(30).
              10  IR-ON-HAND         PIC 9999.
              10  IR-REORDER-POINT   PIC 9999.
              10  IR-REORDER-QUANTITY PIC 9999.
              10  IR-UNIT-COST       PIC 9(5)V99.
              10  IR-KIT-FLAG        PIC X.
                  88  IR-ItemIsKit       VALUE "Y".
              10  IR-DISCONTINUED    PIC X.
                  88  IR-ItemDiscontinued VALUE "Y".
              10  IR-SOLD OCCURS 12 TIMES PIC 9(7).
              10  IR-TAKEN OCCURS 12 TIMES PIC 9(7).
              10  IR-SALES-VALUE     PIC S9(9)V99.
              10  IR-LEAD-DAYS-TOTAL PIC 9(7).
              10  IR-LEAD-COUNT      PIC 999.
              10  IR-ABC-CLASS       PIC X.
              10  IR-RANK-FLAG       PIC X.
                  88  IR-AlreadyRanked   VALUE "R".
        01  WS-SEARCH-ITEM           PIC 9(6).
        01  WS-ITEM-FOUND            PIC X.
            88  ReviewItemFound          VALUE "Y".

      * Received purchase-order lines, waiting for the journal to
      * say when their item was first received.
        78  WS-PO-TABLE-CAPACITY     VALUE 500.
        01  WS-PO-COUNT              PIC 999 VALUE ZERO.
        01  WS-PO-IDX                PIC 999.
        01  WS-RECEIVED-PO-TABLE.
            05  RECEIVED-PO-ENTRY OCCURS 500 TIMES.
              10  RPT-ITEM-NUMBER    PIC 9(6).
              10  RPT-ORDER-DATE     PIC 9(8).
              10  RPT-RECEIPT-DATE   PIC 9(8).

        01  WS-MONTH-DEMAND          PIC 9(7).
        01  WS-TOTAL-DEMAND          PIC 9(8).
        01  WS-AVERAGE-DEMAND        PIC 9(7).
        01  WS-PEAK-DEMAND           PIC 9(7).
        01  WS-LEAD-DAYS             PIC 999.
        01  WS-PROPOSED-POINT        PIC 9(8).
        01  WS-PROPOSED-QUANTITY     PIC 9(8).
        01  WS-STOCK-VALUE           PIC 9(9)V99.
        01  WS-COVER-MONTHS          PIC 9(5).

        01  WS-TOTAL-SALES-VALUE     PIC S9(11)V99 VALUE ZERO.
        01  WS-CUMULATIVE-VALUE      PIC S9(11)V99 VALUE ZERO.
        01  WS-BEST-IDX              PIC 999.
        01  WS-BEST-VALUE            PIC S9(9)V99.
        01  WS-RANK-IDX              PIC 999.
        01  WS-CLASS-IDX             PIC 9.
        01  WS-ABC-CODES             PIC XXX VALUE "ABC".
        01  WS-CLASS-TOTALS.
            05  WS-CLASS-TOTAL OCCURS 3 TIMES.
              10  CL-ITEM-COUNT      PIC 9(5).
              10  CL-SALES-VALUE     PIC S9(11)V99.

        01  WS-PROPOSALS-WRITTEN     PIC 9(5) VALUE ZERO.
        01  WS-SLOW-COUNT            PIC 9(5) VALUE ZERO.
        01  WS-SLOW-VALUE            PIC 9(11)V99 VALUE ZERO.
        01  WS-DEAD-COUNT            PIC 9(5) VALUE ZERO.
        01  WS-DEAD-VALUE            PIC 9(11)V99 VALUE ZERO.
        01  WS-PROPOSALS-READ        PIC 9(5) VALUE ZERO.
        01  WS-PROPOSALS-APPLIED     PIC 9(5) VALUE ZERO.

        01  WS-REVIEW-HEADING.
            05  FILLER               PIC X(26)
                VALUE "REPLENISHMENT REVIEW FROM ".
            05  WS-RVH-FROM          PIC 9(6).
            05  FILLER               PIC X(4) VALUE " TO ".
            05  WS-RVH-TO            PIC 9(6).
            05  FILLER               PIC X(8) VALUE "  RUN ON".
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RVH-RUN-DATE      PIC 9(8).
        01  WS-REVIEW-COLUMNS.
            05  FILLER               PIC X(29)
                VALUE "ITEM   DESCRIPTION          ".
            05  FILLER               PIC X(40)
                VALUE "C  AVG  PEAK LEAD   NOW POINT/QTY   NEW ".
            05  FILLER               PIC X(9)  VALUE "POINT/QTY".
        01  WS-REVIEW-DETAIL-LINE.
            05  WS-RDL-ITEM-NUMBER   PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-DESCRIPTION   PIC X(20).
            05  FILLER               PIC XX VALUE SPACES.
            05  WS-RDL-CLASS         PIC X.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-AVERAGE       PIC ZZZZ9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-PEAK          PIC ZZZZ9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-LEAD-DAYS     PIC ZZ9.
            05  FILLER               PIC X(7) VALUE SPACES.
            05  WS-RDL-CURRENT-POINT PIC ZZZ9.
            05  FILLER               PIC X VALUE "/".
            05  WS-RDL-CURRENT-QTY   PIC ZZZ9.
            05  FILLER               PIC X(6) VALUE SPACES.
            05  WS-RDL-NEW-POINT     PIC ZZZ9.
            05  FILLER               PIC X VALUE "/".
            05  WS-RDL-NEW-QTY       PIC ZZZ9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-NOTE          PIC X(10).
        01  WS-CLASS-LINE.
            05  FILLER               PIC X(6) VALUE "CLASS ".
            05  WS-CLL-CLASS         PIC X.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-CLL-ITEMS         PIC ZZZZ9.
            05  FILLER               PIC X(20)
                VALUE " ITEM(S) SALES VALUE".
            05  FILLER               PIC X VALUE SPACE.
            05  WS-CLL-VALUE         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
        01  WS-SLOW-HEADING          PIC X(30)
                VALUE "SLOW-MOVING AND DEAD STOCK".
        01  WS-SLOW-DETAIL-LINE.
            05  WS-SDL-ITEM-NUMBER   PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-SDL-DESCRIPTION   PIC X(30).
            05  FILLER               PIC X(9) VALUE " ON HAND ".
            05  WS-SDL-ON-HAND       PIC ZZZ9.
            05  FILLER               PIC X(7) VALUE " VALUE ".
            05  WS-SDL-VALUE         PIC Z,ZZZ,ZZ9.99.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-SDL-NOTE          PIC X(4).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-SDL-COVER         PIC X(18).
        01  WS-COVER-NOTE.
            05  WS-CVN-MONTHS        PIC ZZZZ9.
            05  FILLER               PIC X(13) VALUE " MONTHS COVER".
        01  WS-REVIEW-TOTAL-LINE.
            05  FILLER               PIC X(10) VALUE "PROPOSALS ".
            05  WS-RTL-PROPOSALS     PIC ZZZZ9.
            05  FILLER               PIC X(7) VALUE "  SLOW ".
            05  WS-RTL-SLOW-VALUE    PIC ZZZ,ZZZ,ZZ9.99.
            05  FILLER               PIC X(7) VALUE "  DEAD ".
            05  WS-RTL-DEAD-VALUE    PIC ZZZ,ZZZ,ZZ9.99.
        01  WS-BLANK-LINE            PIC X(100) VALUE SPACES.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            PERFORM READ-REVIEW-CONTROL
            IF ApplyApprovedProposals
                PERFORM APPLY-APPROVED-PROPOSALS
                STOP RUN
            END-IF
            OPEN INPUT ITEM-MASTER
            IF NOT ItemMasterOK
                DISPLAY "No ITEM-MASTER on file, status "
                    WS-ITEM-MASTER-STATUS
                    " - replenishment review skipped"
                STOP RUN
            END-IF
            CALL "BusinessDate" USING WS-RUN-DATE
            COMPUTE WS-FIRST-MONTH-NUMBER =
                (WS-RD-YEAR * 12) + WS-RD-MONTH - 1 - 12
            MOVE WS-FIRST-MONTH-NUMBER TO WS-MONTH-NUMBER
            PERFORM MONTH-NUMBER-TO-MONTH
            MOVE WS-BUCKET-MONTH TO WS-WINDOW-FROM
            COMPUTE WS-MONTH-NUMBER = WS-FIRST-MONTH-NUMBER + 11
            PERFORM MONTH-NUMBER-TO-MONTH
            MOVE WS-BUCKET-MONTH TO WS-WINDOW-TO
            PERFORM LOAD-ITEM-REVIEW-TABLE
            CLOSE ITEM-MASTER
            PERFORM MARK-KIT-ITEMS
            PERFORM LOAD-RECEIVED-PO-TABLE
            PERFORM ADD-SALES-HISTORY
            PERFORM ADD-JOURNAL-MOVEMENTS
            PERFORM ADD-LEAD-TIMES
            PERFORM CLASSIFY-BY-SALES-VALUE
            OPEN OUTPUT REVIEW-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE ReviewReportLine FROM REPORT-STAMP-LINE
            OPEN OUTPUT PROPOSAL-FILE
            MOVE WS-WINDOW-FROM TO WS-RVH-FROM
            MOVE WS-WINDOW-TO TO WS-RVH-TO
            MOVE WS-RUN-DATE TO WS-RVH-RUN-DATE
            WRITE ReviewReportLine FROM WS-REVIEW-HEADING
            WRITE ReviewReportLine FROM WS-REVIEW-COLUMNS
            PERFORM VARYING WS-IR-IDX FROM 1 BY 1
                UNTIL WS-IR-IDX > WS-IR-COUNT
                PERFORM REVIEW-ONE-ITEM
            END-PERFORM
            WRITE ReviewReportLine FROM WS-BLANK-LINE
            PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                UNTIL WS-CLASS-IDX > 3
                MOVE WS-ABC-CODES(WS-CLASS-IDX:1) TO WS-CLL-CLASS
                MOVE CL-ITEM-COUNT(WS-CLASS-IDX) TO WS-CLL-ITEMS
                MOVE CL-SALES-VALUE(WS-CLASS-IDX) TO WS-CLL-VALUE
                WRITE ReviewReportLine FROM WS-CLASS-LINE
            END-PERFORM
            WRITE ReviewReportLine FROM WS-BLANK-LINE
            WRITE ReviewReportLine FROM WS-SLOW-HEADING
            PERFORM VARYING WS-IR-IDX FROM 1 BY 1
                UNTIL WS-IR-IDX > WS-IR-COUNT
                PERFORM LIST-SLOW-OR-DEAD-ITEM
            END-PERFORM
            WRITE ReviewReportLine FROM WS-BLANK-LINE
            MOVE WS-PROPOSALS-WRITTEN TO WS-RTL-PROPOSALS
            MOVE WS-SLOW-VALUE TO WS-RTL-SLOW-VALUE
            MOVE WS-DEAD-VALUE TO WS-RTL-DEAD-VALUE
            WRITE ReviewReportLine FROM WS-REVIEW-TOTAL-LINE
            CLOSE PROPOSAL-FILE
            CLOSE REVIEW-REPORT
            DISPLAY "Replenishment review: " WS-IR-COUNT
                " item(s) reviewed, " WS-PROPOSALS-WRITTEN
                " proposal(s) to REPLPROP.DAT, " WS-SLOW-COUNT
                " slow, " WS-DEAD-COUNT " dead"
            STOP RUN.

      * No control card is a review with the default lead time and
      * slow-moving threshold.
        READ-REVIEW-CONTROL.
            OPEN INPUT REVIEW-CONTROL-FILE
            IF WS-CONTROL-STATUS = "00"
                READ REVIEW-CONTROL-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF RV-ApplyApproved
                            MOVE "A" TO WS-REVIEW-MODE
                        END-IF
                        IF RV-DEFAULT-LEAD-DAYS IS NUMERIC
                           AND RV-DEFAULT-LEAD-DAYS > 0
                            MOVE RV-DEFAULT-LEAD-DAYS
                                TO WS-DEFAULT-LEAD-DAYS
                        END-IF
                        IF RV-SLOW-MONTHS IS NUMERIC
                           AND RV-SLOW-MONTHS > 0
                            MOVE RV-SLOW-MONTHS TO WS-SLOW-MONTHS
                        END-IF
                END-READ
                CLOSE REVIEW-CONTROL-FILE
            END-IF.

        MONTH-NUMBER-TO-MONTH.
            DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-BM-YEAR
                REMAINDER WS-BM-MONTH
            ADD 1 TO WS-BM-MONTH.

      * WS-BUCKET-MONTH (CCYYMM) to its place in the window, 1 to
      * 12; anything outside the window comes back as zero.
        FIND-MONTH-BUCKET.
            COMPUTE WS-BUCKET-IDX = (WS-BM-YEAR * 12) + WS-BM-MONTH
                - 1 - WS-FIRST-MONTH-NUMBER + 1
            IF WS-BUCKET-IDX < 1 OR WS-BUCKET-IDX > 12
                MOVE 0 TO WS-BUCKET-IDX
            END-IF.

        LOAD-ITEM-REVIEW-TABLE.
            PERFORM UNTIL EndOfItemMaster
                OR WS-IR-COUNT >= WS-ITEM-TABLE-CAPACITY
                READ ITEM-MASTER NEXT RECORD
                    AT END SET EndOfItemMaster TO TRUE
                    NOT AT END PERFORM STORE-ITEM-FOR-REVIEW
                END-READ
            END-PERFORM
            IF NOT EndOfItemMaster
                DISPLAY "WS-ITEM-REVIEW-TABLE full at "
                    WS-ITEM-TABLE-CAPACITY " items, items after "
                    IM-ITEM-NUMBER " not reviewed"
            END-IF.

        STORE-ITEM-FOR-REVIEW.
            ADD 1 TO WS-IR-COUNT
            MOVE IM-ITEM-NUMBER TO IR-ITEM-NUMBER(WS-IR-COUNT)
            MOVE IM-DESCRIPTION TO IR-DESCRIPTION(WS-IR-COUNT)
            MOVE IM-ON-HAND-QUANTITY TO IR-ON-HAND(WS-IR-COUNT)
            MOVE IM-REORDER-POINT TO IR-REORDER-POINT(WS-IR-COUNT)
            MOVE IM-REORDER-QUANTITY
                TO IR-REORDER-QUANTITY(WS-IR-COUNT)
            IF IM-UNIT-COST IS NUMERIC
                MOVE IM-UNIT-COST TO IR-UNIT-COST(WS-IR-COUNT)
            ELSE
                MOVE 0 TO IR-UNIT-COST(WS-IR-COUNT)
            END-IF
            MOVE "N" TO IR-KIT-FLAG(WS-IR-COUNT)
            MOVE IM-DISCONTINUED TO IR-DISCONTINUED(WS-IR-COUNT)
            PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                UNTIL WS-MONTH-IDX > 12
                MOVE 0 TO IR-SOLD(WS-IR-COUNT WS-MONTH-IDX)
                MOVE 0 TO IR-TAKEN(WS-IR-COUNT WS-MONTH-IDX)
            END-PERFORM
            MOVE 0 TO IR-SALES-VALUE(WS-IR-COUNT)
            MOVE 0 TO IR-LEAD-DAYS-TOTAL(WS-IR-COUNT)
            MOVE 0 TO IR-LEAD-COUNT(WS-IR-COUNT)
            MOVE "C" TO IR-ABC-CLASS(WS-IR-COUNT)
            MOVE SPACE TO IR-RANK-FLAG(WS-IR-COUNT).

        FIND-REVIEW-ITEM.
            MOVE "N" TO WS-ITEM-FOUND
            IF WS-IR-COUNT = 0
                EXIT PARAGRAPH
            END-IF
            SEARCH ALL ITEM-REVIEW-ENTRY
                AT END
                    CONTINUE
                WHEN IR-ITEM-NUMBER(IR-IDX) = WS-SEARCH-ITEM
                    SET WS-IR-IDX TO IR-IDX
                    MOVE "Y" TO WS-ITEM-FOUND
            END-SEARCH.

        MARK-KIT-ITEMS.
            OPEN INPUT KIT-COMPONENT-FILE
            IF WS-KIT-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfKitFile
                READ KIT-COMPONENT-FILE
                    AT END SET EndOfKitFile TO TRUE
                    NOT AT END
                        IF KC-KIT-ITEM IS NUMERIC
                            MOVE KC-KIT-ITEM TO WS-SEARCH-ITEM
                            PERFORM FIND-REVIEW-ITEM
                            IF ReviewItemFound
                                MOVE "Y" TO IR-KIT-FLAG(WS-IR-IDX)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE KIT-COMPONENT-FILE.

      * Only lines something has been received against can say
      * how long the supplier took.
        LOAD-RECEIVED-PO-TABLE.
            OPEN INPUT OPEN-PO-FILE
            IF WS-OPEN-PO-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfOpenPoFile
                OR WS-PO-COUNT >= WS-PO-TABLE-CAPACITY
                READ OPEN-PO-FILE
                    AT END SET EndOfOpenPoFile TO TRUE
                    NOT AT END
                        IF PO-RECEIVED IS NUMERIC
                           AND PO-RECEIVED > 0
                           AND PO-ORDER-DATE IS NUMERIC
                           AND PO-ITEM-NUMBER IS NUMERIC
                            ADD 1 TO WS-PO-COUNT
                            MOVE PO-ITEM-NUMBER
                                TO RPT-ITEM-NUMBER(WS-PO-COUNT)
                            MOVE PO-ORDER-DATE
                                TO RPT-ORDER-DATE(WS-PO-COUNT)
                            MOVE 0 TO RPT-RECEIPT-DATE(WS-PO-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE OPEN-PO-FILE.

        ADD-SALES-HISTORY.
            OPEN INPUT SALES-HISTORY-FILE
            IF WS-HISTORY-STATUS NOT = "00"
                DISPLAY "No SALEHIST.DAT accumulation on file, "
                    "demand taken from the stock journal alone"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfHistoryFile
                READ SALES-HISTORY-FILE
                    AT END SET EndOfHistoryFile TO TRUE
                    NOT AT END PERFORM ADD-ONE-HISTORY-ROW
                END-READ
            END-PERFORM
            CLOSE SALES-HISTORY-FILE.

        ADD-ONE-HISTORY-ROW.
            IF SH-MONTH IS NOT NUMERIC
               OR SH-ITEM-NUMBER IS NOT NUMERIC
               OR SH-QUANTITY IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF
            MOVE SH-MONTH TO WS-BUCKET-MONTH
            PERFORM FIND-MONTH-BUCKET
            IF WS-BUCKET-IDX = 0
                EXIT PARAGRAPH
            END-IF
            MOVE SH-ITEM-NUMBER TO WS-SEARCH-ITEM
            PERFORM FIND-REVIEW-ITEM
            IF ReviewItemFound
                ADD SH-QUANTITY TO IR-SOLD(WS-IR-IDX WS-BUCKET-IDX)
                ADD SH-VALUE TO IR-SALES-VALUE(WS-IR-IDX)
            END-IF.

      * Allocations out are demand; receipts date the purchase-
      * order lines still waiting for their first delivery. The
      * journal is appended in date order, so the first receipt
      * met for a line is its earliest.
        ADD-JOURNAL-MOVEMENTS.
            OPEN INPUT STOCK-JOURNAL
            IF WS-STOCK-JOURNAL-STATUS NOT = "00"
                DISPLAY "No STOCKJRN.DAT on file, demand taken "
                    "from sales history alone"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfStockJournal
                READ STOCK-JOURNAL
                    AT END SET EndOfStockJournal TO TRUE
                    NOT AT END PERFORM ADD-ONE-JOURNAL-ENTRY
                END-READ
            END-PERFORM
            CLOSE STOCK-JOURNAL.

        ADD-ONE-JOURNAL-ENTRY.
            IF JR-ITEM-NUMBER IS NOT NUMERIC
               OR JR-ENTRY-DATE IS NOT NUMERIC
               OR JR-QUANTITY IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF
            IF JR-ReceiptEntry
                PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                    UNTIL WS-PO-IDX > WS-PO-COUNT
                    IF RPT-ITEM-NUMBER(WS-PO-IDX) = JR-ITEM-NUMBER
                       AND RPT-RECEIPT-DATE(WS-PO-IDX) = 0
                       AND RPT-ORDER-DATE(WS-PO-IDX)
                           <= JR-ENTRY-DATE
                        MOVE JR-ENTRY-DATE
                            TO RPT-RECEIPT-DATE(WS-PO-IDX)
                    END-IF
                END-PERFORM
                EXIT PARAGRAPH
            END-IF
            IF NOT JR-AllocationEntry OR JR-QUANTITY >= 0
                EXIT PARAGRAPH
            END-IF
            MOVE JR-ENTRY-DATE(1:6) TO WS-BUCKET-MONTH
            PERFORM FIND-MONTH-BUCKET
            IF WS-BUCKET-IDX = 0
                EXIT PARAGRAPH
            END-IF
            MOVE JR-ITEM-NUMBER TO WS-SEARCH-ITEM
            PERFORM FIND-REVIEW-ITEM
            IF ReviewItemFound
                SUBTRACT JR-QUANTITY
                    FROM IR-TAKEN(WS-IR-IDX WS-BUCKET-IDX)
            END-IF.

        ADD-LEAD-TIMES.
            PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                UNTIL WS-PO-IDX > WS-PO-COUNT
                IF RPT-RECEIPT-DATE(WS-PO-IDX) > 0
                    MOVE RPT-ITEM-NUMBER(WS-PO-IDX) TO WS-SEARCH-ITEM
                    PERFORM FIND-REVIEW-ITEM
                    IF ReviewItemFound
                        COMPUTE IR-LEAD-DAYS-TOTAL(WS-IR-IDX) =
                            IR-LEAD-DAYS-TOTAL(WS-IR-IDX)
                            + FUNCTION INTEGER-OF-DATE
                                (RPT-RECEIPT-DATE(WS-PO-IDX))
                            - FUNCTION INTEGER-OF-DATE
                                (RPT-ORDER-DATE(WS-PO-IDX))
                        ADD 1 TO IR-LEAD-COUNT(WS-IR-IDX)
                    END-IF
                END-IF
            END-PERFORM.

      * Ranked the way SalesHistoryReport ranks its movers: pick
      * the largest unranked value each pass. An item is classed
      * by where its value starts on the running total - inside
      * the first 80% is A, inside the first 95% B, the rest C.
        CLASSIFY-BY-SALES-VALUE.
            PERFORM VARYING WS-IR-IDX FROM 1 BY 1
                UNTIL WS-IR-IDX > WS-IR-COUNT
                IF IR-SALES-VALUE(WS-IR-IDX) > 0
                    ADD IR-SALES-VALUE(WS-IR-IDX)
                        TO WS-TOTAL-SALES-VALUE
                END-IF
            END-PERFORM
            PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                UNTIL WS-RANK-IDX > WS-IR-COUNT
                MOVE 0 TO WS-BEST-IDX
                MOVE 0 TO WS-BEST-VALUE
                PERFORM VARYING WS-IR-IDX FROM 1 BY 1
                    UNTIL WS-IR-IDX > WS-IR-COUNT
                    IF NOT IR-AlreadyRanked(WS-IR-IDX)
                       AND IR-SALES-VALUE(WS-IR-IDX) > WS-BEST-VALUE
                        MOVE WS-IR-IDX TO WS-BEST-IDX
                        MOVE IR-SALES-VALUE(WS-IR-IDX)
                            TO WS-BEST-VALUE
                    END-IF
                END-PERFORM
                IF WS-BEST-IDX = 0
                    MOVE WS-IR-COUNT TO WS-RANK-IDX
                ELSE
                    MOVE "R" TO IR-RANK-FLAG(WS-BEST-IDX)
                    EVALUATE TRUE
                        WHEN WS-CUMULATIVE-VALUE
                             < WS-TOTAL-SALES-VALUE * 0.80
                            MOVE "A" TO IR-ABC-CLASS(WS-BEST-IDX)
                        WHEN WS-CUMULATIVE-VALUE
                             < WS-TOTAL-SALES-VALUE * 0.95
                            MOVE "B" TO IR-ABC-CLASS(WS-BEST-IDX)
                        WHEN OTHER
                            MOVE "C" TO IR-ABC-CLASS(WS-BEST-IDX)
                    END-EVALUATE
                    ADD WS-BEST-VALUE TO WS-CUMULATIVE-VALUE
                END-IF
            END-PERFORM
            PERFORM VARYING WS-IR-IDX FROM 1 BY 1
                UNTIL WS-IR-IDX > WS-IR-COUNT
                EVALUATE IR-ABC-CLASS(WS-IR-IDX)
                    WHEN "A" MOVE 1 TO WS-CLASS-IDX
                    WHEN "B" MOVE 2 TO WS-CLASS-IDX
                    WHEN OTHER MOVE 3 TO WS-CLASS-IDX
                END-EVALUATE
                ADD 1 TO CL-ITEM-COUNT(WS-CLASS-IDX)
                ADD IR-SALES-VALUE(WS-IR-IDX)
                    TO CL-SALES-VALUE(WS-CLASS-IDX)
            END-PERFORM.

        REVIEW-ONE-ITEM.
            PERFORM MEASURE-ITEM-DEMAND
            MOVE IR-ITEM-NUMBER(WS-IR-IDX) TO WS-RDL-ITEM-NUMBER
            MOVE IR-DESCRIPTION(WS-IR-IDX) TO WS-RDL-DESCRIPTION
            MOVE IR-ABC-CLASS(WS-IR-IDX) TO WS-RDL-CLASS
            MOVE WS-AVERAGE-DEMAND TO WS-RDL-AVERAGE
            MOVE WS-PEAK-DEMAND TO WS-RDL-PEAK
            MOVE WS-LEAD-DAYS TO WS-RDL-LEAD-DAYS
            MOVE IR-REORDER-POINT(WS-IR-IDX) TO WS-RDL-CURRENT-POINT
            MOVE IR-REORDER-QUANTITY(WS-IR-IDX) TO WS-RDL-CURRENT-QTY
            MOVE SPACES TO WS-RDL-NOTE
            IF IR-ItemIsKit(WS-IR-IDX)
                MOVE IR-REORDER-POINT(WS-IR-IDX) TO WS-RDL-NEW-POINT
                MOVE IR-REORDER-QUANTITY(WS-IR-IDX) TO WS-RDL-NEW-QTY
                MOVE "KIT" TO WS-RDL-NOTE
                WRITE ReviewReportLine FROM WS-REVIEW-DETAIL-LINE
                EXIT PARAGRAPH
            END-IF
            IF WS-TOTAL-DEMAND = 0
               OR IR-ItemDiscontinued(WS-IR-IDX)
                MOVE 0 TO WS-PROPOSED-POINT
                MOVE 0 TO WS-PROPOSED-QUANTITY
            ELSE
                COMPUTE WS-PROPOSED-POINT =
                    ((WS-PEAK-DEMAND * WS-LEAD-DAYS) + 29) / 30
                MOVE WS-AVERAGE-DEMAND TO WS-PROPOSED-QUANTITY
            END-IF
            IF WS-PROPOSED-POINT > 9999
                MOVE 9999 TO WS-PROPOSED-POINT
            END-IF
            IF WS-PROPOSED-QUANTITY > 9999
                MOVE 9999 TO WS-PROPOSED-QUANTITY
            END-IF
            MOVE WS-PROPOSED-POINT TO WS-RDL-NEW-POINT
            MOVE WS-PROPOSED-QUANTITY TO WS-RDL-NEW-QTY
            IF WS-PROPOSED-POINT NOT = IR-REORDER-POINT(WS-IR-IDX)
               OR WS-PROPOSED-QUANTITY
                  NOT = IR-REORDER-QUANTITY(WS-IR-IDX)
                MOVE "PROPOSED" TO WS-RDL-NOTE
                MOVE SPACES TO PROPOSAL-RECORD
                MOVE IR-ITEM-NUMBER(WS-IR-IDX) TO RP-ITEM-NUMBER
                MOVE IR-REORDER-POINT(WS-IR-IDX) TO RP-CURRENT-POINT
                MOVE IR-REORDER-QUANTITY(WS-IR-IDX)
                    TO RP-CURRENT-QUANTITY
                MOVE WS-PROPOSED-POINT TO RP-PROPOSED-POINT
                MOVE WS-PROPOSED-QUANTITY TO RP-PROPOSED-QUANTITY
                MOVE "N" TO RP-APPROVED
                MOVE IR-DESCRIPTION(WS-IR-IDX) TO RP-DESCRIPTION
                WRITE PROPOSAL-RECORD
                ADD 1 TO WS-PROPOSALS-WRITTEN
            END-IF
            WRITE ReviewReportLine FROM WS-REVIEW-DETAIL-LINE.

      * Month by month the larger of sold and taken, so stock
      * drawn as a kit component and months from before the
      * journal both count once. The average rounds up - an item
      * that moves at all never averages zero.
        MEASURE-ITEM-DEMAND.
            MOVE 0 TO WS-TOTAL-DEMAND
            MOVE 0 TO WS-PEAK-DEMAND
            PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                UNTIL WS-MONTH-IDX > 12
                IF IR-SOLD(WS-IR-IDX WS-MONTH-IDX)
                   > IR-TAKEN(WS-IR-IDX WS-MONTH-IDX)
                    MOVE IR-SOLD(WS-IR-IDX WS-MONTH-IDX)
                        TO WS-MONTH-DEMAND
                ELSE
                    MOVE IR-TAKEN(WS-IR-IDX WS-MONTH-IDX)
                        TO WS-MONTH-DEMAND
                END-IF
                ADD WS-MONTH-DEMAND TO WS-TOTAL-DEMAND
                IF WS-MONTH-DEMAND > WS-PEAK-DEMAND
                    MOVE WS-MONTH-DEMAND TO WS-PEAK-DEMAND
                END-IF
            END-PERFORM
            COMPUTE WS-AVERAGE-DEMAND = (WS-TOTAL-DEMAND + 11) / 12
            IF IR-LEAD-COUNT(WS-IR-IDX) > 0
                COMPUTE WS-LEAD-DAYS ROUNDED =
                    IR-LEAD-DAYS-TOTAL(WS-IR-IDX)
                    / IR-LEAD-COUNT(WS-IR-IDX)
            ELSE
                MOVE WS-DEFAULT-LEAD-DAYS TO WS-LEAD-DAYS
            END-IF.

      * Dead stock has had no demand all year; slow stock would
      * take longer than the control's months to sell at the
      * average rate. Kits hold no stock of their own.
        LIST-SLOW-OR-DEAD-ITEM.
            IF IR-ItemIsKit(WS-IR-IDX) OR IR-ON-HAND(WS-IR-IDX) = 0
                EXIT PARAGRAPH
            END-IF
            PERFORM MEASURE-ITEM-DEMAND
            MOVE SPACES TO WS-SDL-COVER
            IF WS-TOTAL-DEMAND = 0
                MOVE "DEAD" TO WS-SDL-NOTE
            ELSE
                DIVIDE IR-ON-HAND(WS-IR-IDX) BY WS-AVERAGE-DEMAND
                    GIVING WS-COVER-MONTHS
                IF WS-COVER-MONTHS <= WS-SLOW-MONTHS
                    EXIT PARAGRAPH
                END-IF
                MOVE "SLOW" TO WS-SDL-NOTE
                MOVE WS-COVER-MONTHS TO WS-CVN-MONTHS
                MOVE WS-COVER-NOTE TO WS-SDL-COVER
            END-IF
            COMPUTE WS-STOCK-VALUE =
                IR-ON-HAND(WS-IR-IDX) * IR-UNIT-COST(WS-IR-IDX)
            IF WS-TOTAL-DEMAND = 0
                ADD 1 TO WS-DEAD-COUNT
                ADD WS-STOCK-VALUE TO WS-DEAD-VALUE
            ELSE
                ADD 1 TO WS-SLOW-COUNT
                ADD WS-STOCK-VALUE TO WS-SLOW-VALUE
            END-IF
            MOVE IR-ITEM-NUMBER(WS-IR-IDX) TO WS-SDL-ITEM-NUMBER
            MOVE IR-DESCRIPTION(WS-IR-IDX) TO WS-SDL-DESCRIPTION
            MOVE IR-ON-HAND(WS-IR-IDX) TO WS-SDL-ON-HAND
            MOVE WS-STOCK-VALUE TO WS-SDL-VALUE
            WRITE ReviewReportLine FROM WS-SLOW-DETAIL-LINE.

      * Approved proposals become change transactions carrying the
      * two reorder figures and nothing else - every other field
      * left blank, which ItemMaint reads as "leave as it is".
      * ITEMTRAN.DAT is appended to, so transactions already
      * keyed for the next ItemMaint run stay.
        APPLY-APPROVED-PROPOSALS.
            OPEN INPUT PROPOSAL-FILE
            IF WS-PROPOSAL-STATUS NOT = "00"
                DISPLAY "No REPLPROP.DAT proposals on file, "
                    "nothing to apply"
                EXIT PARAGRAPH
            END-IF
            OPEN EXTEND ITEM-TRANSACTION-FILE
            IF WS-TRANSACTION-STATUS NOT = "00"
                OPEN OUTPUT ITEM-TRANSACTION-FILE
            END-IF
            PERFORM UNTIL EndOfProposalFile
                READ PROPOSAL-FILE
                    AT END SET EndOfProposalFile TO TRUE
                    NOT AT END PERFORM APPLY-ONE-PROPOSAL
                END-READ
            END-PERFORM
            CLOSE ITEM-TRANSACTION-FILE
            CLOSE PROPOSAL-FILE
      * Every proposal has now been taken or passed over; the next
      * review proposes afresh.
            OPEN OUTPUT PROPOSAL-FILE
            CLOSE PROPOSAL-FILE
            DISPLAY "Replenishment proposals: " WS-PROPOSALS-READ
                " read, " WS-PROPOSALS-APPLIED
                " approved and queued on ITEMTRAN.DAT for ItemMaint".

        APPLY-ONE-PROPOSAL.
            ADD 1 TO WS-PROPOSALS-READ
            IF NOT RP-ProposalApproved
               OR RP-ITEM-NUMBER IS NOT NUMERIC
               OR RP-PROPOSED-POINT IS NOT NUMERIC
               OR RP-PROPOSED-QUANTITY IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO ITEM-TRANSACTION-RECORD
            MOVE "C" TO IT-ACTION-CODE
            MOVE RP-ITEM-NUMBER TO IT-ITEM-NUMBER
            MOVE RP-PROPOSED-POINT TO IT-REORDER-POINT
            MOVE RP-PROPOSED-QUANTITY TO IT-REORDER-QUANTITY
            WRITE ITEM-TRANSACTION-RECORD
            ADD 1 TO WS-PROPOSALS-APPLIED.
