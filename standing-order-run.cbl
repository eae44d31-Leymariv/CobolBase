       IDENTIFICATION DIVISION.
       PROGRAM-ID. StandingOrderRun.
      * Standing-order generator, run as a nightly stream step ahead
      * of OrderEntry. Every active STANDORD.DAT standing order whose
      * next run date has come - and whose end date, if it has one,
      * has not passed - is appended to ORDERS.TXT as an H/L order
      * in OrderEntry's own format: a fresh order number from the
      * ORDSEQ.CTL sequence, dated today, each line unpriced so
      * OrderEntry prices and allocates it like any keyed order. The
      * order's next run date then moves on a week or a month; a
      * night the stream did not run is not made up, the next run
      * date simply moves past today. Credit standing is not checked
      * here - an order for a customer on hold is generated all the
      * same and OrderEntry holds it the normal way, so nothing is
      * dropped without a trace. STANDGEN.RPT lists every order
      * generated, every order whose run ended with it, and every
      * suspended order that would otherwise have gone out today.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT STANDING-ORDER-MASTER
            ASSIGN TO "STANDORD.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SO-STANDING-NO
            FILE STATUS IS WS-STANDING-STATUS.
          SELECT ORDER-FILE
            ASSIGN TO "ORDERS.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ORDER-FILE-STATUS.
          SELECT ORDER-SEQUENCE-FILE
            ASSIGN TO "ORDSEQ.CTL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SEQUENCE-STATUS.
          SELECT GENERATION-REPORT
            ASSIGN TO "STANDGEN.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  STANDING-ORDER-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY STANDORD.

        FD  ORDER-FILE
            LABEL RECORDS ARE STANDARD.
        01  ORDER-FILE-RECORD.
            05  OF-RECORD-TYPE           PIC X.
            05  OF-HEADER-DATA.
                10  OF-ORDER-NUMBER       PIC 9(6).
                10  OF-CUSTOMER-REF       PIC X(10).
                10  OF-ORDER-DATE         PIC 9(8).
                10  OF-SALESPERSON-CODE   PIC X(4).
                10  FILLER                PIC X(51).
            05  OF-LINE-DATA REDEFINES OF-HEADER-DATA.
                10  OF-QUANTITY           PIC 9999.
                10  OF-ITEM-NUMBER        PIC 9(6).
                10  OF-DESCRIPTION        PIC X(30).
                10  OF-UNIT-PRICE         PIC S9(5)V99.
                10  OF-PRICE-SOURCE       PIC X.
                10  FILLER                PIC X(25).

        FD  ORDER-SEQUENCE-FILE
            LABEL RECORDS ARE STANDARD.
        01  OrderSequenceLine        PIC 9(6).

        FD  GENERATION-REPORT
            LABEL RECORDS ARE STANDARD.
        01  GenerationReportLine     PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-STANDING-STATUS       PIC XX.
            88  StandingMasterOK         VALUE "00".
        01  WS-ORDER-FILE-STATUS     PIC XX.
        01  WS-SEQUENCE-STATUS       PIC XX.
        01  WS-REPORT-STATUS         PIC XX.
        01  WS-STANDING-EOF          PIC X VALUE "N".
            88  EndOfStandingMaster      VALUE "Y".

      * Standing orders are numbered in their own band, clear of
      * the numbers the order desk keys through OrderCapture.
        78  WS-FIRST-STANDING-ORDER-NO VALUE 900001.

        01  WS-RUN-DATE              PIC 9(8).
        01  WS-NEXT-ORDER-NUMBER     PIC 9(6)
                VALUE WS-FIRST-STANDING-ORDER-NO.
        01  WS-SL-IDX                PIC 99.
        01  WS-NEW-CUSTOMER-REF.
            05  WS-NCR-CUSTOMER-ID   PIC 9(8).
            05  FILLER               PIC XX VALUE SPACES.

      * Month arithmetic for a monthly order: the month after the
      * current run date, on the order's own run day or the last
      * day of that month if it is shorter.
        01  WS-ADVANCE-DATE          PIC 9(8).
        01  WS-ADVANCE-PARTS REDEFINES WS-ADVANCE-DATE.
            05  WS-AD-YEAR           PIC 9(4).
            05  WS-AD-MONTH          PIC 99.
            05  WS-AD-DAY            PIC 99.
        01  WS-MONTH-END-DATE        PIC 9(8).
        01  WS-MONTH-END-PARTS REDEFINES WS-MONTH-END-DATE.
            05  FILLER               PIC 9(6).
            05  WS-ME-DAY            PIC 99.

        01  WS-STANDING-READ         PIC 9(5) VALUE ZERO.
        01  WS-ORDERS-GENERATED      PIC 9(5) VALUE ZERO.
        01  WS-LINES-GENERATED       PIC 9(6) VALUE ZERO.
        01  WS-RUNS-ENDED            PIC 9(5) VALUE ZERO.
        01  WS-SUSPENDED-DUE         PIC 9(5) VALUE ZERO.

        01  WS-REPORT-HEADING.
            05  FILLER               PIC X(36)
                VALUE "STANDING ORDERS GENERATED   RUN DATE".
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RH-RUN-DATE       PIC 9(8).
        01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.
        01  WS-COLUMN-HEADING.
            05  FILLER               PIC X(40)
                VALUE "STD-NO CUSTOMER  ORDER F LINES NEXT RUN ".
            05  FILLER               PIC X(10)
                VALUE " NOTE".
        01  WS-DETAIL-LINE.
            05  WS-DL-STANDING-NO    PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-CUSTOMER-ID    PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-ORDER-NUMBER   PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-FREQUENCY      PIC X.
            05  FILLER               PIC X(3) VALUE SPACES.
            05  WS-DL-LINES          PIC Z9.
            05  FILLER               PIC XX VALUE SPACES.
            05  WS-DL-NEXT-RUN       PIC 9(8).
            05  FILLER               PIC XX VALUE SPACES.
            05  WS-DL-NOTE           PIC X(30).
        01  WS-CONTROL-LINE.
            05  FILLER               PIC X(18)
                VALUE "ORDERS GENERATED ".
            05  WS-CTL-GENERATED     PIC ZZZZ9.
            05  FILLER               PIC X(9) VALUE "  LINES ".
            05  WS-CTL-LINES         PIC ZZZZZ9.
            05  FILLER               PIC X(9) VALUE "  ENDED ".
            05  WS-CTL-ENDED         PIC ZZZZ9.
            05  FILLER               PIC X(13)
                VALUE "  SUSPENDED ".
            05  WS-CTL-SUSPENDED     PIC ZZZZ9.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            CALL "BusinessDate" USING WS-RUN-DATE
            OPEN I-O STANDING-ORDER-MASTER
            IF NOT StandingMasterOK
                DISPLAY "No STANDORD.DAT on file, no standing "
                    "orders generated this run"
                GOBACK
            END-IF
            OPEN EXTEND ORDER-FILE
            IF WS-ORDER-FILE-STATUS NOT = "00"
                OPEN OUTPUT ORDER-FILE
            END-IF
            IF WS-ORDER-FILE-STATUS NOT = "00"
                DISPLAY "Unable to open ORDERS.TXT, status "
                    WS-ORDER-FILE-STATUS
                    " - standing orders not generated"
                CLOSE STANDING-ORDER-MASTER
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM READ-ORDER-SEQUENCE
            OPEN OUTPUT GENERATION-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE GenerationReportLine FROM REPORT-STAMP-LINE
            MOVE WS-RUN-DATE TO WS-RH-RUN-DATE
            WRITE GenerationReportLine FROM WS-REPORT-HEADING
            WRITE GenerationReportLine FROM WS-BLANK-LINE
            WRITE GenerationReportLine FROM WS-COLUMN-HEADING
            MOVE ZERO TO SO-STANDING-NO
            START STANDING-ORDER-MASTER
                KEY IS NOT LESS THAN SO-STANDING-NO
                INVALID KEY
                    SET EndOfStandingMaster TO TRUE
            END-START
            PERFORM UNTIL EndOfStandingMaster
                READ STANDING-ORDER-MASTER NEXT RECORD
                    AT END SET EndOfStandingMaster TO TRUE
                    NOT AT END
                        ADD 1 TO WS-STANDING-READ
                        PERFORM JUDGE-ONE-STANDING-ORDER
                END-READ
            END-PERFORM
            MOVE WS-ORDERS-GENERATED TO WS-CTL-GENERATED
            MOVE WS-LINES-GENERATED TO WS-CTL-LINES
            MOVE WS-RUNS-ENDED TO WS-CTL-ENDED
            MOVE WS-SUSPENDED-DUE TO WS-CTL-SUSPENDED
            WRITE GenerationReportLine FROM WS-BLANK-LINE
            WRITE GenerationReportLine FROM WS-CONTROL-LINE
            CLOSE GENERATION-REPORT
            CLOSE ORDER-FILE
            CLOSE STANDING-ORDER-MASTER
            DISPLAY "Standing orders: " WS-STANDING-READ " on file, "
                WS-ORDERS-GENERATED " generated, "
                WS-SUSPENDED-DUE " due but suspended"
            GOBACK.

      * Due means the next run date has come and the end date, if
      * any, has not gone by.
        JUDGE-ONE-STANDING-ORDER.
            IF SO-NEXT-RUN-DATE > WS-RUN-DATE
               OR SO-LINE-COUNT = ZERO
                EXIT PARAGRAPH
            END-IF
            IF SO-END-DATE NOT = ZERO
               AND SO-NEXT-RUN-DATE > SO-END-DATE
                EXIT PARAGRAPH
            END-IF
            MOVE SO-STANDING-NO TO WS-DL-STANDING-NO
            MOVE SO-CUSTOMER-ID TO WS-DL-CUSTOMER-ID
            MOVE SO-FREQUENCY TO WS-DL-FREQUENCY
            MOVE SO-LINE-COUNT TO WS-DL-LINES
            IF SO-Suspended
                ADD 1 TO WS-SUSPENDED-DUE
                MOVE ZERO TO WS-DL-ORDER-NUMBER
                MOVE SO-NEXT-RUN-DATE TO WS-DL-NEXT-RUN
                MOVE "SUSPENDED - NOT GENERATED" TO WS-DL-NOTE
                WRITE GenerationReportLine FROM WS-DETAIL-LINE
                EXIT PARAGRAPH
            END-IF
            PERFORM WRITE-STANDING-ORDER
            MOVE WS-RUN-DATE TO SO-LAST-RUN-DATE
            MOVE WS-NEXT-ORDER-NUMBER TO SO-LAST-ORDER-NUMBER
            PERFORM ADVANCE-NEXT-RUN-DATE
                UNTIL SO-NEXT-RUN-DATE > WS-RUN-DATE
            REWRITE STANDING-ORDER-RECORD
                INVALID KEY
                    DISPLAY "Unable to advance standing order "
                        SO-STANDING-NO ", status "
                        WS-STANDING-STATUS
            END-REWRITE
            MOVE WS-NEXT-ORDER-NUMBER TO WS-DL-ORDER-NUMBER
            MOVE SO-NEXT-RUN-DATE TO WS-DL-NEXT-RUN
            MOVE SPACES TO WS-DL-NOTE
            IF SO-END-DATE NOT = ZERO
               AND SO-NEXT-RUN-DATE > SO-END-DATE
                ADD 1 TO WS-RUNS-ENDED
                MOVE "LAST RUN - END DATE REACHED" TO WS-DL-NOTE
            END-IF
            WRITE GenerationReportLine FROM WS-DETAIL-LINE
            ADD 1 TO WS-NEXT-ORDER-NUMBER
            PERFORM WRITE-ORDER-SEQUENCE.

      * The customer reference carries the customer number in its
      * first eight positions, which is what OrderEntry checks it
      * against; the salesperson is left to default to the
      * customer's own.
        WRITE-STANDING-ORDER.
            ADD 1 TO WS-ORDERS-GENERATED
            MOVE SPACES TO ORDER-FILE-RECORD
            MOVE "H" TO OF-RECORD-TYPE
            MOVE WS-NEXT-ORDER-NUMBER TO OF-ORDER-NUMBER
            MOVE SO-CUSTOMER-ID TO WS-NCR-CUSTOMER-ID
            MOVE WS-NEW-CUSTOMER-REF TO OF-CUSTOMER-REF
            MOVE WS-RUN-DATE TO OF-ORDER-DATE
            WRITE ORDER-FILE-RECORD
            PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                UNTIL WS-SL-IDX > SO-LINE-COUNT
                MOVE SPACES TO ORDER-FILE-RECORD
                MOVE "L" TO OF-RECORD-TYPE
                MOVE SO-QUANTITY(WS-SL-IDX) TO OF-QUANTITY
                MOVE SO-ITEM-NUMBER(WS-SL-IDX) TO OF-ITEM-NUMBER
                MOVE SO-DESCRIPTION(WS-SL-IDX) TO OF-DESCRIPTION
                MOVE ZERO TO OF-UNIT-PRICE
                WRITE ORDER-FILE-RECORD
                ADD 1 TO WS-LINES-GENERATED
            END-PERFORM.

        ADVANCE-NEXT-RUN-DATE.
            IF SO-Weekly
                COMPUTE SO-NEXT-RUN-DATE =
                    FUNCTION DATE-OF-INTEGER(
                        FUNCTION INTEGER-OF-DATE(SO-NEXT-RUN-DATE)
                        + 7)
                EXIT PARAGRAPH
            END-IF
            MOVE SO-NEXT-RUN-DATE TO WS-ADVANCE-DATE
            IF WS-AD-MONTH = 12
                MOVE 1 TO WS-AD-MONTH
                ADD 1 TO WS-AD-YEAR
            ELSE
                ADD 1 TO WS-AD-MONTH
            END-IF
            IF WS-AD-MONTH = 12
                COMPUTE WS-MONTH-END-DATE =
                    (WS-AD-YEAR + 1) * 10000 + 0101
            ELSE
                COMPUTE WS-MONTH-END-DATE =
                    WS-AD-YEAR * 10000 + (WS-AD-MONTH + 1) * 100 + 1
            END-IF
            COMPUTE WS-MONTH-END-DATE =
                FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-MONTH-END-DATE) - 1)
            IF SO-RUN-DAY IS NUMERIC
               AND SO-RUN-DAY > 0
               AND SO-RUN-DAY < WS-ME-DAY
                MOVE SO-RUN-DAY TO WS-AD-DAY
            ELSE
                MOVE WS-ME-DAY TO WS-AD-DAY
            END-IF
            MOVE WS-ADVANCE-DATE TO SO-NEXT-RUN-DATE.

      * Each number taken is saved at once, so a stream that fails
      * part-way through never hands out the same order number
      * twice on the rerun; a missing file starts the band afresh.
        READ-ORDER-SEQUENCE.
            OPEN INPUT ORDER-SEQUENCE-FILE
            IF WS-SEQUENCE-STATUS = "00"
                READ ORDER-SEQUENCE-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF OrderSequenceLine IS NUMERIC
                           AND OrderSequenceLine NOT = ZERO
                            MOVE OrderSequenceLine
                                TO WS-NEXT-ORDER-NUMBER
                        END-IF
                END-READ
                CLOSE ORDER-SEQUENCE-FILE
            END-IF.

        WRITE-ORDER-SEQUENCE.
            OPEN OUTPUT ORDER-SEQUENCE-FILE
            MOVE WS-NEXT-ORDER-NUMBER TO OrderSequenceLine
            WRITE OrderSequenceLine
            CLOSE ORDER-SEQUENCE-FILE.
