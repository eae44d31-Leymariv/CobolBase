       IDENTIFICATION DIVISION.
       PROGRAM-ID. QuoteConvert.
      * Quote-to-order conversion. Each QUOTACC.DAT record names a
      * quote the customer has accepted and the order number it is
      * to go in under. An accepted quote that is still open and
      * inside its expiry date is appended to ORDERS.TXT as an H/L
      * order - the customer reference and order date OrderEntry
      * expects, and every line at its quoted price flagged "Q" so
      * OrderEntry keeps the price instead of repricing it - and
      * the quote is marked converted with its order number. An
      * unknown, closed or expired quote is refused on the report.
      * A sweep of QUOTE.DAT then marks every open quote past its
      * expiry date expired (expired quotes drop off; nothing is
      * deleted), and QUOTCONV.RPT closes with the hit rate by
      * customer: converted quotes as a percentage of those that
      * have closed, converted or expired.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT QUOTE-ACCEPTANCE-FILE
            ASSIGN TO "QUOTACC.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ACCEPTANCE-STATUS.
          SELECT QUOTE-MASTER
            ASSIGN TO "QUOTE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS QT-QUOTE-NO
            FILE STATUS IS WS-QUOTE-STATUS.
          SELECT ORDER-FILE
            ASSIGN TO "ORDERS.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ORDER-FILE-STATUS.
          SELECT CONVERSION-REPORT
            ASSIGN TO "QUOTCONV.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  QUOTE-ACCEPTANCE-FILE
            LABEL RECORDS ARE STANDARD.
        01  QUOTE-ACCEPTANCE-RECORD.
            05  QA-QUOTE-NO          PIC 9(6).
            05  FILLER               PIC X.
            05  QA-ORDER-NUMBER      PIC 9(6).

        FD  QUOTE-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY QUOTEREC.

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

        FD  CONVERSION-REPORT
            LABEL RECORDS ARE STANDARD.
        01  ConversionReportLine     PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-ACCEPTANCE-STATUS     PIC XX.
            88  EndOfAcceptanceFile      VALUE "10".
        01  WS-QUOTE-STATUS          PIC XX.
            88  QuoteMasterOK            VALUE "00".
        01  WS-ORDER-FILE-STATUS     PIC XX.
        01  WS-REPORT-STATUS         PIC XX.
        01  WS-QUOTE-EOF             PIC X.
            88  EndOfQuoteMaster         VALUE "Y".

        01  WS-RUN-DATE              PIC 9(8).
        01  WS-ACCEPTANCE-PRESENT    PIC X VALUE "N".
            88  AcceptancesToConvert     VALUE "Y".
        01  WS-QL-IDX                PIC 99.
        01  WS-REFUSE-REASON         PIC X(25).
        01  WS-NEW-CUSTOMER-REF.
            05  WS-NCR-CUSTOMER-ID   PIC 9(8).
            05  FILLER               PIC XX VALUE SPACES.

        78  WS-CUSTOMER-TABLE-CAPACITY VALUE 300.
        01  WS-HC-COUNT              PIC 999 VALUE 0.
        01  WS-HC-IDX                PIC 999.
        01  WS-HIT-RATE-TABLE.
            05  HIT-RATE-ENTRY OCCURS 300 TIMES.
              10  HC-CUSTOMER-ID     PIC 9(8).
              10  HC-OPEN-COUNT      PIC 9(5).
              10  HC-CONVERTED-COUNT PIC 9(5).
              10  HC-EXPIRED-COUNT   PIC 9(5).
        01  WS-HIT-RATE              PIC 999V9.
        01  WS-CLOSED-QUOTES         PIC 9(5).

        01  WS-ACCEPTANCES-READ      PIC 9(5) VALUE ZERO.
        01  WS-QUOTES-CONVERTED      PIC 9(5) VALUE ZERO.
        01  WS-ACCEPTANCES-REFUSED   PIC 9(5) VALUE ZERO.
        01  WS-QUOTES-EXPIRED        PIC 9(5) VALUE ZERO.
        01  WS-TOTAL-OPEN            PIC 9(5) VALUE ZERO.
        01  WS-TOTAL-CONVERTED       PIC 9(5) VALUE ZERO.
        01  WS-TOTAL-EXPIRED         PIC 9(5) VALUE ZERO.

        01  WS-REPORT-HEADING.
            05  FILLER               PIC X(36)
                VALUE "QUOTE CONVERSION REPORT     RUN DATE".
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RH-RUN-DATE       PIC 9(8).
        01  WS-SECTION-HEADING       PIC X(80).
        01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.
        01  WS-CONVERT-LINE.
            05  WS-CV-QUOTE-NO       PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-CV-CUSTOMER-ID    PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-CV-ORDER-NUMBER   PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-CV-QUOTE-TOTAL    PIC Z,ZZZ,ZZ9.99-.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-CV-DISPOSITION    PIC X(25).
        01  WS-EXPIRE-LINE.
            05  WS-XP-QUOTE-NO       PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-XP-CUSTOMER-ID    PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-XP-QUOTE-DATE     PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-XP-EXPIRY-DATE    PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-XP-QUOTE-TOTAL    PIC Z,ZZZ,ZZ9.99-.
        01  WS-HIT-RATE-HEADING.
            05  FILLER               PIC X(40)
                VALUE "CUSTOMER     OPEN CONVERTED   EXPIRED  H".
            05  FILLER               PIC X(10)
                VALUE "IT RATE %".
        01  WS-HIT-RATE-LINE.
            05  WS-HR-CUSTOMER-ID    PIC 9(8).
            05  FILLER               PIC X(3) VALUE SPACES.
            05  WS-HR-OPEN           PIC ZZZZ9.
            05  FILLER               PIC X(5) VALUE SPACES.
            05  WS-HR-CONVERTED      PIC ZZZZ9.
            05  FILLER               PIC X(5) VALUE SPACES.
            05  WS-HR-EXPIRED        PIC ZZZZ9.
            05  FILLER               PIC X(4) VALUE SPACES.
            05  WS-HR-HIT-RATE       PIC ZZ9.9.
        01  WS-HIT-RATE-TOTAL-LINE.
            05  FILLER               PIC X(8) VALUE "ALL".
            05  FILLER               PIC X(3) VALUE SPACES.
            05  WS-HT-OPEN           PIC ZZZZ9.
            05  FILLER               PIC X(5) VALUE SPACES.
            05  WS-HT-CONVERTED      PIC ZZZZ9.
            05  FILLER               PIC X(5) VALUE SPACES.
            05  WS-HT-EXPIRED        PIC ZZZZ9.
            05  FILLER               PIC X(4) VALUE SPACES.
            05  WS-HT-HIT-RATE       PIC ZZ9.9.
        01  WS-CONTROL-LINE.
            05  FILLER               PIC X(11) VALUE "CONVERTED ".
            05  WS-CTL-CONVERTED     PIC ZZZZ9.
            05  FILLER               PIC X(11) VALUE "  REFUSED ".
            05  WS-CTL-REFUSED       PIC ZZZZ9.
            05  FILLER               PIC X(11) VALUE "  EXPIRED ".
            05  WS-CTL-EXPIRED       PIC ZZZZ9.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            CALL "BusinessDate" USING WS-RUN-DATE
            OPEN I-O QUOTE-MASTER
            IF NOT QuoteMasterOK
                DISPLAY "No QUOTE.DAT on file, status "
                    WS-QUOTE-STATUS " - quote conversion skipped"
                STOP RUN
            END-IF
            OPEN INPUT QUOTE-ACCEPTANCE-FILE
            IF WS-ACCEPTANCE-STATUS = "00"
                MOVE "Y" TO WS-ACCEPTANCE-PRESENT
            ELSE
                DISPLAY "No QUOTACC.DAT this run, expiry sweep "
                    "and hit rate only"
            END-IF
            OPEN OUTPUT CONVERSION-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE ConversionReportLine FROM REPORT-STAMP-LINE
            MOVE WS-RUN-DATE TO WS-RH-RUN-DATE
            WRITE ConversionReportLine FROM WS-REPORT-HEADING
            WRITE ConversionReportLine FROM WS-BLANK-LINE
            IF AcceptancesToConvert
                PERFORM CONVERT-ACCEPTED-QUOTES
                CLOSE QUOTE-ACCEPTANCE-FILE
            END-IF
            PERFORM SWEEP-QUOTE-MASTER
            PERFORM PRINT-HIT-RATE
            MOVE WS-QUOTES-CONVERTED TO WS-CTL-CONVERTED
            MOVE WS-ACCEPTANCES-REFUSED TO WS-CTL-REFUSED
            MOVE WS-QUOTES-EXPIRED TO WS-CTL-EXPIRED
            WRITE ConversionReportLine FROM WS-BLANK-LINE
            WRITE ConversionReportLine FROM WS-CONTROL-LINE
            CLOSE CONVERSION-REPORT
            CLOSE QUOTE-MASTER
            DISPLAY "Quote conversion: " WS-ACCEPTANCES-READ
                " accepted, " WS-QUOTES-CONVERTED " converted, "
                WS-ACCEPTANCES-REFUSED " refused, "
                WS-QUOTES-EXPIRED " expired"
            STOP RUN.

      * ORDERS.TXT is appended to, the way OrderCapture adds to
      * it, so converted quotes queue behind keyed orders for the
      * next OrderEntry run.
        CONVERT-ACCEPTED-QUOTES.
            MOVE "CONVERSIONS" TO WS-SECTION-HEADING
            WRITE ConversionReportLine FROM WS-SECTION-HEADING
            OPEN EXTEND ORDER-FILE
            IF WS-ORDER-FILE-STATUS NOT = "00"
                OPEN OUTPUT ORDER-FILE
            END-IF
            PERFORM UNTIL EndOfAcceptanceFile
                READ QUOTE-ACCEPTANCE-FILE
                    AT END SET EndOfAcceptanceFile TO TRUE
                    NOT AT END
                        ADD 1 TO WS-ACCEPTANCES-READ
                        PERFORM CONVERT-ONE-QUOTE
                END-READ
            END-PERFORM
            CLOSE ORDER-FILE
            WRITE ConversionReportLine FROM WS-BLANK-LINE.

        CONVERT-ONE-QUOTE.
            MOVE SPACES TO WS-REFUSE-REASON
            MOVE ZERO TO QT-CUSTOMER-ID
            MOVE ZERO TO QT-QUOTE-TOTAL
            IF QA-QUOTE-NO IS NOT NUMERIC
               OR QA-ORDER-NUMBER IS NOT NUMERIC
               OR QA-ORDER-NUMBER = ZERO
                MOVE "BAD ACCEPTANCE RECORD" TO WS-REFUSE-REASON
            ELSE
                MOVE QA-QUOTE-NO TO QT-QUOTE-NO
                READ QUOTE-MASTER
                    INVALID KEY
                        MOVE "QUOTE NOT ON FILE"
                            TO WS-REFUSE-REASON
                END-READ
            END-IF
            IF WS-REFUSE-REASON = SPACES
                EVALUATE TRUE
                    WHEN QT-QuoteConverted
                        MOVE "QUOTE ALREADY CONVERTED"
                            TO WS-REFUSE-REASON
                    WHEN QT-QuoteExpired
                        MOVE "QUOTE EXPIRED" TO WS-REFUSE-REASON
                    WHEN NOT QT-QuoteOpen
                        MOVE "QUOTE NOT OPEN" TO WS-REFUSE-REASON
                    WHEN QT-EXPIRY-DATE < WS-RUN-DATE
                        MOVE "QUOTE EXPIRED" TO WS-REFUSE-REASON
                END-EVALUATE
            END-IF
            MOVE QA-QUOTE-NO TO WS-CV-QUOTE-NO
            MOVE QT-CUSTOMER-ID TO WS-CV-CUSTOMER-ID
            MOVE QA-ORDER-NUMBER TO WS-CV-ORDER-NUMBER
            MOVE QT-QUOTE-TOTAL TO WS-CV-QUOTE-TOTAL
            IF WS-REFUSE-REASON NOT = SPACES
                ADD 1 TO WS-ACCEPTANCES-REFUSED
                MOVE WS-REFUSE-REASON TO WS-CV-DISPOSITION
                WRITE ConversionReportLine FROM WS-CONVERT-LINE
                EXIT PARAGRAPH
            END-IF
            PERFORM WRITE-QUOTED-ORDER
            MOVE "C" TO QT-QUOTE-STATUS
            MOVE QA-ORDER-NUMBER TO QT-ORDER-NUMBER
            MOVE WS-RUN-DATE TO QT-CLOSED-DATE
            REWRITE QUOTE-RECORD
                INVALID KEY
                    DISPLAY "Unable to mark quote " QT-QUOTE-NO
                        " converted, status " WS-QUOTE-STATUS
            END-REWRITE
            ADD 1 TO WS-QUOTES-CONVERTED
            MOVE "CONVERTED TO ORDER" TO WS-CV-DISPOSITION
            WRITE ConversionReportLine FROM WS-CONVERT-LINE.

      * The order is dated the day it is converted; the customer
      * reference carries the customer number in its first eight
      * positions, which is what OrderEntry checks it against.
        WRITE-QUOTED-ORDER.
            MOVE SPACES TO ORDER-FILE-RECORD
            MOVE "H" TO OF-RECORD-TYPE
            MOVE QA-ORDER-NUMBER TO OF-ORDER-NUMBER
            MOVE QT-CUSTOMER-ID TO WS-NCR-CUSTOMER-ID
            MOVE WS-NEW-CUSTOMER-REF TO OF-CUSTOMER-REF
            MOVE WS-RUN-DATE TO OF-ORDER-DATE
            WRITE ORDER-FILE-RECORD
            PERFORM VARYING WS-QL-IDX FROM 1 BY 1
                UNTIL WS-QL-IDX > QT-LINE-COUNT
                MOVE SPACES TO ORDER-FILE-RECORD
                MOVE "L" TO OF-RECORD-TYPE
                MOVE QT-QUANTITY(WS-QL-IDX) TO OF-QUANTITY
                MOVE QT-ITEM-NUMBER(WS-QL-IDX) TO OF-ITEM-NUMBER
                MOVE QT-DESCRIPTION(WS-QL-IDX) TO OF-DESCRIPTION
                MOVE QT-UNIT-PRICE(WS-QL-IDX) TO OF-UNIT-PRICE
                MOVE "Q" TO OF-PRICE-SOURCE
                WRITE ORDER-FILE-RECORD
            END-PERFORM.

      * Every quote on file is counted to its customer for the hit
      * rate; an open one past its expiry date is expired first.
        SWEEP-QUOTE-MASTER.
            MOVE "EXPIRED QUOTES" TO WS-SECTION-HEADING
            WRITE ConversionReportLine FROM WS-SECTION-HEADING
            MOVE ZERO TO QT-QUOTE-NO
            START QUOTE-MASTER KEY IS NOT LESS THAN QT-QUOTE-NO
                INVALID KEY
                    SET EndOfQuoteMaster TO TRUE
            END-START
            PERFORM UNTIL EndOfQuoteMaster
                READ QUOTE-MASTER NEXT RECORD
                    AT END SET EndOfQuoteMaster TO TRUE
                    NOT AT END
                        PERFORM SWEEP-ONE-QUOTE
                END-READ
            END-PERFORM
            WRITE ConversionReportLine FROM WS-BLANK-LINE.

        SWEEP-ONE-QUOTE.
            IF QT-QuoteOpen AND QT-EXPIRY-DATE < WS-RUN-DATE
                MOVE "X" TO QT-QUOTE-STATUS
                MOVE WS-RUN-DATE TO QT-CLOSED-DATE
                REWRITE QUOTE-RECORD
                    INVALID KEY
                        DISPLAY "Unable to expire quote " QT-QUOTE-NO
                            ", status " WS-QUOTE-STATUS
                END-REWRITE
                ADD 1 TO WS-QUOTES-EXPIRED
                MOVE QT-QUOTE-NO TO WS-XP-QUOTE-NO
                MOVE QT-CUSTOMER-ID TO WS-XP-CUSTOMER-ID
                MOVE QT-QUOTE-DATE TO WS-XP-QUOTE-DATE
                MOVE QT-EXPIRY-DATE TO WS-XP-EXPIRY-DATE
                MOVE QT-QUOTE-TOTAL TO WS-XP-QUOTE-TOTAL
                WRITE ConversionReportLine FROM WS-EXPIRE-LINE
            END-IF
            PERFORM VARYING WS-HC-IDX FROM 1 BY 1
                UNTIL WS-HC-IDX > WS-HC-COUNT
                OR HC-CUSTOMER-ID(WS-HC-IDX) = QT-CUSTOMER-ID
                CONTINUE
            END-PERFORM
            IF WS-HC-IDX > WS-HC-COUNT
                IF WS-HC-COUNT >= WS-CUSTOMER-TABLE-CAPACITY
                    DISPLAY "WS-HIT-RATE-TABLE full at "
                        WS-CUSTOMER-TABLE-CAPACITY " entries, "
                        "customer " QT-CUSTOMER-ID
                        " left out of the hit rate"
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-HC-COUNT
                MOVE WS-HC-COUNT TO WS-HC-IDX
                MOVE QT-CUSTOMER-ID TO HC-CUSTOMER-ID(WS-HC-IDX)
                MOVE ZERO TO HC-OPEN-COUNT(WS-HC-IDX)
                MOVE ZERO TO HC-CONVERTED-COUNT(WS-HC-IDX)
                MOVE ZERO TO HC-EXPIRED-COUNT(WS-HC-IDX)
            END-IF
            EVALUATE TRUE
                WHEN QT-QuoteOpen
                    ADD 1 TO HC-OPEN-COUNT(WS-HC-IDX)
                    ADD 1 TO WS-TOTAL-OPEN
                WHEN QT-QuoteConverted
                    ADD 1 TO HC-CONVERTED-COUNT(WS-HC-IDX)
                    ADD 1 TO WS-TOTAL-CONVERTED
                WHEN QT-QuoteExpired
                    ADD 1 TO HC-EXPIRED-COUNT(WS-HC-IDX)
                    ADD 1 TO WS-TOTAL-EXPIRED
            END-EVALUATE.

      * Open quotes are shown but left out of the rate - they have
      * not yet been won or lost.
        PRINT-HIT-RATE.
            MOVE "HIT RATE BY CUSTOMER" TO WS-SECTION-HEADING
            WRITE ConversionReportLine FROM WS-SECTION-HEADING
            WRITE ConversionReportLine FROM WS-HIT-RATE-HEADING
            PERFORM VARYING WS-HC-IDX FROM 1 BY 1
                UNTIL WS-HC-IDX > WS-HC-COUNT
                MOVE HC-CUSTOMER-ID(WS-HC-IDX) TO WS-HR-CUSTOMER-ID
                MOVE HC-OPEN-COUNT(WS-HC-IDX) TO WS-HR-OPEN
                MOVE HC-CONVERTED-COUNT(WS-HC-IDX)
                    TO WS-HR-CONVERTED
                MOVE HC-EXPIRED-COUNT(WS-HC-IDX) TO WS-HR-EXPIRED
                COMPUTE WS-CLOSED-QUOTES =
                    HC-CONVERTED-COUNT(WS-HC-IDX)
                    + HC-EXPIRED-COUNT(WS-HC-IDX)
                IF WS-CLOSED-QUOTES = ZERO
                    MOVE ZERO TO WS-HIT-RATE
                ELSE
                    COMPUTE WS-HIT-RATE ROUNDED =
                        HC-CONVERTED-COUNT(WS-HC-IDX) * 100
                        / WS-CLOSED-QUOTES
                END-IF
                MOVE WS-HIT-RATE TO WS-HR-HIT-RATE
                WRITE ConversionReportLine FROM WS-HIT-RATE-LINE
            END-PERFORM
            MOVE WS-TOTAL-OPEN TO WS-HT-OPEN
            MOVE WS-TOTAL-CONVERTED TO WS-HT-CONVERTED
            MOVE WS-TOTAL-EXPIRED TO WS-HT-EXPIRED
            COMPUTE WS-CLOSED-QUOTES =
                WS-TOTAL-CONVERTED + WS-TOTAL-EXPIRED
            IF WS-CLOSED-QUOTES = ZERO
                MOVE ZERO TO WS-HIT-RATE
            ELSE
                COMPUTE WS-HIT-RATE ROUNDED =
                    WS-TOTAL-CONVERTED * 100 / WS-CLOSED-QUOTES
            END-IF
            MOVE WS-HIT-RATE TO WS-HT-HIT-RATE
            WRITE ConversionReportLine FROM WS-HIT-RATE-TOTAL-LINE.
