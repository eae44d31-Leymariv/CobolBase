      * with a nonzero return code so the night stream hears about
      * it. A clean audit cuts a fresh snapshot as of the run date,
      * so the journal behind it can eventually be archived.
      * The audit runs per warehouse: each entry moves the shelf it
      * names (main M or campus store C), a transfer-out puts its
      * quantity in transit to the other warehouse and the
      * matching transfer-in takes it out again, so both the
      * on-hand and the in-transit figure of every warehouse are
      * proved, along with the master's company total against the
      * sum of its two shelves.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

        DATA DIVISION.
        FILE SECTION.
      * One line per item per warehouse: the balances the last
      * clean audit proved, and the date they were proved as of.
      * A line from before stock was split names no warehouse and
      * no in-transit figure - it is the main warehouse's shelf.
        FD  STOCK-SNAPSHOT-FILE
            LABEL RECORDS ARE STANDARD.
        01  STOCK-SNAPSHOT-RECORD.
            05  SN-QUANTITY          PIC 9(4).
            05  FILLER               PIC X.
            05  SN-SNAPSHOT-DATE     PIC 9(8).
            05  FILLER               PIC X.
            05  SN-WAREHOUSE-CODE    PIC X.
            05  FILLER               PIC X.
            05  SN-IN-TRANSIT        PIC 9(4).

        FD  STOCK-JOURNAL
            LABEL RECORDS ARE STANDARD.
        01  WS-AUDIT-TABLE.
            05  AUDIT-ENTRY OCCURS 500 TIMES.
              10  AU-ITEM-NUMBER     PIC 9(6).
              10  AU-WAREHOUSE OCCURS 2 TIMES.
                15  AU-EXPECTED      PIC S9(7).
                15  AU-EXPECTED-TRANSIT PIC S9(7).
              10  AU-ON-MASTER       PIC X.
                  88  ItemSeenOnMaster   VALUE "Y".
        01  WS-LOOKUP-ITEM           PIC 9(6).
        01  WS-DIFFERENCE            PIC S9(7).
        01  WS-WAREHOUSE-CODES       PIC XX VALUE "MC".
        01  WS-WH-IDX                PIC 9.
        01  WS-OTHER-WH-IDX          PIC 9.
        01  WS-EXPECTED-FIGURE       PIC S9(7).
        01  WS-MASTER-FIGURE         PIC S9(7).
        01  WS-ITEM-DISAGREES        PIC X.
            88  ItemDisagrees            VALUE "Y".
        01  WS-COMPANY-ON-HAND       PIC 9(7) VALUE ZERO.
        01  WS-COMPANY-IN-TRANSIT    PIC 9(7) VALUE ZERO.

        01  WS-ITEMS-CHECKED         PIC 9(5) VALUE ZERO.
        01  WS-ITEMS-WRONG           PIC 9(5) VALUE ZERO.

        01  WS-AUDIT-DETAIL-LINE.
            05  WS-ADL-ITEM-NUMBER   PIC 9(6).
            05  FILLER               PIC X(4) VALUE " WH ".
            05  WS-ADL-WAREHOUSE     PIC X.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-ADL-FIGURE        PIC X(7).
            05  FILLER               PIC X(5) VALUE " EXP ".
            05  WS-ADL-EXPECTED      PIC ZZZZZZ9-.
            05  FILLER               PIC X(8) VALUE " MASTER ".
            05  WS-ADL-MASTER        PIC ZZZZZZ9-.
                VALUE "  DISAGREEING".
            05  FILLER               PIC X VALUE SPACE.
            05  WS-ATL-WRONG         PIC ZZZZ9.
        01  WS-COMPANY-TOTAL-LINE.
            05  FILLER               PIC X(16)
                VALUE "COMPANY ON HAND ".
            05  WS-CTL-ON-HAND       PIC Z,ZZZ,ZZ9.
            05  FILLER               PIC X(13)
                VALUE "  IN TRANSIT ".
            05  WS-CTL-IN-TRANSIT    PIC Z,ZZZ,ZZ9.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            CALL "BusinessDate" USING WS-RUN-DATE
            PERFORM LOAD-OPENING-SNAPSHOT
            PERFORM REPLAY-STOCK-JOURNAL
            OPEN INPUT ITEM-MASTER
                STOP RUN
            END-IF
            OPEN OUTPUT AUDIT-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE AuditReportLine FROM REPORT-STAMP-LINE
            PERFORM COMPARE-AGAINST-MASTER
            PERFORM REPORT-GHOST-ITEMS
            MOVE WS-ITEMS-CHECKED TO WS-ATL-CHECKED
            MOVE WS-ITEMS-WRONG TO WS-ATL-WRONG
            WRITE AuditReportLine FROM WS-AUDIT-TOTAL-LINE
            MOVE WS-COMPANY-ON-HAND TO WS-CTL-ON-HAND
            MOVE WS-COMPANY-IN-TRANSIT TO WS-CTL-IN-TRANSIT
            WRITE AuditReportLine FROM WS-COMPANY-TOTAL-LINE
            CLOSE AUDIT-REPORT
            CLOSE ITEM-MASTER
            IF WS-ITEMS-WRONG > 0
                           AND SN-QUANTITY IS NUMERIC
                            MOVE SN-ITEM-NUMBER TO WS-LOOKUP-ITEM
                            PERFORM FIND-OR-ADD-AUDIT-ENTRY
                            PERFORM LOAD-ONE-SNAPSHOT-LINE
                            IF SN-SNAPSHOT-DATE IS NUMERIC
                               AND SN-SNAPSHOT-DATE
                                    > WS-SNAPSHOT-DATE
            END-PERFORM
            CLOSE STOCK-SNAPSHOT-FILE.

        LOAD-ONE-SNAPSHOT-LINE.
            IF WS-AU-IDX = 0
                EXIT PARAGRAPH
            END-IF
            IF SN-WAREHOUSE-CODE = "C"
                MOVE 2 TO WS-WH-IDX
            ELSE
                MOVE 1 TO WS-WH-IDX
            END-IF
            ADD SN-QUANTITY TO AU-EXPECTED(WS-AU-IDX WS-WH-IDX)
            IF SN-IN-TRANSIT IS NUMERIC
                ADD SN-IN-TRANSIT
                    TO AU-EXPECTED-TRANSIT(WS-AU-IDX WS-WH-IDX)
            END-IF.

      * Only movements dated after the snapshot replay - what came
      * before is already inside the proved opening balances.
        REPLAY-STOCK-JOURNAL.
        REPLAY-ONE-ENTRY.
            IF JR-ITEM-NUMBER IS NOT NUMERIC
               OR JR-QUANTITY IS NOT NUMERIC
               OR (NOT JR-MainWarehouse AND NOT JR-CampusStore)
                DISPLAY "Bad STOCKJRN.DAT entry ignored: "
                    STOCK-JOURNAL-RECORD
                EXIT PARAGRAPH
            END-IF
            MOVE JR-ITEM-NUMBER TO WS-LOOKUP-ITEM
            PERFORM FIND-OR-ADD-AUDIT-ENTRY
            IF WS-AU-IDX = 0
                EXIT PARAGRAPH
            END-IF
            IF JR-CampusStore
                MOVE 2 TO WS-WH-IDX
                MOVE 1 TO WS-OTHER-WH-IDX
            ELSE
                MOVE 1 TO WS-WH-IDX
                MOVE 2 TO WS-OTHER-WH-IDX
            END-IF
            ADD JR-QUANTITY TO AU-EXPECTED(WS-AU-IDX WS-WH-IDX)
      * Stock leaving on a transfer-out is in transit to the
      * other warehouse until its transfer-in lands it.
            EVALUATE TRUE
                WHEN JR-TransferOutEntry
                    SUBTRACT JR-QUANTITY FROM
                        AU-EXPECTED-TRANSIT(WS-AU-IDX WS-OTHER-WH-IDX)
                WHEN JR-TransferInEntry
                    SUBTRACT JR-QUANTITY FROM
                        AU-EXPECTED-TRANSIT(WS-AU-IDX WS-WH-IDX)
            END-EVALUATE.

        FIND-OR-ADD-AUDIT-ENTRY.
            PERFORM VARYING WS-AU-IDX FROM 1 BY 1
                MOVE WS-AU-COUNT TO WS-AU-IDX
                MOVE WS-LOOKUP-ITEM
                    TO AU-ITEM-NUMBER(WS-AU-IDX)
                MOVE 0 TO AU-EXPECTED(WS-AU-IDX 1)
                MOVE 0 TO AU-EXPECTED-TRANSIT(WS-AU-IDX 1)
                MOVE 0 TO AU-EXPECTED(WS-AU-IDX 2)
                MOVE 0 TO AU-EXPECTED-TRANSIT(WS-AU-IDX 2)
                MOVE "N" TO AU-ON-MASTER(WS-AU-IDX)
            ELSE
                DISPLAY "WS-AUDIT-TABLE full at "

        COMPARE-ONE-ITEM.
            ADD 1 TO WS-ITEMS-CHECKED
            PERFORM NORMALISE-WAREHOUSE-STOCK
            ADD IM-ON-HAND-QUANTITY TO WS-COMPANY-ON-HAND
            ADD IM-WH-IN-TRANSIT(1) IM-WH-IN-TRANSIT(2)
                TO WS-COMPANY-IN-TRANSIT
            MOVE IM-ITEM-NUMBER TO WS-LOOKUP-ITEM
            PERFORM FIND-OR-ADD-AUDIT-ENTRY
            IF WS-AU-IDX = 0
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO AU-ON-MASTER(WS-AU-IDX)
            MOVE "N" TO WS-ITEM-DISAGREES
            PERFORM VARYING WS-WH-IDX FROM 1 BY 1
                UNTIL WS-WH-IDX > 2
                MOVE WS-WAREHOUSE-CODES(WS-WH-IDX:1)
                    TO WS-ADL-WAREHOUSE
                MOVE "ON HAND" TO WS-ADL-FIGURE
                MOVE AU-EXPECTED(WS-AU-IDX WS-WH-IDX)
                    TO WS-EXPECTED-FIGURE
                MOVE IM-WH-ON-HAND(WS-WH-IDX) TO WS-MASTER-FIGURE
                PERFORM JUDGE-ONE-FIGURE
                MOVE "TRANSIT" TO WS-ADL-FIGURE
                MOVE AU-EXPECTED-TRANSIT(WS-AU-IDX WS-WH-IDX)
                    TO WS-EXPECTED-FIGURE
                MOVE IM-WH-IN-TRANSIT(WS-WH-IDX) TO WS-MASTER-FIGURE
                PERFORM JUDGE-ONE-FIGURE
            END-PERFORM
      * The company total must still be the sum of the shelves -
      * a master rewritten by something that moved one and not
      * the other is as wrong as one the journal cannot explain.
            MOVE "*" TO WS-ADL-WAREHOUSE
            MOVE "TOTAL" TO WS-ADL-FIGURE
            COMPUTE WS-EXPECTED-FIGURE =
                IM-WH-ON-HAND(1) + IM-WH-ON-HAND(2)
            MOVE IM-ON-HAND-QUANTITY TO WS-MASTER-FIGURE
            PERFORM JUDGE-ONE-FIGURE
            IF ItemDisagrees
                ADD 1 TO WS-ITEMS-WRONG
            END-IF.

        JUDGE-ONE-FIGURE.
            COMPUTE WS-DIFFERENCE =
                WS-MASTER-FIGURE - WS-EXPECTED-FIGURE
            IF WS-DIFFERENCE NOT = 0
                MOVE "Y" TO WS-ITEM-DISAGREES
                MOVE IM-ITEM-NUMBER TO WS-ADL-ITEM-NUMBER
                MOVE WS-EXPECTED-FIGURE TO WS-ADL-EXPECTED
                MOVE WS-MASTER-FIGURE TO WS-ADL-MASTER
                MOVE WS-DIFFERENCE TO WS-ADL-DIFFERENCE
                IF WS-DIFFERENCE > 0
                    MOVE "MASTER HIGH" TO WS-ADL-NOTE
                WRITE AuditReportLine FROM WS-AUDIT-DETAIL-LINE
            END-IF.

      * A record written before stock was split by warehouse holds
      * all of its stock on the main shelf.
        NORMALISE-WAREHOUSE-STOCK.
            IF IM-WAREHOUSE-STOCK(1) IS NOT NUMERIC
               OR IM-WAREHOUSE-STOCK(2) IS NOT NUMERIC
                MOVE IM-ON-HAND-QUANTITY TO IM-WH-ON-HAND(1)
                MOVE 0 TO IM-WH-IN-TRANSIT(1)
                MOVE 0 TO IM-WH-ON-HAND(2)
                MOVE 0 TO IM-WH-IN-TRANSIT(2)
            END-IF.

      * The journal or snapshot may name an item the master has
      * lost entirely - that disagreement matters most of all.
        REPORT-GHOST-ITEMS.
            PERFORM VARYING WS-AU-IDX FROM 1 BY 1
                UNTIL WS-AU-IDX > WS-AU-COUNT
                IF NOT ItemSeenOnMaster(WS-AU-IDX)
                    PERFORM REPORT-ONE-GHOST-ITEM
                END-IF
            END-PERFORM.

        REPORT-ONE-GHOST-ITEM.
            MOVE "N" TO WS-ITEM-DISAGREES
            MOVE AU-ITEM-NUMBER(WS-AU-IDX) TO WS-ADL-ITEM-NUMBER
            MOVE 0 TO WS-ADL-MASTER
            MOVE "NOT ON MASTER" TO WS-ADL-NOTE
            PERFORM VARYING WS-WH-IDX FROM 1 BY 1
                UNTIL WS-WH-IDX > 2
                MOVE WS-WAREHOUSE-CODES(WS-WH-IDX:1)
                    TO WS-ADL-WAREHOUSE
                IF AU-EXPECTED(WS-AU-IDX WS-WH-IDX) NOT = 0
                    MOVE "ON HAND" TO WS-ADL-FIGURE
                    MOVE AU-EXPECTED(WS-AU-IDX WS-WH-IDX)
                        TO WS-EXPECTED-FIGURE
                    PERFORM WRITE-GHOST-LINE
                END-IF
                IF AU-EXPECTED-TRANSIT(WS-AU-IDX WS-WH-IDX) NOT = 0
                    MOVE "TRANSIT" TO WS-ADL-FIGURE
                    MOVE AU-EXPECTED-TRANSIT(WS-AU-IDX WS-WH-IDX)
                        TO WS-EXPECTED-FIGURE
                    PERFORM WRITE-GHOST-LINE
                END-IF
            END-PERFORM
            IF ItemDisagrees
                ADD 1 TO WS-ITEMS-WRONG
            END-IF.

        WRITE-GHOST-LINE.
            MOVE "Y" TO WS-ITEM-DISAGREES
            MOVE WS-EXPECTED-FIGURE TO WS-ADL-EXPECTED
            COMPUTE WS-DIFFERENCE = 0 - WS-EXPECTED-FIGURE
            MOVE WS-DIFFERENCE TO WS-ADL-DIFFERENCE
            WRITE AuditReportLine FROM WS-AUDIT-DETAIL-LINE.

      * A clean audit proves the live balances, so they become the
      * next opening snapshot as of today.
        CUT-FRESH-SNAPSHOT.
                READ ITEM-MASTER NEXT RECORD
                    AT END SET EndOfItemMaster TO TRUE
                    NOT AT END
                        PERFORM NORMALISE-WAREHOUSE-STOCK
                        PERFORM VARYING WS-WH-IDX FROM 1 BY 1
                            UNTIL WS-WH-IDX > 2
                            PERFORM WRITE-ONE-SNAPSHOT-LINE
                        END-PERFORM
                END-READ
            END-PERFORM
            CLOSE STOCK-SNAPSHOT-FILE
            CLOSE ITEM-MASTER.

        WRITE-ONE-SNAPSHOT-LINE.
            MOVE SPACES TO STOCK-SNAPSHOT-RECORD
            MOVE IM-ITEM-NUMBER TO SN-ITEM-NUMBER
            MOVE IM-WH-ON-HAND(WS-WH-IDX) TO SN-QUANTITY
            MOVE WS-RUN-DATE TO SN-SNAPSHOT-DATE
            MOVE WS-WAREHOUSE-CODES(WS-WH-IDX:1) TO SN-WAREHOUSE-CODE
            MOVE IM-WH-IN-TRANSIT(WS-WH-IDX) TO SN-IN-TRANSIT
            WRITE STOCK-SNAPSHOT-RECORD.
