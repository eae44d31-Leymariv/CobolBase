      * a distinct dated adjustment entry on the shop-wide
      * STOCKJRN.DAT movement journal so the journal explains
      * every balance change. Without the sign-on the report
      * prints and the master is left exactly as found. Each count
      * names the warehouse whose shelf was counted (M main or C
      * campus store; spaces = main) and is judged against, and
      * adjusts, that warehouse's on-hand alone - stock in transit
      * between the two is on neither shelf and is never counted.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            05  CN-ITEM-NUMBER       PIC 9(6).
            05  FILLER               PIC X.
            05  CN-COUNTED-QUANTITY  PIC 9(4).
            05  FILLER               PIC X.
            05  CN-WAREHOUSE-CODE    PIC X.

        FD  ITEM-MASTER
            LABEL RECORDS ARE STANDARD.

        01  WS-RUN-DATE              PIC 9(8).
        01  WS-VARIANCE              PIC S9(5).
        01  WS-WAREHOUSE-CODES       PIC XX VALUE "MC".
        01  WS-WH-IDX                PIC 9.
        01  WS-COUNTS-READ           PIC 9(5) VALUE ZERO.
        01  WS-VARIANCES-FOUND       PIC 9(5) VALUE ZERO.
        01  WS-ADJUSTMENTS-APPLIED   PIC 9(5) VALUE ZERO.
            05  WS-VDL-COUNTED       PIC ZZZ9.
            05  FILLER               PIC X(6) VALUE " VAR  ".
            05  WS-VDL-VARIANCE      PIC ZZZZ9-.
            05  FILLER               PIC X(4) VALUE " WH ".
            05  WS-VDL-WAREHOUSE     PIC X.
        01  WS-VARIANCE-TOTAL-LINE.
            05  FILLER               PIC X(12)
                VALUE "COUNTS READ ".
                VALUE " ADJUSTED ".
            05  WS-VTL-ADJUSTED      PIC ZZZZ9.

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "CountEntry".
        01  WS-RJ-IMAGE              PIC X(2000).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            CALL "BusinessDate" USING WS-RUN-DATE
            OPEN INPUT COUNTED-FILE
            IF WS-COUNTED-STATUS NOT = "00"
                DISPLAY "No COUNTED.DAT quantities on file, "
                OPEN OUTPUT STOCK-JOURNAL
            END-IF
            OPEN OUTPUT VARIANCE-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE VarianceReportLine FROM REPORT-STAMP-LINE
            PERFORM READ-COUNTED-RECORD
            PERFORM UNTIL EndOfCountedFile
                ADD 1 TO WS-COUNTS-READ
            END-READ.

        PROCESS-ONE-COUNT.
            EVALUATE CN-WAREHOUSE-CODE
                WHEN SPACE
                WHEN "M"
                    MOVE 1 TO WS-WH-IDX
                WHEN "C"
                    MOVE 2 TO WS-WH-IDX
                WHEN OTHER
                    MOVE 0 TO WS-WH-IDX
            END-EVALUATE
            IF CN-ITEM-NUMBER IS NOT NUMERIC
               OR CN-COUNTED-QUANTITY IS NOT NUMERIC
               OR WS-WH-IDX = 0
                DISPLAY "Bad COUNTED.DAT record ignored: "
                    COUNTED-RECORD
                EXIT PARAGRAPH
                    DISPLAY "Counted item " CN-ITEM-NUMBER
                        " is not on the master"
                NOT INVALID KEY
                    PERFORM NORMALISE-WAREHOUSE-STOCK
                    PERFORM JUDGE-ONE-VARIANCE
            END-READ.

        JUDGE-ONE-VARIANCE.
            COMPUTE WS-VARIANCE =
                CN-COUNTED-QUANTITY - IM-WH-ON-HAND(WS-WH-IDX)
            IF WS-VARIANCE = 0
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-VARIANCES-FOUND
            MOVE IM-ITEM-NUMBER TO WS-VDL-ITEM-NUMBER
            MOVE IM-DESCRIPTION TO WS-VDL-DESCRIPTION
            MOVE IM-WH-ON-HAND(WS-WH-IDX) TO WS-VDL-BOOK
            MOVE CN-COUNTED-QUANTITY TO WS-VDL-COUNTED
            MOVE WS-VARIANCE TO WS-VDL-VARIANCE
            MOVE WS-WAREHOUSE-CODES(WS-WH-IDX:1) TO WS-VDL-WAREHOUSE
            WRITE VarianceReportLine FROM WS-VARIANCE-DETAIL-LINE
            IF SupervisorSignedOn
                PERFORM APPLY-ONE-ADJUSTMENT
            END-IF.

      * The shelf wins: the warehouse's book balance is set to
      * what was counted, the company total moves with it, and the
      * signed difference goes to the journal as a distinct
      * adjustment entry against that warehouse.
        APPLY-ONE-ADJUSTMENT.
            MOVE CN-COUNTED-QUANTITY TO IM-WH-ON-HAND(WS-WH-IDX)
            COMPUTE IM-ON-HAND-QUANTITY =
                IM-WH-ON-HAND(1) + IM-WH-ON-HAND(2)
            REWRITE ITEM-MASTER-RECORD
                INVALID KEY
                    DISPLAY "Rewrite failed for item "
                        IM-ITEM-NUMBER
                NOT INVALID KEY
                    MOVE "C" TO WS-RJ-OPERATION
                    PERFORM JOURNAL-ITEM-RECORD
                    ADD 1 TO WS-ADJUSTMENTS-APPLIED
                    MOVE SPACES TO STOCK-JOURNAL-RECORD
                    MOVE "J" TO JR-ENTRY-TYPE
                    MOVE IM-ITEM-NUMBER TO JR-ITEM-NUMBER
                    MOVE WS-VARIANCE TO JR-QUANTITY
                    MOVE WS-RUN-DATE TO JR-ENTRY-DATE
                    MOVE WS-WAREHOUSE-CODES(WS-WH-IDX:1)
                        TO JR-WAREHOUSE-CODE
                    WRITE STOCK-JOURNAL-RECORD
            END-REWRITE.

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

      * Every change to ITEMS.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-ITEM-RECORD.
            MOVE "ITEMS" TO WS-RJ-FILE-ID
            MOVE IM-ITEM-NUMBER TO WS-RJ-KEY
            MOVE ITEM-MASTER-RECORD TO WS-RJ-IMAGE
            CALL "RecoveryJournal" USING WS-RJ-FILE-ID
                WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.
