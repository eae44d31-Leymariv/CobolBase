       IDENTIFICATION DIVISION.
       PROGRAM-ID. FreightRecovery.
      * Monthly freight-recovery report: what ShipConfirm billed
      * customers for freight against what the carrier invoiced
      * us for the same shipments. Every FREIGHT.DAT log entry
      * shipped in the operator-chosen month is matched by order
      * number to the carrier's CARRFRT.DAT charges (several
      * carrier lines for one order are added together) and
      * printed with the zone, weight, rated and billed freight,
      * the carrier's cost and the difference. The totals show
      * the recovery rate, what free-freight customers and the
      * free-shipping threshold cost us, how many shipments could
      * not be rated, and how many are still waiting on a carrier
      * invoice. Carrier charges for orders the log never saw are
      * listed at the end - a shipment made outside ShipConfirm
      * is freight nobody billed.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT FREIGHT-LOG
            ASSIGN TO "FREIGHT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FREIGHT-LOG-STATUS.
          SELECT CARRIER-CHARGE-FILE
            ASSIGN TO "CARRFRT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CARRIER-STATUS.
          SELECT FREIGHT-RECOVERY-REPORT
            ASSIGN TO "FRTRECOV.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  FREIGHT-LOG
            LABEL RECORDS ARE STANDARD.
            COPY FRTLOG.

      * CARRFRT.DAT, keyed from the carrier's freight bills by
      * accounts payable: one line per order charged.
        FD  CARRIER-CHARGE-FILE
            LABEL RECORDS ARE STANDARD.
        01  CARRIER-CHARGE-RECORD.
            05  CC-CARRIER-INVOICE   PIC X(10).
            05  FILLER               PIC X.
            05  CC-ORDER-NUMBER      PIC 9(6).
            05  FILLER               PIC X.
            05  CC-INVOICE-DATE      PIC 9(8).
            05  FILLER               PIC X.
            05  CC-COST              PIC 9(5)V99.

        FD  FREIGHT-RECOVERY-REPORT
            LABEL RECORDS ARE STANDARD.
        01  FreightRecoveryLine      PIC X(100).

        WORKING-STORAGE SECTION.
        01  WS-FREIGHT-LOG-STATUS    PIC XX.
            88  EndOfFreightLog          VALUE "10".
        01  WS-CARRIER-STATUS        PIC XX.
            88  EndOfCarrierCharges      VALUE "10".
        01  WS-REPORT-STATUS         PIC XX.

        01  WS-REPORT-MONTH          PIC 9(6).
        01  WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH.
            05  WS-RM-YEAR           PIC 9(4).
            05  WS-RM-MONTH          PIC 99.

        78  WS-CARRIER-TABLE-CAPACITY VALUE 2000.
        01  WS-CC-COUNT              PIC 9(4) VALUE ZERO.
        01  WS-CC-IDX                PIC 9(4).
        01  WS-CARRIER-TABLE.
            05  CARRIER-ENTRY OCCURS 2000 TIMES.
              10  CE-CARRIER-INVOICE PIC X(10).
              10  CE-ORDER-NUMBER    PIC 9(6).
              10  CE-INVOICE-DATE    PIC 9(8).
              10  CE-COST            PIC 9(5)V99.
              10  CE-MATCHED         PIC X.
                  88  CE-ShipmentLogged  VALUE "Y".

        01  WS-CARRIER-COST          PIC 9(7)V99.
        01  WS-CARRIER-FOUND         PIC X.
            88  CarrierInvoiceFound      VALUE "Y".
        01  WS-RECOVERED             PIC S9(7)V99.

        01  WS-SHIPMENTS             PIC 9(5) VALUE ZERO.
        01  WS-AWAITING-CARRIER      PIC 9(5) VALUE ZERO.
        01  WS-UNRATED-SHIPMENTS     PIC 9(5) VALUE ZERO.
        01  WS-UNLOGGED-CHARGES      PIC 9(5) VALUE ZERO.
        01  WS-TOTAL-RATED           PIC 9(9)V99 VALUE ZERO.
        01  WS-TOTAL-BILLED          PIC 9(9)V99 VALUE ZERO.
        01  WS-TOTAL-COST            PIC 9(9)V99 VALUE ZERO.
        01  WS-TOTAL-RECOVERED       PIC S9(9)V99 VALUE ZERO.
        01  WS-FREE-CUSTOMER-COST    PIC 9(9)V99 VALUE ZERO.
        01  WS-THRESHOLD-COST        PIC 9(9)V99 VALUE ZERO.
        01  WS-UNRATED-COST          PIC 9(9)V99 VALUE ZERO.
        01  WS-UNLOGGED-COST         PIC 9(9)V99 VALUE ZERO.
        01  WS-RECOVERY-PERCENT      PIC 9(5)V9.

        01  WS-REPORT-HEADING.
            05  FILLER               PIC X(21)
                VALUE "FREIGHT RECOVERY FOR ".
            05  WS-RH-MONTH          PIC 9(6).
        01  WS-COLUMN-HEADING.
            05  FILLER               PIC X(50) VALUE
                "ORDER  SHIPPED  CUSTOMER   ZONE  WEIGHT     RATED".
            05  FILLER               PIC X(50) VALUE
                "   BILLED   CARRIER  RECOVERED  BASIS".
        01  WS-DETAIL-LINE.
            05  WS-DL-ORDER-NUMBER   PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-SHIP-DATE      PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-CUSTOMER-REF   PIC X(10).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-SHIP-ZONE      PIC X(2).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-WEIGHT         PIC ZZZZZ9.99.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-RATED          PIC ZZ,ZZ9.99.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-BILLED         PIC ZZ,ZZ9.99.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-COST           PIC ZZ,ZZ9.99.
            05  WS-DL-COST-X REDEFINES WS-DL-COST PIC X(9).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-RECOVERED      PIC ZZZ,ZZ9.99-.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-BASIS          PIC X(16).
        01  WS-UNLOGGED-LINE.
            05  FILLER               PIC X(24)
                VALUE "NO SHIPMENT LOGGED ORDER".
            05  FILLER               PIC X VALUE SPACE.
            05  WS-UL-ORDER-NUMBER   PIC 9(6).
            05  FILLER               PIC X(9) VALUE " CARRIER ".
            05  WS-UL-CARRIER-INVOICE PIC X(10).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-UL-INVOICE-DATE   PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-UL-COST           PIC ZZ,ZZ9.99.
        01  WS-TOTAL-LINE.
            05  WS-TL-LABEL          PIC X(40).
            05  WS-TL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
        01  WS-COUNT-LINE.
            05  WS-CL-LABEL          PIC X(40).
            05  WS-CL-COUNT          PIC ZZZZ9.
        01  WS-PERCENT-LINE.
            05  FILLER               PIC X(40)
                VALUE "BILLED AS PERCENT OF CARRIER COST".
            05  WS-PL-PERCENT        PIC ZZZZ9.9.
        01  WS-BLANK-LINE            PIC X(100) VALUE SPACES.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            DISPLAY "Freight recovery month (CCYYMM) - "
                WITH NO ADVANCING
            ACCEPT WS-REPORT-MONTH
            IF WS-REPORT-MONTH IS NOT NUMERIC
               OR WS-RM-MONTH < 1 OR WS-RM-MONTH > 12
                DISPLAY "Not a report month, run refused"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT FREIGHT-LOG
            IF WS-FREIGHT-LOG-STATUS NOT = "00"
                DISPLAY "No FREIGHT.DAT log on file, freight "
                    "recovery skipped"
                STOP RUN
            END-IF
            PERFORM LOAD-CARRIER-TABLE
            OPEN OUTPUT FREIGHT-RECOVERY-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE FreightRecoveryLine FROM REPORT-STAMP-LINE
            MOVE WS-REPORT-MONTH TO WS-RH-MONTH
            WRITE FreightRecoveryLine FROM WS-REPORT-HEADING
            WRITE FreightRecoveryLine FROM WS-BLANK-LINE
            WRITE FreightRecoveryLine FROM WS-COLUMN-HEADING
            PERFORM UNTIL EndOfFreightLog
                READ FREIGHT-LOG
                    AT END SET EndOfFreightLog TO TRUE
                    NOT AT END
                        IF FL-ORDER-NUMBER IS NUMERIC
                            PERFORM MATCH-CARRIER-CHARGES
                            IF FL-SHIP-DATE(1:6) = WS-REPORT-MONTH
                                PERFORM REPORT-ONE-SHIPMENT
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FREIGHT-LOG
            PERFORM REPORT-UNLOGGED-CHARGES
            PERFORM WRITE-RECOVERY-TOTALS
            CLOSE FREIGHT-RECOVERY-REPORT
            DISPLAY "Freight recovery " WS-REPORT-MONTH ": "
                WS-SHIPMENTS " shipment(s), billed "
                WS-TOTAL-BILLED " against carrier cost "
                WS-TOTAL-COST
            STOP RUN.

        LOAD-CARRIER-TABLE.
            OPEN INPUT CARRIER-CHARGE-FILE
            IF WS-CARRIER-STATUS NOT = "00"
                DISPLAY "No CARRFRT.DAT carrier charges on file, "
                    "every shipment shows as awaiting the carrier"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfCarrierCharges
                OR WS-CC-COUNT >= WS-CARRIER-TABLE-CAPACITY
                READ CARRIER-CHARGE-FILE
                    AT END SET EndOfCarrierCharges TO TRUE
                    NOT AT END
                        IF CC-ORDER-NUMBER IS NUMERIC
                           AND CC-COST IS NUMERIC
                            ADD 1 TO WS-CC-COUNT
                            MOVE CC-CARRIER-INVOICE
                                TO CE-CARRIER-INVOICE(WS-CC-COUNT)
                            MOVE CC-ORDER-NUMBER
                                TO CE-ORDER-NUMBER(WS-CC-COUNT)
                            MOVE CC-INVOICE-DATE
                                TO CE-INVOICE-DATE(WS-CC-COUNT)
                            MOVE CC-COST TO CE-COST(WS-CC-COUNT)
                            MOVE "N" TO CE-MATCHED(WS-CC-COUNT)
                        ELSE
                            DISPLAY "Bad CARRFRT.DAT record "
                                "ignored: " CARRIER-CHARGE-RECORD
                        END-IF
                END-READ
            END-PERFORM
            IF NOT EndOfCarrierCharges
                DISPLAY "WS-CARRIER-TABLE full at "
                    WS-CARRIER-TABLE-CAPACITY " entries, remaining "
                    "CARRFRT.DAT records not loaded"
            END-IF
            CLOSE CARRIER-CHARGE-FILE.

      * Every logged shipment, in the month or not, claims its
      * carrier charges so only truly unlogged ones are listed.
        MATCH-CARRIER-CHARGES.
            MOVE 0 TO WS-CARRIER-COST
            MOVE "N" TO WS-CARRIER-FOUND
            PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                UNTIL WS-CC-IDX > WS-CC-COUNT
                IF CE-ORDER-NUMBER(WS-CC-IDX) = FL-ORDER-NUMBER
                    MOVE "Y" TO WS-CARRIER-FOUND
                    MOVE "Y" TO CE-MATCHED(WS-CC-IDX)
                    ADD CE-COST(WS-CC-IDX) TO WS-CARRIER-COST
                END-IF
            END-PERFORM.

        REPORT-ONE-SHIPMENT.
            ADD 1 TO WS-SHIPMENTS
            ADD FL-RATED-FREIGHT TO WS-TOTAL-RATED
            ADD FL-BILLED-FREIGHT TO WS-TOTAL-BILLED
            MOVE FL-ORDER-NUMBER TO WS-DL-ORDER-NUMBER
            MOVE FL-SHIP-DATE TO WS-DL-SHIP-DATE
            MOVE FL-CUSTOMER-REF TO WS-DL-CUSTOMER-REF
            MOVE FL-SHIP-ZONE TO WS-DL-SHIP-ZONE
            MOVE FL-SHIP-WEIGHT TO WS-DL-WEIGHT
            MOVE FL-RATED-FREIGHT TO WS-DL-RATED
            MOVE FL-BILLED-FREIGHT TO WS-DL-BILLED
            EVALUATE TRUE
                WHEN FL-FreightBilled
                    MOVE "BILLED" TO WS-DL-BASIS
                WHEN FL-FreeFreightCustomer
                    MOVE "FREE CUSTOMER" TO WS-DL-BASIS
                WHEN FL-OverFreeThreshold
                    MOVE "OVER THRESHOLD" TO WS-DL-BASIS
                WHEN FL-NoShipZone
                    MOVE "NO ZONE" TO WS-DL-BASIS
                WHEN OTHER
                    MOVE "NO RATE" TO WS-DL-BASIS
            END-EVALUATE
            IF FL-NoShipZone OR FL-NoFreightRate
                ADD 1 TO WS-UNRATED-SHIPMENTS
            END-IF
            IF NOT CarrierInvoiceFound
                ADD 1 TO WS-AWAITING-CARRIER
                MOVE "  PENDING" TO WS-DL-COST-X
                MOVE 0 TO WS-DL-RECOVERED
                WRITE FreightRecoveryLine FROM WS-DETAIL-LINE
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-RECOVERED = FL-BILLED-FREIGHT - WS-CARRIER-COST
            ADD WS-CARRIER-COST TO WS-TOTAL-COST
            ADD WS-RECOVERED TO WS-TOTAL-RECOVERED
            EVALUATE TRUE
                WHEN FL-FreeFreightCustomer
                    ADD WS-CARRIER-COST TO WS-FREE-CUSTOMER-COST
                WHEN FL-OverFreeThreshold
                    ADD WS-CARRIER-COST TO WS-THRESHOLD-COST
                WHEN FL-NoShipZone OR FL-NoFreightRate
                    ADD WS-CARRIER-COST TO WS-UNRATED-COST
            END-EVALUATE
            MOVE WS-CARRIER-COST TO WS-DL-COST
            MOVE WS-RECOVERED TO WS-DL-RECOVERED
            WRITE FreightRecoveryLine FROM WS-DETAIL-LINE.

        REPORT-UNLOGGED-CHARGES.
            PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                UNTIL WS-CC-IDX > WS-CC-COUNT
                IF NOT CE-ShipmentLogged(WS-CC-IDX)
                    IF WS-UNLOGGED-CHARGES = 0
                        WRITE FreightRecoveryLine FROM WS-BLANK-LINE
                    END-IF
                    ADD 1 TO WS-UNLOGGED-CHARGES
                    ADD CE-COST(WS-CC-IDX) TO WS-UNLOGGED-COST
                    MOVE CE-ORDER-NUMBER(WS-CC-IDX)
                        TO WS-UL-ORDER-NUMBER
                    MOVE CE-CARRIER-INVOICE(WS-CC-IDX)
                        TO WS-UL-CARRIER-INVOICE
                    MOVE CE-INVOICE-DATE(WS-CC-IDX)
                        TO WS-UL-INVOICE-DATE
                    MOVE CE-COST(WS-CC-IDX) TO WS-UL-COST
                    WRITE FreightRecoveryLine FROM WS-UNLOGGED-LINE
                END-IF
            END-PERFORM.

      * The recovery rate is taken over the shipments the carrier
      * has invoiced; pending ones carry no cost yet.
        WRITE-RECOVERY-TOTALS.
            WRITE FreightRecoveryLine FROM WS-BLANK-LINE
            MOVE "SHIPMENTS LOGGED" TO WS-CL-LABEL
            MOVE WS-SHIPMENTS TO WS-CL-COUNT
            WRITE FreightRecoveryLine FROM WS-COUNT-LINE
            MOVE "FREIGHT RATED" TO WS-TL-LABEL
            MOVE WS-TOTAL-RATED TO WS-TL-AMOUNT
            WRITE FreightRecoveryLine FROM WS-TOTAL-LINE
            MOVE "FREIGHT BILLED" TO WS-TL-LABEL
            MOVE WS-TOTAL-BILLED TO WS-TL-AMOUNT
            WRITE FreightRecoveryLine FROM WS-TOTAL-LINE
            MOVE "CARRIER COST INVOICED" TO WS-TL-LABEL
            MOVE WS-TOTAL-COST TO WS-TL-AMOUNT
            WRITE FreightRecoveryLine FROM WS-TOTAL-LINE
            MOVE "BILLED LESS CARRIER COST" TO WS-TL-LABEL
            MOVE WS-TOTAL-RECOVERED TO WS-TL-AMOUNT
            WRITE FreightRecoveryLine FROM WS-TOTAL-LINE
            IF WS-TOTAL-COST > 0
                COMPUTE WS-RECOVERY-PERCENT ROUNDED =
                    WS-TOTAL-BILLED * 100 / WS-TOTAL-COST
                    ON SIZE ERROR
                        MOVE 99999.9 TO WS-RECOVERY-PERCENT
                END-COMPUTE
                MOVE WS-RECOVERY-PERCENT TO WS-PL-PERCENT
                WRITE FreightRecoveryLine FROM WS-PERCENT-LINE
            END-IF
            MOVE "CARRIER COST - FREE-FREIGHT CUSTOMERS"
                TO WS-TL-LABEL
            MOVE WS-FREE-CUSTOMER-COST TO WS-TL-AMOUNT
            WRITE FreightRecoveryLine FROM WS-TOTAL-LINE
            MOVE "CARRIER COST - OVER FREE THRESHOLD"
                TO WS-TL-LABEL
            MOVE WS-THRESHOLD-COST TO WS-TL-AMOUNT
            WRITE FreightRecoveryLine FROM WS-TOTAL-LINE
            MOVE "CARRIER COST - NOT RATED" TO WS-TL-LABEL
            MOVE WS-UNRATED-COST TO WS-TL-AMOUNT
            WRITE FreightRecoveryLine FROM WS-TOTAL-LINE
            MOVE "SHIPMENTS NOT RATED" TO WS-CL-LABEL
            MOVE WS-UNRATED-SHIPMENTS TO WS-CL-COUNT
            WRITE FreightRecoveryLine FROM WS-COUNT-LINE
            MOVE "SHIPMENTS AWAITING CARRIER INVOICE" TO WS-CL-LABEL
            MOVE WS-AWAITING-CARRIER TO WS-CL-COUNT
            WRITE FreightRecoveryLine FROM WS-COUNT-LINE
            MOVE "CARRIER CHARGES WITH NO SHIPMENT LOGGED"
                TO WS-CL-LABEL
            MOVE WS-UNLOGGED-CHARGES TO WS-CL-COUNT
            WRITE FreightRecoveryLine FROM WS-COUNT-LINE
            MOVE "CARRIER COST WITH NO SHIPMENT LOGGED"
                TO WS-TL-LABEL
            MOVE WS-UNLOGGED-COST TO WS-TL-AMOUNT
            WRITE FreightRecoveryLine FROM WS-TOTAL-LINE.
