      * Tax accumulated by state and month for the remittance
      * return - taxable sales, exempt sales and tax collected.
      * Orders with no jurisdiction accumulate under state "--".
      * Orders taxed at zero under a customer's exemption
      * certificate accumulate on a row of their own per
      * certificate, so the return can show what justified them;
      * the certificate is spaces on every other row.
        FD  TAX-HISTORY-FILE
            LABEL RECORDS ARE STANDARD.
        01  TAX-HISTORY-RECORD.
            05  FILLER               PIC X.
            05  TH-TAX               PIC S9(9)V99
                                     SIGN IS LEADING SEPARATE.
            05  FILLER               PIC X.
            05  TH-CERTIFICATE-NO    PIC X(15).

        WORKING-STORAGE SECTION.
        01  WS-FEED-STATUS           PIC XX.
              10  TE-TAXABLE         PIC S9(9)V99.
              10  TE-EXEMPT          PIC S9(9)V99.
              10  TE-TAX             PIC S9(9)V99.
              10  TE-CERTIFICATE-NO  PIC X(15).
        01  WS-POST-STATE            PIC X(2).

        01  WS-LINE-GRAND-TOTAL      PIC S9(9)V99 VALUE ZERO.
            05  WS-PRF-VERDICT       PIC X(14).
        01  WS-BLANK-LINE            PIC X(100) VALUE SPACES.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            OPEN INPUT INVOICE-FEED-FILE
                AT END SET EndOfInvoiceFeed TO TRUE
            END-READ.

      * A freight line proves into the grand total with the goods
      * but is no item's sale.
        TALLY-ITEM-LINE.
            ADD IF-EXTENDED-PRICE TO WS-LINE-GRAND-TOTAL
            IF IF-FreightLine
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-SI-IDX
            PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                UNTIL WS-RANK-IDX > WS-SI-COUNT
      * order's month: a taxed order adds to taxable sales and the
      * tax collected, an untaxed one to exempt sales. No
      * jurisdiction accumulates under "--" so the return can show
      * what fell through. An order exempt under a certificate
      * posts to the row for that certificate instead.
        POST-TO-TAX-HISTORY.
            IF IF-TAX-STATE = SPACES
                MOVE "--" TO WS-POST-STATE
                UNTIL WS-TH-IDX > WS-TH-COUNT
                IF TE-MONTH(WS-TH-IDX) = WS-CURRENT-MONTH
                   AND TE-STATE(WS-TH-IDX) = WS-POST-STATE
                   AND TE-CERTIFICATE-NO(WS-TH-IDX)
                       = IF-EXEMPT-CERTIFICATE
                    PERFORM ADD-TO-TAX-HIST-ENTRY
                    EXIT PARAGRAPH
                END-IF
                MOVE WS-TH-COUNT TO WS-TH-IDX
                MOVE WS-CURRENT-MONTH TO TE-MONTH(WS-TH-IDX)
                MOVE WS-POST-STATE TO TE-STATE(WS-TH-IDX)
                MOVE IF-EXEMPT-CERTIFICATE
                    TO TE-CERTIFICATE-NO(WS-TH-IDX)
                MOVE 0 TO TE-TAXABLE(WS-TH-IDX)
                MOVE 0 TO TE-EXEMPT(WS-TH-IDX)
                MOVE 0 TO TE-TAX(WS-TH-IDX)
                    "accumulation"
            END-IF.

      * Freight in a state that does not tax it is exempt even on
      * a taxed order.
        ADD-TO-TAX-HIST-ENTRY.
            IF IF-ORDER-TAX = 0
                ADD IF-ORDER-TOTAL TO TE-EXEMPT(WS-TH-IDX)
            ELSE
                IF IF-FREIGHT-AMOUNT IS NUMERIC
                   AND NOT IF-FreightTaxed
                    COMPUTE TE-TAXABLE(WS-TH-IDX) =
                        TE-TAXABLE(WS-TH-IDX)
                        + IF-ORDER-TOTAL - IF-FREIGHT-AMOUNT
                    ADD IF-FREIGHT-AMOUNT TO TE-EXEMPT(WS-TH-IDX)
                ELSE
                    ADD IF-ORDER-TOTAL TO TE-TAXABLE(WS-TH-IDX)
                END-IF
                ADD IF-ORDER-TAX TO TE-TAX(WS-TH-IDX)
            END-IF.

                            MOVE TH-EXEMPT
                                TO TE-EXEMPT(WS-TH-COUNT)
                            MOVE TH-TAX TO TE-TAX(WS-TH-COUNT)
                            MOVE TH-CERTIFICATE-NO
                                TO TE-CERTIFICATE-NO(WS-TH-COUNT)
                        END-IF
                END-READ
            END-PERFORM
                MOVE TE-TAXABLE(WS-TH-IDX) TO TH-TAXABLE
                MOVE TE-EXEMPT(WS-TH-IDX) TO TH-EXEMPT
                MOVE TE-TAX(WS-TH-IDX) TO TH-TAX
                MOVE TE-CERTIFICATE-NO(WS-TH-IDX) TO TH-CERTIFICATE-NO
                WRITE TAX-HISTORY-RECORD
            END-PERFORM
            CLOSE TAX-HISTORY-FILE.

        WRITE-ANALYSIS-REPORT.
            OPEN OUTPUT SALES-ANALYSIS-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE SalesAnalysisLine FROM REPORT-STAMP-LINE
            PERFORM VARYING WS-SI-IDX FROM 1 BY 1
                UNTIL WS-SI-IDX > WS-SI-COUNT
                MOVE SI-ITEM-NUMBER(WS-SI-IDX)
