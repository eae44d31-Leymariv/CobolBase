      * every state's figures so the return ties back to the
      * period's invoice totals instead of a hand-added stack of
      * daily reports. Orders that had no jurisdiction print under
      * state "--" for the accountant to resolve. Sales exempt
      * under a customer's exemption certificate count in the
      * state's exempt figure and are listed beneath it by
      * certificate number, so the auditor can see what justified
      * each one.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            05  FILLER               PIC X.
            05  TH-TAX               PIC S9(9)V99
                                     SIGN IS LEADING SEPARATE.
            05  FILLER               PIC X.
            05  TH-CERTIFICATE-NO    PIC X(15).

        FD  TAX-RATE-FILE
            LABEL RECORDS ARE STANDARD.
              10  TXT-RATE           PIC 99V99.
        01  WS-STATE-RATE            PIC 99V99.

      * The month's rows, gathered so each state's own row and its
      * certificate rows print as one section whatever order
      * SalesAnalysis accumulated them in.
        78  WS-RETURN-ROW-CAPACITY   VALUE 300.
        01  WS-RR-COUNT              PIC 999 VALUE ZERO.
        01  WS-RR-IDX                PIC 999.
        01  WS-RR-SCAN               PIC 999.
        01  WS-RETURN-ROW-TABLE.
            05  RETURN-ROW-ENTRY OCCURS 300 TIMES.
              10  RR-STATE           PIC X(2).
              10  RR-CERTIFICATE-NO  PIC X(15).
              10  RR-TAXABLE         PIC S9(9)V99.
              10  RR-EXEMPT          PIC S9(9)V99.
              10  RR-TAX             PIC S9(9)V99.
              10  RR-PRINTED         PIC X.
                  88  RowPrinted         VALUE "Y".
        01  WS-SECTION-STATE         PIC X(2).
        01  WS-SECTION-TAXABLE       PIC S9(11)V99.
        01  WS-SECTION-EXEMPT        PIC S9(11)V99.
        01  WS-SECTION-TAX           PIC S9(11)V99.

        01  WS-STATES-PRINTED        PIC 999 VALUE ZERO.
        01  WS-TOTAL-TAXABLE         PIC S9(11)V99 VALUE ZERO.
        01  WS-TOTAL-EXEMPT          PIC S9(11)V99 VALUE ZERO.
            05  WS-RDL-EXEMPT        PIC ZZZ,ZZZ,ZZ9.99-.
            05  FILLER               PIC X(5) VALUE " TAX ".
            05  WS-RDL-TAX           PIC ZZZ,ZZ9.99-.
        01  WS-RETURN-CERTIFICATE-LINE.
            05  FILLER               PIC X(14) VALUE SPACES.
            05  FILLER               PIC X(12) VALUE "CERTIFICATE ".
            05  WS-RCL-CERTIFICATE   PIC X(15).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  FILLER               PIC X(8) VALUE " EXEMPT ".
            05  WS-RCL-EXEMPT        PIC ZZZ,ZZZ,ZZ9.99-.
        01  WS-RETURN-PROOF-LINE.
            05  FILLER               PIC X(14)
                VALUE "PERIOD PROOF  ".
            05  FILLER               PIC X(5) VALUE " TAX ".
            05  WS-RPL-TAX           PIC ZZZ,ZZ9.99-.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            DISPLAY "Return month (CCYYMM) - " WITH NO ADVANCING
                STOP RUN
            END-IF
            OPEN OUTPUT REMITTANCE-RETURN
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE RemittanceReturnLine FROM REPORT-STAMP-LINE
            MOVE WS-RETURN-MONTH TO WS-RH-MONTH
            WRITE RemittanceReturnLine FROM WS-RETURN-HEADING
            PERFORM UNTIL EndOfTaxHistory
                    NOT AT END
                        IF TH-MONTH IS NUMERIC
                           AND TH-MONTH = WS-RETURN-MONTH
                            PERFORM ADD-RETURN-ROW
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TAX-HISTORY-FILE
            PERFORM VARYING WS-RR-IDX FROM 1 BY 1
                UNTIL WS-RR-IDX > WS-RR-COUNT
                IF NOT RowPrinted(WS-RR-IDX)
                    PERFORM WRITE-ONE-STATE-SECTION
                END-IF
            END-PERFORM
            MOVE WS-TOTAL-TAXABLE TO WS-RPL-TAXABLE
            MOVE WS-TOTAL-EXEMPT TO WS-RPL-EXEMPT
            MOVE WS-TOTAL-TAX TO WS-RPL-TAX
                ", tax " WS-TOTAL-TAX
            STOP RUN.

        ADD-RETURN-ROW.
            IF WS-RR-COUNT >= WS-RETURN-ROW-CAPACITY
                DISPLAY "WS-RETURN-ROW-TABLE full at "
                    WS-RETURN-ROW-CAPACITY " rows - state "
                    TH-STATE " row not on the return"
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-RR-COUNT
            MOVE TH-STATE TO RR-STATE(WS-RR-COUNT)
            MOVE TH-CERTIFICATE-NO TO RR-CERTIFICATE-NO(WS-RR-COUNT)
            MOVE TH-TAXABLE TO RR-TAXABLE(WS-RR-COUNT)
            MOVE TH-EXEMPT TO RR-EXEMPT(WS-RR-COUNT)
            MOVE TH-TAX TO RR-TAX(WS-RR-COUNT)
            MOVE "N" TO RR-PRINTED(WS-RR-COUNT).

      * The state line carries every row for the state added
      * together; the certificate lines beneath it break the
      * exempt figure down by the certificates behind it.
        WRITE-ONE-STATE-SECTION.
            ADD 1 TO WS-STATES-PRINTED
            MOVE RR-STATE(WS-RR-IDX) TO WS-SECTION-STATE
            MOVE 0 TO WS-SECTION-TAXABLE
            MOVE 0 TO WS-SECTION-EXEMPT
            MOVE 0 TO WS-SECTION-TAX
            PERFORM VARYING WS-RR-SCAN FROM WS-RR-IDX BY 1
                UNTIL WS-RR-SCAN > WS-RR-COUNT
                IF RR-STATE(WS-RR-SCAN) = WS-SECTION-STATE
                    ADD RR-TAXABLE(WS-RR-SCAN) TO WS-SECTION-TAXABLE
                    ADD RR-EXEMPT(WS-RR-SCAN) TO WS-SECTION-EXEMPT
                    ADD RR-TAX(WS-RR-SCAN) TO WS-SECTION-TAX
                END-IF
            END-PERFORM
            ADD WS-SECTION-TAXABLE TO WS-TOTAL-TAXABLE
            ADD WS-SECTION-EXEMPT TO WS-TOTAL-EXEMPT
            ADD WS-SECTION-TAX TO WS-TOTAL-TAX
            MOVE WS-SECTION-STATE TO WS-RDL-STATE
            PERFORM FIND-STATE-RATE
            MOVE WS-STATE-RATE TO WS-RDL-RATE
            MOVE WS-SECTION-TAXABLE TO WS-RDL-TAXABLE
            MOVE WS-SECTION-EXEMPT TO WS-RDL-EXEMPT
            MOVE WS-SECTION-TAX TO WS-RDL-TAX
            WRITE RemittanceReturnLine
                FROM WS-RETURN-DETAIL-LINE
            PERFORM VARYING WS-RR-SCAN FROM WS-RR-IDX BY 1
                UNTIL WS-RR-SCAN > WS-RR-COUNT
                IF RR-STATE(WS-RR-SCAN) = WS-SECTION-STATE
                    MOVE "Y" TO RR-PRINTED(WS-RR-SCAN)
                    IF RR-CERTIFICATE-NO(WS-RR-SCAN) NOT = SPACES
                        MOVE RR-CERTIFICATE-NO(WS-RR-SCAN)
                            TO WS-RCL-CERTIFICATE
                        MOVE RR-EXEMPT(WS-RR-SCAN) TO WS-RCL-EXEMPT
                        WRITE RemittanceReturnLine
                            FROM WS-RETURN-CERTIFICATE-LINE
                    END-IF
                END-IF
            END-PERFORM.

        FIND-STATE-RATE.
            MOVE 0 TO WS-STATE-RATE
            PERFORM VARYING WS-TX-IDX FROM 1 BY 1
                UNTIL WS-TX-IDX > WS-TX-COUNT
                IF TXT-STATE(WS-TX-IDX) = WS-SECTION-STATE
                    MOVE TXT-RATE(WS-TX-IDX) TO WS-STATE-RATE
                END-IF
            END-PERFORM.
