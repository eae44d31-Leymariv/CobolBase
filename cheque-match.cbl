      * date, and reports what matched, what the bank presented
      * that we never registered, and what was already marked -
      * a cheque presented twice is exactly the thing to shout
      * about, and so is a cheque ChequeVoid has voided, which
      * stays voided and is reported for a stop. The register is
      * rewritten through a work file the way PayrollRun rewrites
      * PAYWEEK.DAT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        01  WS-MATCHED-COUNT         PIC 9(4) VALUE ZERO.
        01  WS-REMATCHED-COUNT       PIC 9(4) VALUE ZERO.
        01  WS-UNKNOWN-COUNT         PIC 9(4) VALUE ZERO.
        01  WS-VOIDED-COUNT          PIC 9(4) VALUE ZERO.

        01  WS-REPORT-HEADING        PIC X(30)
                VALUE "CHEQUE PRESENTMENT MATCHING".
            05  WS-TL-REMATCHED      PIC ZZZ9.
            05  FILLER               PIC X(9) VALUE "  UNKNOWN".
            05  WS-TL-UNKNOWN        PIC ZZZ9.
            05  FILLER               PIC X(8) VALUE "  VOIDED".
            05  WS-TL-VOIDED         PIC ZZZ9.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            ELSE
                OPEN OUTPUT CHEQUE-REG-WORK-FILE
                OPEN OUTPUT MATCH-REPORT
                CALL "ReportStamp" USING REPORT-STAMP-LINE
                WRITE MatchReportLine FROM REPORT-STAMP-LINE
                WRITE MatchReportLine FROM WS-REPORT-HEADING
                PERFORM READ-REGISTER-RECORD
                PERFORM UNTIL EndOfChequeRegister
                MOVE WS-MATCHED-COUNT TO WS-TL-MATCHED
                MOVE WS-REMATCHED-COUNT TO WS-TL-REMATCHED
                MOVE WS-UNKNOWN-COUNT TO WS-TL-UNKNOWN
                MOVE WS-VOIDED-COUNT TO WS-TL-VOIDED
                WRITE MatchReportLine FROM WS-TOTAL-LINE
                CLOSE MATCH-REPORT
                DISPLAY "Cheque matching: " WS-MATCHED-COUNT
                    " presented, " WS-REMATCHED-COUNT
                    " already presented, " WS-UNKNOWN-COUNT
                    " unknown to the register, " WS-VOIDED-COUNT
                    " voided"
            END-IF
            STOP RUN.

            MOVE CQ-CHEQUE-NO TO WS-DL-CHEQUE-NO
            MOVE CQ-EMPLOYEE-NO TO WS-DL-EMP-NO
            MOVE CQ-AMOUNT TO WS-DL-AMOUNT
            EVALUATE TRUE
                WHEN CQ-ChequePresented
                    ADD 1 TO WS-REMATCHED-COUNT
                    MOVE "ALREADY PRESENTED" TO WS-DL-NOTE
                WHEN CQ-ChequeVoided
                    ADD 1 TO WS-VOIDED-COUNT
                    MOVE "VOIDED - STOP PAYMENT" TO WS-DL-NOTE
                WHEN OTHER
                    ADD 1 TO WS-MATCHED-COUNT
                    MOVE "P" TO CQ-STATUS
                    MOVE SE-PRESENTED-DATE(WS-ST-IDX)
                        TO CQ-PRESENTED-DATE
                    MOVE "PRESENTED" TO WS-DL-NOTE
            END-EVALUATE
            WRITE MatchReportLine FROM WS-DETAIL-LINE.

        REPORT-UNKNOWN-CHEQUES.
