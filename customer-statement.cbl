      * the CUSTOMER.DAT name and the current ADDRESS-HISTORY
      * entry, the way InvoicePrint addresses an invoice. A
      * customer with no opening balance and no activity in the
      * month gets no statement. Where ReturnedMail has flagged the
      * current address undeliverable the statement is emailed
      * instead, on STMEMAIL.RPT, when an address is held and the
      * customer has not opted out of email; otherwise it is held
      * back and counted.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            ASSIGN TO "CUSTSTMT.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATEMENT-STATUS.
          SELECT STATEMENT-EMAIL-FILE
            ASSIGN TO "STMEMAIL.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EMAIL-STATUS.

        DATA DIVISION.
        FILE SECTION.
            LABEL RECORDS ARE STANDARD.
        01  StatementLine            PIC X(80).

        FD  STATEMENT-EMAIL-FILE
            LABEL RECORDS ARE STANDARD.
        01  StatementEmailLine       PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-AR-STATUS             PIC XX.
            88  ArFileOK                 VALUE "00".
        01  WS-CUSTOMER-STATUS       PIC XX.
            88  CustomerFileOK           VALUE "00".
        01  WS-STATEMENT-STATUS      PIC XX.
        01  WS-EMAIL-STATUS          PIC XX.

        01  WS-STATEMENT-MONTH       PIC 9(6).
        01  WS-RECORD-MONTH          PIC 9(6).
        01  WS-BILL-TO-POSTAL        PIC X(10).
        01  WS-CUSTOMER-FOUND        PIC X.
            88  StatementCustomerFound   VALUE "Y".
        01  WS-BILL-TO-UNDELIVERABLE PIC X.
            88  BillToUndeliverable      VALUE "Y".
        01  WS-SEND-CHANNEL          PIC X.
            88  SendStatementByEmail     VALUE "E".
        01  WS-STATEMENT-OUT         PIC X(80).
        01  WS-EMAIL-TO-LINE.
            05  FILLER               PIC X(4) VALUE "TO: ".
            05  WS-ETL-EMAIL         PIC X(50).

        01  WS-RULE-LINE             PIC X(60) VALUE ALL "-".
        01  WS-STATEMENT-HEADING.
            05  FILLER               PIC X(21)
                VALUE "  OPT-OUT SUPPRESSED ".
            05  WS-CL-SUPPRESSED     PIC ZZZ9.
        01  WS-EMAILED-COUNT         PIC 9(4) VALUE ZERO.
        01  WS-UNDELIVERABLE-COUNT   PIC 9(4) VALUE ZERO.
        01  WS-RETURNED-COUNT-LINE.
            05  FILLER               PIC X(24)
                VALUE "UNDELIVERABLE - EMAILED ".
            05  WS-RCL-EMAILED       PIC ZZZ9.
            05  FILLER               PIC X(11) VALUE "  NOT SENT ".
            05  WS-RCL-NOT-SENT      PIC ZZZ9.

        PROCEDURE DIVISION.
        Begin.
            PERFORM TALLY-AR-OPEN-ITEMS
            PERFORM TALLY-PAYMENTS
            OPEN OUTPUT STATEMENT-FILE
            OPEN OUTPUT STATEMENT-EMAIL-FILE
            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                UNTIL WS-CT-IDX > WS-CT-COUNT
                IF SC-OPENING(WS-CT-IDX) NOT = 0
            MOVE WS-STATEMENTS-PRINTED TO WS-CL-COUNT
            MOVE WS-SUPPRESSED-COUNT TO WS-CL-SUPPRESSED
            WRITE StatementLine FROM WS-COUNT-LINE
            MOVE WS-EMAILED-COUNT TO WS-RCL-EMAILED
            MOVE WS-UNDELIVERABLE-COUNT TO WS-RCL-NOT-SENT
            WRITE StatementLine FROM WS-RETURNED-COUNT-LINE
            CLOSE STATEMENT-FILE
            CLOSE STATEMENT-EMAIL-FILE
            CLOSE CUSTOMER-MASTER
            DISPLAY "Statements: " WS-STATEMENTS-PRINTED
                " printed for month " WS-STATEMENT-MONTH ", "
                WS-SUPPRESSED-COUNT " opt-out(s) suppressed, "
                WS-EMAILED-COUNT " emailed to undeliverable addresses"
            STOP RUN.

      * One pass over the master recomputes the record count and
                ADD 1 TO WS-SUPPRESSED-COUNT
                EXIT PARAGRAPH
            END-IF
            MOVE "L" TO WS-SEND-CHANNEL
            IF BillToUndeliverable
                IF Customer-Email = SPACES OR CustomerDoNotEmail
                    ADD 1 TO WS-UNDELIVERABLE-COUNT
                    EXIT PARAGRAPH
                END-IF
                MOVE "E" TO WS-SEND-CHANNEL
                ADD 1 TO WS-EMAILED-COUNT
                MOVE Customer-Email TO WS-ETL-EMAIL
                WRITE StatementEmailLine FROM WS-EMAIL-TO-LINE
            ELSE
                ADD 1 TO WS-STATEMENTS-PRINTED
            END-IF
            MOVE WS-RULE-LINE TO WS-STATEMENT-OUT
            PERFORM PUT-STATEMENT-LINE
            MOVE WS-STATEMENT-MONTH TO WS-SH-MONTH
            MOVE SC-CUSTOMER-ID(WS-CT-IDX) TO WS-SH-CUSTOMER-ID
            MOVE WS-STATEMENT-HEADING TO WS-STATEMENT-OUT
            PERFORM PUT-STATEMENT-LINE
            MOVE WS-BILL-TO-NAME TO WS-AL-NAME
            MOVE WS-ADDRESS-LINE-1 TO WS-STATEMENT-OUT
            PERFORM PUT-STATEMENT-LINE
            IF NOT SendStatementByEmail
                MOVE WS-BILL-TO-STREET TO WS-AL-STREET
                MOVE WS-ADDRESS-LINE-2 TO WS-STATEMENT-OUT
                PERFORM PUT-STATEMENT-LINE
                MOVE WS-BILL-TO-CITY TO WS-AL-CITY
                MOVE WS-BILL-TO-POSTAL TO WS-AL-POSTAL
                MOVE WS-ADDRESS-LINE-3 TO WS-STATEMENT-OUT
                PERFORM PUT-STATEMENT-LINE
            END-IF
            MOVE "OPENING BALANCE " TO WS-BL-CAPTION
            MOVE SC-OPENING(WS-CT-IDX) TO WS-BL-AMOUNT
            MOVE WS-BALANCE-LINE TO WS-STATEMENT-OUT
            PERFORM PUT-STATEMENT-LINE
            PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                UNTIL WS-DT-IDX > WS-DT-COUNT
                IF SD-CUSTOMER-ID(WS-DT-IDX)
                - SC-MONTH-PAID(WS-CT-IDX)
            MOVE "CLOSING BALANCE " TO WS-BL-CAPTION
            MOVE WS-CLOSING-BALANCE TO WS-BL-AMOUNT
            MOVE WS-BALANCE-LINE TO WS-STATEMENT-OUT
            PERFORM PUT-STATEMENT-LINE
            MOVE WS-BLANK-LINE TO WS-STATEMENT-OUT
            PERFORM PUT-STATEMENT-LINE.

        PRINT-ONE-DETAIL.
            MOVE SD-ITEM-DATE(WS-DT-IDX) TO WS-SDL-DATE
            END-IF
            MOVE SD-REFERENCE(WS-DT-IDX) TO WS-SDL-REFERENCE
            MOVE SD-AMOUNT(WS-DT-IDX) TO WS-SDL-AMOUNT
            MOVE WS-STATEMENT-DETAIL-LINE TO WS-STATEMENT-OUT
            PERFORM PUT-STATEMENT-LINE.

      * Printed statements and emailed ones share one layout; the
      * emailed copy drops the postal address lines.
        PUT-STATEMENT-LINE.
            IF SendStatementByEmail
                WRITE StatementEmailLine FROM WS-STATEMENT-OUT
            ELSE
                WRITE StatementLine FROM WS-STATEMENT-OUT
            END-IF.

        FIND-STATEMENT-CUSTOMER.
            MOVE "N" TO WS-CUSTOMER-FOUND
            MOVE "N" TO WS-BILL-TO-UNDELIVERABLE
            MOVE SPACES TO WS-BILL-TO-NAME
            MOVE SPACES TO WS-BILL-TO-STREET
            MOVE SPACES TO WS-BILL-TO-CITY
                    MOVE AH-CITY(AH-IDX) TO WS-BILL-TO-CITY
                    MOVE AH-POSTAL-CODE(AH-IDX)
                        TO WS-BILL-TO-POSTAL
                    IF IS-UNDELIVERABLE-ADDRESS(AH-IDX)
                        MOVE "Y" TO WS-BILL-TO-UNDELIVERABLE
                    END-IF
                END-IF
            END-PERFORM.
