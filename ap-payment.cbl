       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApPaymentRun.
      * Accounts-payable payment run. Takes an operator-keyed pay-
      * through date and selects every open APOPEN.DAT item
      * SupplierInvoice matched that falls due on or before it.
      * The file is keyed supplier first, so a straight read brings
      * each SU-SUPPLIER-NO's items together: each supplier gets one
      * cheque for the lot, numbered from APCHQSEQ.CTL the way
      * PayrollRun numbers from CHQSEQ.CTL, registered on
      * APCHQREG.DAT for presentment matching, and a remittance
      * advice on APREMIT.RPT listing the invoices it settles.
      * Paid items are closed with the cheque number and date, and
      * the total posts to GLPOST.DAT as an AP debit against a cash
      * credit. Preview is the default answer: it prints the
      * proposed payments on APPAY.RPT and touches nothing, so the
      * controller can pull an invoice before money moves.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT AP-OPEN-ITEM-FILE
            ASSIGN TO "APOPEN.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AP-KEY
            FILE STATUS IS WS-AP-STATUS.
          SELECT SUPPLIER-MASTER
            ASSIGN TO "SUPPLIER.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SUPPLIER-STATUS.
          SELECT AP-CHEQUE-REGISTER-FILE
            ASSIGN TO "APCHQREG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHEQUE-REG-STATUS.
          SELECT AP-CHEQUE-SEQUENCE-FILE
            ASSIGN TO "APCHQSEQ.CTL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHQ-SEQ-STATUS.
          SELECT PAYMENT-REGISTER
            ASSIGN TO "APPAY.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTER-STATUS.
          SELECT REMITTANCE-ADVICE
            ASSIGN TO "APREMIT.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REMITTANCE-STATUS.
          SELECT GL-POSTING-FILE
            ASSIGN TO "GLPOST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GL-POST-STATUS.
          SELECT GL-ACCOUNT-MAP
            ASSIGN TO "GLMAP.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GL-MAP-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  AP-OPEN-ITEM-FILE
            LABEL RECORDS ARE STANDARD.
            COPY APOPEN.

        FD  SUPPLIER-MASTER
            LABEL RECORDS ARE STANDARD.
        01  SUPPLIER-MASTER-RECORD.
            05  SU-SUPPLIER-NO       PIC 9(5).
            05  FILLER               PIC X.
            05  SU-SUPPLIER-NAME     PIC X(25).

        FD  AP-CHEQUE-REGISTER-FILE
            LABEL RECORDS ARE STANDARD.
            COPY APCHQREG.

        FD  AP-CHEQUE-SEQUENCE-FILE
            LABEL RECORDS ARE STANDARD.
        01  ApChequeSequenceLine     PIC 9(6).

        FD  PAYMENT-REGISTER
            LABEL RECORDS ARE STANDARD.
        01  PaymentRegisterLine      PIC X(80).

        FD  REMITTANCE-ADVICE
            LABEL RECORDS ARE STANDARD.
        01  RemittanceAdviceLine     PIC X(80).

        FD  GL-POSTING-FILE
            LABEL RECORDS ARE STANDARD.
            COPY GLPOST.

        FD  GL-ACCOUNT-MAP
            LABEL RECORDS ARE STANDARD.
        01  GL-ACCOUNT-MAP-RECORD.
            05  GM-CATEGORY          PIC X(8).
            05  FILLER               PIC X.
            05  GM-ACCOUNT           PIC 9(6).

        WORKING-STORAGE SECTION.
        01  WS-AP-STATUS             PIC XX.
            88  ApFileOK                 VALUE "00".
            88  EndOfApFile              VALUE "10".
        01  WS-SUPPLIER-STATUS       PIC XX.
            88  EndOfSupplierFile        VALUE "10".
        01  WS-CHEQUE-REG-STATUS     PIC XX.
        01  WS-CHQ-SEQ-STATUS        PIC XX.
        01  WS-REGISTER-STATUS       PIC XX.
        01  WS-REMITTANCE-STATUS     PIC XX.
        01  WS-GL-POST-STATUS        PIC XX.
        01  WS-GL-MAP-STATUS         PIC XX.
            88  EndOfGlAccountMap        VALUE "10".

        01  WS-PAY-THROUGH-DATE      PIC 9(8).
        01  WS-RUN-DATE              PIC 9(8).
        01  WS-PC-ACTION             PIC X.
        01  WS-PC-PERIOD             PIC 9(6).
        01  WS-PC-RESULT             PIC X.
            88  PostingPeriodOpen        VALUE "Y".
        01  WS-CE-PROMPT             PIC X(40)
                VALUE "Preview only - no cheques written".
        01  WS-CE-RESPONSE           PIC X.
            88  PaymentsToBeMade         VALUE "N".

        01  WS-NEXT-CHEQUE-NO        PIC 9(6) VALUE 1.

        78  WS-SUPPLIER-TABLE-CAPACITY VALUE 200.
        01  WS-SU-COUNT              PIC 999 VALUE ZERO.
        01  WS-SU-IDX                PIC 999.
        01  WS-SUPPLIER-TABLE.
            05  SUPPLIER-ENTRY OCCURS 200 TIMES.
              10  SUE-SUPPLIER-NO    PIC 9(5).
              10  SUE-SUPPLIER-NAME  PIC X(25).
        01  WS-SUPPLIER-NAME         PIC X(25).

        01  WS-CHEQUE-OPEN           PIC X VALUE "N".
            88  SupplierChequeOpen       VALUE "Y".
        01  WS-CURRENT-SUPPLIER      PIC 9(5).
        01  WS-CHEQUE-AMOUNT         PIC 9(7)V99.
        01  WS-CHEQUE-ITEMS          PIC 9(4).

        01  WS-CHEQUE-COUNT          PIC 9(4) VALUE ZERO.
        01  WS-ITEM-COUNT            PIC 9(5) VALUE ZERO.
        01  WS-PAYMENT-TOTAL         PIC 9(9)V99 VALUE ZERO.

        78  WS-GL-MAP-CAPACITY       VALUE 300.
        01  WS-GM-COUNT              PIC 999 VALUE ZERO.
        01  WS-GM-IDX                PIC 999.
        01  WS-GL-MAP-TABLE.
            05  GL-MAP-ENTRY OCCURS WS-GL-MAP-CAPACITY TIMES.
              10  GME-CATEGORY       PIC X(8).
              10  GME-ACCOUNT        PIC 9(6).
        01  WS-GL-ACCOUNT-FOUND      PIC X.
            88  GlAccountFound           VALUE "Y".
        01  WS-GL-LOOKUP-CATEGORY    PIC X(8).
        01  WS-GL-LOOKUP-ACCOUNT     PIC 9(6).

        01  WS-RL-ACTION             PIC X.
        01  WS-RL-PROGRAM-NAME       PIC X(15) VALUE "ApPaymentRun".
        01  WS-RL-RECORDS-READ       PIC 9(7) VALUE ZERO.
        01  WS-RL-RECORDS-WRITTEN    PIC 9(7) VALUE ZERO.
        01  WS-RL-STATUS             PIC X(8).

        01  WS-REGISTER-HEADING.
            05  WS-RH-TITLE          PIC X(30).
            05  FILLER               PIC X(13)
                    VALUE "DUE ON/BEFORE".
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RH-THROUGH-DATE   PIC 9(8).
        01  WS-REGISTER-DETAIL-LINE.
            05  FILLER               PIC X(7) VALUE "CHEQUE ".
            05  WS-RDL-CHEQUE-NO     PIC 9(6).
            05  FILLER               PIC X(10) VALUE " SUPPLIER ".
            05  WS-RDL-SUPPLIER-NO   PIC 9(5).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-SUPPLIER-NAME PIC X(25).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-ITEMS         PIC ZZZ9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-AMOUNT        PIC Z,ZZZ,ZZ9.99.
        01  WS-REGISTER-TOTAL-LINE.
            05  FILLER               PIC X(8) VALUE "CHEQUES ".
            05  WS-RTL-CHEQUES       PIC ZZZ9.
            05  FILLER               PIC X(10) VALUE " INVOICES ".
            05  WS-RTL-ITEMS         PIC ZZZZ9.
            05  FILLER               PIC X(7) VALUE " TOTAL ".
            05  WS-RTL-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.

        01  WS-REMIT-HEADING-LINE.
            05  FILLER               PIC X(25)
                    VALUE "REMITTANCE ADVICE CHEQUE ".
            05  WS-RMH-CHEQUE-NO     PIC 9(6).
            05  FILLER               PIC X(6) VALUE " DATE ".
            05  WS-RMH-DATE          PIC 9(8).
        01  WS-REMIT-SUPPLIER-LINE.
            05  FILLER               PIC X(9) VALUE "SUPPLIER ".
            05  WS-RMS-SUPPLIER-NO   PIC 9(5).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RMS-SUPPLIER-NAME PIC X(25).
        01  WS-REMIT-INVOICE-LINE.
            05  FILLER               PIC X(4) VALUE SPACES.
            05  FILLER               PIC X(8) VALUE "INVOICE ".
            05  WS-RMI-INVOICE-NO    PIC X(10).
            05  FILLER               PIC X(6) VALUE " DATE ".
            05  WS-RMI-INVOICE-DATE  PIC 9(8).
            05  FILLER               PIC X(5) VALUE " DUE ".
            05  WS-RMI-DUE-DATE      PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RMI-AMOUNT        PIC Z,ZZZ,ZZ9.99.
        01  WS-REMIT-TOTAL-LINE.
            05  FILLER               PIC X(4) VALUE SPACES.
            05  FILLER               PIC X(22)
                    VALUE "TOTAL OF THIS CHEQUE  ".
            05  FILLER               PIC X(24) VALUE SPACES.
            05  WS-RMT-AMOUNT        PIC Z,ZZZ,ZZ9.99.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            MOVE "S" TO WS-RL-ACTION
            MOVE "STARTED" TO WS-RL-STATUS
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS
            DISPLAY "Pay invoices due on or before (CCYYMMDD) - "
                WITH NO ADVANCING
            ACCEPT WS-PAY-THROUGH-DATE
            IF WS-PAY-THROUGH-DATE IS NOT NUMERIC
               OR WS-PAY-THROUGH-DATE = 0
                DISPLAY "Pay-through date must be CCYYMMDD"
                MOVE "BADDATE" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
      * Anything but a plain N keeps this a preview.
            CALL "ConfirmEntry" USING WS-CE-PROMPT WS-CE-RESPONSE
            CALL "BusinessDate" USING WS-RUN-DATE
            MOVE WS-RUN-DATE(1:6) TO WS-PC-PERIOD
            IF PaymentsToBeMade
                MOVE "V" TO WS-PC-ACTION
                CALL "PeriodControl" USING WS-PC-ACTION WS-PC-PERIOD
                    WS-PC-RESULT
                IF NOT PostingPeriodOpen
                    MOVE "CLOSEDPD" TO WS-RL-STATUS
                    MOVE 8 TO RETURN-CODE
                    PERFORM LOG-RUN-END
                    GOBACK
                END-IF
                OPEN I-O AP-OPEN-ITEM-FILE
            ELSE
                OPEN INPUT AP-OPEN-ITEM-FILE
            END-IF
            IF NOT ApFileOK
                DISPLAY "Unable to open APOPEN.DAT, status "
                    WS-AP-STATUS
                MOVE "NOAPFILE" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            PERFORM LOAD-SUPPLIER-TABLE
            OPEN OUTPUT PAYMENT-REGISTER
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE PaymentRegisterLine FROM REPORT-STAMP-LINE
            MOVE WS-PAY-THROUGH-DATE TO WS-RH-THROUGH-DATE
            IF PaymentsToBeMade
                MOVE "SUPPLIER PAYMENTS MADE" TO WS-RH-TITLE
                PERFORM READ-CHEQUE-SEQUENCE
                PERFORM OPEN-CHEQUE-REGISTER
                OPEN OUTPUT REMITTANCE-ADVICE
            ELSE
                MOVE "PROPOSED SUPPLIER PAYMENTS" TO WS-RH-TITLE
            END-IF
            WRITE PaymentRegisterLine FROM WS-REGISTER-HEADING
            PERFORM READ-NEXT-AP-ITEM
            PERFORM UNTIL EndOfApFile
                IF AP-ItemOpen
                   AND AP-DUE-DATE <= WS-PAY-THROUGH-DATE
                   AND AP-OPEN-AMOUNT > 0
                    PERFORM PAY-ONE-ITEM
                END-IF
                PERFORM READ-NEXT-AP-ITEM
            END-PERFORM
            IF SupplierChequeOpen
                PERFORM FINISH-SUPPLIER-CHEQUE
            END-IF
            MOVE WS-CHEQUE-COUNT TO WS-RTL-CHEQUES
            MOVE WS-ITEM-COUNT TO WS-RTL-ITEMS
            MOVE WS-PAYMENT-TOTAL TO WS-RTL-TOTAL
            WRITE PaymentRegisterLine FROM WS-REGISTER-TOTAL-LINE
            CLOSE PAYMENT-REGISTER
            CLOSE AP-OPEN-ITEM-FILE
            IF PaymentsToBeMade
                CLOSE REMITTANCE-ADVICE
                CLOSE AP-CHEQUE-REGISTER-FILE
                PERFORM WRITE-CHEQUE-SEQUENCE
                PERFORM LOAD-GL-ACCOUNT-MAP
                IF WS-PAYMENT-TOTAL > 0 AND WS-GM-COUNT > 0
                    PERFORM APPEND-GL-POSTINGS
                END-IF
                DISPLAY "Supplier payments: " WS-CHEQUE-COUNT
                    " cheque(s) for " WS-ITEM-COUNT
                    " invoice(s), total " WS-PAYMENT-TOTAL
                MOVE "COMPLETE" TO WS-RL-STATUS
            ELSE
                DISPLAY "Preview only: " WS-CHEQUE-COUNT
                    " cheque(s) proposed for " WS-ITEM-COUNT
                    " invoice(s), total " WS-PAYMENT-TOTAL
                MOVE "PREVIEW" TO WS-RL-STATUS
            END-IF
            PERFORM LOG-RUN-END
            GOBACK.

        LOG-RUN-END.
            MOVE "E" TO WS-RL-ACTION
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS.

        READ-NEXT-AP-ITEM.
            READ AP-OPEN-ITEM-FILE NEXT RECORD
                AT END SET EndOfApFile TO TRUE
                NOT AT END ADD 1 TO WS-RL-RECORDS-READ
            END-READ.

        PAY-ONE-ITEM.
            IF SupplierChequeOpen
               AND AP-SUPPLIER-NO NOT = WS-CURRENT-SUPPLIER
                PERFORM FINISH-SUPPLIER-CHEQUE
            END-IF
            IF NOT SupplierChequeOpen
                PERFORM START-SUPPLIER-CHEQUE
            END-IF
            ADD AP-OPEN-AMOUNT TO WS-CHEQUE-AMOUNT
            ADD 1 TO WS-CHEQUE-ITEMS
            ADD 1 TO WS-ITEM-COUNT
            IF PaymentsToBeMade
                MOVE AP-INVOICE-NO TO WS-RMI-INVOICE-NO
                MOVE AP-INVOICE-DATE TO WS-RMI-INVOICE-DATE
                MOVE AP-DUE-DATE TO WS-RMI-DUE-DATE
                MOVE AP-OPEN-AMOUNT TO WS-RMI-AMOUNT
                WRITE RemittanceAdviceLine FROM WS-REMIT-INVOICE-LINE
                MOVE ZERO TO AP-OPEN-AMOUNT
                MOVE "P" TO AP-ITEM-STATUS
                MOVE WS-NEXT-CHEQUE-NO TO AP-CHEQUE-NO
                MOVE WS-RUN-DATE TO AP-PAID-DATE
                REWRITE AP-OPEN-ITEM-RECORD
                    INVALID KEY
                        DISPLAY "Rewrite failed for AP item " AP-KEY
                END-REWRITE
            END-IF.

        START-SUPPLIER-CHEQUE.
            MOVE "Y" TO WS-CHEQUE-OPEN
            MOVE AP-SUPPLIER-NO TO WS-CURRENT-SUPPLIER
            MOVE ZERO TO WS-CHEQUE-AMOUNT
            MOVE ZERO TO WS-CHEQUE-ITEMS
            PERFORM FIND-SUPPLIER-NAME
            IF PaymentsToBeMade
                MOVE WS-NEXT-CHEQUE-NO TO WS-RMH-CHEQUE-NO
                MOVE WS-RUN-DATE TO WS-RMH-DATE
                MOVE WS-CURRENT-SUPPLIER TO WS-RMS-SUPPLIER-NO
                MOVE WS-SUPPLIER-NAME TO WS-RMS-SUPPLIER-NAME
                MOVE SPACES TO RemittanceAdviceLine
                WRITE RemittanceAdviceLine
                WRITE RemittanceAdviceLine FROM WS-REMIT-HEADING-LINE
                WRITE RemittanceAdviceLine
                    FROM WS-REMIT-SUPPLIER-LINE
            END-IF.

      * One cheque per supplier: listed on the register, and when
      * paying, registered for presentment and totalled on the
      * remittance advice. A preview numbers nothing.
        FINISH-SUPPLIER-CHEQUE.
            ADD 1 TO WS-CHEQUE-COUNT
            ADD WS-CHEQUE-AMOUNT TO WS-PAYMENT-TOTAL
            MOVE WS-CURRENT-SUPPLIER TO WS-RDL-SUPPLIER-NO
            MOVE WS-SUPPLIER-NAME TO WS-RDL-SUPPLIER-NAME
            MOVE WS-CHEQUE-ITEMS TO WS-RDL-ITEMS
            MOVE WS-CHEQUE-AMOUNT TO WS-RDL-AMOUNT
            IF PaymentsToBeMade
                MOVE WS-NEXT-CHEQUE-NO TO WS-RDL-CHEQUE-NO
                MOVE WS-CHEQUE-AMOUNT TO WS-RMT-AMOUNT
                WRITE RemittanceAdviceLine FROM WS-REMIT-TOTAL-LINE
                PERFORM WRITE-CHEQUE-REGISTER-RECORD
            ELSE
                MOVE ZERO TO WS-RDL-CHEQUE-NO
            END-IF
            WRITE PaymentRegisterLine FROM WS-REGISTER-DETAIL-LINE
            MOVE "N" TO WS-CHEQUE-OPEN.

        WRITE-CHEQUE-REGISTER-RECORD.
            MOVE SPACES TO AP-CHEQUE-REGISTER-RECORD
            MOVE WS-NEXT-CHEQUE-NO TO AC-CHEQUE-NO
            MOVE WS-CURRENT-SUPPLIER TO AC-SUPPLIER-NO
            MOVE WS-CHEQUE-AMOUNT TO AC-AMOUNT
            MOVE WS-RUN-DATE TO AC-ISSUE-DATE
            MOVE "O" TO AC-STATUS
            MOVE 0 TO AC-PRESENTED-DATE
            WRITE AP-CHEQUE-REGISTER-RECORD
            ADD 1 TO WS-RL-RECORDS-WRITTEN
            ADD 1 TO WS-NEXT-CHEQUE-NO.

        FIND-SUPPLIER-NAME.
            MOVE "*** NOT ON SUPPLIER.DAT" TO WS-SUPPLIER-NAME
            PERFORM VARYING WS-SU-IDX FROM 1 BY 1
                UNTIL WS-SU-IDX > WS-SU-COUNT
                IF SUE-SUPPLIER-NO(WS-SU-IDX) = WS-CURRENT-SUPPLIER
                    MOVE SUE-SUPPLIER-NAME(WS-SU-IDX)
                        TO WS-SUPPLIER-NAME
                END-IF
            END-PERFORM.

        LOAD-SUPPLIER-TABLE.
            OPEN INPUT SUPPLIER-MASTER
            IF WS-SUPPLIER-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfSupplierFile
                READ SUPPLIER-MASTER
                    AT END SET EndOfSupplierFile TO TRUE
                    NOT AT END
                        IF SU-SUPPLIER-NO IS NUMERIC
                           AND WS-SU-COUNT < WS-SUPPLIER-TABLE-CAPACITY
                            ADD 1 TO WS-SU-COUNT
                            MOVE SU-SUPPLIER-NO
                                TO SUE-SUPPLIER-NO(WS-SU-COUNT)
                            MOVE SU-SUPPLIER-NAME
                                TO SUE-SUPPLIER-NAME(WS-SU-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE SUPPLIER-MASTER.

        OPEN-CHEQUE-REGISTER.
            OPEN EXTEND AP-CHEQUE-REGISTER-FILE
            IF WS-CHEQUE-REG-STATUS NOT = "00"
                OPEN OUTPUT AP-CHEQUE-REGISTER-FILE
            END-IF.

      * Supplier cheques are their own series, kept in APCHQSEQ.CTL
      * so numbers stay unique across runs; a missing file starts
      * at 1.
        READ-CHEQUE-SEQUENCE.
            OPEN INPUT AP-CHEQUE-SEQUENCE-FILE
            IF WS-CHQ-SEQ-STATUS = "00"
                READ AP-CHEQUE-SEQUENCE-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF ApChequeSequenceLine IS NUMERIC
                            MOVE ApChequeSequenceLine
                                TO WS-NEXT-CHEQUE-NO
                        END-IF
                END-READ
                CLOSE AP-CHEQUE-SEQUENCE-FILE
            END-IF.

        WRITE-CHEQUE-SEQUENCE.
            OPEN OUTPUT AP-CHEQUE-SEQUENCE-FILE
            MOVE WS-NEXT-CHEQUE-NO TO ApChequeSequenceLine
            WRITE ApChequeSequenceLine
            CLOSE AP-CHEQUE-SEQUENCE-FILE.

      * AP debit against the cash credit for everything paid, and a
      * trailer proving the pair.
        APPEND-GL-POSTINGS.
            OPEN EXTEND GL-POSTING-FILE
            IF WS-GL-POST-STATUS NOT = "00"
                OPEN OUTPUT GL-POSTING-FILE
            END-IF
            MOVE "AP" TO WS-GL-LOOKUP-CATEGORY
            PERFORM FIND-GL-ACCOUNT
            MOVE SPACES TO GL-POSTING-RECORD
            MOVE "D" TO GP-RECORD-TYPE
            MOVE WS-GL-LOOKUP-ACCOUNT TO GP-ACCOUNT
            MOVE "AP" TO GP-CATEGORY
            MOVE WS-PAYMENT-TOTAL TO GP-AMOUNT
            MOVE WS-PC-PERIOD TO GP-PERIOD
            WRITE GL-POSTING-RECORD
            MOVE "CASH" TO WS-GL-LOOKUP-CATEGORY
            PERFORM FIND-GL-ACCOUNT
            MOVE SPACES TO GL-POSTING-RECORD
            MOVE "C" TO GP-RECORD-TYPE
            MOVE WS-GL-LOOKUP-ACCOUNT TO GP-ACCOUNT
            MOVE "CASH" TO GP-CATEGORY
            MOVE WS-PAYMENT-TOTAL TO GP-AMOUNT
            MOVE WS-PC-PERIOD TO GP-PERIOD
            WRITE GL-POSTING-RECORD
            MOVE SPACES TO GL-POSTING-RECORD
            MOVE "T" TO GT-RECORD-TYPE
            MOVE WS-PAYMENT-TOTAL TO GT-DEBIT-TOTAL
            MOVE WS-PAYMENT-TOTAL TO GT-CREDIT-TOTAL
            WRITE GL-POSTING-RECORD
            CLOSE GL-POSTING-FILE.

        FIND-GL-ACCOUNT.
            MOVE "N" TO WS-GL-ACCOUNT-FOUND
            MOVE 0 TO WS-GL-LOOKUP-ACCOUNT
            PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                UNTIL WS-GM-IDX > WS-GM-COUNT
                IF GME-CATEGORY(WS-GM-IDX) = WS-GL-LOOKUP-CATEGORY
                    MOVE "Y" TO WS-GL-ACCOUNT-FOUND
                    MOVE GME-ACCOUNT(WS-GM-IDX)
                        TO WS-GL-LOOKUP-ACCOUNT
                END-IF
            END-PERFORM
            IF NOT GlAccountFound
                DISPLAY "No GLMAP.REF account for category "
                    WS-GL-LOOKUP-CATEGORY
                    " - posted to account 000000"
            END-IF.

        LOAD-GL-ACCOUNT-MAP.
            OPEN INPUT GL-ACCOUNT-MAP
            IF WS-GL-MAP-STATUS = "00"
                PERFORM UNTIL EndOfGlAccountMap
                    OR WS-GM-COUNT >= WS-GL-MAP-CAPACITY
                    READ GL-ACCOUNT-MAP
                        AT END SET EndOfGlAccountMap TO TRUE
                        NOT AT END
                            IF GM-ACCOUNT IS NUMERIC
                                ADD 1 TO WS-GM-COUNT
                                MOVE GM-CATEGORY TO
                                    GME-CATEGORY(WS-GM-COUNT)
                                MOVE GM-ACCOUNT TO
                                    GME-ACCOUNT(WS-GM-COUNT)
                            ELSE
                                DISPLAY "Bad GLMAP.REF record "
                                    "ignored: " GL-ACCOUNT-MAP-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                IF NOT EndOfGlAccountMap
                    READ GL-ACCOUNT-MAP
                        AT END CONTINUE
                        NOT AT END
                            DISPLAY "WS-GL-MAP-TABLE full at "
                                WS-GL-MAP-CAPACITY " categories - "
                                "rest of GLMAP.REF not loaded"
                    END-READ
                END-IF
                CLOSE GL-ACCOUNT-MAP
            ELSE
                DISPLAY "No GLMAP.REF on file, no GL posting "
                    "extract this run"
            END-IF.
