      * stays on file.
      * On a change transaction, space-filled fields mean "leave the
      * master value alone"; only keyed fields are replaced.
      * A keyed salesperson code must be on SALESREP.REF; NONE
      * clears the customer back to a house account. The free-freight
      * flag keys Y or N like the contact preferences. A keyed
      * price group replaces the customer's; NONE clears it. A
      * keyed payment-terms code must be on TERMS.REF; NONE puts
      * the customer back on the standard net 30. The home
      * warehouse keys M or C, and the warehouse-fallback flag Y
      * or N like the contact preferences, as does the ship-
      * complete-or-cancel preference. The e-invoicing flag keys
      * Y or N too; a keyed receiving-party id replaces the
      * customer's, NONE clears it, and a customer cannot be left
      * on e-invoicing without one. One tax-exemption certificate
      * slot (1-3) is driven per transaction like the address
      * slot; NONE as its certificate number empties it.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            ASSIGN TO "CUSTAUDT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.
          SELECT SALESPERSON-FILE
            ASSIGN TO "SALESREP.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SALESPERSON-STATUS.
          SELECT PAYMENT-TERMS-FILE
            ASSIGN TO "TERMS.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TERMS-STATUS.

        DATA DIVISION.
        FILE SECTION.
                                     PIC 9(7)V99.
            05  CT-DO-NOT-MAIL       PIC X.
            05  CT-DO-NOT-EMAIL      PIC X.
            05  CT-SALESPERSON       PIC X(4).
                88  CT-ClearSalesperson  VALUE "NONE".
            05  CT-FREE-FREIGHT      PIC X.
            05  CT-PRICE-GROUP       PIC X(4).
                88  CT-ClearPriceGroup   VALUE "NONE".
            05  CT-TERMS-CODE        PIC X(4).
                88  CT-ClearTermsCode    VALUE "NONE".
            05  CT-HOME-WAREHOUSE    PIC X.
            05  CT-WAREHOUSE-FALLBACK PIC X.
            05  CT-SHIP-COMPLETE     PIC X.
            05  CT-EINVOICE          PIC X.
            05  CT-EINVOICE-PARTY    PIC X(20).
                88  CT-ClearEInvoiceParty VALUE "NONE".
            05  CT-EXEMPT-SLOT       PIC X.
                88  CT-NoExemptSlot      VALUE "0" SPACE.
            05  CT-EX-CERTIFICATE-NO PIC X(15).
                88  CT-ClearExemption    VALUE "NONE".
            05  CT-EX-STATE          PIC X(2).
            05  CT-EX-EFFECTIVE-DATE PIC X(8).
            05  CT-EX-EXPIRY-DATE    PIC X(8).

        FD  MAINT-REGISTER
            LABEL RECORDS ARE STANDARD.
            LABEL RECORDS ARE STANDARD.
            COPY CUSTAUD.

        FD  SALESPERSON-FILE
            LABEL RECORDS ARE STANDARD.
            COPY SALESREP.

        FD  PAYMENT-TERMS-FILE
            LABEL RECORDS ARE STANDARD.
            COPY TERMSREF.

        WORKING-STORAGE SECTION.
        01  WS-CUSTOMER-STATUS       PIC XX.
            88  CustomerFileOK           VALUE "00".
        01  WS-TRANSACTION-STATUS    PIC XX.
            88  EndOfTransactionFile     VALUE "10".
        01  WS-REGISTER-STATUS       PIC XX.
        01  WS-SALESPERSON-STATUS    PIC XX.
            88  EndOfSalespersonFile     VALUE "10".

        78  WS-SALESPERSON-CAPACITY  VALUE 100.
        01  WS-SR-COUNT              PIC 999 VALUE ZERO.
        01  WS-SR-IDX                PIC 999.
        01  WS-SALESPERSON-TABLE.
            05  SALESPERSON-ENTRY OCCURS 100 TIMES.
              10  SRE-SALESPERSON-CODE PIC X(4).
              10  SRE-STATUS         PIC X.

        01  WS-TERMS-STATUS          PIC XX.
            88  EndOfTermsFile           VALUE "10".
        78  WS-TERMS-CAPACITY        VALUE 50.
        01  WS-TM-COUNT              PIC 99 VALUE ZERO.
        01  WS-TM-IDX                PIC 99.
        01  WS-TERMS-TABLE.
            05  TERMS-ENTRY OCCURS 50 TIMES.
              10  TME-TERMS-CODE     PIC X(4).

        01  WS-TRANSACTIONS-READ     PIC 9(5) VALUE ZERO.
        01  WS-TRANSACTIONS-APPLIED  PIC 9(5) VALUE ZERO.
            88  CustomerIdIsValid        VALUE "Y".
        01  WS-SLOT-NUMBER           PIC 9.
        01  WS-AH-IDX                PIC 9.
        01  WS-EX-SLOT-NUMBER        PIC 9.
        01  WS-EXEMPT-DATE           PIC 9(8).
        01  WS-AUDIT-STATUS          PIC XX.
        01  WS-RUN-DATE              PIC 9(8).
        01  WS-BEFORE-IMAGE          PIC X(544).

        01  WS-MC-ACTION             PIC X.
        01  WS-MC-FILE-ID            PIC X(8) VALUE "CUSTOMER".
            05  WS-DOB-DAY           PIC 99.
        01  WS-DATE-VALID            PIC X.
            88  BirthDateIsValid         VALUE "Y".
            88  ExemptDateIsValid        VALUE "Y".
        01  WS-DATE-REASON           PIC XX.

        01  WS-FL-ACTION             PIC X.
        01  WS-FL-RESULT             PIC X.
            88  FileLockGranted          VALUE "Y".

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "CustomerMaint".
        01  WS-RJ-IMAGE              PIC X(2000).

        01  WS-REGISTER-LINE.
            05  WS-RGL-ACTION        PIC X.
            05  FILLER               PIC X VALUE SPACE.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-DISPOSITION   PIC X(25).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            OPEN INPUT CUST-TRANSACTION-FILE
                    MOVE 8 TO RETURN-CODE
                    GOBACK
                END-IF
                PERFORM LOAD-SALESPERSON-TABLE
                PERFORM LOAD-TERMS-TABLE
                PERFORM OPEN-CUSTOMER-MASTER
                OPEN OUTPUT MAINT-REGISTER
                CALL "ReportStamp" USING REPORT-STAMP-LINE
                WRITE MaintRegisterLine FROM REPORT-STAMP-LINE
                PERFORM OPEN-CUSTOMER-AUDIT-FILE
                CALL "BusinessDate" USING WS-RUN-DATE
                PERFORM READ-CUST-TRANSACTION
                PERFORM UNTIL EndOfTransactionFile
                    ADD 1 TO WS-TRANSACTIONS-READ
            MOVE SPACE TO Customer-Credit-Hold
            MOVE SPACE TO Customer-Do-Not-Mail
            MOVE SPACE TO Customer-Do-Not-Email
            MOVE SPACES TO Customer-Salesperson
            MOVE SPACE TO Customer-Free-Freight
            MOVE SPACES TO Customer-Price-Group
            MOVE SPACES TO Customer-Terms-Code
            MOVE SPACE TO Customer-Home-Warehouse
            MOVE SPACE TO Customer-Warehouse-Fallback
            MOVE SPACE TO Customer-Ship-Complete
            MOVE SPACE TO Customer-EInvoice
            MOVE SPACES TO Customer-EInvoice-Party
            MOVE ZERO TO Customer-Merged-Into
            MOVE ZERO TO Customer-Return-Date
            MOVE SPACES TO Customer-Return-Document
            MOVE SPACES TO Customer-Return-Reason
            MOVE CT-CUSTOMER-ID TO CustomerId
            PERFORM APPLY-TRANSACTION-FIELDS
            IF TransactionClean
                            TO WS-REJECT-REASON
                        PERFORM WRITE-REJECT-REGISTER-LINE
                    NOT INVALID KEY
                        MOVE "A" TO WS-RJ-OPERATION
                        PERFORM JOURNAL-CUSTOMER-RECORD
                        PERFORM WRITE-APPLIED-REGISTER-LINE
                END-WRITE
            ELSE
                                PERFORM WRITE-REJECT-REGISTER-LINE
                            NOT INVALID KEY
                                PERFORM WRITE-AUDIT-IMAGES
                                MOVE "C" TO WS-RJ-OPERATION
                                PERFORM JOURNAL-CUSTOMER-RECORD
                                PERFORM WRITE-APPLIED-REGISTER-LINE
                        END-REWRITE
                    ELSE
                            PERFORM WRITE-REJECT-REGISTER-LINE
                        NOT INVALID KEY
                            PERFORM WRITE-AUDIT-IMAGES
                            MOVE "C" TO WS-RJ-OPERATION
                            PERFORM JOURNAL-CUSTOMER-RECORD
                            PERFORM WRITE-APPLIED-REGISTER-LINE
                    END-REWRITE
            END-READ.
            IF TransactionClean AND NOT CT-NoAddressSlot
                PERFORM APPLY-ADDRESS-SLOT
            END-IF
            IF TransactionClean AND NOT CT-NoExemptSlot
                PERFORM APPLY-EXEMPTION-SLOT
            END-IF
            IF TransactionClean AND CT-EMAIL NOT = SPACES
                CALL "ValidateEmail" USING CT-EMAIL WS-EMAIL-VALID
                IF CustomerEmailIsValid
                        MOVE "BAD DO-NOT-EMAIL FLAG"
                            TO WS-REJECT-REASON
                END-EVALUATE
            END-IF
            IF TransactionClean AND CT-FREE-FREIGHT NOT = SPACE
                EVALUATE CT-FREE-FREIGHT
                    WHEN "Y" MOVE "Y" TO Customer-Free-Freight
                    WHEN "N" MOVE SPACE TO Customer-Free-Freight
                    WHEN OTHER
                        MOVE "N" TO WS-EDIT-RESULT
                        MOVE "BAD FREE-FREIGHT FLAG"
                            TO WS-REJECT-REASON
                END-EVALUATE
            END-IF
            IF TransactionClean AND CT-PRICE-GROUP NOT = SPACES
                IF CT-ClearPriceGroup
                    MOVE SPACES TO Customer-Price-Group
                ELSE
                    MOVE CT-PRICE-GROUP TO Customer-Price-Group
                END-IF
            END-IF
            IF TransactionClean AND CT-SALESPERSON NOT = SPACES
                PERFORM APPLY-SALESPERSON
            END-IF
            IF TransactionClean AND CT-TERMS-CODE NOT = SPACES
                PERFORM APPLY-TERMS-CODE
            END-IF
            IF TransactionClean AND CT-HOME-WAREHOUSE NOT = SPACE
                EVALUATE CT-HOME-WAREHOUSE
                    WHEN "M"
                    WHEN "C"
                        MOVE CT-HOME-WAREHOUSE
                            TO Customer-Home-Warehouse
                    WHEN OTHER
                        MOVE "N" TO WS-EDIT-RESULT
                        MOVE "BAD HOME WAREHOUSE"
                            TO WS-REJECT-REASON
                END-EVALUATE
            END-IF
            IF TransactionClean AND CT-WAREHOUSE-FALLBACK NOT = SPACE
                EVALUATE CT-WAREHOUSE-FALLBACK
                    WHEN "Y"
                        MOVE "Y" TO Customer-Warehouse-Fallback
                    WHEN "N"
                        MOVE SPACE TO Customer-Warehouse-Fallback
                    WHEN OTHER
                        MOVE "N" TO WS-EDIT-RESULT
                        MOVE "BAD WAREHOUSE FALLBACK"
                            TO WS-REJECT-REASON
                END-EVALUATE
            END-IF
            IF TransactionClean AND CT-SHIP-COMPLETE NOT = SPACE
                EVALUATE CT-SHIP-COMPLETE
                    WHEN "Y"
                        MOVE "Y" TO Customer-Ship-Complete
                    WHEN "N"
                        MOVE SPACE TO Customer-Ship-Complete
                    WHEN OTHER
                        MOVE "N" TO WS-EDIT-RESULT
                        MOVE "BAD SHIP-COMPLETE FLAG"
                            TO WS-REJECT-REASON
                END-EVALUATE
            END-IF
            IF TransactionClean AND CT-EINVOICE-PARTY NOT = SPACES
                IF CT-ClearEInvoiceParty
                    MOVE SPACES TO Customer-EInvoice-Party
                ELSE
                    MOVE CT-EINVOICE-PARTY TO Customer-EInvoice-Party
                END-IF
            END-IF
            IF TransactionClean AND CT-EINVOICE NOT = SPACE
                EVALUATE CT-EINVOICE
                    WHEN "Y"
                        MOVE "Y" TO Customer-EInvoice
                    WHEN "N"
                        MOVE SPACE TO Customer-EInvoice
                    WHEN OTHER
                        MOVE "N" TO WS-EDIT-RESULT
                        MOVE "BAD E-INVOICE FLAG"
                            TO WS-REJECT-REASON
                END-EVALUATE
            END-IF
      * An e-invoice with nowhere to go would be neither sent nor
      * printed, so the flag cannot stand without a party id.
            IF TransactionClean AND CustomerOnEInvoicing
               AND Customer-EInvoice-Party = SPACES
                MOVE "N" TO WS-EDIT-RESULT
                MOVE "E-INVOICE NEEDS PARTY ID" TO WS-REJECT-REASON
            END-IF.

      * Only a salesperson still active on SALESREP.REF can take
      * on an account.
        APPLY-SALESPERSON.
            IF CT-ClearSalesperson
                MOVE SPACES TO Customer-Salesperson
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                UNTIL WS-SR-IDX > WS-SR-COUNT
                OR SRE-SALESPERSON-CODE(WS-SR-IDX) = CT-SALESPERSON
                CONTINUE
            END-PERFORM
            IF WS-SR-IDX > WS-SR-COUNT
                MOVE "N" TO WS-EDIT-RESULT
                MOVE "UNKNOWN SALESPERSON" TO WS-REJECT-REASON
            ELSE
                IF SRE-STATUS(WS-SR-IDX) = "L"
                    MOVE "N" TO WS-EDIT-RESULT
                    MOVE "SALESPERSON HAS LEFT" TO WS-REJECT-REASON
                ELSE
                    MOVE CT-SALESPERSON TO Customer-Salesperson
                END-IF
            END-IF.

        APPLY-TERMS-CODE.
            IF CT-ClearTermsCode
                MOVE SPACES TO Customer-Terms-Code
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                UNTIL WS-TM-IDX > WS-TM-COUNT
                OR TME-TERMS-CODE(WS-TM-IDX) = CT-TERMS-CODE
                CONTINUE
            END-PERFORM
            IF WS-TM-IDX > WS-TM-COUNT
                MOVE "N" TO WS-EDIT-RESULT
                MOVE "UNKNOWN TERMS CODE" TO WS-REJECT-REASON
            ELSE
                MOVE CT-TERMS-CODE TO Customer-Terms-Code
            END-IF.

        LOAD-TERMS-TABLE.
            OPEN INPUT PAYMENT-TERMS-FILE
            IF WS-TERMS-STATUS = "00"
                PERFORM UNTIL EndOfTermsFile
                    OR WS-TM-COUNT >= WS-TERMS-CAPACITY
                    READ PAYMENT-TERMS-FILE
                        AT END SET EndOfTermsFile TO TRUE
                        NOT AT END
                            ADD 1 TO WS-TM-COUNT
                            MOVE TM-TERMS-CODE TO
                                TME-TERMS-CODE(WS-TM-COUNT)
                    END-READ
                END-PERFORM
                IF NOT EndOfTermsFile
                    DISPLAY "WS-TERMS-TABLE full at "
                        WS-TERMS-CAPACITY " entries, "
                        "remaining TERMS.REF records not loaded"
                END-IF
                CLOSE PAYMENT-TERMS-FILE
            ELSE
                DISPLAY "No TERMS.REF on file, terms codes "
                    "cannot be assigned this run"
            END-IF.

        LOAD-SALESPERSON-TABLE.
            OPEN INPUT SALESPERSON-FILE
            IF WS-SALESPERSON-STATUS = "00"
                PERFORM UNTIL EndOfSalespersonFile
                    OR WS-SR-COUNT >= WS-SALESPERSON-CAPACITY
                    READ SALESPERSON-FILE
                        AT END SET EndOfSalespersonFile TO TRUE
                        NOT AT END
                            ADD 1 TO WS-SR-COUNT
                            MOVE SR-SALESPERSON-CODE TO
                                SRE-SALESPERSON-CODE(WS-SR-COUNT)
                            MOVE SR-STATUS TO SRE-STATUS(WS-SR-COUNT)
                    END-READ
                END-PERFORM
                IF NOT EndOfSalespersonFile
                    DISPLAY "WS-SALESPERSON-TABLE full at "
                        WS-SALESPERSON-CAPACITY " entries, "
                        "remaining SALESREP.REF records not loaded"
                END-IF
                CLOSE SALESPERSON-FILE
            ELSE
                DISPLAY "No SALESREP.REF on file, salesperson "
                    "codes cannot be assigned this run"
            END-IF.

      * The keyed date of birth is windowed to a full CCYYMMDD the
                MOVE "N" TO WS-EDIT-RESULT
                MOVE "BAD DATE OF BIRTH" TO WS-REJECT-REASON
            ELSE
                CALL "BusinessDate" USING WS-TODAY
                MOVE CT-DOB-YEAR TO WS-DOB-YEAR
                MOVE CT-DOB-MONTH TO WS-DOB-MONTH
                MOVE CT-DOB-DAY TO WS-DOB-DAY
      * One ADDRESS-HISTORY slot is driven per transaction. Marking
      * the keyed slot current clears the current flag on the other
      * four, so IS-CURRENT-ADDRESS stays unique the way
      * FIND-CURRENT-ADDRESS-POSTAL in mergepurge expects. A new
      * street or postal code keyed over an address ReturnedMail
      * flagged undeliverable makes it plainly current again.
        APPLY-ADDRESS-SLOT.
            IF CT-ADDRESS-SLOT IS NUMERIC
               AND CT-ADDRESS-SLOT >= "1"
               AND CT-ADDRESS-SLOT <= "5"
                MOVE CT-ADDRESS-SLOT TO WS-SLOT-NUMBER
                SET AH-IDX TO WS-SLOT-NUMBER
                IF IS-UNDELIVERABLE-ADDRESS(AH-IDX)
                   AND (CT-AH-STREET NOT = AH-STREET(AH-IDX)
                    OR CT-AH-POSTAL-CODE NOT = AH-POSTAL-CODE(AH-IDX))
                    MOVE "C" TO AH-STATUS(AH-IDX)
                END-IF
                IF CT-AH-EFFECTIVE-DATE IS NUMERIC
                    MOVE CT-AH-EFFECTIVE-DATE
                        TO AH-EFFECTIVE-DATE(AH-IDX)
                MOVE "BAD ADDRESS SLOT" TO WS-REJECT-REASON
            END-IF.

      * One TAX-EXEMPTION slot is driven per transaction the same
      * way. NONE as the certificate empties the slot; otherwise
      * the keyed fields replace the slot's and what results must
      * be a whole certificate - number, state and two real dates,
      * expiry not before effective - with no other slot already
      * claiming the state, or OrderEntry could not tell which one
      * to honour.
        APPLY-EXEMPTION-SLOT.
            IF CT-EXEMPT-SLOT IS NOT NUMERIC
               OR CT-EXEMPT-SLOT < "1"
               OR CT-EXEMPT-SLOT > "3"
                MOVE "N" TO WS-EDIT-RESULT
                MOVE "BAD EXEMPTION SLOT" TO WS-REJECT-REASON
                EXIT PARAGRAPH
            END-IF
            MOVE CT-EXEMPT-SLOT TO WS-EX-SLOT-NUMBER
            SET EX-IDX TO WS-EX-SLOT-NUMBER
            IF CT-ClearExemption
                MOVE SPACES TO TAX-EXEMPTION(EX-IDX)
                EXIT PARAGRAPH
            END-IF
            IF CT-EX-CERTIFICATE-NO NOT = SPACES
                MOVE CT-EX-CERTIFICATE-NO
                    TO EX-CERTIFICATE-NO(EX-IDX)
            END-IF
            IF CT-EX-STATE NOT = SPACES
                MOVE CT-EX-STATE TO EX-STATE(EX-IDX)
            END-IF
            IF CT-EX-EFFECTIVE-DATE NOT = SPACES
                MOVE CT-EX-EFFECTIVE-DATE TO EX-EFFECTIVE-DATE(EX-IDX)
            END-IF
            IF CT-EX-EXPIRY-DATE NOT = SPACES
                MOVE CT-EX-EXPIRY-DATE TO EX-EXPIRY-DATE(EX-IDX)
            END-IF
            IF EX-CERTIFICATE-NO(EX-IDX) = SPACES
               OR EX-STATE(EX-IDX) = SPACES
                MOVE "N" TO WS-EDIT-RESULT
                MOVE "BAD EXEMPTION CERT" TO WS-REJECT-REASON
                EXIT PARAGRAPH
            END-IF
            IF EX-EFFECTIVE-DATE(EX-IDX) IS NOT NUMERIC
               OR EX-EXPIRY-DATE(EX-IDX) IS NOT NUMERIC
                MOVE "N" TO WS-EDIT-RESULT
                MOVE "BAD EXEMPTION DATE" TO WS-REJECT-REASON
                EXIT PARAGRAPH
            END-IF
            MOVE EX-EFFECTIVE-DATE(EX-IDX) TO WS-EXEMPT-DATE
            CALL "ValidateDate" USING WS-EXEMPT-DATE
                WS-DATE-VALID WS-DATE-REASON
            IF ExemptDateIsValid
                MOVE EX-EXPIRY-DATE(EX-IDX) TO WS-EXEMPT-DATE
                CALL "ValidateDate" USING WS-EXEMPT-DATE
                    WS-DATE-VALID WS-DATE-REASON
            END-IF
            IF NOT ExemptDateIsValid
               OR EX-EXPIRY-DATE(EX-IDX) < EX-EFFECTIVE-DATE(EX-IDX)
                MOVE "N" TO WS-EDIT-RESULT
                MOVE "BAD EXEMPTION DATE" TO WS-REJECT-REASON
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-AH-IDX FROM 1 BY 1
                UNTIL WS-AH-IDX > 3
                IF WS-AH-IDX NOT = WS-EX-SLOT-NUMBER
                   AND EX-STATE(WS-AH-IDX) = EX-STATE(EX-IDX)
                    MOVE "N" TO WS-EDIT-RESULT
                    MOVE "EXEMPT STATE ON FILE" TO WS-REJECT-REASON
                END-IF
            END-PERFORM.

      * Before/after images bracket every rewrite on the shared
      * customer audit trail (CUSTAUD copybook), stamped with run
      * date and this program's name - same convention as ex in
            MOVE CUSTOMER-RECORD TO CA-RECORD-IMAGE
            WRITE CUSTOMER-AUDIT-RECORD.

      * Every change to CUSTOMER.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-CUSTOMER-RECORD.
            MOVE "CUSTOMER" TO WS-RJ-FILE-ID
            MOVE CustomerId TO WS-RJ-KEY
            MOVE CUSTOMER-RECORD TO WS-RJ-IMAGE
            CALL "RecoveryJournal" USING WS-RJ-FILE-ID
                WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.

        OPEN-CUSTOMER-AUDIT-FILE.
            OPEN EXTEND CUSTOMER-AUDIT-FILE
            IF WS-AUDIT-STATUS NOT = "00"
