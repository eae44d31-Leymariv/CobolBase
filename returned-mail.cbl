       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReturnedMail.
      * Returned-mail posting. Each RETMAIL.DAT transaction records
      * one piece the post office sent back - the document type,
      * the endorsement reason and the date it came back - against
      * either a customer or, for mail sent off the mailing list
      * alone, a NAMEADDR record named by its exact name and postal
      * code. For a customer the current ADDRESS-HISTORY entry is
      * flagged undeliverable (AH-STATUS "U" - still current, so
      * everything that reads the address keeps working) with the
      * return details on the record, under before and after
      * images on CUSTAUDT.DAT, and the customer's mailing records
      * (last name plus postal code, the mergepurge rule) are
      * flagged along with it. The mailing file is copied to
      * MAILFLAG.TXT with NA-UNDELIVERABLE set on the flagged
      * records, for the operator to put in place of SAMPIN.TXT.
      * LabelPrint, DunningRun, CustomerStatement and NotifyFormat
      * then stop posting to the address; BadAddressList is the
      * front office's weekly list of who to call. The flag clears
      * when a new address is keyed (CustomerMaint) or forwarded
      * (AddressForward).
      * A piece dated before the current address took effect was
      * sent to the customer's old address and is refused - the
      * address it condemns is already history.
      * Document types: STMT statement, DUNN dunning letter, LABL
      * mailing-label piece, NOTE notification letter, INVC
      * invoice. Reasons: NK not known at address, MV moved - no
      * forwarding, IA insufficient address, NS no such number or
      * street, RF refused, VA vacant.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT CUSTOMER-MASTER
            ASSIGN TO "CUSTOMER.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CustomerId
            FILE STATUS IS WS-CUSTOMER-STATUS.
          SELECT RETURN-TRANSACTION-FILE
            ASSIGN TO "RETMAIL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TRANSACTION-STATUS.
          SELECT NAME-ADDRESS-FILE
            ASSIGN TO "SAMPIN.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MAIL-STATUS.
          SELECT FLAGGED-MAILING-FILE
            ASSIGN TO "MAILFLAG.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FLAGGED-STATUS.
          SELECT CUSTOMER-AUDIT-FILE
            ASSIGN TO "CUSTAUDT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.
          SELECT RETURN-REGISTER
            ASSIGN TO "RETMAIL.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTER-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CUSTOMER-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY CUSTREC.

        FD  RETURN-TRANSACTION-FILE
            LABEL RECORDS ARE STANDARD.
        01  RETURN-TRANSACTION-RECORD.
            05  RT-CUSTOMER-ID       PIC X(8).
            05  FILLER               PIC X.
            05  RT-MAIL-NAME         PIC X(30).
            05  RT-MAIL-POSTAL-CODE  PIC X(10).
            05  FILLER               PIC X.
            05  RT-DOCUMENT-TYPE     PIC X(4).
                88  RT-KnownDocument     VALUE "STMT" "DUNN" "LABL"
                                               "NOTE" "INVC".
            05  FILLER               PIC X.
            05  RT-RETURN-REASON     PIC X(2).
                88  RT-KnownReason       VALUE "NK" "MV" "IA" "NS"
                                               "RF" "VA".
            05  FILLER               PIC X.
            05  RT-RETURN-DATE       PIC X(8).

        FD  NAME-ADDRESS-FILE
            LABEL RECORDS ARE STANDARD.
            COPY NAMEADDR.

        FD  FLAGGED-MAILING-FILE
            LABEL RECORDS ARE STANDARD.
        01  FlaggedMailingLine       PIC X(155).

        FD  CUSTOMER-AUDIT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY CUSTAUD.

        FD  RETURN-REGISTER
            LABEL RECORDS ARE STANDARD.
        01  ReturnRegisterLine       PIC X(100).

        WORKING-STORAGE SECTION.
        01  WS-CUSTOMER-STATUS       PIC XX.
            88  CustomerFileOK           VALUE "00".
        01  WS-TRANSACTION-STATUS    PIC XX.
            88  EndOfTransactionFile     VALUE "10".
        01  WS-MAIL-STATUS           PIC XX.
            88  EndOfMailingFile         VALUE "10".
        01  WS-FLAGGED-STATUS        PIC XX.
        01  WS-AUDIT-STATUS          PIC XX.
        01  WS-REGISTER-STATUS       PIC XX.

        01  WS-RUN-DATE              PIC 9(8).
        01  WS-BEFORE-IMAGE          PIC X(544).
        01  WS-RETURN-DATE           PIC 9(8).
        01  WS-DATE-VALID            PIC X.
            88  ReturnDateIsValid        VALUE "Y".
        01  WS-DATE-REASON           PIC XX.
        01  WS-REJECT-REASON         PIC X(25).
        01  WS-ACTION-TAKEN          PIC X(25).
        01  WS-CURRENT-SLOT          PIC 9.
        01  WS-AH-IDX                PIC 9.

        01  WS-TRANSACTIONS-READ     PIC 9(5) VALUE ZERO.
        01  WS-CUSTOMERS-FLAGGED     PIC 9(5) VALUE ZERO.
        01  WS-TRANSACTIONS-REJECTED PIC 9(5) VALUE ZERO.
        01  WS-MAIL-FLAGGED          PIC 9(5) VALUE ZERO.

        01  WS-MC-ACTION             PIC X.
        01  WS-MC-FILE-ID            PIC X(8) VALUE "CUSTOMER".
        01  WS-MC-COUNT              PIC 9(7).
        01  WS-MC-HASH               PIC 9(15).
        01  WS-MC-RESULT             PIC X.
            88  MasterControlOK          VALUE "Y".
        01  WS-MC-FILE-PRESENT       PIC X.
            88  MasterFilePresent        VALUE "Y".
        01  WS-MASTER-EOF            PIC X.
            88  EndOfCustomerMaster      VALUE "Y".

        01  WS-FL-ACTION             PIC X.
        01  WS-FL-FILE-ID            PIC X(8) VALUE "CUSTOMER".
        01  WS-FL-KEY                PIC X(8) VALUE SPACES.
        01  WS-FL-PROGRAM            PIC X(15) VALUE "ReturnedMail".
        01  WS-FL-RESULT             PIC X.
            88  FileLockGranted          VALUE "Y".

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "ReturnedMail".
        01  WS-RJ-IMAGE              PIC X(2000).

        01  WS-SPLIT-NAME            PIC X(30).
        01  WS-NA-TRIMMED            PIC X(30).
        01  WS-NA-LENGTH             PIC 99.
        01  WS-NA-IDX                PIC 99.
        01  WS-LASTNAME-START        PIC 99.
        01  WS-NA-LASTNAME-LEN       PIC 99.
        01  WS-MAIL-LASTNAME         PIC X(5).

      * Mailing records to flag: by a customer's last name and
      * postal code (L), or by a transaction's exact name and
      * postal code (N).
        78  WS-MAIL-FLAG-CAPACITY    VALUE 500.
        01  WS-MF-COUNT              PIC 999 VALUE ZERO.
        01  WS-MF-IDX                PIC 999.
        01  WS-MAIL-FLAG-TABLE.
            05  MAIL-FLAG-ENTRY OCCURS 500 TIMES.
              10  MF-MATCH-TYPE      PIC X.
                  88  MF-ByLastName      VALUE "L".
                  88  MF-ByFullName      VALUE "N".
              10  MF-NAME            PIC X(30).
              10  MF-POSTAL-CODE     PIC X(10).
              10  MF-RECORDS-FLAGGED PIC 9(4).

        01  WS-REGISTER-HEADING-LINE.
            05  FILLER               PIC X(26)
                VALUE "RETURNED MAIL REGISTER RUN".
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RHL-RUN-DATE      PIC 9(8).
        01  WS-REGISTER-DETAIL-LINE.
            05  WS-RDL-CUSTOMER-ID   PIC X(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-NAME          PIC X(30).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-POSTAL        PIC X(10).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-DOCUMENT      PIC X(4).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-REASON        PIC X(2).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-DATE          PIC X(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-ACTION        PIC X(25).
        01  WS-REGISTER-MAIL-LINE.
            05  FILLER               PIC X(15)
                VALUE "MAILING RECORD ".
            05  WS-RML-NAME          PIC X(30).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RML-POSTAL        PIC X(10).
            05  FILLER               PIC X(11) VALUE " NOT FOUND ".
        01  WS-REGISTER-TOTAL-LINE.
            05  WS-RTL-CAPTION       PIC X(24).
            05  WS-RTL-COUNT         PIC ZZZZ9.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            OPEN INPUT RETURN-TRANSACTION-FILE
            IF WS-TRANSACTION-STATUS NOT = "00"
                DISPLAY "No RETMAIL.DAT available, returned-mail "
                    "posting skipped"
                STOP RUN
            END-IF
            PERFORM VERIFY-MASTER-CONTROL-TOTALS
            IF NOT MasterControlOK
                DISPLAY "CUSTOMER-MASTER FAILS ITS CONTROL "
                    "TOTALS - RETURNED-MAIL RUN REFUSED"
                CLOSE RETURN-TRANSACTION-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE "C" TO WS-FL-ACTION
            CALL "FileLock" USING WS-FL-ACTION WS-FL-FILE-ID
                WS-FL-KEY WS-FL-PROGRAM WS-FL-RESULT
            IF NOT FileLockGranted
                CLOSE RETURN-TRANSACTION-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN I-O CUSTOMER-MASTER
            IF NOT CustomerFileOK
                DISPLAY "No CUSTOMER.DAT on file, status "
                    WS-CUSTOMER-STATUS
                    " - only mailing records can be flagged"
            END-IF
            CALL "BusinessDate" USING WS-RUN-DATE
            PERFORM OPEN-CUSTOMER-AUDIT-FILE
            OPEN OUTPUT RETURN-REGISTER
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE ReturnRegisterLine FROM REPORT-STAMP-LINE
            MOVE WS-RUN-DATE TO WS-RHL-RUN-DATE
            WRITE ReturnRegisterLine FROM WS-REGISTER-HEADING-LINE
            PERFORM READ-RETURN-TRANSACTION
            PERFORM UNTIL EndOfTransactionFile
                ADD 1 TO WS-TRANSACTIONS-READ
                PERFORM POST-ONE-RETURN
                PERFORM READ-RETURN-TRANSACTION
            END-PERFORM
            CLOSE RETURN-TRANSACTION-FILE
            IF CustomerFileOK
                CLOSE CUSTOMER-MASTER
            END-IF
            CLOSE CUSTOMER-AUDIT-FILE
            IF WS-MF-COUNT > 0
                PERFORM FLAG-MAILING-FILE
            END-IF
            MOVE "CUSTOMERS FLAGGED" TO WS-RTL-CAPTION
            MOVE WS-CUSTOMERS-FLAGGED TO WS-RTL-COUNT
            WRITE ReturnRegisterLine FROM WS-REGISTER-TOTAL-LINE
            MOVE "MAILING RECORDS FLAGGED" TO WS-RTL-CAPTION
            MOVE WS-MAIL-FLAGGED TO WS-RTL-COUNT
            WRITE ReturnRegisterLine FROM WS-REGISTER-TOTAL-LINE
            MOVE "TRANSACTIONS REJECTED" TO WS-RTL-CAPTION
            MOVE WS-TRANSACTIONS-REJECTED TO WS-RTL-COUNT
            WRITE ReturnRegisterLine FROM WS-REGISTER-TOTAL-LINE
            CLOSE RETURN-REGISTER
            PERFORM UPDATE-MASTER-CONTROL-TOTALS
            MOVE "R" TO WS-FL-ACTION
            CALL "FileLock" USING WS-FL-ACTION WS-FL-FILE-ID
                WS-FL-KEY WS-FL-PROGRAM WS-FL-RESULT
            DISPLAY "Returned mail: " WS-TRANSACTIONS-READ " read, "
                WS-CUSTOMERS-FLAGGED " customer(s) flagged, "
                WS-MAIL-FLAGGED " mailing record(s) flagged, "
                WS-TRANSACTIONS-REJECTED " rejected"
            STOP RUN.

      * Record count and CustomerId hash for the shared
      * MasterControl subroutine, verified before the run and
      * restamped after it.
        COMPUTE-MASTER-CONTROL-TOTALS.
            MOVE 0 TO WS-MC-COUNT
            MOVE 0 TO WS-MC-HASH
            MOVE "N" TO WS-MC-FILE-PRESENT
            MOVE "N" TO WS-MASTER-EOF
            OPEN INPUT CUSTOMER-MASTER
            IF CustomerFileOK
                MOVE "Y" TO WS-MC-FILE-PRESENT
                PERFORM UNTIL EndOfCustomerMaster
                    READ CUSTOMER-MASTER NEXT RECORD
                        AT END SET EndOfCustomerMaster TO TRUE
                        NOT AT END
                            ADD 1 TO WS-MC-COUNT
                            ADD CustomerId TO WS-MC-HASH
                    END-READ
                END-PERFORM
                CLOSE CUSTOMER-MASTER
            END-IF.

        VERIFY-MASTER-CONTROL-TOTALS.
            MOVE "Y" TO WS-MC-RESULT
            PERFORM COMPUTE-MASTER-CONTROL-TOTALS
            IF MasterFilePresent
                MOVE "V" TO WS-MC-ACTION
                CALL "MasterControl" USING WS-MC-ACTION
                    WS-MC-FILE-ID WS-MC-COUNT WS-MC-HASH
                    WS-MC-RESULT
            END-IF.

        UPDATE-MASTER-CONTROL-TOTALS.
            PERFORM COMPUTE-MASTER-CONTROL-TOTALS
            IF MasterFilePresent
                MOVE "W" TO WS-MC-ACTION
                CALL "MasterControl" USING WS-MC-ACTION
                    WS-MC-FILE-ID WS-MC-COUNT WS-MC-HASH
                    WS-MC-RESULT
            END-IF.

        OPEN-CUSTOMER-AUDIT-FILE.
            OPEN EXTEND CUSTOMER-AUDIT-FILE
            IF WS-AUDIT-STATUS NOT = "00"
                OPEN OUTPUT CUSTOMER-AUDIT-FILE
            END-IF.

        READ-RETURN-TRANSACTION.
            READ RETURN-TRANSACTION-FILE
                AT END SET EndOfTransactionFile TO TRUE
            END-READ.

        POST-ONE-RETURN.
            MOVE SPACES TO WS-REJECT-REASON
            MOVE SPACES TO WS-ACTION-TAKEN
            MOVE RT-CUSTOMER-ID TO WS-RDL-CUSTOMER-ID
            MOVE RT-MAIL-NAME TO WS-RDL-NAME
            MOVE RT-MAIL-POSTAL-CODE TO WS-RDL-POSTAL
            PERFORM EDIT-RETURN-TRANSACTION
            IF WS-REJECT-REASON = SPACES
                IF RT-CUSTOMER-ID = SPACES
                    PERFORM FLAG-MAILING-RECORD-ONLY
                ELSE
                    PERFORM FLAG-CUSTOMER-ADDRESS
                END-IF
            END-IF
            IF WS-REJECT-REASON NOT = SPACES
                ADD 1 TO WS-TRANSACTIONS-REJECTED
                MOVE WS-REJECT-REASON TO WS-ACTION-TAKEN
            END-IF
            MOVE RT-DOCUMENT-TYPE TO WS-RDL-DOCUMENT
            MOVE RT-RETURN-REASON TO WS-RDL-REASON
            MOVE RT-RETURN-DATE TO WS-RDL-DATE
            MOVE WS-ACTION-TAKEN TO WS-RDL-ACTION
            WRITE ReturnRegisterLine FROM WS-REGISTER-DETAIL-LINE.

        EDIT-RETURN-TRANSACTION.
            IF NOT RT-KnownDocument
                MOVE "BAD DOCUMENT TYPE" TO WS-REJECT-REASON
                EXIT PARAGRAPH
            END-IF
            IF NOT RT-KnownReason
                MOVE "BAD RETURN REASON" TO WS-REJECT-REASON
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-DATE-VALID
            IF RT-RETURN-DATE IS NUMERIC
                MOVE RT-RETURN-DATE TO WS-RETURN-DATE
                CALL "ValidateDate" USING WS-RETURN-DATE
                    WS-DATE-VALID WS-DATE-REASON
            END-IF
            IF NOT ReturnDateIsValid
               OR WS-RETURN-DATE > WS-RUN-DATE
                MOVE "BAD RETURN DATE" TO WS-REJECT-REASON
                EXIT PARAGRAPH
            END-IF
            IF RT-CUSTOMER-ID = SPACES
                IF RT-MAIL-NAME = SPACES
                   OR RT-MAIL-POSTAL-CODE = SPACES
                    MOVE "NO CUSTOMER OR MAIL NAME"
                        TO WS-REJECT-REASON
                END-IF
                EXIT PARAGRAPH
            END-IF
            IF RT-CUSTOMER-ID IS NOT NUMERIC
                MOVE "CUSTOMER ID NOT NUMERIC" TO WS-REJECT-REASON
                EXIT PARAGRAPH
            END-IF
            IF NOT CustomerFileOK
                MOVE "NO CUSTOMER MASTER" TO WS-REJECT-REASON
            END-IF.

      * The current slot takes the "U"; the return details ride on
      * the record for the worklist. A second return against an
      * address already flagged just brings the details up to date.
        FLAG-CUSTOMER-ADDRESS.
            MOVE RT-CUSTOMER-ID TO CustomerId
            READ CUSTOMER-MASTER
                INVALID KEY
                    MOVE "CUSTOMER NOT ON FILE" TO WS-REJECT-REASON
                    EXIT PARAGRAPH
            END-READ
            IF CustomerDeleted
                MOVE "CUSTOMER IS DELETED" TO WS-REJECT-REASON
                EXIT PARAGRAPH
            END-IF
            MOVE Customer-Name TO WS-RDL-NAME
            MOVE 0 TO WS-CURRENT-SLOT
            PERFORM VARYING WS-AH-IDX FROM 1 BY 1 UNTIL WS-AH-IDX > 5
                IF IS-CURRENT-ADDRESS(WS-AH-IDX)
                    MOVE WS-AH-IDX TO WS-CURRENT-SLOT
                END-IF
            END-PERFORM
            IF WS-CURRENT-SLOT = 0
                MOVE "NO CURRENT ADDRESS" TO WS-REJECT-REASON
                EXIT PARAGRAPH
            END-IF
            SET AH-IDX TO WS-CURRENT-SLOT
            MOVE AH-POSTAL-CODE(AH-IDX) TO WS-RDL-POSTAL
            IF AH-EFFECTIVE-DATE(AH-IDX) IS NUMERIC
               AND WS-RETURN-DATE < AH-EFFECTIVE-DATE(AH-IDX)
                MOVE "RETURNED FROM OLD ADDRESS" TO WS-REJECT-REASON
                EXIT PARAGRAPH
            END-IF
            MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
            IF IS-UNDELIVERABLE-ADDRESS(AH-IDX)
                MOVE "ALREADY FLAGGED - UPDATED" TO WS-ACTION-TAKEN
            ELSE
                MOVE "ADDRESS FLAGGED" TO WS-ACTION-TAKEN
            END-IF
            MOVE "U" TO AH-STATUS(AH-IDX)
            MOVE WS-RETURN-DATE TO Customer-Return-Date
            MOVE RT-DOCUMENT-TYPE TO Customer-Return-Document
            MOVE RT-RETURN-REASON TO Customer-Return-Reason
            REWRITE CUSTOMER-RECORD
                INVALID KEY
                    MOVE "CUSTOMER NOT REWRITTEN" TO WS-REJECT-REASON
                    EXIT PARAGRAPH
            END-REWRITE
            ADD 1 TO WS-CUSTOMERS-FLAGGED
            PERFORM WRITE-AUDIT-IMAGES
            MOVE "C" TO WS-RJ-OPERATION
            PERFORM JOURNAL-CUSTOMER-RECORD
            MOVE LastName TO WS-MAIL-LASTNAME
            IF WS-MF-COUNT < WS-MAIL-FLAG-CAPACITY
                ADD 1 TO WS-MF-COUNT
                SET MF-ByLastName(WS-MF-COUNT) TO TRUE
                MOVE WS-MAIL-LASTNAME TO MF-NAME(WS-MF-COUNT)
                MOVE AH-POSTAL-CODE(AH-IDX)
                    TO MF-POSTAL-CODE(WS-MF-COUNT)
                MOVE 0 TO MF-RECORDS-FLAGGED(WS-MF-COUNT)
            ELSE
                DISPLAY "WS-MAIL-FLAG-TABLE full at "
                    WS-MAIL-FLAG-CAPACITY " entries, mailing "
                    "records for customer " CustomerId " not flagged"
            END-IF.

        FLAG-MAILING-RECORD-ONLY.
            IF WS-MF-COUNT >= WS-MAIL-FLAG-CAPACITY
                MOVE "MAIL FLAG TABLE FULL" TO WS-REJECT-REASON
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-MF-COUNT
            SET MF-ByFullName(WS-MF-COUNT) TO TRUE
            MOVE RT-MAIL-NAME TO MF-NAME(WS-MF-COUNT)
            MOVE RT-MAIL-POSTAL-CODE TO MF-POSTAL-CODE(WS-MF-COUNT)
            MOVE 0 TO MF-RECORDS-FLAGGED(WS-MF-COUNT)
            MOVE "MAILING RECORD TO FLAG" TO WS-ACTION-TAKEN.

        WRITE-AUDIT-IMAGES.
            MOVE WS-RUN-DATE TO CA-RUN-DATE
            MOVE "ReturnedMail" TO CA-PROGRAM-NAME
            MOVE "B" TO CA-IMAGE-TYPE
            MOVE WS-BEFORE-IMAGE TO CA-RECORD-IMAGE
            WRITE CUSTOMER-AUDIT-RECORD
            MOVE "A" TO CA-IMAGE-TYPE
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

      * The whole mailing file is copied to MAILFLAG.TXT with the
      * undeliverable flag set where a flag entry matches. A
      * mailing-list return that matched nothing is called out on
      * the register.
        FLAG-MAILING-FILE.
            OPEN INPUT NAME-ADDRESS-FILE
            IF WS-MAIL-STATUS NOT = "00"
                DISPLAY "No NAME-ADDRESS-FILE available, mailing "
                    "records not flagged"
                EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT FLAGGED-MAILING-FILE
            PERFORM READ-MAILING-RECORD
            PERFORM UNTIL EndOfMailingFile
                MOVE NA-NAME TO WS-SPLIT-NAME
                PERFORM FIND-MAILING-LASTNAME
                PERFORM VARYING WS-MF-IDX FROM 1 BY 1
                    UNTIL WS-MF-IDX > WS-MF-COUNT
                    IF NA-POSTAL-CODE = MF-POSTAL-CODE(WS-MF-IDX)
                       AND ((MF-ByLastName(WS-MF-IDX)
                             AND WS-MAIL-LASTNAME = MF-NAME(WS-MF-IDX))
                        OR (MF-ByFullName(WS-MF-IDX)
                             AND NA-NAME = MF-NAME(WS-MF-IDX)))
                        ADD 1 TO MF-RECORDS-FLAGGED(WS-MF-IDX)
                        IF NA-UNDELIVERABLE NOT = "Y"
                            MOVE "Y" TO NA-UNDELIVERABLE
                            ADD 1 TO WS-MAIL-FLAGGED
                        END-IF
                    END-IF
                END-PERFORM
                WRITE FlaggedMailingLine FROM NAME-ADDRESS-RECORD
                PERFORM READ-MAILING-RECORD
            END-PERFORM
            CLOSE NAME-ADDRESS-FILE
            CLOSE FLAGGED-MAILING-FILE
            PERFORM VARYING WS-MF-IDX FROM 1 BY 1
                UNTIL WS-MF-IDX > WS-MF-COUNT
                IF MF-ByFullName(WS-MF-IDX)
                   AND MF-RECORDS-FLAGGED(WS-MF-IDX) = 0
                    MOVE MF-NAME(WS-MF-IDX) TO WS-RML-NAME
                    MOVE MF-POSTAL-CODE(WS-MF-IDX) TO WS-RML-POSTAL
                    WRITE ReturnRegisterLine
                        FROM WS-REGISTER-MAIL-LINE
                END-IF
            END-PERFORM.

        READ-MAILING-RECORD.
            READ NAME-ADDRESS-FILE
                AT END SET EndOfMailingFile TO TRUE
            END-READ.

      * Same trailing-word rule FIND-MAILING-LASTNAME uses in
      * mergepurge - the last name is whatever follows the final
      * space of the free-text NA-NAME.
        FIND-MAILING-LASTNAME.
            MOVE SPACES TO WS-MAIL-LASTNAME
            MOVE FUNCTION TRIM(WS-SPLIT-NAME) TO WS-NA-TRIMMED
            COMPUTE WS-NA-LENGTH =
                FUNCTION LENGTH(FUNCTION TRIM(WS-SPLIT-NAME))
            MOVE 1 TO WS-LASTNAME-START
            PERFORM VARYING WS-NA-IDX FROM WS-NA-LENGTH BY -1
                UNTIL WS-NA-IDX < 1
                IF WS-NA-TRIMMED(WS-NA-IDX:1) = SPACE
                    COMPUTE WS-LASTNAME-START = WS-NA-IDX + 1
                    EXIT PERFORM
                END-IF
            END-PERFORM
            COMPUTE WS-NA-LASTNAME-LEN =
                WS-NA-LENGTH - WS-LASTNAME-START + 1
            IF WS-NA-LASTNAME-LEN > 0
                MOVE WS-NA-TRIMMED(WS-LASTNAME-START:
                    WS-NA-LASTNAME-LEN) TO WS-MAIL-LASTNAME
            END-IF.
