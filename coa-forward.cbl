       IDENTIFICATION DIVISION.
       PROGRAM-ID. AddressForward.
      * Change-of-address forwarding run. Takes the postal
      * service's forwarding file (COAFWD.DAT - old name and
      * address, new address, move date) and matches each entry
      * on last name plus old postal code, the rule mergepurge
      * uses, against:
      *   - the current ADDRESS-HISTORY slot of every live customer
      *     on CUSTOMER.DAT, and
      *   - the NAMEADDR mailing file (SAMPIN.TXT).
      * A confident entry - one customer and/or one mailing record,
      * the customer's current street agreeing with the old street
      * and the move no earlier than that address took effect - is
      * applied: the customer gets a new current address-history
      * slot effective on the move date (the oldest history slot
      * is reused when all five are taken), bracketed by before and
      * after images on CUSTAUDT.DAT, and the mailing record is
      * readdressed (clearing any undeliverable flag ReturnedMail
      * set on either). Anything less certain - several candidates,
      * a street that disagrees, two entries claiming the same
      * customer or mailing record, an unusable entry - goes to the
      * review listing (COAREV.RPT) and nothing is changed for it.
      * The mailing file is copied to FWDMAIL.TXT with the
      * readdressed records in place, for the operator to put in
      * place of SAMPIN.TXT; COAFWD.RPT registers what was applied.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT CUSTOMER-MASTER
            ASSIGN TO "CUSTOMER.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CustomerId
            FILE STATUS IS WS-CUSTOMER-STATUS.
          SELECT FORWARDING-FILE
            ASSIGN TO "COAFWD.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FORWARDING-STATUS.
          SELECT NAME-ADDRESS-FILE
            ASSIGN TO "SAMPIN.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MAIL-STATUS.
          SELECT FORWARDED-MAILING-FILE
            ASSIGN TO "FWDMAIL.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FORWARDED-STATUS.
          SELECT CUSTOMER-AUDIT-FILE
            ASSIGN TO "CUSTAUDT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.
          SELECT FORWARDING-REGISTER
            ASSIGN TO "COAFWD.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTER-STATUS.
          SELECT REVIEW-LISTING
            ASSIGN TO "COAREV.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REVIEW-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CUSTOMER-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY CUSTREC.

        FD  FORWARDING-FILE
            LABEL RECORDS ARE STANDARD.
        01  FORWARDING-RECORD.
            05  FR-OLD-NAME          PIC X(30).
            05  FR-OLD-STREET        PIC X(30).
            05  FR-OLD-CITY          PIC X(20).
            05  FR-OLD-STATE         PIC X(2).
            05  FR-OLD-POSTAL-CODE   PIC X(10).
            05  FR-NEW-STREET        PIC X(30).
            05  FR-NEW-CITY          PIC X(20).
            05  FR-NEW-STATE         PIC X(2).
            05  FR-NEW-POSTAL-CODE   PIC X(10).
            05  FR-MOVE-DATE         PIC X(8).

        FD  NAME-ADDRESS-FILE
            LABEL RECORDS ARE STANDARD.
            COPY NAMEADDR.

        FD  FORWARDED-MAILING-FILE
            LABEL RECORDS ARE STANDARD.
        01  ForwardedMailingLine     PIC X(155).

        FD  CUSTOMER-AUDIT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY CUSTAUD.

        FD  FORWARDING-REGISTER
            LABEL RECORDS ARE STANDARD.
        01  ForwardingRegisterLine   PIC X(100).

        FD  REVIEW-LISTING
            LABEL RECORDS ARE STANDARD.
        01  ReviewListingLine        PIC X(100).

        WORKING-STORAGE SECTION.
        01  WS-CUSTOMER-STATUS       PIC XX.
            88  CustomerFileOK           VALUE "00".
        01  WS-FORWARDING-STATUS     PIC XX.
            88  EndOfForwardingFile      VALUE "10".
        01  WS-MAIL-STATUS           PIC XX.
            88  EndOfMailingFile         VALUE "10".
        01  WS-FORWARDED-STATUS      PIC XX.
        01  WS-AUDIT-STATUS          PIC XX.
        01  WS-REGISTER-STATUS       PIC XX.
        01  WS-REVIEW-STATUS         PIC XX.

        01  WS-RUN-DATE              PIC 9(8).
        01  WS-BEFORE-IMAGE          PIC X(544).
        01  WS-MAIL-AVAILABLE        PIC X VALUE "N".
            88  MailingFileAvailable     VALUE "Y".
        01  WS-MAIL-RECORD-NO        PIC 9(6).

        01  WS-ENTRIES-READ          PIC 9(5) VALUE ZERO.
        01  WS-CUSTOMERS-MOVED       PIC 9(5) VALUE ZERO.
        01  WS-MAIL-READDRESSED      PIC 9(5) VALUE ZERO.
        01  WS-ENTRIES-FOR-REVIEW    PIC 9(5) VALUE ZERO.
        01  WS-ENTRIES-UNMATCHED     PIC 9(5) VALUE ZERO.

        01  WS-MOVE-DATE             PIC 9(8).
        01  WS-DATE-VALID            PIC X.
            88  MoveDateIsValid          VALUE "Y".
        01  WS-DATE-REASON           PIC XX.

        01  WS-CURRENT-POSTAL        PIC X(10).
        01  WS-CURRENT-STREET        PIC X(25).
        01  WS-CURRENT-SINCE         PIC 9(8).
        01  WS-NEW-SLOT              PIC 9.
        01  WS-OLDEST-DATE           PIC 9(8).
        01  WS-AH-IDX                PIC 9.

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
        01  WS-FL-PROGRAM            PIC X(15)
                VALUE "AddressForward".
        01  WS-FL-RESULT             PIC X.
            88  FileLockGranted          VALUE "Y".

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "AddressForward".
        01  WS-RJ-IMAGE              PIC X(2000).

        01  WS-SPLIT-NAME            PIC X(30).
        01  WS-NA-TRIMMED            PIC X(30).
        01  WS-NA-LENGTH             PIC 99.
        01  WS-NA-IDX                PIC 99.
        01  WS-LASTNAME-START        PIC 99.
        01  WS-NA-LASTNAME-LEN       PIC 99.
        01  WS-MAIL-LASTNAME         PIC X(5).

      * The forwarding entries, with what each matched. A customer
      * or mailing record is remembered by CustomerId or by its
      * position in the mailing file.
        78  WS-FORWARD-TABLE-CAPACITY VALUE 500.
        01  WS-FW-COUNT              PIC 999 VALUE ZERO.
        01  WS-FW-IDX                PIC 999.
        01  WS-FW-OTHER              PIC 999.
        01  WS-FORWARD-TABLE.
            05  FORWARD-ENTRY OCCURS 500 TIMES.
              10  FW-OLD-NAME        PIC X(30).
              10  FW-LASTNAME        PIC X(5).
              10  FW-OLD-STREET      PIC X(25).
              10  FW-OLD-POSTAL-CODE PIC X(10).
              10  FW-NEW-STREET      PIC X(30).
              10  FW-NEW-CITY        PIC X(20).
              10  FW-NEW-STATE       PIC X(2).
              10  FW-NEW-POSTAL-CODE PIC X(10).
              10  FW-MOVE-DATE       PIC 9(8).
              10  FW-CUSTOMER-MATCHES PIC 99.
              10  FW-CUSTOMER-ID     PIC 9(8).
              10  FW-CURRENT-SINCE   PIC 9(8).
              10  FW-STREET-AGREES   PIC X.
                  88  FW-StreetAgrees    VALUE "Y".
              10  FW-MAIL-MATCHES    PIC 99.
              10  FW-MAIL-RECORD-NO  PIC 9(6).
              10  FW-DISPOSITION     PIC X.
                  88  FW-Undecided       VALUE SPACE.
                  88  FW-Apply           VALUE "A".
                  88  FW-Review          VALUE "R".
                  88  FW-Unmatched       VALUE "U".
              10  FW-REVIEW-REASON   PIC X(25).

        01  WS-REGISTER-HEADING-LINE.
            05  FILLER               PIC X(30)
                VALUE "CHANGE OF ADDRESS APPLIED RUN ".
            05  WS-RHL-RUN-DATE      PIC 9(8).
        01  WS-REGISTER-DETAIL-LINE.
            05  WS-RDL-NAME          PIC X(30).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-CUSTOMER-ID   PIC X(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-OLD-POSTAL    PIC X(10).
            05  FILLER               PIC X(4) VALUE " TO ".
            05  WS-RDL-NEW-POSTAL    PIC X(10).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-MOVE-DATE     PIC 9(8).
            05  FILLER               PIC X(6) VALUE " MAIL ".
            05  WS-RDL-MAIL          PIC X(3).
        01  WS-REGISTER-TOTAL-LINE.
            05  WS-RTL-CAPTION       PIC X(22).
            05  WS-RTL-COUNT         PIC ZZZZ9.
        01  WS-REVIEW-HEADING-LINE.
            05  FILLER               PIC X(30)
                VALUE "CHANGE OF ADDRESS REVIEW RUN  ".
            05  WS-VHL-RUN-DATE      PIC 9(8).
        01  WS-REVIEW-DETAIL-LINE.
            05  WS-VDL-NAME          PIC X(30).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-VDL-OLD-POSTAL    PIC X(10).
            05  FILLER               PIC X(4) VALUE " TO ".
            05  WS-VDL-NEW-POSTAL    PIC X(10).
            05  FILLER               PIC X(6) VALUE " CUST ".
            05  WS-VDL-CUSTOMERS     PIC Z9.
            05  FILLER               PIC X(6) VALUE " MAIL ".
            05  WS-VDL-MAIL          PIC Z9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-VDL-REASON        PIC X(25).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            OPEN INPUT FORWARDING-FILE
            IF WS-FORWARDING-STATUS NOT = "00"
                DISPLAY "No COAFWD.DAT available, change of "
                    "address forwarding skipped"
                STOP RUN
            END-IF
            PERFORM VERIFY-MASTER-CONTROL-TOTALS
            IF NOT MasterControlOK
                DISPLAY "CUSTOMER-MASTER FAILS ITS CONTROL "
                    "TOTALS - FORWARDING RUN REFUSED"
                CLOSE FORWARDING-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE "C" TO WS-FL-ACTION
            CALL "FileLock" USING WS-FL-ACTION WS-FL-FILE-ID
                WS-FL-KEY WS-FL-PROGRAM WS-FL-RESULT
            IF NOT FileLockGranted
                CLOSE FORWARDING-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            CALL "BusinessDate" USING WS-RUN-DATE
            PERFORM LOAD-FORWARDING-TABLE
            CLOSE FORWARDING-FILE
            PERFORM MATCH-CUSTOMER-MASTER
            PERFORM MATCH-MAILING-FILE
            PERFORM VARYING WS-FW-IDX FROM 1 BY 1
                UNTIL WS-FW-IDX > WS-FW-COUNT
                IF FW-Undecided(WS-FW-IDX)
                    PERFORM DECIDE-ONE-ENTRY
                END-IF
            END-PERFORM
            PERFORM VARYING WS-FW-IDX FROM 1 BY 1
                UNTIL WS-FW-IDX > WS-FW-COUNT
                IF FW-Apply(WS-FW-IDX)
                    PERFORM CHECK-CLAIMED-TWICE
                END-IF
            END-PERFORM
            OPEN OUTPUT FORWARDING-REGISTER
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE ForwardingRegisterLine FROM REPORT-STAMP-LINE
            MOVE WS-RUN-DATE TO WS-RHL-RUN-DATE
            WRITE ForwardingRegisterLine FROM WS-REGISTER-HEADING-LINE
            OPEN OUTPUT REVIEW-LISTING
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE ReviewListingLine FROM REPORT-STAMP-LINE
            MOVE WS-RUN-DATE TO WS-VHL-RUN-DATE
            WRITE ReviewListingLine FROM WS-REVIEW-HEADING-LINE
            PERFORM APPLY-CUSTOMER-MOVES
            PERFORM READDRESS-MAILING-FILE
            PERFORM VARYING WS-FW-IDX FROM 1 BY 1
                UNTIL WS-FW-IDX > WS-FW-COUNT
                EVALUATE TRUE
                    WHEN FW-Apply(WS-FW-IDX)
                        PERFORM WRITE-REGISTER-LINE
                    WHEN FW-Review(WS-FW-IDX)
                        PERFORM WRITE-REVIEW-LINE
                    WHEN OTHER
                        ADD 1 TO WS-ENTRIES-UNMATCHED
                END-EVALUATE
            END-PERFORM
            MOVE "CUSTOMERS MOVED" TO WS-RTL-CAPTION
            MOVE WS-CUSTOMERS-MOVED TO WS-RTL-COUNT
            WRITE ForwardingRegisterLine FROM WS-REGISTER-TOTAL-LINE
            MOVE "MAILING READDRESSED" TO WS-RTL-CAPTION
            MOVE WS-MAIL-READDRESSED TO WS-RTL-COUNT
            WRITE ForwardingRegisterLine FROM WS-REGISTER-TOTAL-LINE
            MOVE "SENT FOR REVIEW" TO WS-RTL-CAPTION
            MOVE WS-ENTRIES-FOR-REVIEW TO WS-RTL-COUNT
            WRITE ForwardingRegisterLine FROM WS-REGISTER-TOTAL-LINE
            MOVE "NOT MATCHED" TO WS-RTL-CAPTION
            MOVE WS-ENTRIES-UNMATCHED TO WS-RTL-COUNT
            WRITE ForwardingRegisterLine FROM WS-REGISTER-TOTAL-LINE
            CLOSE FORWARDING-REGISTER
            CLOSE REVIEW-LISTING
            PERFORM UPDATE-MASTER-CONTROL-TOTALS
            MOVE "R" TO WS-FL-ACTION
            CALL "FileLock" USING WS-FL-ACTION WS-FL-FILE-ID
                WS-FL-KEY WS-FL-PROGRAM WS-FL-RESULT
            DISPLAY "Change of address: " WS-ENTRIES-READ " read, "
                WS-CUSTOMERS-MOVED " customer(s) moved, "
                WS-MAIL-READDRESSED " mailing record(s) readdressed, "
                WS-ENTRIES-FOR-REVIEW " for review"
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

      * An entry that cannot be used as it stands - no last name,
      * no new address, or a move date that is not a real date -
      * is decided for review as it is loaded.
        LOAD-FORWARDING-TABLE.
            PERFORM UNTIL EndOfForwardingFile
                OR WS-FW-COUNT >= WS-FORWARD-TABLE-CAPACITY
                READ FORWARDING-FILE
                    AT END SET EndOfForwardingFile TO TRUE
                    NOT AT END
                        ADD 1 TO WS-ENTRIES-READ
                        ADD 1 TO WS-FW-COUNT
                        PERFORM LOAD-ONE-FORWARDING-ENTRY
                END-READ
            END-PERFORM
            IF NOT EndOfForwardingFile
                DISPLAY "WS-FORWARD-TABLE full at "
                    WS-FORWARD-TABLE-CAPACITY " entries, "
                    "remaining COAFWD.DAT entries left for the "
                    "next run"
            END-IF.

        LOAD-ONE-FORWARDING-ENTRY.
            MOVE FR-OLD-NAME TO FW-OLD-NAME(WS-FW-COUNT)
            MOVE FR-OLD-NAME TO WS-SPLIT-NAME
            PERFORM FIND-MAILING-LASTNAME
            MOVE WS-MAIL-LASTNAME TO FW-LASTNAME(WS-FW-COUNT)
            MOVE FUNCTION UPPER-CASE(FR-OLD-STREET)
                TO FW-OLD-STREET(WS-FW-COUNT)
            MOVE FR-OLD-POSTAL-CODE TO FW-OLD-POSTAL-CODE(WS-FW-COUNT)
            MOVE FR-NEW-STREET TO FW-NEW-STREET(WS-FW-COUNT)
            MOVE FR-NEW-CITY TO FW-NEW-CITY(WS-FW-COUNT)
            MOVE FR-NEW-STATE TO FW-NEW-STATE(WS-FW-COUNT)
            MOVE FR-NEW-POSTAL-CODE TO FW-NEW-POSTAL-CODE(WS-FW-COUNT)
            MOVE 0 TO FW-MOVE-DATE(WS-FW-COUNT)
            MOVE 0 TO FW-CUSTOMER-MATCHES(WS-FW-COUNT)
            MOVE 0 TO FW-CUSTOMER-ID(WS-FW-COUNT)
            MOVE 0 TO FW-CURRENT-SINCE(WS-FW-COUNT)
            MOVE "Y" TO FW-STREET-AGREES(WS-FW-COUNT)
            MOVE 0 TO FW-MAIL-MATCHES(WS-FW-COUNT)
            MOVE 0 TO FW-MAIL-RECORD-NO(WS-FW-COUNT)
            MOVE SPACE TO FW-DISPOSITION(WS-FW-COUNT)
            MOVE SPACES TO FW-REVIEW-REASON(WS-FW-COUNT)
            IF FW-LASTNAME(WS-FW-COUNT) = SPACES
               OR FW-OLD-POSTAL-CODE(WS-FW-COUNT) = SPACES
                SET FW-Review(WS-FW-COUNT) TO TRUE
                MOVE "NO OLD NAME OR POSTAL"
                    TO FW-REVIEW-REASON(WS-FW-COUNT)
                EXIT PARAGRAPH
            END-IF
            IF FR-NEW-STREET = SPACES
               OR FR-NEW-POSTAL-CODE = SPACES
                SET FW-Review(WS-FW-COUNT) TO TRUE
                MOVE "NO NEW ADDRESS" TO FW-REVIEW-REASON(WS-FW-COUNT)
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-DATE-VALID
            IF FR-MOVE-DATE IS NUMERIC
                MOVE FR-MOVE-DATE TO WS-MOVE-DATE
                CALL "ValidateDate" USING WS-MOVE-DATE
                    WS-DATE-VALID WS-DATE-REASON
            END-IF
            IF NOT MoveDateIsValid
                SET FW-Review(WS-FW-COUNT) TO TRUE
                MOVE "BAD MOVE DATE" TO FW-REVIEW-REASON(WS-FW-COUNT)
                EXIT PARAGRAPH
            END-IF
            MOVE WS-MOVE-DATE TO FW-MOVE-DATE(WS-FW-COUNT).

      * Every live customer is tried against every entry on last
      * name plus the postal code of the current address. The
      * current street and the date it took effect are kept for
      * the confidence checks.
        MATCH-CUSTOMER-MASTER.
            MOVE "N" TO WS-MASTER-EOF
            OPEN INPUT CUSTOMER-MASTER
            IF NOT CustomerFileOK
                DISPLAY "No CUSTOMER.DAT on file, status "
                    WS-CUSTOMER-STATUS " - mailing file matched only"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfCustomerMaster
                READ CUSTOMER-MASTER NEXT RECORD
                    AT END SET EndOfCustomerMaster TO TRUE
                    NOT AT END
                        IF NOT CustomerDeleted
                            PERFORM MATCH-ONE-CUSTOMER
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CUSTOMER-MASTER.

        MATCH-ONE-CUSTOMER.
            PERFORM FIND-CURRENT-ADDRESS
            IF WS-CURRENT-POSTAL = SPACES
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-FW-IDX FROM 1 BY 1
                UNTIL WS-FW-IDX > WS-FW-COUNT
                IF FW-Undecided(WS-FW-IDX)
                   AND FW-LASTNAME(WS-FW-IDX) = LastName
                   AND FW-OLD-POSTAL-CODE(WS-FW-IDX)
                       = WS-CURRENT-POSTAL
                    ADD 1 TO FW-CUSTOMER-MATCHES(WS-FW-IDX)
                    MOVE CustomerId TO FW-CUSTOMER-ID(WS-FW-IDX)
                    MOVE WS-CURRENT-SINCE
                        TO FW-CURRENT-SINCE(WS-FW-IDX)
                    IF WS-CURRENT-STREET NOT = SPACES
                       AND FW-OLD-STREET(WS-FW-IDX) NOT = SPACES
                       AND WS-CURRENT-STREET
                           NOT = FW-OLD-STREET(WS-FW-IDX)
                        MOVE "N" TO FW-STREET-AGREES(WS-FW-IDX)
                    END-IF
                END-IF
            END-PERFORM.

        FIND-CURRENT-ADDRESS.
            MOVE SPACES TO WS-CURRENT-POSTAL
            MOVE SPACES TO WS-CURRENT-STREET
            MOVE 0 TO WS-CURRENT-SINCE
            PERFORM VARYING AH-IDX FROM 1 BY 1 UNTIL AH-IDX > 5
                IF IS-CURRENT-ADDRESS(AH-IDX)
                    MOVE AH-POSTAL-CODE(AH-IDX) TO WS-CURRENT-POSTAL
                    MOVE FUNCTION UPPER-CASE(AH-STREET(AH-IDX))
                        TO WS-CURRENT-STREET
                    IF AH-EFFECTIVE-DATE(AH-IDX) IS NUMERIC
                        MOVE AH-EFFECTIVE-DATE(AH-IDX)
                            TO WS-CURRENT-SINCE
                    END-IF
                END-IF
            END-PERFORM.

        MATCH-MAILING-FILE.
            OPEN INPUT NAME-ADDRESS-FILE
            IF WS-MAIL-STATUS NOT = "00"
                DISPLAY "No NAME-ADDRESS-FILE available, "
                    "customer master matched only"
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO WS-MAIL-AVAILABLE
            MOVE 0 TO WS-MAIL-RECORD-NO
            PERFORM READ-MAILING-RECORD
            PERFORM UNTIL EndOfMailingFile
                ADD 1 TO WS-MAIL-RECORD-NO
                MOVE NA-NAME TO WS-SPLIT-NAME
                PERFORM FIND-MAILING-LASTNAME
                PERFORM VARYING WS-FW-IDX FROM 1 BY 1
                    UNTIL WS-FW-IDX > WS-FW-COUNT
                    IF FW-Undecided(WS-FW-IDX)
                       AND FW-LASTNAME(WS-FW-IDX) = WS-MAIL-LASTNAME
                       AND FW-OLD-POSTAL-CODE(WS-FW-IDX)
                           = NA-POSTAL-CODE
                        ADD 1 TO FW-MAIL-MATCHES(WS-FW-IDX)
                        MOVE WS-MAIL-RECORD-NO
                            TO FW-MAIL-RECORD-NO(WS-FW-IDX)
                    END-IF
                END-PERFORM
                PERFORM READ-MAILING-RECORD
            END-PERFORM
            CLOSE NAME-ADDRESS-FILE.

        DECIDE-ONE-ENTRY.
            EVALUATE TRUE
                WHEN FW-CUSTOMER-MATCHES(WS-FW-IDX) > 1
                    SET FW-Review(WS-FW-IDX) TO TRUE
                    MOVE "SEVERAL CUSTOMERS MATCH"
                        TO FW-REVIEW-REASON(WS-FW-IDX)
                WHEN FW-MAIL-MATCHES(WS-FW-IDX) > 1
                    SET FW-Review(WS-FW-IDX) TO TRUE
                    MOVE "SEVERAL MAILING MATCHES"
                        TO FW-REVIEW-REASON(WS-FW-IDX)
                WHEN FW-CUSTOMER-MATCHES(WS-FW-IDX) = 1
                     AND NOT FW-StreetAgrees(WS-FW-IDX)
                    SET FW-Review(WS-FW-IDX) TO TRUE
                    MOVE "OLD STREET DIFFERS"
                        TO FW-REVIEW-REASON(WS-FW-IDX)
                WHEN FW-CUSTOMER-MATCHES(WS-FW-IDX) = 1
                     AND FW-MOVE-DATE(WS-FW-IDX)
                         < FW-CURRENT-SINCE(WS-FW-IDX)
                    SET FW-Review(WS-FW-IDX) TO TRUE
                    MOVE "MOVED BEFORE CURRENT ADDR"
                        TO FW-REVIEW-REASON(WS-FW-IDX)
                WHEN FW-CUSTOMER-MATCHES(WS-FW-IDX) = 0
                     AND FW-MAIL-MATCHES(WS-FW-IDX) = 0
                    SET FW-Unmatched(WS-FW-IDX) TO TRUE
                WHEN OTHER
                    SET FW-Apply(WS-FW-IDX) TO TRUE
            END-EVALUATE.

      * Two entries landing on the same customer or the same
      * mailing record cannot both be right - both go for review.
        CHECK-CLAIMED-TWICE.
            PERFORM VARYING WS-FW-OTHER FROM 1 BY 1
                UNTIL WS-FW-OTHER > WS-FW-COUNT
                IF WS-FW-OTHER NOT = WS-FW-IDX
                   AND (FW-Apply(WS-FW-OTHER)
                        OR FW-REVIEW-REASON(WS-FW-OTHER)
                           = "CLAIMED BY TWO ENTRIES")
                    IF (FW-CUSTOMER-MATCHES(WS-FW-IDX) = 1
                        AND FW-CUSTOMER-MATCHES(WS-FW-OTHER) = 1
                        AND FW-CUSTOMER-ID(WS-FW-IDX)
                            = FW-CUSTOMER-ID(WS-FW-OTHER))
                       OR (FW-MAIL-MATCHES(WS-FW-IDX) = 1
                        AND FW-MAIL-MATCHES(WS-FW-OTHER) = 1
                        AND FW-MAIL-RECORD-NO(WS-FW-IDX)
                            = FW-MAIL-RECORD-NO(WS-FW-OTHER))
                        SET FW-Review(WS-FW-IDX) TO TRUE
                        SET FW-Review(WS-FW-OTHER) TO TRUE
                        MOVE "CLAIMED BY TWO ENTRIES"
                            TO FW-REVIEW-REASON(WS-FW-IDX)
                        MOVE "CLAIMED BY TWO ENTRIES"
                            TO FW-REVIEW-REASON(WS-FW-OTHER)
                    END-IF
                END-IF
            END-PERFORM.

        APPLY-CUSTOMER-MOVES.
            OPEN I-O CUSTOMER-MASTER
            IF NOT CustomerFileOK
                EXIT PARAGRAPH
            END-IF
            PERFORM OPEN-CUSTOMER-AUDIT-FILE
            PERFORM VARYING WS-FW-IDX FROM 1 BY 1
                UNTIL WS-FW-IDX > WS-FW-COUNT
                IF FW-Apply(WS-FW-IDX)
                   AND FW-CUSTOMER-MATCHES(WS-FW-IDX) = 1
                    PERFORM MOVE-ONE-CUSTOMER
                END-IF
            END-PERFORM
            CLOSE CUSTOMER-AUDIT-FILE
            CLOSE CUSTOMER-MASTER.

        OPEN-CUSTOMER-AUDIT-FILE.
            OPEN EXTEND CUSTOMER-AUDIT-FILE
            IF WS-AUDIT-STATUS NOT = "00"
                OPEN OUTPUT CUSTOMER-AUDIT-FILE
            END-IF.

      * The new address goes into an empty slot, or over the
      * oldest history slot when all five are taken, and becomes
      * the only current one - the same rule CustomerMaint keeps.
        MOVE-ONE-CUSTOMER.
            MOVE FW-CUSTOMER-ID(WS-FW-IDX) TO CustomerId
            READ CUSTOMER-MASTER
                INVALID KEY
                    DISPLAY "Customer " FW-CUSTOMER-ID(WS-FW-IDX)
                        " could not be reread, status "
                        WS-CUSTOMER-STATUS
                    SET FW-Review(WS-FW-IDX) TO TRUE
                    MOVE "CUSTOMER NOT REREAD"
                        TO FW-REVIEW-REASON(WS-FW-IDX)
                    EXIT PARAGRAPH
            END-READ
            MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
            MOVE 0 TO WS-NEW-SLOT
            PERFORM VARYING WS-AH-IDX FROM 1 BY 1 UNTIL WS-AH-IDX > 5
                IF WS-NEW-SLOT = 0
                   AND AH-STREET(WS-AH-IDX) = SPACES
                   AND AH-POSTAL-CODE(WS-AH-IDX) = SPACES
                    MOVE WS-AH-IDX TO WS-NEW-SLOT
                END-IF
            END-PERFORM
            IF WS-NEW-SLOT = 0
                MOVE 99999999 TO WS-OLDEST-DATE
                PERFORM VARYING WS-AH-IDX FROM 1 BY 1
                    UNTIL WS-AH-IDX > 5
                    IF NOT IS-CURRENT-ADDRESS(WS-AH-IDX)
                        IF AH-EFFECTIVE-DATE(WS-AH-IDX) IS NOT NUMERIC
                            MOVE 0 TO WS-OLDEST-DATE
                            MOVE WS-AH-IDX TO WS-NEW-SLOT
                        ELSE
                            IF AH-EFFECTIVE-DATE(WS-AH-IDX)
                               < WS-OLDEST-DATE
                                MOVE AH-EFFECTIVE-DATE(WS-AH-IDX)
                                    TO WS-OLDEST-DATE
                                MOVE WS-AH-IDX TO WS-NEW-SLOT
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
            END-IF
            IF WS-NEW-SLOT = 0
                SET FW-Review(WS-FW-IDX) TO TRUE
                MOVE "NO ADDRESS SLOT FREE"
                    TO FW-REVIEW-REASON(WS-FW-IDX)
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-AH-IDX FROM 1 BY 1 UNTIL WS-AH-IDX > 5
                MOVE SPACE TO AH-STATUS(WS-AH-IDX)
            END-PERFORM
            SET AH-IDX TO WS-NEW-SLOT
            MOVE FW-MOVE-DATE(WS-FW-IDX) TO AH-EFFECTIVE-DATE(AH-IDX)
            MOVE FW-NEW-STREET(WS-FW-IDX) TO AH-STREET(AH-IDX)
            MOVE FW-NEW-CITY(WS-FW-IDX) TO AH-CITY(AH-IDX)
            MOVE FW-NEW-POSTAL-CODE(WS-FW-IDX)
                TO AH-POSTAL-CODE(AH-IDX)
            MOVE "C" TO AH-STATUS(AH-IDX)
            REWRITE CUSTOMER-RECORD
                INVALID KEY
                    DISPLAY "Customer " CustomerId
                        " could not be rewritten, status "
                        WS-CUSTOMER-STATUS
                    SET FW-Review(WS-FW-IDX) TO TRUE
                    MOVE "CUSTOMER NOT REWRITTEN"
                        TO FW-REVIEW-REASON(WS-FW-IDX)
                NOT INVALID KEY
                    ADD 1 TO WS-CUSTOMERS-MOVED
                    PERFORM WRITE-AUDIT-IMAGES
                    MOVE "C" TO WS-RJ-OPERATION
                    PERFORM JOURNAL-CUSTOMER-RECORD
            END-REWRITE.

        WRITE-AUDIT-IMAGES.
            MOVE WS-RUN-DATE TO CA-RUN-DATE
            MOVE "AddressForward" TO CA-PROGRAM-NAME
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

      * The mailing file is copied whole to FWDMAIL.TXT, the
      * record an applied entry matched carrying the new address.
        READDRESS-MAILING-FILE.
            IF NOT MailingFileAvailable
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT NAME-ADDRESS-FILE
            OPEN OUTPUT FORWARDED-MAILING-FILE
            MOVE 0 TO WS-MAIL-RECORD-NO
            PERFORM READ-MAILING-RECORD
            PERFORM UNTIL EndOfMailingFile
                ADD 1 TO WS-MAIL-RECORD-NO
                PERFORM VARYING WS-FW-IDX FROM 1 BY 1
                    UNTIL WS-FW-IDX > WS-FW-COUNT
                    IF FW-Apply(WS-FW-IDX)
                       AND FW-MAIL-MATCHES(WS-FW-IDX) = 1
                       AND FW-MAIL-RECORD-NO(WS-FW-IDX)
                           = WS-MAIL-RECORD-NO
                        MOVE FW-NEW-STREET(WS-FW-IDX)
                            TO NA-ADDRESS-LINE-1
                        MOVE SPACES TO NA-ADDRESS-LINE-2
                        MOVE SPACES TO NA-ADDRESS-LINE-3
                        MOVE FW-NEW-CITY(WS-FW-IDX) TO NA-CITY
                        MOVE FW-NEW-STATE(WS-FW-IDX) TO NA-STATE
                        MOVE FW-NEW-POSTAL-CODE(WS-FW-IDX)
                            TO NA-POSTAL-CODE
                        MOVE SPACE TO NA-UNDELIVERABLE
                        ADD 1 TO WS-MAIL-READDRESSED
                    END-IF
                END-PERFORM
                WRITE ForwardedMailingLine FROM NAME-ADDRESS-RECORD
                PERFORM READ-MAILING-RECORD
            END-PERFORM
            CLOSE NAME-ADDRESS-FILE
            CLOSE FORWARDED-MAILING-FILE.

        READ-MAILING-RECORD.
            READ NAME-ADDRESS-FILE
                AT END SET EndOfMailingFile TO TRUE
            END-READ.

      * Same trailing-word rule FIND-MAILING-LASTNAME uses in
      * mergepurge - the last name is whatever follows the final
      * space of the free-text name, here either NA-NAME or the
      * forwarding entry's old name.
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

        WRITE-REGISTER-LINE.
            MOVE FW-OLD-NAME(WS-FW-IDX) TO WS-RDL-NAME
            IF FW-CUSTOMER-MATCHES(WS-FW-IDX) = 1
                MOVE FW-CUSTOMER-ID(WS-FW-IDX) TO WS-RDL-CUSTOMER-ID
            ELSE
                MOVE "NONE" TO WS-RDL-CUSTOMER-ID
            END-IF
            MOVE FW-OLD-POSTAL-CODE(WS-FW-IDX) TO WS-RDL-OLD-POSTAL
            MOVE FW-NEW-POSTAL-CODE(WS-FW-IDX) TO WS-RDL-NEW-POSTAL
            MOVE FW-MOVE-DATE(WS-FW-IDX) TO WS-RDL-MOVE-DATE
            IF FW-MAIL-MATCHES(WS-FW-IDX) = 1
                MOVE "YES" TO WS-RDL-MAIL
            ELSE
                MOVE "NO" TO WS-RDL-MAIL
            END-IF
            WRITE ForwardingRegisterLine FROM WS-REGISTER-DETAIL-LINE.

        WRITE-REVIEW-LINE.
            ADD 1 TO WS-ENTRIES-FOR-REVIEW
            MOVE FW-OLD-NAME(WS-FW-IDX) TO WS-VDL-NAME
            MOVE FW-OLD-POSTAL-CODE(WS-FW-IDX) TO WS-VDL-OLD-POSTAL
            MOVE FW-NEW-POSTAL-CODE(WS-FW-IDX) TO WS-VDL-NEW-POSTAL
            MOVE FW-CUSTOMER-MATCHES(WS-FW-IDX) TO WS-VDL-CUSTOMERS
            MOVE FW-MAIL-MATCHES(WS-FW-IDX) TO WS-VDL-MAIL
            MOVE FW-REVIEW-REASON(WS-FW-IDX) TO WS-VDL-REASON
            WRITE ReviewListingLine FROM WS-REVIEW-DETAIL-LINE.
