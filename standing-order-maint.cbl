       IDENTIFICATION DIVISION.
       PROGRAM-ID. StandingOrderMaint.
      * Standing-order maintenance run for the indexed standing
      * order master (STANDORD.DAT, STANDORD copybook), in the
      * AwardMaint mold. Reads STANDTRN.DAT - a header per standing
      * order followed by its lines (item number and quantity), the
      * H/L shape ORDERS.TXT uses - and prints a register of
      * everything it did:
      *     A - add a standing order: customer, frequency (W weekly
      *         / M monthly), first run date, optional end date and
      *         the lines that go out every time
      *     C - change the frequency, next run date or end date;
      *         lines keyed behind a change replace the order's
      *         lines outright
      *     S - suspend a standing order - it stays on file but is
      *         not generated until resumed
      *     R - resume a suspended standing order
      * The customer must be live on CUSTOMER-MASTER and every item
      * on ITEMS.DAT; an order on credit hold is kept all the same,
      * since OrderEntry holds the generated order the normal way.
      * A next run date may not be in the past and an end date may
      * not fall before the next run.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT STANDING-TRANSACTION-FILE
            ASSIGN TO "STANDTRN.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TRANSACTION-STATUS.
          SELECT STANDING-ORDER-MASTER
            ASSIGN TO "STANDORD.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SO-STANDING-NO
            FILE STATUS IS WS-STANDING-STATUS.
          SELECT CUSTOMER-MASTER
            ASSIGN TO "CUSTOMER.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CustomerId
            FILE STATUS IS WS-CUSTOMER-STATUS.
          SELECT ITEM-MASTER
            ASSIGN TO "ITEMS.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IM-ITEM-NUMBER
            FILE STATUS IS WS-ITEM-MASTER-STATUS.
          SELECT STANDING-MAINT-REGISTER
            ASSIGN TO "STANDMNT.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTER-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  STANDING-TRANSACTION-FILE
            LABEL RECORDS ARE STANDARD.
        01  STANDING-TRANSACTION-RECORD.
            05  SX-RECORD-TYPE       PIC X.
                88  SX-HeaderRecord      VALUE "H".
                88  SX-LineRecord        VALUE "L".
            05  SX-HEADER-DATA.
                10  SX-ACTION-CODE   PIC X.
                10  SX-STANDING-NO   PIC 9(6).
                10  SX-CUSTOMER-ID   PIC 9(8).
                10  SX-FREQUENCY     PIC X.
                10  SX-NEXT-RUN-DATE PIC 9(8).
                10  SX-END-DATE      PIC 9(8).
            05  SX-LINE-DATA REDEFINES SX-HEADER-DATA.
                10  SX-ITEM-NUMBER   PIC 9(6).
                10  SX-QUANTITY      PIC 9999.
                10  FILLER           PIC X(22).

        FD  STANDING-ORDER-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY STANDORD.

        FD  CUSTOMER-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY CUSTREC.

        FD  ITEM-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY ITEMREC.

        FD  STANDING-MAINT-REGISTER
            LABEL RECORDS ARE STANDARD.
        01  StandingMaintRegisterLine PIC X(100).

        WORKING-STORAGE SECTION.
        01  WS-TRANSACTION-STATUS    PIC XX.
            88  EndOfTransactionFile     VALUE "10".
        01  WS-STANDING-STATUS       PIC XX.
            88  StandingMasterOK         VALUE "00".
        01  WS-CUSTOMER-STATUS       PIC XX.
            88  CustomerFileOK           VALUE "00".
        01  WS-ITEM-MASTER-STATUS    PIC XX.
            88  ItemMasterOK             VALUE "00".
        01  WS-REGISTER-STATUS       PIC XX.

        01  WS-MC-ACTION             PIC X.
        01  WS-MC-FILE-ID            PIC X(8) VALUE "CUSTOMER".
        01  WS-MC-COUNT              PIC 9(7).
        01  WS-MC-HASH               PIC 9(15).
        01  WS-MC-RESULT             PIC X.
            88  MasterControlOK          VALUE "Y".
        01  WS-MASTER-EOF            PIC X.
            88  EndOfCustomerMaster      VALUE "Y".

        78  WS-STANDING-LINE-CEILING VALUE 10.

        01  WS-RUN-DATE              PIC 9(8).
        01  WS-DATE-VALID            PIC X.
            88  StandingDateIsValid      VALUE "Y".
        01  WS-DATE-REASON           PIC XX.

      * The transaction in hand, gathered from its header and lines
      * before any edit is made.
        01  WS-TRANSACTION-HEADER.
            05  WS-TH-ACTION-CODE    PIC X.
                88  WS-TH-AddStanding    VALUE "A".
                88  WS-TH-ChangeStanding VALUE "C".
                88  WS-TH-SuspendStanding VALUE "S".
                88  WS-TH-ResumeStanding VALUE "R".
                88  WS-TH-ValidAction    VALUE "A" "C" "S" "R".
            05  WS-TH-STANDING-NO    PIC 9(6).
            05  WS-TH-CUSTOMER-ID    PIC 9(8).
            05  WS-TH-FREQUENCY      PIC X.
                88  WS-TH-ValidFrequency VALUE "W" "M".
            05  WS-TH-NEXT-RUN-DATE  PIC 9(8).
            05  WS-TH-END-DATE       PIC 9(8).
        01  WS-TL-COUNT              PIC 99.
        01  WS-TL-IDX                PIC 99.
        01  WS-TRANSACTION-LINES.
            05  TRANSACTION-LINE-ENTRY OCCURS 10 TIMES.
              10  TL-ITEM-NUMBER     PIC 9(6).
              10  TL-DESCRIPTION     PIC X(30).
              10  TL-QUANTITY        PIC 9999.
        01  WS-LINES-OVERFLOW        PIC X.
            88  StandingOrderTooLong     VALUE "Y".

        01  WS-CHECK-DATE            PIC 9(8).
        01  WS-CHECK-END-DATE        PIC 9(8).
        01  WS-CHECK-NEXT-RUN        PIC 9(8).
        01  WS-CHECK-NEXT-RUN-PARTS REDEFINES WS-CHECK-NEXT-RUN.
            05  FILLER               PIC 9(6).
            05  WS-CHECK-RUN-DAY     PIC 99.

        01  WS-TRANSACTIONS-READ     PIC 9(5) VALUE ZERO.
        01  WS-APPLIED-COUNT         PIC 9(5) VALUE ZERO.
        01  WS-REJECTED-COUNT        PIC 9(5) VALUE ZERO.

        01  WS-REGISTER-HEADING.
            05  FILLER               PIC X(37)
                VALUE "STANDING ORDER MAINTENANCE  RUN DATE".
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RH-RUN-DATE       PIC 9(8).
        01  WS-COLUMN-HEADING.
            05  FILLER               PIC X(40)
                VALUE "A STD-NO CUSTOMER F NEXT RUN END DATE  L".
            05  FILLER               PIC X(30)
                VALUE "INES STATUS    DISPOSITION".
        01  WS-REGISTER-LINE.
            05  WS-RGL-ACTION        PIC X.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-STANDING-NO   PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-CUSTOMER-ID   PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-FREQUENCY     PIC X.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-NEXT-RUN      PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-END-DATE      PIC 9(8).
            05  FILLER               PIC X(3) VALUE SPACES.
            05  WS-RGL-LINES         PIC Z9.
            05  FILLER               PIC X(3) VALUE SPACES.
            05  WS-RGL-STATUS        PIC X(9).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-DISPOSITION   PIC X(25).
        01  WS-CONTROL-LINE.
            05  FILLER               PIC X(9) VALUE "APPLIED ".
            05  WS-CTL-APPLIED       PIC ZZZZ9.
            05  FILLER               PIC X(11) VALUE "  REJECTED ".
            05  WS-CTL-REJECTED      PIC ZZZZ9.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            CALL "BusinessDate" USING WS-RUN-DATE
            OPEN INPUT STANDING-TRANSACTION-FILE
            IF WS-TRANSACTION-STATUS NOT = "00"
                DISPLAY "No STANDTRN.DAT available, standing order "
                    "maintenance skipped"
                STOP RUN
            END-IF
            OPEN INPUT CUSTOMER-MASTER
            IF NOT CustomerFileOK
                DISPLAY "No CUSTOMER-MASTER on file, status "
                    WS-CUSTOMER-STATUS
                    " - standing order maintenance refused"
                CLOSE STANDING-TRANSACTION-FILE
                STOP RUN
            END-IF
            PERFORM VERIFY-MASTER-CONTROL-TOTALS
            IF NOT MasterControlOK
                DISPLAY "CUSTOMER-MASTER FAILS ITS CONTROL "
                    "TOTALS - STANDING ORDER MAINTENANCE REFUSED"
                CLOSE STANDING-TRANSACTION-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT ITEM-MASTER
            IF NOT ItemMasterOK
                DISPLAY "No ITEM-MASTER on file, status "
                    WS-ITEM-MASTER-STATUS
                    " - standing order maintenance refused"
                CLOSE STANDING-TRANSACTION-FILE
                CLOSE CUSTOMER-MASTER
                STOP RUN
            END-IF
            PERFORM OPEN-STANDING-ORDER-MASTER
            OPEN OUTPUT STANDING-MAINT-REGISTER
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE StandingMaintRegisterLine FROM REPORT-STAMP-LINE
            MOVE WS-RUN-DATE TO WS-RH-RUN-DATE
            WRITE StandingMaintRegisterLine FROM WS-REGISTER-HEADING
            WRITE StandingMaintRegisterLine FROM WS-COLUMN-HEADING
            PERFORM READ-STANDING-TRANSACTION
            PERFORM UNTIL EndOfTransactionFile
                PERFORM READ-ONE-TRANSACTION
            END-PERFORM
            MOVE WS-APPLIED-COUNT TO WS-CTL-APPLIED
            MOVE WS-REJECTED-COUNT TO WS-CTL-REJECTED
            WRITE StandingMaintRegisterLine FROM WS-CONTROL-LINE
            CLOSE STANDING-MAINT-REGISTER
            CLOSE STANDING-ORDER-MASTER
            CLOSE ITEM-MASTER
            CLOSE CUSTOMER-MASTER
            CLOSE STANDING-TRANSACTION-FILE
            DISPLAY "Standing order maintenance: "
                WS-TRANSACTIONS-READ " read, " WS-APPLIED-COUNT
                " applied, " WS-REJECTED-COUNT " rejected"
            STOP RUN.

      * STANDORD.DAT does not exist before the first standing order
      * is added - it is created empty and reopened for update.
        OPEN-STANDING-ORDER-MASTER.
            OPEN I-O STANDING-ORDER-MASTER
            IF NOT StandingMasterOK
                OPEN OUTPUT STANDING-ORDER-MASTER
                CLOSE STANDING-ORDER-MASTER
                OPEN I-O STANDING-ORDER-MASTER
                IF NOT StandingMasterOK
                    DISPLAY "Unable to open STANDORD.DAT, status "
                        WS-STANDING-STATUS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

        READ-STANDING-TRANSACTION.
            READ STANDING-TRANSACTION-FILE
                AT END SET EndOfTransactionFile TO TRUE
            END-READ.

      * The file is read one record ahead: a header and every line
      * behind it up to the next header make one transaction.
        READ-ONE-TRANSACTION.
            IF NOT SX-HeaderRecord
                DISPLAY "Expected standing order header, got: "
                    STANDING-TRANSACTION-RECORD " - skipping"
                PERFORM READ-STANDING-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-TRANSACTIONS-READ
            MOVE SX-HEADER-DATA TO WS-TRANSACTION-HEADER
            MOVE 0 TO WS-TL-COUNT
            MOVE "N" TO WS-LINES-OVERFLOW
            PERFORM READ-STANDING-TRANSACTION
            PERFORM UNTIL EndOfTransactionFile
                OR SX-HeaderRecord
                IF WS-TL-COUNT >= WS-STANDING-LINE-CEILING
                    MOVE "Y" TO WS-LINES-OVERFLOW
                ELSE
                    ADD 1 TO WS-TL-COUNT
                    MOVE SX-ITEM-NUMBER
                        TO TL-ITEM-NUMBER(WS-TL-COUNT)
                    MOVE SX-QUANTITY TO TL-QUANTITY(WS-TL-COUNT)
                END-IF
                PERFORM READ-STANDING-TRANSACTION
            END-PERFORM
            PERFORM APPLY-ONE-TRANSACTION.

        APPLY-ONE-TRANSACTION.
            MOVE SPACES TO WS-RGL-DISPOSITION
            MOVE SPACES TO WS-RGL-STATUS
            MOVE SPACES TO WS-RGL-FREQUENCY
            MOVE ZERO TO WS-RGL-CUSTOMER-ID
            MOVE ZERO TO WS-RGL-NEXT-RUN
            MOVE ZERO TO WS-RGL-END-DATE
            MOVE WS-TL-COUNT TO WS-RGL-LINES
            IF NOT WS-TH-ValidAction
               OR WS-TH-STANDING-NO IS NOT NUMERIC
               OR WS-TH-STANDING-NO = ZERO
                MOVE "BAD TRANSACTION" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            IF StandingOrderTooLong
                MOVE "OVER 10 ORDER LINES" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            EVALUATE TRUE
                WHEN WS-TH-AddStanding
                    PERFORM ADD-STANDING-ORDER
                WHEN WS-TH-ChangeStanding
                    PERFORM CHANGE-STANDING-ORDER
                WHEN WS-TH-SuspendStanding
                    PERFORM SUSPEND-STANDING-ORDER
                WHEN WS-TH-ResumeStanding
                    PERFORM RESUME-STANDING-ORDER
            END-EVALUATE.

        ADD-STANDING-ORDER.
            IF WS-TH-CUSTOMER-ID IS NUMERIC
                MOVE WS-TH-CUSTOMER-ID TO WS-RGL-CUSTOMER-ID
            END-IF
            MOVE WS-TH-STANDING-NO TO SO-STANDING-NO
            READ STANDING-ORDER-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "STANDING ORDER ON FILE"
                        TO WS-RGL-DISPOSITION
            END-READ
            IF WS-RGL-DISPOSITION = SPACES
                PERFORM EDIT-STANDING-CUSTOMER
            END-IF
            IF WS-RGL-DISPOSITION = SPACES
               AND NOT WS-TH-ValidFrequency
                MOVE "BAD FREQUENCY" TO WS-RGL-DISPOSITION
            END-IF
            IF WS-RGL-DISPOSITION = SPACES
                MOVE WS-TH-NEXT-RUN-DATE TO WS-CHECK-NEXT-RUN
                PERFORM EDIT-NEXT-RUN-DATE
            END-IF
            IF WS-RGL-DISPOSITION = SPACES
                MOVE WS-TH-END-DATE TO WS-CHECK-END-DATE
                PERFORM EDIT-END-DATE
            END-IF
            IF WS-RGL-DISPOSITION = SPACES
                PERFORM EDIT-STANDING-LINES
            END-IF
            IF WS-RGL-DISPOSITION NOT = SPACES
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO STANDING-ORDER-RECORD
            MOVE WS-TH-STANDING-NO TO SO-STANDING-NO
            MOVE WS-TH-CUSTOMER-ID TO SO-CUSTOMER-ID
            MOVE WS-TH-FREQUENCY TO SO-FREQUENCY
            MOVE WS-CHECK-NEXT-RUN TO SO-NEXT-RUN-DATE
            MOVE WS-CHECK-RUN-DAY TO SO-RUN-DAY
            MOVE WS-CHECK-END-DATE TO SO-END-DATE
            SET SO-Active TO TRUE
            MOVE WS-RUN-DATE TO SO-ENTERED-DATE
            MOVE 0 TO SO-LAST-RUN-DATE
            MOVE 0 TO SO-LAST-ORDER-NUMBER
            PERFORM MOVE-STANDING-LINES
            WRITE STANDING-ORDER-RECORD
                INVALID KEY
                    MOVE "STANDING ORDER ON FILE"
                        TO WS-RGL-DISPOSITION
                    PERFORM NOTE-REJECTED-TRANSACTION
                NOT INVALID KEY
                    MOVE "ADDED" TO WS-RGL-DISPOSITION
                    PERFORM NOTE-APPLIED-TRANSACTION
            END-WRITE.

      * Only what is keyed changes: a blank frequency, a zero next
      * run date or a zero end date leaves the order's own, and no
      * lines behind the header leave its lines alone.
        CHANGE-STANDING-ORDER.
            PERFORM READ-STANDING-ORDER
            IF WS-RGL-DISPOSITION NOT = SPACES
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            IF WS-TH-FREQUENCY NOT = SPACE
               AND NOT WS-TH-ValidFrequency
                MOVE "BAD FREQUENCY" TO WS-RGL-DISPOSITION
            END-IF
            MOVE SO-NEXT-RUN-DATE TO WS-CHECK-NEXT-RUN
            IF WS-RGL-DISPOSITION = SPACES
               AND WS-TH-NEXT-RUN-DATE IS NUMERIC
               AND WS-TH-NEXT-RUN-DATE NOT = ZERO
                MOVE WS-TH-NEXT-RUN-DATE TO WS-CHECK-NEXT-RUN
                PERFORM EDIT-NEXT-RUN-DATE
            END-IF
            MOVE SO-END-DATE TO WS-CHECK-END-DATE
            IF WS-RGL-DISPOSITION = SPACES
               AND WS-TH-END-DATE IS NUMERIC
               AND WS-TH-END-DATE NOT = ZERO
                MOVE WS-TH-END-DATE TO WS-CHECK-END-DATE
            END-IF
            IF WS-RGL-DISPOSITION = SPACES
                PERFORM EDIT-END-DATE
            END-IF
            IF WS-RGL-DISPOSITION = SPACES
               AND WS-TL-COUNT > 0
                PERFORM EDIT-STANDING-LINES
            END-IF
            IF WS-RGL-DISPOSITION NOT = SPACES
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            IF WS-TH-FREQUENCY NOT = SPACE
                MOVE WS-TH-FREQUENCY TO SO-FREQUENCY
            END-IF
            IF WS-CHECK-NEXT-RUN NOT = SO-NEXT-RUN-DATE
                MOVE WS-CHECK-NEXT-RUN TO SO-NEXT-RUN-DATE
                MOVE WS-CHECK-RUN-DAY TO SO-RUN-DAY
            END-IF
            MOVE WS-CHECK-END-DATE TO SO-END-DATE
            IF WS-TL-COUNT > 0
                PERFORM MOVE-STANDING-LINES
            END-IF
            PERFORM REWRITE-STANDING-ORDER
            IF WS-RGL-DISPOSITION = SPACES
                MOVE "CHANGED" TO WS-RGL-DISPOSITION
                PERFORM NOTE-APPLIED-TRANSACTION
            END-IF.

        SUSPEND-STANDING-ORDER.
            PERFORM READ-STANDING-ORDER
            IF WS-RGL-DISPOSITION = SPACES
               AND SO-Suspended
                MOVE "ALREADY SUSPENDED" TO WS-RGL-DISPOSITION
            END-IF
            IF WS-RGL-DISPOSITION NOT = SPACES
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            SET SO-Suspended TO TRUE
            PERFORM REWRITE-STANDING-ORDER
            IF WS-RGL-DISPOSITION = SPACES
                MOVE "SUSPENDED" TO WS-RGL-DISPOSITION
                PERFORM NOTE-APPLIED-TRANSACTION
            END-IF.

      * A next run date that passed while the order was suspended
      * is not made up - resuming needs a new run date keyed.
        RESUME-STANDING-ORDER.
            PERFORM READ-STANDING-ORDER
            IF WS-RGL-DISPOSITION = SPACES
               AND NOT SO-Suspended
                MOVE "NOT SUSPENDED" TO WS-RGL-DISPOSITION
            END-IF
            MOVE SO-NEXT-RUN-DATE TO WS-CHECK-NEXT-RUN
            IF WS-RGL-DISPOSITION = SPACES
               AND WS-TH-NEXT-RUN-DATE IS NUMERIC
               AND WS-TH-NEXT-RUN-DATE NOT = ZERO
                MOVE WS-TH-NEXT-RUN-DATE TO WS-CHECK-NEXT-RUN
            END-IF
            IF WS-RGL-DISPOSITION = SPACES
                PERFORM EDIT-NEXT-RUN-DATE
            END-IF
            IF WS-RGL-DISPOSITION NOT = SPACES
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            SET SO-Active TO TRUE
            IF WS-CHECK-NEXT-RUN NOT = SO-NEXT-RUN-DATE
                MOVE WS-CHECK-NEXT-RUN TO SO-NEXT-RUN-DATE
                MOVE WS-CHECK-RUN-DAY TO SO-RUN-DAY
            END-IF
            PERFORM REWRITE-STANDING-ORDER
            IF WS-RGL-DISPOSITION = SPACES
                MOVE "RESUMED" TO WS-RGL-DISPOSITION
                PERFORM NOTE-APPLIED-TRANSACTION
            END-IF.

        READ-STANDING-ORDER.
            MOVE WS-TH-STANDING-NO TO SO-STANDING-NO
            READ STANDING-ORDER-MASTER
                INVALID KEY
                    MOVE "STANDING ORDER NOT FOUND"
                        TO WS-RGL-DISPOSITION
                NOT INVALID KEY
                    MOVE SO-CUSTOMER-ID TO WS-RGL-CUSTOMER-ID
            END-READ.

        REWRITE-STANDING-ORDER.
            REWRITE STANDING-ORDER-RECORD
                INVALID KEY
                    MOVE "STANDING ORDER NOT FOUND"
                        TO WS-RGL-DISPOSITION
                    PERFORM NOTE-REJECTED-TRANSACTION
            END-REWRITE.

        EDIT-STANDING-CUSTOMER.
            IF WS-TH-CUSTOMER-ID IS NOT NUMERIC
                MOVE "BAD CUSTOMER ID" TO WS-RGL-DISPOSITION
                EXIT PARAGRAPH
            END-IF
            MOVE WS-TH-CUSTOMER-ID TO CustomerId
            READ CUSTOMER-MASTER
                INVALID KEY
                    MOVE "CUSTOMER NOT ON FILE"
                        TO WS-RGL-DISPOSITION
                NOT INVALID KEY
                    IF CustomerDeleted
                        MOVE "CUSTOMER DELETED"
                            TO WS-RGL-DISPOSITION
                    END-IF
            END-READ.

      * The day keyed on the next run date is the day a monthly
      * order keeps falling on.
        EDIT-NEXT-RUN-DATE.
            IF WS-CHECK-NEXT-RUN IS NOT NUMERIC
                MOVE "BAD NEXT RUN DATE" TO WS-RGL-DISPOSITION
                EXIT PARAGRAPH
            END-IF
            MOVE WS-CHECK-NEXT-RUN TO WS-CHECK-DATE
            CALL "ValidateDate" USING WS-CHECK-DATE
                WS-DATE-VALID WS-DATE-REASON
            EVALUATE TRUE
                WHEN NOT StandingDateIsValid
                    MOVE "BAD NEXT RUN DATE" TO WS-RGL-DISPOSITION
                WHEN WS-CHECK-NEXT-RUN < WS-RUN-DATE
                    MOVE "NEXT RUN IN THE PAST"
                        TO WS-RGL-DISPOSITION
            END-EVALUATE.

        EDIT-END-DATE.
            IF WS-CHECK-END-DATE IS NOT NUMERIC
                MOVE "BAD END DATE" TO WS-RGL-DISPOSITION
                EXIT PARAGRAPH
            END-IF
            IF WS-CHECK-END-DATE = ZERO
                EXIT PARAGRAPH
            END-IF
            MOVE WS-CHECK-END-DATE TO WS-CHECK-DATE
            CALL "ValidateDate" USING WS-CHECK-DATE
                WS-DATE-VALID WS-DATE-REASON
            EVALUATE TRUE
                WHEN NOT StandingDateIsValid
                    MOVE "BAD END DATE" TO WS-RGL-DISPOSITION
                WHEN WS-CHECK-END-DATE < WS-CHECK-NEXT-RUN
                    MOVE "ENDS BEFORE NEXT RUN"
                        TO WS-RGL-DISPOSITION
            END-EVALUATE.

      * Every line's item must be stocked; its description is taken
      * from the item master now so the generated order carries it.
        EDIT-STANDING-LINES.
            IF WS-TL-COUNT = ZERO
                MOVE "NO ORDER LINES" TO WS-RGL-DISPOSITION
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-TL-IDX FROM 1 BY 1
                UNTIL WS-TL-IDX > WS-TL-COUNT
                OR WS-RGL-DISPOSITION NOT = SPACES
                PERFORM EDIT-ONE-STANDING-LINE
            END-PERFORM.

        EDIT-ONE-STANDING-LINE.
            IF TL-ITEM-NUMBER(WS-TL-IDX) IS NOT NUMERIC
               OR TL-QUANTITY(WS-TL-IDX) IS NOT NUMERIC
               OR TL-QUANTITY(WS-TL-IDX) = ZERO
                MOVE "BAD ORDER LINE" TO WS-RGL-DISPOSITION
                EXIT PARAGRAPH
            END-IF
            MOVE TL-ITEM-NUMBER(WS-TL-IDX) TO IM-ITEM-NUMBER
            READ ITEM-MASTER
                INVALID KEY
                    MOVE "NOT A STOCKED ITEM" TO WS-RGL-DISPOSITION
                NOT INVALID KEY
                    MOVE IM-DESCRIPTION
                        TO TL-DESCRIPTION(WS-TL-IDX)
            END-READ.

        MOVE-STANDING-LINES.
            MOVE WS-TL-COUNT TO SO-LINE-COUNT
            PERFORM VARYING WS-TL-IDX FROM 1 BY 1
                UNTIL WS-TL-IDX > WS-STANDING-LINE-CEILING
                IF WS-TL-IDX > WS-TL-COUNT
                    MOVE ZERO TO SO-ITEM-NUMBER(WS-TL-IDX)
                    MOVE SPACES TO SO-DESCRIPTION(WS-TL-IDX)
                    MOVE ZERO TO SO-QUANTITY(WS-TL-IDX)
                ELSE
                    MOVE TL-ITEM-NUMBER(WS-TL-IDX)
                        TO SO-ITEM-NUMBER(WS-TL-IDX)
                    MOVE TL-DESCRIPTION(WS-TL-IDX)
                        TO SO-DESCRIPTION(WS-TL-IDX)
                    MOVE TL-QUANTITY(WS-TL-IDX)
                        TO SO-QUANTITY(WS-TL-IDX)
                END-IF
            END-PERFORM.

      * One pass over the customer master recomputes the record
      * count and CustomerId hash for the shared MasterControl
      * check. The file is reopened afterward for keyed reads.
        VERIFY-MASTER-CONTROL-TOTALS.
            MOVE 0 TO WS-MC-COUNT
            MOVE 0 TO WS-MC-HASH
            MOVE "N" TO WS-MASTER-EOF
            PERFORM UNTIL EndOfCustomerMaster
                READ CUSTOMER-MASTER NEXT RECORD
                    AT END SET EndOfCustomerMaster TO TRUE
                    NOT AT END
                        ADD 1 TO WS-MC-COUNT
                        ADD CustomerId TO WS-MC-HASH
                END-READ
            END-PERFORM
            CLOSE CUSTOMER-MASTER
            MOVE "V" TO WS-MC-ACTION
            CALL "MasterControl" USING WS-MC-ACTION WS-MC-FILE-ID
                WS-MC-COUNT WS-MC-HASH WS-MC-RESULT
            IF MasterControlOK
                OPEN INPUT CUSTOMER-MASTER
            END-IF.

        NOTE-APPLIED-TRANSACTION.
            ADD 1 TO WS-APPLIED-COUNT
            PERFORM WRITE-REGISTER-LINE.

        NOTE-REJECTED-TRANSACTION.
            ADD 1 TO WS-REJECTED-COUNT
            PERFORM WRITE-REGISTER-LINE.

      * An applied transaction shows the order as it now stands on
      * file; a rejected one shows what was keyed.
        WRITE-REGISTER-LINE.
            MOVE WS-TH-ACTION-CODE TO WS-RGL-ACTION
            IF WS-TH-STANDING-NO IS NUMERIC
                MOVE WS-TH-STANDING-NO TO WS-RGL-STANDING-NO
            ELSE
                MOVE ZERO TO WS-RGL-STANDING-NO
            END-IF
            IF WS-RGL-DISPOSITION = "ADDED" OR "CHANGED"
                                  OR "SUSPENDED" OR "RESUMED"
                MOVE SO-CUSTOMER-ID TO WS-RGL-CUSTOMER-ID
                MOVE SO-FREQUENCY TO WS-RGL-FREQUENCY
                MOVE SO-NEXT-RUN-DATE TO WS-RGL-NEXT-RUN
                MOVE SO-END-DATE TO WS-RGL-END-DATE
                MOVE SO-LINE-COUNT TO WS-RGL-LINES
                IF SO-Suspended
                    MOVE "SUSPENDED" TO WS-RGL-STATUS
                ELSE
                    MOVE "ACTIVE" TO WS-RGL-STATUS
                END-IF
            ELSE
                MOVE WS-TH-FREQUENCY TO WS-RGL-FREQUENCY
                IF WS-TH-NEXT-RUN-DATE IS NUMERIC
                    MOVE WS-TH-NEXT-RUN-DATE TO WS-RGL-NEXT-RUN
                END-IF
                IF WS-TH-END-DATE IS NUMERIC
                    MOVE WS-TH-END-DATE TO WS-RGL-END-DATE
                END-IF
            END-IF
            WRITE StandingMaintRegisterLine FROM WS-REGISTER-LINE.
