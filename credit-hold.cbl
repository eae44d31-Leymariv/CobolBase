       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreditHoldRun.
      * Automatic credit-hold run off the AR aging. Walks the
      * AROPEN.DAT open items with the same days-past-due
      * arithmetic ArAgedReport uses and flags every customer
      * carrying an open item more than sixty days past its due
      * date (ninety from the invoice on standard net 30 terms):
      * Customer-Credit-Hold goes to "H" on CUSTOMER.DAT so
      * OrderEntry holds their next order, and a
      * customer already flagged whose aged debt has cleared is
      * released. Every flip is bracketed with before/after images
      * on the shared customer audit trail (CUSTAUD copybook) and
        01  WS-AUDIT-STATUS          PIC XX.
        01  WS-REGISTER-STATUS       PIC XX.

        78  WS-HOLD-PAST-DUE-DAYS    VALUE 60.

        01  WS-TODAY-CCYYMMDD        PIC 9(8).
        01  WS-TODAY-INTEGER         PIC 9(7).
        78  WS-STANDARD-NET-DAYS     VALUE 30.
        01  WS-DUE-INTEGER           PIC 9(7).
        01  WS-DAYS-PAST-DUE         PIC S9(5).
        01  WS-RUN-DATE              PIC 9(8).
        01  WS-BEFORE-IMAGE          PIC X(544).

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "CreditHoldRun".
        01  WS-RJ-IMAGE              PIC X(2000).

        01  WS-MC-ACTION             PIC X.
        01  WS-MC-FILE-ID            PIC X(8) VALUE "CUSTOMER".
                VALUE " RELEASED ".
            05  WS-RTL-RELEASED      PIC ZZZ9.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            CALL "BusinessDate" USING WS-RUN-DATE
            MOVE WS-RUN-DATE TO WS-TODAY-CCYYMMDD
            COMPUTE WS-TODAY-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
            END-IF
            PERFORM OPEN-CUSTOMER-AUDIT-FILE
            OPEN OUTPUT HOLD-REGISTER
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE HoldRegisterLine FROM REPORT-STAMP-LINE
            PERFORM SWEEP-CUSTOMER-MASTER
            CLOSE CUSTOMER-MASTER
            PERFORM UPDATE-MASTER-CONTROL-TOTALS
            CLOSE AR-OPEN-ITEM-FILE.

        JUDGE-ONE-OPEN-ITEM.
      * Overdue runs from the item's terms due date; an item with
      * none falls due the standard thirty days after its date.
            IF AR-DUE-DATE IS NUMERIC AND AR-DUE-DATE NOT = 0
                COMPUTE WS-DUE-INTEGER =
                    FUNCTION INTEGER-OF-DATE(AR-DUE-DATE)
            ELSE
                COMPUTE WS-DUE-INTEGER =
                    FUNCTION INTEGER-OF-DATE(AR-INVOICE-DATE)
                    + WS-STANDARD-NET-DAYS
            END-IF
            COMPUTE WS-DAYS-PAST-DUE =
                WS-TODAY-INTEGER - WS-DUE-INTEGER
            IF WS-DAYS-PAST-DUE >= WS-HOLD-PAST-DUE-DAYS
                PERFORM ADD-AGED-CUSTOMER
            END-IF.

                        CustomerId
                NOT INVALID KEY
                    PERFORM WRITE-AUDIT-IMAGES
                    MOVE "C" TO WS-RJ-OPERATION
                    PERFORM JOURNAL-CUSTOMER-RECORD
            END-REWRITE.

      * Before/after images bracket every rewrite on the shared
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
