      * receivables share one ledger and CashApply and ArAgedReport
      * work them identically. A student with no customer link, or
      * whose term carries no fee-bearing course, goes on the
      * billing register with a note instead of an item. Tuition is
      * not earned on the day it is billed: each item also goes on
      * the TUITDEF.DAT deferral schedule, and the run's total posts
      * to GLPOST.DAT as an AR debit against deferred tuition, for
      * TuitionRecognition to earn across the months of the term.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            ASSIGN TO "TUITION.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTER-STATUS.
          SELECT TUITION-DEFERRAL-FILE
            ASSIGN TO "TUITDEF.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEFERRAL-STATUS.
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
            LABEL RECORDS ARE STANDARD.
        01  BillingRegisterLine      PIC X(80).

        FD  TUITION-DEFERRAL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY TUITDEF.

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
        01  WS-ENROLLMENT-STATUS     PIC XX.
            88  EnrollmentFileOK         VALUE "00".
        01  WS-AR-STATUS             PIC XX.
            88  ArFileOK                 VALUE "00".
        01  WS-REGISTER-STATUS       PIC XX.
        01  WS-DEFERRAL-STATUS       PIC XX.
        01  WS-GL-POST-STATUS        PIC XX.
        01  WS-GL-MAP-STATUS         PIC XX.
            88  EndOfGlAccountMap        VALUE "10".

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

        01  WS-BILLING-TERM          PIC X(5).
        01  WS-RUN-DATE              PIC 9(8).
            05  FILLER               PIC X(8) VALUE " TOTAL  ".
            05  WS-RTL-TOTAL         PIC ZZZ,ZZZ,ZZ9.99-.

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "TuitionBilling".
        01  WS-RJ-IMAGE              PIC X(2000).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            DISPLAY "Term to bill tuition for - "
                WITH NO ADVANCING
            ACCEPT WS-BILLING-TERM
            CALL "BusinessDate" USING WS-RUN-DATE
            OPEN INPUT ENROLLMENT-FILE
            IF NOT EnrollmentFileOK
                DISPLAY "No ENROLL.DAT enrollment file, status "
            PERFORM LOAD-CUSTOMER-LINK-TABLE
            PERFORM READ-INVOICE-SEQUENCE
            PERFORM OPEN-AR-OPEN-ITEM-FILE
            PERFORM LOAD-GL-ACCOUNT-MAP
            OPEN EXTEND TUITION-DEFERRAL-FILE
            IF WS-DEFERRAL-STATUS NOT = "00"
                OPEN OUTPUT TUITION-DEFERRAL-FILE
            END-IF
            OPEN OUTPUT BILLING-REGISTER
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE BillingRegisterLine FROM REPORT-STAMP-LINE
            PERFORM BILL-TERM-ENROLLMENTS
            MOVE WS-STUDENTS-BILLED TO WS-RTL-BILLED
            MOVE WS-STUDENTS-UNLINKED TO WS-RTL-UNLINKED
            MOVE WS-TOTAL-BILLED TO WS-RTL-TOTAL
            WRITE BillingRegisterLine FROM WS-REGISTER-TOTAL-LINE
            CLOSE BILLING-REGISTER
            CLOSE TUITION-DEFERRAL-FILE
            CLOSE AR-OPEN-ITEM-FILE
            PERFORM WRITE-INVOICE-SEQUENCE
            IF WS-TOTAL-BILLED > 0 AND WS-GM-COUNT > 0
                PERFORM APPEND-GL-POSTINGS
            END-IF
            CLOSE ENROLLMENT-FILE
            DISPLAY "Tuition billing: " WS-STUDENTS-BILLED
                " student(s) billed for term " WS-BILLING-TERM ", "
            MOVE "O" TO AR-ITEM-STATUS
            MOVE ZERO TO AR-CHARGE-REF
            MOVE ZERO TO AR-LAST-CHARGE-MONTH
            MOVE SPACES TO AR-TERMS-CODE
            MOVE ZERO TO AR-DUE-DATE
            MOVE ZERO TO AR-DISCOUNT-DATE
            MOVE ZERO TO AR-DISCOUNT-AMOUNT
            WRITE AR-OPEN-ITEM-RECORD
                INVALID KEY
                    DISPLAY "AR open item " WS-NEXT-INVOICE-NO
                        " already on file - not re-opened"
                NOT INVALID KEY
                    MOVE "A" TO WS-RJ-OPERATION
                    PERFORM JOURNAL-AR-OPEN-RECORD
                    ADD 1 TO WS-STUDENTS-BILLED
                    ADD WS-STUDENT-TUITION TO WS-TOTAL-BILLED
                    MOVE WS-NEXT-INVOICE-NO TO WS-RDL-INVOICE-NO
                    MOVE "TUITION" TO WS-RDL-NOTE
                    WRITE BillingRegisterLine
                        FROM WS-REGISTER-DETAIL-LINE
                    PERFORM WRITE-DEFERRAL-LINE
                    ADD 1 TO WS-NEXT-INVOICE-NO
            END-WRITE.

      * Nothing is earned yet; the whole fee starts out deferred.
        WRITE-DEFERRAL-LINE.
            MOVE SPACES TO TUITION-DEFERRAL-RECORD
            MOVE "B" TO TD-RECORD-TYPE
            MOVE WS-NEXT-INVOICE-NO TO TD-INVOICE-NO
            MOVE WS-CURRENT-STUDENT TO TD-STUDENT-ID
            MOVE WS-BILLING-TERM TO TD-TERM-CODE
            MOVE WS-STUDENT-TUITION TO TD-BILLED-AMOUNT
            MOVE ZERO TO TD-RECOGNIZED
            MOVE ZERO TO TD-REFUNDED
            MOVE ZERO TO TD-LAST-MONTH
            WRITE TUITION-DEFERRAL-RECORD.

      * AR debit against deferred tuition for the run's billing,
      * and a trailer proving the pair.
        APPEND-GL-POSTINGS.
            OPEN EXTEND GL-POSTING-FILE
            IF WS-GL-POST-STATUS NOT = "00"
                OPEN OUTPUT GL-POSTING-FILE
            END-IF
            MOVE "AR" TO WS-GL-LOOKUP-CATEGORY
            PERFORM FIND-GL-ACCOUNT
            MOVE SPACES TO GL-POSTING-RECORD
            MOVE "D" TO GP-RECORD-TYPE
            MOVE WS-GL-LOOKUP-ACCOUNT TO GP-ACCOUNT
            MOVE "AR" TO GP-CATEGORY
            MOVE WS-TOTAL-BILLED TO GP-AMOUNT
            MOVE WS-RUN-DATE(1:6) TO GP-PERIOD
            WRITE GL-POSTING-RECORD
            MOVE "TUITDEFR" TO WS-GL-LOOKUP-CATEGORY
            PERFORM FIND-GL-ACCOUNT
            MOVE SPACES TO GL-POSTING-RECORD
            MOVE "C" TO GP-RECORD-TYPE
            MOVE WS-GL-LOOKUP-ACCOUNT TO GP-ACCOUNT
            MOVE "TUITDEFR" TO GP-CATEGORY
            MOVE WS-TOTAL-BILLED TO GP-AMOUNT
            MOVE WS-RUN-DATE(1:6) TO GP-PERIOD
            WRITE GL-POSTING-RECORD
            MOVE SPACES TO GL-POSTING-RECORD
            MOVE "T" TO GT-RECORD-TYPE
            MOVE WS-TOTAL-BILLED TO GT-DEBIT-TOTAL
            MOVE WS-TOTAL-BILLED TO GT-CREDIT-TOTAL
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

        OPEN-AR-OPEN-ITEM-FILE.
            OPEN I-O AR-OPEN-ITEM-FILE
            IF NOT ArFileOK
            MOVE WS-NEXT-INVOICE-NO TO InvoiceSequenceLine
            WRITE InvoiceSequenceLine
            CLOSE INVOICE-SEQUENCE-FILE.

      * Every change to AROPEN.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-AR-OPEN-RECORD.
            MOVE "AROPEN" TO WS-RJ-FILE-ID
            MOVE AR-INVOICE-NO TO WS-RJ-KEY
            MOVE AR-OPEN-ITEM-RECORD TO WS-RJ-IMAGE
            CALL "RecoveryJournal" USING WS-RJ-FILE-ID
                WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.
