      * customer's AR open items oldest-first the way CashApply
      * clears payments, so the aged report stays true. The refund
      * register shows every request with what was credited and
      * what, if anything, could not be applied. What was credited
      * also goes on the TUITDEF.DAT deferral schedule, to cut the
      * term's still-deferred tuition, and posts to GLPOST.DAT as a
      * deferred-tuition debit against AR. A withdrawing student's
      * applied scholarship and bursary awards (AWARD.DAT) give
      * back their unearned share first: the award's portion of the
      * course's fee, times the same refundable percentage, is put
      * back on the tuition item the award credited and posts as an
      * AR debit against the fund's aid expense. A clean end of run
      * truncates the request file so a rerun cannot credit twice.

        ENVIRONMENT DIVISION.
            ASSIGN TO "REFUND.RPT"
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
          SELECT AWARD-MASTER
            ASSIGN TO "AWARD.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AW-AWARD-KEY
            FILE STATUS IS WS-AWARD-STATUS.

        DATA DIVISION.
        FILE SECTION.
            LABEL RECORDS ARE STANDARD.
        01  RefundRegisterLine       PIC X(80).

        FD  TUITION-DEFERRAL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY TUITDEF.

        FD  GL-POSTING-FILE
            LABEL RECORDS ARE STANDARD.
            COPY GLPOST.

      * A department-level entry keyed by fund code lets a sponsor's
      * clawback reach its own aid-expense account; the
      * departmentless entry is the fallback.
        FD  GL-ACCOUNT-MAP
            LABEL RECORDS ARE STANDARD.
        01  GL-ACCOUNT-MAP-RECORD.
            05  GM-CATEGORY          PIC X(8).
            05  FILLER               PIC X.
            05  GM-ACCOUNT           PIC 9(6).
            05  FILLER               PIC X.
            05  GM-DEPARTMENT        PIC X(4).

        FD  AWARD-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY AWARDREC.

        WORKING-STORAGE SECTION.
        01  WS-REFUND-REQ-STATUS     PIC XX.
            88  EndOfRefundRequests      VALUE "10".
        01  WS-AR-STATUS             PIC XX.
            88  ArFileOK                 VALUE "00".
        01  WS-REGISTER-STATUS       PIC XX.
        01  WS-DEFERRAL-STATUS       PIC XX.
        01  WS-GL-POST-STATUS        PIC XX.
        01  WS-GL-MAP-STATUS         PIC XX.
            88  EndOfGlAccountMap        VALUE "10".
        01  WS-AWARD-STATUS          PIC XX.
            88  AwardMasterOK            VALUE "00".
        01  WS-AWARD-FILE-OPEN       PIC X VALUE "N".
            88  AwardMasterOpen          VALUE "Y".

        01  WS-RUN-DATE              PIC 9(8).
        01  WS-TOTAL-CREDITED        PIC S9(9)V99 VALUE ZERO.

        78  WS-GL-MAP-CAPACITY       VALUE 300.
        01  WS-GM-COUNT              PIC 999 VALUE ZERO.
        01  WS-GM-IDX                PIC 999.
        01  WS-GL-MAP-TABLE.
            05  GL-MAP-ENTRY OCCURS WS-GL-MAP-CAPACITY TIMES.
              10  GME-CATEGORY       PIC X(8).
              10  GME-ACCOUNT        PIC 9(6).
              10  GME-DEPARTMENT     PIC X(4).
        01  WS-GL-ACCOUNT-FOUND      PIC X.
            88  GlAccountFound           VALUE "Y".
        01  WS-GL-DEPT-FOUND         PIC X.
            88  GlDeptAccountFound       VALUE "Y".
        01  WS-GL-LOOKUP-CATEGORY    PIC X(8).
        01  WS-GL-LOOKUP-DEPT        PIC X(4) VALUE SPACES.
        01  WS-GL-LOOKUP-ACCOUNT     PIC 9(6).

        01  WS-OC-COUNT              PIC 999 VALUE ZERO.
        01  OFFERED-COURSE-TABLE.
        01  WS-LINK-FOUND            PIC X.
            88  CustomerLinkFound        VALUE "Y".

        01  WS-AWARD-EOF             PIC X.
            88  EndOfAwardBrowse         VALUE "Y".
        01  WS-CLAWBACK-AMOUNT       PIC S9(7)V99.
        01  WS-CLAWBACK-LIMIT        PIC S9(7)V99.
        01  WS-TOTAL-CLAWED-BACK     PIC S9(9)V99 VALUE ZERO.
        01  WS-GL-DEBIT-TOTAL        PIC 9(9)V99 VALUE ZERO.
        01  WS-GL-CREDIT-TOTAL       PIC 9(9)V99 VALUE ZERO.

        78  WS-FUND-TABLE-CAPACITY   VALUE 50.
        01  WS-FC-COUNT              PIC 99 VALUE ZERO.
        01  WS-FC-IDX                PIC 99.
        01  WS-FUND-CLAWBACK-TABLE.
            05  FUND-CLAWBACK OCCURS 50 TIMES.
              10  FC-FUND-CODE       PIC X(4).
              10  FC-AMOUNT          PIC 9(7)V99.
        01  WS-FUND-FOUND            PIC X.
            88  FundClawbackFound        VALUE "Y".

        01  WS-REQUESTS-READ         PIC 9(5) VALUE ZERO.
        01  WS-CLAWBACKS-POSTED      PIC 9(5) VALUE ZERO.
        01  WS-REFUNDS-POSTED        PIC 9(5) VALUE ZERO.
        01  WS-REQUESTS-UNLINKED     PIC 9(5) VALUE ZERO.

            05  WS-RTL-POSTED        PIC ZZZZ9.
            05  FILLER               PIC X(10) VALUE " UNLINKED ".
            05  WS-RTL-UNLINKED      PIC ZZZZ9.
            05  FILLER               PIC X(11) VALUE " CLAWBACKS ".
            05  WS-RTL-CLAWBACKS     PIC ZZZZ9.
        01  WS-CLAWBACK-LINE.
            05  WS-CBL-STUDENT-ID    PIC 9(7).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-CBL-TERM          PIC X(5).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-CBL-COURSE        PIC X(4).
            05  FILLER               PIC X(7) VALUE " AWARD ".
            05  WS-CBL-AWARD-CODE    PIC X(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-CBL-FUND          PIC X(4).
            05  FILLER               PIC X(5) VALUE " INV ".
            05  WS-CBL-INVOICE       PIC 9(6).
            05  FILLER               PIC X(10) VALUE " CLAWBACK ".
            05  WS-CBL-AMOUNT        PIC ZZ,ZZ9.99-.

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "TuitionRefund".
        01  WS-RJ-IMAGE              PIC X(2000).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            PERFORM LOAD-OFFERED-COURSE-TABLE
            PERFORM LOAD-REFUND-POLICY-TABLE
            PERFORM LOAD-CUSTOMER-LINK-TABLE
            PERFORM LOAD-GL-ACCOUNT-MAP
            CALL "BusinessDate" USING WS-RUN-DATE
            OPEN EXTEND TUITION-DEFERRAL-FILE
            IF WS-DEFERRAL-STATUS NOT = "00"
                OPEN OUTPUT TUITION-DEFERRAL-FILE
            END-IF
            OPEN I-O AWARD-MASTER
            IF AwardMasterOK
                MOVE "Y" TO WS-AWARD-FILE-OPEN
            ELSE
                DISPLAY "No AWARD.DAT on file, no award clawback "
                    "this run"
            END-IF
            OPEN OUTPUT REFUND-REGISTER
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE RefundRegisterLine FROM REPORT-STAMP-LINE
            PERFORM READ-REFUND-REQUEST
            PERFORM UNTIL EndOfRefundRequests
                ADD 1 TO WS-REQUESTS-READ
            END-PERFORM
            MOVE WS-REFUNDS-POSTED TO WS-RTL-POSTED
            MOVE WS-REQUESTS-UNLINKED TO WS-RTL-UNLINKED
            MOVE WS-CLAWBACKS-POSTED TO WS-RTL-CLAWBACKS
            WRITE RefundRegisterLine FROM WS-REGISTER-TOTAL-LINE
            CLOSE REFUND-REGISTER
            CLOSE TUITION-DEFERRAL-FILE
            CLOSE AR-OPEN-ITEM-FILE
            IF AwardMasterOpen
                CLOSE AWARD-MASTER
            END-IF
            IF (WS-TOTAL-CREDITED > 0 OR WS-TOTAL-CLAWED-BACK > 0)
               AND WS-GM-COUNT > 0
                PERFORM APPEND-GL-POSTINGS
            END-IF
            CLOSE REFUND-REQUEST-FILE
      * Clean end of run: truncate the request queue so a rerun
      * cannot post the same refunds twice.
                    FROM WS-REGISTER-DETAIL-LINE
                EXIT PARAGRAPH
            END-IF
            IF AwardMasterOpen
                PERFORM CLAW-BACK-TERM-AWARDS
            END-IF
            PERFORM APPLY-REFUND-CREDIT
            ADD 1 TO WS-REFUNDS-POSTED
            IF WS-REMAINING-CREDIT < WS-REFUND-AMOUNT
                PERFORM WRITE-DEFERRAL-LINE
            END-IF
            IF WS-REMAINING-CREDIT > 0
                MOVE "PART UNAPPLIED" TO WS-RDL-NOTE
            ELSE
                END-IF
            END-PERFORM.

      * Each award applied to the student's term gives back the
      * unearned share of the withdrawn course: the award times the
      * course's part of the tuition item it credited, times the
      * week's refundable percentage - never more than the award
      * still has standing. The share goes back on that tuition
      * item, which the refund credit then draws down with the
      * rest of the customer's open items.
        CLAW-BACK-TERM-AWARDS.
            MOVE "N" TO WS-AWARD-EOF
            MOVE RQ-STUDENT-ID TO AW-STUDENT-ID
            MOVE RQ-TERM-CODE TO AW-TERM-CODE
            MOVE LOW-VALUES TO AW-AWARD-CODE
            START AWARD-MASTER
                KEY IS NOT LESS THAN AW-AWARD-KEY
                INVALID KEY
                    SET EndOfAwardBrowse TO TRUE
            END-START
            PERFORM UNTIL EndOfAwardBrowse
                READ AWARD-MASTER NEXT RECORD
                    AT END SET EndOfAwardBrowse TO TRUE
                    NOT AT END
                        IF AW-STUDENT-ID NOT = RQ-STUDENT-ID
                           OR AW-TERM-CODE NOT = RQ-TERM-CODE
                            SET EndOfAwardBrowse TO TRUE
                        ELSE
                            IF AW-AwardApplied
                                PERFORM CLAW-BACK-ONE-AWARD
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

        CLAW-BACK-ONE-AWARD.
            COMPUTE WS-CLAWBACK-LIMIT =
                AW-APPLIED-AMOUNT - AW-CLAWED-BACK
            IF WS-CLAWBACK-LIMIT NOT > 0
                EXIT PARAGRAPH
            END-IF
            MOVE AW-APPLIED-INVOICE TO AR-INVOICE-NO
            READ AR-OPEN-ITEM-FILE
                INVALID KEY
                    DISPLAY "Award " AW-AWARD-KEY " names AR item "
                        AW-APPLIED-INVOICE " not on file - "
                        "not clawed back"
                    EXIT PARAGRAPH
            END-READ
            IF AR-ORIGINAL-AMOUNT NOT > 0
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-CLAWBACK-AMOUNT ROUNDED =
                AW-APPLIED-AMOUNT * WS-COURSE-FEE
                * WS-REFUND-PERCENT / AR-ORIGINAL-AMOUNT / 100
            IF WS-CLAWBACK-AMOUNT > WS-CLAWBACK-LIMIT
                MOVE WS-CLAWBACK-LIMIT TO WS-CLAWBACK-AMOUNT
            END-IF
            IF WS-CLAWBACK-AMOUNT NOT > 0
                EXIT PARAGRAPH
            END-IF
            ADD WS-CLAWBACK-AMOUNT TO AR-OPEN-AMOUNT
            IF AR-ItemPaid
                MOVE "O" TO AR-ITEM-STATUS
            END-IF
            REWRITE AR-OPEN-ITEM-RECORD
                INVALID KEY
                    DISPLAY "Rewrite failed for AR item "
                        AR-INVOICE-NO
                    EXIT PARAGRAPH
            END-REWRITE
            MOVE "C" TO WS-RJ-OPERATION
            PERFORM JOURNAL-AR-OPEN-RECORD
            ADD WS-CLAWBACK-AMOUNT TO AW-CLAWED-BACK
            MOVE WS-RUN-DATE TO AW-CLAWBACK-DATE
            REWRITE AWARD-RECORD
                INVALID KEY
                    DISPLAY "Rewrite failed for award "
                        AW-AWARD-KEY
            END-REWRITE
            ADD 1 TO WS-CLAWBACKS-POSTED
            ADD WS-CLAWBACK-AMOUNT TO WS-TOTAL-CLAWED-BACK
            PERFORM ADD-FUND-CLAWBACK
            MOVE RQ-STUDENT-ID TO WS-CBL-STUDENT-ID
            MOVE RQ-TERM-CODE TO WS-CBL-TERM
            MOVE RQ-COURSE-CODE TO WS-CBL-COURSE
            MOVE AW-AWARD-CODE TO WS-CBL-AWARD-CODE
            MOVE AW-FUND-CODE TO WS-CBL-FUND
            MOVE AW-APPLIED-INVOICE TO WS-CBL-INVOICE
            MOVE WS-CLAWBACK-AMOUNT TO WS-CBL-AMOUNT
            WRITE RefundRegisterLine FROM WS-CLAWBACK-LINE.

        ADD-FUND-CLAWBACK.
            MOVE "N" TO WS-FUND-FOUND
            PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                UNTIL WS-FC-IDX > WS-FC-COUNT
                OR FundClawbackFound
                IF FC-FUND-CODE(WS-FC-IDX) = AW-FUND-CODE
                    MOVE "Y" TO WS-FUND-FOUND
                    ADD WS-CLAWBACK-AMOUNT TO FC-AMOUNT(WS-FC-IDX)
                END-IF
            END-PERFORM
            IF FundClawbackFound
                EXIT PARAGRAPH
            END-IF
            IF WS-FC-COUNT >= WS-FUND-TABLE-CAPACITY
                DISPLAY "WS-FUND-CLAWBACK-TABLE full at "
                    WS-FUND-TABLE-CAPACITY " entries, fund "
                    AW-FUND-CODE " posted with the last fund"
                ADD WS-CLAWBACK-AMOUNT TO FC-AMOUNT(WS-FC-COUNT)
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-FC-COUNT
            MOVE AW-FUND-CODE TO FC-FUND-CODE(WS-FC-COUNT)
            MOVE WS-CLAWBACK-AMOUNT TO FC-AMOUNT(WS-FC-COUNT).

      * The credit draws the customer's open items down oldest-
      * first in invoice-number order, exactly as CashApply clears
      * a payment - the tuition item TuitionBilling raised is
                INVALID KEY
                    DISPLAY "Rewrite failed for AR item "
                        AR-INVOICE-NO
                NOT INVALID KEY
                    MOVE "C" TO WS-RJ-OPERATION
                    PERFORM JOURNAL-AR-OPEN-RECORD
            END-REWRITE.

      * Only what actually reached the customer's items cuts the
      * term's deferral; TuitionRecognition finds the billed line
      * by student and term.
        WRITE-DEFERRAL-LINE.
            MOVE SPACES TO TUITION-DEFERRAL-RECORD
            MOVE "R" TO TD-RECORD-TYPE
            MOVE ZERO TO TD-INVOICE-NO
            MOVE RQ-STUDENT-ID TO TD-STUDENT-ID
            MOVE RQ-TERM-CODE TO TD-TERM-CODE
            MOVE ZERO TO TD-BILLED-AMOUNT
            MOVE ZERO TO TD-RECOGNIZED
            COMPUTE TD-REFUNDED =
                WS-REFUND-AMOUNT - WS-REMAINING-CREDIT
            MOVE WS-RUN-DATE(1:6) TO TD-LAST-MONTH
            WRITE TUITION-DEFERRAL-RECORD
            ADD TD-REFUNDED TO WS-TOTAL-CREDITED.

      * Deferred-tuition debit against the AR credit for what the
      * refunds credited, an AR debit against each fund's aid
      * expense for what was clawed back - the fund code carried as
      * the lines' department - and a trailer proving the run.
        APPEND-GL-POSTINGS.
            OPEN EXTEND GL-POSTING-FILE
            IF WS-GL-POST-STATUS NOT = "00"
                OPEN OUTPUT GL-POSTING-FILE
            END-IF
            MOVE SPACES TO WS-GL-LOOKUP-DEPT
            IF WS-TOTAL-CREDITED > 0
                MOVE "TUITDEFR" TO WS-GL-LOOKUP-CATEGORY
                PERFORM FIND-GL-ACCOUNT
                MOVE SPACES TO GL-POSTING-RECORD
                MOVE "D" TO GP-RECORD-TYPE
                MOVE WS-GL-LOOKUP-ACCOUNT TO GP-ACCOUNT
                MOVE "TUITDEFR" TO GP-CATEGORY
                MOVE WS-TOTAL-CREDITED TO GP-AMOUNT
                MOVE WS-RUN-DATE(1:6) TO GP-PERIOD
                WRITE GL-POSTING-RECORD
                MOVE "AR" TO WS-GL-LOOKUP-CATEGORY
                PERFORM FIND-GL-ACCOUNT
                MOVE SPACES TO GL-POSTING-RECORD
                MOVE "C" TO GP-RECORD-TYPE
                MOVE WS-GL-LOOKUP-ACCOUNT TO GP-ACCOUNT
                MOVE "AR" TO GP-CATEGORY
                MOVE WS-TOTAL-CREDITED TO GP-AMOUNT
                MOVE WS-RUN-DATE(1:6) TO GP-PERIOD
                WRITE GL-POSTING-RECORD
                ADD WS-TOTAL-CREDITED TO WS-GL-DEBIT-TOTAL
                ADD WS-TOTAL-CREDITED TO WS-GL-CREDIT-TOTAL
            END-IF
            PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                UNTIL WS-FC-IDX > WS-FC-COUNT
                MOVE FC-FUND-CODE(WS-FC-IDX) TO WS-GL-LOOKUP-DEPT
                MOVE "AR" TO WS-GL-LOOKUP-CATEGORY
                PERFORM FIND-GL-ACCOUNT
                MOVE SPACES TO GL-POSTING-RECORD
                MOVE "D" TO GP-RECORD-TYPE
                MOVE WS-GL-LOOKUP-ACCOUNT TO GP-ACCOUNT
                MOVE "AR" TO GP-CATEGORY
                MOVE FC-AMOUNT(WS-FC-IDX) TO GP-AMOUNT
                MOVE FC-FUND-CODE(WS-FC-IDX) TO GP-DEPARTMENT
                MOVE WS-RUN-DATE(1:6) TO GP-PERIOD
                WRITE GL-POSTING-RECORD
                ADD FC-AMOUNT(WS-FC-IDX) TO WS-GL-DEBIT-TOTAL
                MOVE "AIDEXP" TO WS-GL-LOOKUP-CATEGORY
                PERFORM FIND-GL-ACCOUNT
                MOVE SPACES TO GL-POSTING-RECORD
                MOVE "C" TO GP-RECORD-TYPE
                MOVE WS-GL-LOOKUP-ACCOUNT TO GP-ACCOUNT
                MOVE "AIDEXP" TO GP-CATEGORY
                MOVE FC-AMOUNT(WS-FC-IDX) TO GP-AMOUNT
                MOVE FC-FUND-CODE(WS-FC-IDX) TO GP-DEPARTMENT
                MOVE WS-RUN-DATE(1:6) TO GP-PERIOD
                WRITE GL-POSTING-RECORD
                ADD FC-AMOUNT(WS-FC-IDX) TO WS-GL-CREDIT-TOTAL
            END-PERFORM
            MOVE SPACES TO GL-POSTING-RECORD
            MOVE "T" TO GT-RECORD-TYPE
            MOVE WS-GL-DEBIT-TOTAL TO GT-DEBIT-TOTAL
            MOVE WS-GL-CREDIT-TOTAL TO GT-CREDIT-TOTAL
            WRITE GL-POSTING-RECORD
            CLOSE GL-POSTING-FILE.

      * A department-level entry for the category wins when the
      * lookup names a department; the departmentless entry is the
      * company-level fallback either way.
        FIND-GL-ACCOUNT.
            MOVE "N" TO WS-GL-ACCOUNT-FOUND
            MOVE "N" TO WS-GL-DEPT-FOUND
            MOVE 0 TO WS-GL-LOOKUP-ACCOUNT
            PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                UNTIL WS-GM-IDX > WS-GM-COUNT
                IF GME-CATEGORY(WS-GM-IDX) = WS-GL-LOOKUP-CATEGORY
                    IF WS-GL-LOOKUP-DEPT NOT = SPACES
                       AND GME-DEPARTMENT(WS-GM-IDX)
                           = WS-GL-LOOKUP-DEPT
                        MOVE "Y" TO WS-GL-ACCOUNT-FOUND
                        MOVE "Y" TO WS-GL-DEPT-FOUND
                        MOVE GME-ACCOUNT(WS-GM-IDX)
                            TO WS-GL-LOOKUP-ACCOUNT
                    ELSE
                        IF GME-DEPARTMENT(WS-GM-IDX) = SPACES
                           AND NOT GlDeptAccountFound
                            MOVE "Y" TO WS-GL-ACCOUNT-FOUND
                            MOVE GME-ACCOUNT(WS-GM-IDX)
                                TO WS-GL-LOOKUP-ACCOUNT
                        END-IF
                    END-IF
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
                                MOVE GM-DEPARTMENT TO
                                    GME-DEPARTMENT(WS-GM-COUNT)
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

        LOAD-OFFERED-COURSE-TABLE.
            OPEN INPUT COURSE-REFERENCE
            IF WS-COURSE-REF-STATUS = "00"
                DISPLAY "No CUSTSTUD.DAT linkage file - every "
                    "refund reports as unlinked"
            END-IF.

      * Every change to AROPEN.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-AR-OPEN-RECORD.
            MOVE "AROPEN" TO WS-RJ-FILE-ID
            MOVE AR-INVOICE-NO TO WS-RJ-KEY
            MOVE AR-OPEN-ITEM-RECORD TO WS-RJ-IMAGE
            CALL "RecoveryJournal" USING WS-RJ-FILE-ID
                WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.
