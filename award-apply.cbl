       IDENTIFICATION DIVISION.
       PROGRAM-ID. AwardApply.
      * Scholarship and bursary application run, taken after
      * TuitionBilling has raised the term's tuition items. For the
      * keyed term it walks the pending awards AwardMaint keeps on
      * AWARD.DAT, finds the student's paying customer through the
      * CUSTSTUD.DAT links and the term's tuition item through the
      * B line TuitionBilling wrote to TUITDEF.DAT, and credits the
      * award against that item the way TuitionRefund posts its
      * credits. A percentage award is priced on the billed tuition;
      * no award credits more than the item still has open. Each
      * fund's credits post to GLPOST.DAT as an aid-expense debit
      * against AR, with the fund code as the line's department,
      * and the register closes with every fund's disbursement for
      * the term - applied less what withdrawals have clawed back.
      * An award that cannot be applied stays pending for a rerun.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT AWARD-MASTER
            ASSIGN TO "AWARD.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AW-AWARD-KEY
            FILE STATUS IS WS-AWARD-STATUS.
          SELECT AID-FUND-FILE
            ASSIGN TO "AIDFUND.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AID-FUND-STATUS.
          SELECT LINKAGE-FILE
            ASSIGN TO "CUSTSTUD.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LINKAGE-STATUS.
          SELECT TUITION-DEFERRAL-FILE
            ASSIGN TO "TUITDEF.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEFERRAL-STATUS.
          SELECT AR-OPEN-ITEM-FILE
            ASSIGN TO "AROPEN.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AR-INVOICE-NO
            FILE STATUS IS WS-AR-STATUS.
          SELECT AWARD-REGISTER
            ASSIGN TO "AWARDAPP.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTER-STATUS.
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
        FD  AWARD-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY AWARDREC.

        FD  AID-FUND-FILE
            LABEL RECORDS ARE STANDARD.
            COPY AIDFUND.

        FD  LINKAGE-FILE
            LABEL RECORDS ARE STANDARD.
        01  LinkageRecord.
            05  LR-CUSTOMER-ID       PIC 9(8).
            05  FILLER               PIC X.
            05  LR-STUDENT-ID        PIC 9(7).

        FD  TUITION-DEFERRAL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY TUITDEF.

        FD  AR-OPEN-ITEM-FILE
            LABEL RECORDS ARE STANDARD.
            COPY AROPEN.

        FD  AWARD-REGISTER
            LABEL RECORDS ARE STANDARD.
        01  AwardRegisterLine        PIC X(80).

        FD  GL-POSTING-FILE
            LABEL RECORDS ARE STANDARD.
            COPY GLPOST.

      * A department-level entry keyed by fund code lets a sponsor's
      * aid post to its own expense account; the departmentless
      * entry is the fallback.
        FD  GL-ACCOUNT-MAP
            LABEL RECORDS ARE STANDARD.
        01  GL-ACCOUNT-MAP-RECORD.
            05  GM-CATEGORY          PIC X(8).
            05  FILLER               PIC X.
            05  GM-ACCOUNT           PIC 9(6).
            05  FILLER               PIC X.
            05  GM-DEPARTMENT        PIC X(4).

        WORKING-STORAGE SECTION.
        01  WS-AWARD-STATUS          PIC XX.
            88  AwardMasterOK            VALUE "00".
        01  WS-AID-FUND-STATUS       PIC XX.
            88  EndOfAidFunds            VALUE "10".
        01  WS-LINKAGE-STATUS        PIC XX.
            88  EndOfLinkageFile         VALUE "10".
        01  WS-DEFERRAL-STATUS       PIC XX.
            88  EndOfDeferralFile        VALUE "10".
        01  WS-AR-STATUS             PIC XX.
            88  ArFileOK                 VALUE "00".
        01  WS-REGISTER-STATUS       PIC XX.
        01  WS-GL-POST-STATUS        PIC XX.
        01  WS-GL-MAP-STATUS         PIC XX.
            88  EndOfGlAccountMap        VALUE "10".

        01  WS-RUN-DATE              PIC 9(8).
        01  WS-APPLY-TERM            PIC X(5).
        01  WS-AWARD-EOF             PIC X.
            88  EndOfAwardBrowse         VALUE "Y".

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
        01  WS-GL-DEBIT-TOTAL        PIC 9(9)V99 VALUE ZERO.
        01  WS-GL-CREDIT-TOTAL       PIC 9(9)V99 VALUE ZERO.

        78  WS-LINK-TABLE-CAPACITY   VALUE 1000.
        01  WS-LK-COUNT              PIC 9(4) VALUE ZERO.
        01  WS-LK-IDX                PIC 9(4).
        01  WS-LINK-TABLE.
            05  LINK-ENTRY OCCURS 1000 TIMES.
              10  LK-STUDENT-ID      PIC 9(7).
              10  LK-CUSTOMER-ID     PIC 9(8).
        01  WS-LINKED-CUSTOMER       PIC 9(8).
        01  WS-LINK-FOUND            PIC X.
            88  CustomerLinkFound        VALUE "Y".

        78  WS-BILLED-TABLE-CAPACITY VALUE 1000.
        01  WS-BL-COUNT              PIC 9(4) VALUE ZERO.
        01  WS-BL-IDX                PIC 9(4).
        01  WS-BILLED-TABLE.
            05  BILLED-ENTRY OCCURS 1000 TIMES.
              10  BL-STUDENT-ID      PIC 9(7).
              10  BL-INVOICE-NO      PIC 9(6).
              10  BL-BILLED-AMOUNT   PIC 9(7)V99.
        01  WS-TUITION-INVOICE       PIC 9(6).
        01  WS-TUITION-BILLED        PIC 9(7)V99.
        01  WS-BILLED-FOUND          PIC X.
            88  TuitionItemFound         VALUE "Y".

        78  WS-FUND-TABLE-CAPACITY   VALUE 50.
        01  WS-FT-COUNT              PIC 99 VALUE ZERO.
        01  WS-FT-IDX                PIC 99.
        01  WS-FUND-TOTALS-TABLE.
            05  FUND-TOTAL OCCURS 50 TIMES.
              10  FT-FUND-CODE       PIC X(4).
              10  FT-SPONSOR-NAME    PIC X(30).
              10  FT-AWARD-COUNT     PIC 9(5).
              10  FT-RUN-APPLIED     PIC 9(7)V99.
              10  FT-TERM-APPLIED    PIC 9(7)V99.
              10  FT-CLAWED-BACK     PIC 9(7)V99.
        01  WS-FUND-FOUND            PIC X.
            88  FundTotalFound           VALUE "Y".

        01  WS-AWARD-AMOUNT          PIC S9(7)V99.
        01  WS-PRICED-AMOUNT         PIC S9(7)V99.

        01  WS-AWARDS-READ           PIC 9(5) VALUE ZERO.
        01  WS-AWARDS-APPLIED        PIC 9(5) VALUE ZERO.
        01  WS-AWARDS-HELD           PIC 9(5) VALUE ZERO.
        01  WS-RUN-APPLIED-TOTAL     PIC 9(9)V99 VALUE ZERO.
        01  WS-NET-PAID-OUT          PIC S9(7)V99.

        01  WS-REGISTER-HEADING.
            05  FILLER               PIC X(28)
                VALUE "AWARD APPLICATION FOR TERM ".
            05  WS-RH-TERM           PIC X(5).
        01  WS-REGISTER-DETAIL-LINE.
            05  WS-RDL-STUDENT-ID    PIC 9(7).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-AWARD-CODE    PIC X(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-FUND          PIC X(4).
            05  FILLER               PIC X(5) VALUE " INV ".
            05  WS-RDL-INVOICE       PIC 9(6).
            05  FILLER               PIC X(8) VALUE " CREDIT ".
            05  WS-RDL-AMOUNT        PIC ZZ,ZZ9.99-.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-NOTE          PIC X(20).
        01  WS-REGISTER-TOTAL-LINE.
            05  FILLER               PIC X(15)
                VALUE "AWARDS APPLIED ".
            05  WS-RTL-APPLIED       PIC ZZZZ9.
            05  FILLER               PIC X(14)
                VALUE " LEFT PENDING ".
            05  WS-RTL-HELD          PIC ZZZZ9.
            05  FILLER               PIC X(7) VALUE " TOTAL ".
            05  WS-RTL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
        01  WS-FUND-HEADING-1        PIC X(40)
                VALUE "DISBURSEMENT BY FUND FOR TERM".
        01  WS-FUND-HEADING-2.
            05  FILLER               PIC X(36)
                VALUE "FUND SPONSOR".
            05  FILLER               PIC X(44)
                VALUE "AWARDS    APPLIED  CLAWED BACK   NET PAID".
        01  WS-FUND-DETAIL-LINE.
            05  WS-FDL-FUND          PIC X(4).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-FDL-SPONSOR       PIC X(30).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-FDL-COUNT         PIC ZZZZ9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-FDL-APPLIED       PIC ZZZ,ZZ9.99.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-FDL-CLAWED-BACK   PIC ZZZ,ZZ9.99.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-FDL-NET           PIC ZZZ,ZZ9.99-.

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "AwardApply".
        01  WS-RJ-IMAGE              PIC X(2000).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            DISPLAY "Term code to apply awards for - "
                WITH NO ADVANCING
            ACCEPT WS-APPLY-TERM
            IF WS-APPLY-TERM = SPACES
                DISPLAY "No term keyed, award application skipped"
                STOP RUN
            END-IF
            OPEN I-O AWARD-MASTER
            IF NOT AwardMasterOK
                DISPLAY "No AWARD.DAT on file, award application "
                    "skipped"
                STOP RUN
            END-IF
            OPEN I-O AR-OPEN-ITEM-FILE
            IF NOT ArFileOK
                DISPLAY "No AROPEN.DAT ledger, status " WS-AR-STATUS
                    " - award application skipped"
                CLOSE AWARD-MASTER
                STOP RUN
            END-IF
            CALL "BusinessDate" USING WS-RUN-DATE
            PERFORM LOAD-FUND-TOTALS-TABLE
            PERFORM LOAD-CUSTOMER-LINK-TABLE
            PERFORM LOAD-BILLED-TUITION-TABLE
            PERFORM LOAD-GL-ACCOUNT-MAP
            OPEN OUTPUT AWARD-REGISTER
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE AwardRegisterLine FROM REPORT-STAMP-LINE
            MOVE WS-APPLY-TERM TO WS-RH-TERM
            WRITE AwardRegisterLine FROM WS-REGISTER-HEADING
            MOVE "N" TO WS-AWARD-EOF
            MOVE LOW-VALUES TO AW-AWARD-KEY
            START AWARD-MASTER
                KEY IS NOT LESS THAN AW-AWARD-KEY
                INVALID KEY
                    SET EndOfAwardBrowse TO TRUE
            END-START
            PERFORM UNTIL EndOfAwardBrowse
                READ AWARD-MASTER NEXT RECORD
                    AT END SET EndOfAwardBrowse TO TRUE
                    NOT AT END
                        IF AW-TERM-CODE = WS-APPLY-TERM
                            PERFORM PROCESS-ONE-AWARD
                        END-IF
                END-READ
            END-PERFORM
            MOVE WS-AWARDS-APPLIED TO WS-RTL-APPLIED
            MOVE WS-AWARDS-HELD TO WS-RTL-HELD
            MOVE WS-RUN-APPLIED-TOTAL TO WS-RTL-AMOUNT
            WRITE AwardRegisterLine FROM WS-REGISTER-TOTAL-LINE
            PERFORM PRINT-FUND-DISBURSEMENTS
            CLOSE AWARD-REGISTER
            CLOSE AR-OPEN-ITEM-FILE
            CLOSE AWARD-MASTER
            IF WS-RUN-APPLIED-TOTAL > 0 AND WS-GM-COUNT > 0
                PERFORM APPEND-GL-POSTINGS
            END-IF
            DISPLAY "Award application: " WS-AWARDS-READ
                " award(s) for the term, " WS-AWARDS-APPLIED
                " applied, " WS-AWARDS-HELD " left pending"
            STOP RUN.

      * Every award of the term counts toward its fund's
      * disbursement; only a pending one is credited here.
        PROCESS-ONE-AWARD.
            ADD 1 TO WS-AWARDS-READ
            IF AW-AwardPending
                PERFORM APPLY-ONE-AWARD
            END-IF
            PERFORM FIND-FUND-TOTAL
            ADD 1 TO FT-AWARD-COUNT(WS-FT-IDX)
            IF AW-AwardApplied
                ADD AW-APPLIED-AMOUNT TO FT-TERM-APPLIED(WS-FT-IDX)
                ADD AW-CLAWED-BACK TO FT-CLAWED-BACK(WS-FT-IDX)
            END-IF.

        APPLY-ONE-AWARD.
            MOVE AW-STUDENT-ID TO WS-RDL-STUDENT-ID
            MOVE AW-AWARD-CODE TO WS-RDL-AWARD-CODE
            MOVE AW-FUND-CODE TO WS-RDL-FUND
            MOVE ZERO TO WS-RDL-INVOICE
            MOVE ZERO TO WS-RDL-AMOUNT
            PERFORM FIND-CUSTOMER-LINK
            IF NOT CustomerLinkFound
                MOVE "NO CUSTOMER LINK" TO WS-RDL-NOTE
                PERFORM HOLD-ONE-AWARD
                EXIT PARAGRAPH
            END-IF
            PERFORM FIND-TUITION-ITEM
            IF NOT TuitionItemFound
                MOVE "NO TUITION BILLED" TO WS-RDL-NOTE
                PERFORM HOLD-ONE-AWARD
                EXIT PARAGRAPH
            END-IF
            MOVE WS-TUITION-INVOICE TO WS-RDL-INVOICE
            MOVE WS-TUITION-INVOICE TO AR-INVOICE-NO
            READ AR-OPEN-ITEM-FILE
                INVALID KEY
                    MOVE "NO TUITION ITEM" TO WS-RDL-NOTE
                    PERFORM HOLD-ONE-AWARD
                    EXIT PARAGRAPH
            END-READ
            IF AR-CUSTOMER-ID NOT = WS-LINKED-CUSTOMER
                MOVE "ITEM NOT CUSTOMER'S" TO WS-RDL-NOTE
                PERFORM HOLD-ONE-AWARD
                EXIT PARAGRAPH
            END-IF
            IF NOT AR-ItemOpen OR AR-OPEN-AMOUNT NOT > 0
                MOVE "TUITION NOT OPEN" TO WS-RDL-NOTE
                PERFORM HOLD-ONE-AWARD
                EXIT PARAGRAPH
            END-IF
            PERFORM PRICE-ONE-AWARD
            MOVE WS-AWARD-AMOUNT TO WS-RDL-AMOUNT
            IF WS-AWARD-AMOUNT = 0
                MOVE "NOTHING TO CREDIT" TO WS-RDL-NOTE
                PERFORM HOLD-ONE-AWARD
                EXIT PARAGRAPH
            END-IF
            SUBTRACT WS-AWARD-AMOUNT FROM AR-OPEN-AMOUNT
            IF AR-OPEN-AMOUNT = 0
                MOVE "P" TO AR-ITEM-STATUS
            END-IF
            REWRITE AR-OPEN-ITEM-RECORD
                INVALID KEY
                    DISPLAY "Rewrite failed for AR item "
                        AR-INVOICE-NO
                    MOVE "AR REWRITE FAILED" TO WS-RDL-NOTE
                    PERFORM HOLD-ONE-AWARD
                    EXIT PARAGRAPH
            END-REWRITE
            MOVE "C" TO WS-RJ-OPERATION
            PERFORM JOURNAL-AR-OPEN-RECORD
            MOVE "A" TO AW-AWARD-STATUS
            MOVE WS-TUITION-INVOICE TO AW-APPLIED-INVOICE
            MOVE WS-AWARD-AMOUNT TO AW-APPLIED-AMOUNT
            MOVE WS-RUN-DATE TO AW-APPLIED-DATE
            REWRITE AWARD-RECORD
                INVALID KEY
                    DISPLAY "Rewrite failed for award "
                        AW-AWARD-KEY
            END-REWRITE
            ADD 1 TO WS-AWARDS-APPLIED
            ADD WS-AWARD-AMOUNT TO WS-RUN-APPLIED-TOTAL
            PERFORM FIND-FUND-TOTAL
            ADD WS-AWARD-AMOUNT TO FT-RUN-APPLIED(WS-FT-IDX)
            IF WS-AWARD-AMOUNT < WS-PRICED-AMOUNT
                MOVE "PART UNAPPLIED" TO WS-RDL-NOTE
            ELSE
                MOVE "CREDITED" TO WS-RDL-NOTE
            END-IF
            WRITE AwardRegisterLine FROM WS-REGISTER-DETAIL-LINE.

        HOLD-ONE-AWARD.
            ADD 1 TO WS-AWARDS-HELD
            WRITE AwardRegisterLine FROM WS-REGISTER-DETAIL-LINE.

      * A percentage award is its share of the tuition billed for
      * the term; the credit stops at what the item still has open
      * so the award never leaves the student in credit.
        PRICE-ONE-AWARD.
            IF AW-PercentOfTuition
                COMPUTE WS-PRICED-AMOUNT ROUNDED =
                    WS-TUITION-BILLED * AW-AWARD-PERCENT / 100
            ELSE
                MOVE AW-AWARD-AMOUNT TO WS-PRICED-AMOUNT
            END-IF
            IF WS-PRICED-AMOUNT > AR-OPEN-AMOUNT
                MOVE AR-OPEN-AMOUNT TO WS-AWARD-AMOUNT
            ELSE
                MOVE WS-PRICED-AMOUNT TO WS-AWARD-AMOUNT
            END-IF.

        FIND-CUSTOMER-LINK.
            MOVE "N" TO WS-LINK-FOUND
            PERFORM VARYING WS-LK-IDX FROM 1 BY 1
                UNTIL WS-LK-IDX > WS-LK-COUNT
                OR CustomerLinkFound
                IF LK-STUDENT-ID(WS-LK-IDX) = AW-STUDENT-ID
                    MOVE "Y" TO WS-LINK-FOUND
                    MOVE LK-CUSTOMER-ID(WS-LK-IDX)
                        TO WS-LINKED-CUSTOMER
                END-IF
            END-PERFORM.

        FIND-TUITION-ITEM.
            MOVE "N" TO WS-BILLED-FOUND
            PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                UNTIL WS-BL-IDX > WS-BL-COUNT
                OR TuitionItemFound
                IF BL-STUDENT-ID(WS-BL-IDX) = AW-STUDENT-ID
                    MOVE "Y" TO WS-BILLED-FOUND
                    MOVE BL-INVOICE-NO(WS-BL-IDX)
                        TO WS-TUITION-INVOICE
                    MOVE BL-BILLED-AMOUNT(WS-BL-IDX)
                        TO WS-TUITION-BILLED
                END-IF
            END-PERFORM.

      * A fund not on AIDFUND.REF still gets a line of its own so
      * nothing paid out drops off the disbursement report.
        FIND-FUND-TOTAL.
            MOVE "N" TO WS-FUND-FOUND
            PERFORM VARYING WS-FT-IDX FROM 1 BY 1
                UNTIL WS-FT-IDX > WS-FT-COUNT
                OR FundTotalFound
                IF FT-FUND-CODE(WS-FT-IDX) = AW-FUND-CODE
                    MOVE "Y" TO WS-FUND-FOUND
                END-IF
            END-PERFORM
            IF FundTotalFound
                SUBTRACT 1 FROM WS-FT-IDX
                EXIT PARAGRAPH
            END-IF
            IF WS-FT-COUNT >= WS-FUND-TABLE-CAPACITY
                DISPLAY "WS-FUND-TOTALS-TABLE full at "
                    WS-FUND-TABLE-CAPACITY " entries, fund "
                    AW-FUND-CODE " totalled with the last fund"
                MOVE WS-FT-COUNT TO WS-FT-IDX
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-FT-COUNT
            MOVE WS-FT-COUNT TO WS-FT-IDX
            MOVE AW-FUND-CODE TO FT-FUND-CODE(WS-FT-IDX)
            MOVE "NOT ON AIDFUND.REF" TO FT-SPONSOR-NAME(WS-FT-IDX)
            MOVE 0 TO FT-AWARD-COUNT(WS-FT-IDX)
            MOVE 0 TO FT-RUN-APPLIED(WS-FT-IDX)
            MOVE 0 TO FT-TERM-APPLIED(WS-FT-IDX)
            MOVE 0 TO FT-CLAWED-BACK(WS-FT-IDX).

      * What each sponsor has paid out for the term: every award
      * applied, less what withdrawals have clawed back since.
        PRINT-FUND-DISBURSEMENTS.
            MOVE SPACES TO AwardRegisterLine
            WRITE AwardRegisterLine
            WRITE AwardRegisterLine FROM WS-FUND-HEADING-1
            WRITE AwardRegisterLine FROM WS-FUND-HEADING-2
            PERFORM VARYING WS-FT-IDX FROM 1 BY 1
                UNTIL WS-FT-IDX > WS-FT-COUNT
                IF FT-AWARD-COUNT(WS-FT-IDX) > 0
                    MOVE FT-FUND-CODE(WS-FT-IDX) TO WS-FDL-FUND
                    MOVE FT-SPONSOR-NAME(WS-FT-IDX) TO WS-FDL-SPONSOR
                    MOVE FT-AWARD-COUNT(WS-FT-IDX) TO WS-FDL-COUNT
                    MOVE FT-TERM-APPLIED(WS-FT-IDX) TO WS-FDL-APPLIED
                    MOVE FT-CLAWED-BACK(WS-FT-IDX)
                        TO WS-FDL-CLAWED-BACK
                    COMPUTE WS-NET-PAID-OUT =
                        FT-TERM-APPLIED(WS-FT-IDX)
                        - FT-CLAWED-BACK(WS-FT-IDX)
                    MOVE WS-NET-PAID-OUT TO WS-FDL-NET
                    WRITE AwardRegisterLine FROM WS-FUND-DETAIL-LINE
                END-IF
            END-PERFORM.

      * One aid-expense debit and one AR credit per fund for what
      * this run credited, the fund code carried as the lines'
      * department, and a trailer proving the run.
        APPEND-GL-POSTINGS.
            OPEN EXTEND GL-POSTING-FILE
            IF WS-GL-POST-STATUS NOT = "00"
                OPEN OUTPUT GL-POSTING-FILE
            END-IF
            PERFORM VARYING WS-FT-IDX FROM 1 BY 1
                UNTIL WS-FT-IDX > WS-FT-COUNT
                IF FT-RUN-APPLIED(WS-FT-IDX) > 0
                    MOVE FT-FUND-CODE(WS-FT-IDX) TO WS-GL-LOOKUP-DEPT
                    MOVE "AIDEXP" TO WS-GL-LOOKUP-CATEGORY
                    PERFORM FIND-GL-ACCOUNT
                    MOVE SPACES TO GL-POSTING-RECORD
                    MOVE "D" TO GP-RECORD-TYPE
                    MOVE WS-GL-LOOKUP-ACCOUNT TO GP-ACCOUNT
                    MOVE "AIDEXP" TO GP-CATEGORY
                    MOVE FT-RUN-APPLIED(WS-FT-IDX) TO GP-AMOUNT
                    MOVE FT-FUND-CODE(WS-FT-IDX) TO GP-DEPARTMENT
                    MOVE WS-RUN-DATE(1:6) TO GP-PERIOD
                    WRITE GL-POSTING-RECORD
                    ADD FT-RUN-APPLIED(WS-FT-IDX) TO WS-GL-DEBIT-TOTAL
                    MOVE "AR" TO WS-GL-LOOKUP-CATEGORY
                    PERFORM FIND-GL-ACCOUNT
                    MOVE SPACES TO GL-POSTING-RECORD
                    MOVE "C" TO GP-RECORD-TYPE
                    MOVE WS-GL-LOOKUP-ACCOUNT TO GP-ACCOUNT
                    MOVE "AR" TO GP-CATEGORY
                    MOVE FT-RUN-APPLIED(WS-FT-IDX) TO GP-AMOUNT
                    MOVE FT-FUND-CODE(WS-FT-IDX) TO GP-DEPARTMENT
                    MOVE WS-RUN-DATE(1:6) TO GP-PERIOD
                    WRITE GL-POSTING-RECORD
                    ADD FT-RUN-APPLIED(WS-FT-IDX)
                        TO WS-GL-CREDIT-TOTAL
                END-IF
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

        LOAD-FUND-TOTALS-TABLE.
            OPEN INPUT AID-FUND-FILE
            IF WS-AID-FUND-STATUS NOT = "00"
                DISPLAY "No AIDFUND.REF on file, sponsors are "
                    "not named this run"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfAidFunds
                OR WS-FT-COUNT >= WS-FUND-TABLE-CAPACITY
                READ AID-FUND-FILE
                    AT END SET EndOfAidFunds TO TRUE
                    NOT AT END
                        IF AF-FUND-CODE NOT = SPACES
                            ADD 1 TO WS-FT-COUNT
                            MOVE AF-FUND-CODE
                                TO FT-FUND-CODE(WS-FT-COUNT)
                            MOVE AF-SPONSOR-NAME
                                TO FT-SPONSOR-NAME(WS-FT-COUNT)
                            MOVE 0 TO FT-AWARD-COUNT(WS-FT-COUNT)
                            MOVE 0 TO FT-RUN-APPLIED(WS-FT-COUNT)
                            MOVE 0 TO FT-TERM-APPLIED(WS-FT-COUNT)
                            MOVE 0 TO FT-CLAWED-BACK(WS-FT-COUNT)
                        ELSE
                            DISPLAY "Bad AIDFUND.REF record ignored: "
                                AID-FUND-RECORD
                        END-IF
                END-READ
            END-PERFORM
            IF NOT EndOfAidFunds
                DISPLAY "WS-FUND-TOTALS-TABLE full at "
                    WS-FUND-TABLE-CAPACITY " entries, later "
                    "funds are not named this run"
            END-IF
            CLOSE AID-FUND-FILE.

      * The first link wins when a student is linked to more than
      * one customer - the same pair TuitionBilling billed.
        LOAD-CUSTOMER-LINK-TABLE.
            OPEN INPUT LINKAGE-FILE
            IF WS-LINKAGE-STATUS = "00"
                PERFORM UNTIL EndOfLinkageFile
                    OR WS-LK-COUNT >= WS-LINK-TABLE-CAPACITY
                    READ LINKAGE-FILE
                        AT END SET EndOfLinkageFile TO TRUE
                        NOT AT END
                            IF LR-CUSTOMER-ID IS NUMERIC
                               AND LR-STUDENT-ID IS NUMERIC
                                ADD 1 TO WS-LK-COUNT
                                MOVE LR-STUDENT-ID
                                    TO LK-STUDENT-ID(WS-LK-COUNT)
                                MOVE LR-CUSTOMER-ID
                                    TO LK-CUSTOMER-ID(WS-LK-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                IF NOT EndOfLinkageFile
                    DISPLAY "WS-LINK-TABLE full at "
                        WS-LINK-TABLE-CAPACITY " entries, "
                        "remaining CUSTSTUD.DAT links not loaded"
                END-IF
                CLOSE LINKAGE-FILE
            ELSE
                DISPLAY "No CUSTSTUD.DAT linkage file - every "
                    "award reports as unlinked"
            END-IF.

      * The B line TuitionBilling wrote names the tuition item it
      * raised for the student's term and what was billed on it.
        LOAD-BILLED-TUITION-TABLE.
            OPEN INPUT TUITION-DEFERRAL-FILE
            IF WS-DEFERRAL-STATUS NOT = "00"
                DISPLAY "No TUITDEF.DAT schedule - no tuition item "
                    "can be found this run"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfDeferralFile
                OR WS-BL-COUNT >= WS-BILLED-TABLE-CAPACITY
                READ TUITION-DEFERRAL-FILE
                    AT END SET EndOfDeferralFile TO TRUE
                    NOT AT END
                        IF TD-BilledLine
                           AND TD-TERM-CODE = WS-APPLY-TERM
                           AND TD-INVOICE-NO IS NUMERIC
                           AND TD-BILLED-AMOUNT IS NUMERIC
                            ADD 1 TO WS-BL-COUNT
                            MOVE TD-STUDENT-ID
                                TO BL-STUDENT-ID(WS-BL-COUNT)
                            MOVE TD-INVOICE-NO
                                TO BL-INVOICE-NO(WS-BL-COUNT)
                            MOVE TD-BILLED-AMOUNT
                                TO BL-BILLED-AMOUNT(WS-BL-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            IF NOT EndOfDeferralFile
                DISPLAY "WS-BILLED-TABLE full at "
                    WS-BILLED-TABLE-CAPACITY " entries, "
                    "remaining TUITDEF.DAT lines not loaded"
            END-IF
            CLOSE TUITION-DEFERRAL-FILE.

      * Every change to AROPEN.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-AR-OPEN-RECORD.
            MOVE "AROPEN" TO WS-RJ-FILE-ID
            MOVE AR-INVOICE-NO TO WS-RJ-KEY
            MOVE AR-OPEN-ITEM-RECORD TO WS-RJ-IMAGE
            CALL "RecoveryJournal" USING WS-RJ-FILE-ID
                WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.
