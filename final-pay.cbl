       IDENTIFICATION DIVISION.
       PROGRAM-ID. FinalPay.
      * Final pay for leavers. Picks up every employee whose
      * EM-TERMINATION-DATE falls after the last final-pay run (the
      * date held on FINALPAY.CTL) and on or before today, and
      * works out what they are still owed: the part of their last
      * week up to the leaving date - days worked at the standard
      * day, less the unauthorized absences and late arrivals in
      * that week's EM-WEEK-RECORD slot - unless the weekly payroll
      * already paid that week; and the unused leave, their
      * EM-LEAVE-ENTITLEMENT pro-rated from payroll week 1 (the
      * PAYCAL.REF date) to the leaving date, less EM-LEAVE-TAKEN,
      * paid out in standard days at the current EM-WAGE-RATE.
      * Tax, pension and garnishments come off as in the weekly
      * run. Leave taken beyond the pro-rated entitlement is shown
      * as a recovery deduction and taken from net pay only if the
      * payroll officer approves it at the ConfirmEntry prompt.
      * The run pays nothing until a supervisor (level 2) signs on.
      * Net pay goes by cheque or deposit exactly as in OffCyclePay,
      * a PAYWEEK.DAT record flagged final pay is written under the
      * leaving week and PAYYTD.DAT updated, balanced GL postings
      * are appended to GLPOST.DAT, and FINALPAY.RPT carries a
      * statement itemizing every component for each leaver.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT EMPLOYEE-MASTER
            ASSIGN TO "EMPLOYEE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EM-EMPLOYEE-NO
            FILE STATUS IS WS-EMPLOYEE-STATUS.
          SELECT PAY-CALENDAR-FILE
            ASSIGN TO "PAYCAL.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAY-CALENDAR-STATUS.
          SELECT FINAL-PAY-CONTROL-FILE
            ASSIGN TO "FINALPAY.CTL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FINAL-CTL-STATUS.
          SELECT TAX-BAND-FILE
            ASSIGN TO "TAXBAND.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TAX-BAND-STATUS.
          SELECT PAY-WEEK-FILE
            ASSIGN TO "PAYWEEK.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAY-WEEK-STATUS.
          SELECT YTD-MASTER
            ASSIGN TO "PAYYTD.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS YT-EMPLOYEE-NO
            FILE STATUS IS WS-YTD-STATUS.
          SELECT BANK-PAYMENT-FILE
            ASSIGN TO "BANKPAY.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BANK-PAY-STATUS.
          SELECT CHEQUE-LISTING
            ASSIGN TO "CHEQUES.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHEQUE-STATUS.
          SELECT CHEQUE-REGISTER-FILE
            ASSIGN TO "CHEQREG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHEQUE-REG-STATUS.
          SELECT CHEQUE-SEQUENCE-FILE
            ASSIGN TO "CHQSEQ.CTL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHQ-SEQ-STATUS.
          SELECT PENSION-MASTER
            ASSIGN TO "PENSION.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PENSION-STATUS.
          SELECT PENSION-REMIT-FILE
            ASSIGN TO "PENREMIT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PEN-REMIT-STATUS.
          SELECT GARNISHMENT-FILE
            ASSIGN TO "GARNISH.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GARNISH-STATUS.
          SELECT GARNISH-FLOOR-FILE
            ASSIGN TO "GARNFLR.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GARN-FLOOR-STATUS.
          SELECT GL-ACCOUNT-MAP
            ASSIGN TO "GLMAP.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GL-MAP-STATUS.
          SELECT GL-POSTING-FILE
            ASSIGN TO "GLPOST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GL-POST-STATUS.
          SELECT FINAL-PAY-STATEMENT
            ASSIGN TO "FINALPAY.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATEMENT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EMPLOYEE-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY EMPREC.

        FD  PAY-CALENDAR-FILE
            LABEL RECORDS ARE STANDARD.
        01  PAY-CALENDAR-RECORD.
            05  PK-WEEK-ONE-DATE     PIC 9(8).

      * The date of the last final-pay run; leavers up to and
      * including it have been paid.
        FD  FINAL-PAY-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
        01  FinalPayControlLine      PIC 9(8).

        FD  TAX-BAND-FILE
            LABEL RECORDS ARE STANDARD.
        01  TAX-BAND-RECORD.
            05  TB-UPPER-LIMIT       PIC 9(5)V99.
            05  FILLER               PIC X.
            05  TB-RATE-PERCENT      PIC 99V99.

        FD  PAY-WEEK-FILE
            LABEL RECORDS ARE STANDARD.
            COPY PAYWEEK.

        FD  YTD-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY YTDREC.

        FD  BANK-PAYMENT-FILE
            LABEL RECORDS ARE STANDARD.
        01  BANK-PAYMENT-RECORD      PIC X(40).
        01  BANK-HEADER-RECORD REDEFINES BANK-PAYMENT-RECORD.
            05  BH-RECORD-TYPE       PIC X.
            05  BH-RUN-DATE          PIC 9(8).
            05  BH-WEEK-NO           PIC 99.
            05  FILLER               PIC X(29).
        01  BANK-DETAIL-RECORD REDEFINES BANK-PAYMENT-RECORD.
            05  BD-RECORD-TYPE       PIC X.
            05  BD-EMPLOYEE-NO       PIC 9(6).
            05  BD-BANK-ROUTING      PIC 9(9).
            05  BD-BANK-ACCOUNT      PIC X(12).
            05  BD-NET-AMOUNT        PIC S9(5)V99
                                     SIGN IS LEADING SEPARATE.
            05  FILLER               PIC X(4).
        01  BANK-TRAILER-RECORD REDEFINES BANK-PAYMENT-RECORD.
            05  BT-RECORD-TYPE       PIC X.
            05  BT-RECORD-COUNT      PIC 9(5).
            05  BT-HASH-TOTAL        PIC 9(9)V99.
            05  FILLER               PIC X(23).

        FD  CHEQUE-LISTING
            LABEL RECORDS ARE STANDARD.
        01  ChequeListingLine        PIC X(80).

        FD  CHEQUE-REGISTER-FILE
            LABEL RECORDS ARE STANDARD.
            COPY CHEQREG.

        FD  CHEQUE-SEQUENCE-FILE
            LABEL RECORDS ARE STANDARD.
        01  ChequeSequenceLine       PIC 9(6).

        FD  PENSION-MASTER
            LABEL RECORDS ARE STANDARD.
        01  PENSION-MASTER-RECORD.
            05  PN-EMPLOYEE-NO       PIC 9(6).
            05  FILLER               PIC X.
            05  PN-EMPLOYEE-PERCENT  PIC 99V99.
            05  FILLER               PIC X.
            05  PN-MATCH-PERCENT     PIC 999V99.

        FD  PENSION-REMIT-FILE
            LABEL RECORDS ARE STANDARD.
        01  PENSION-REMIT-RECORD.
            05  PR-EMPLOYEE-NO       PIC 9(6).
            05  FILLER               PIC X.
            05  PR-WEEK-NO           PIC 99.
            05  FILLER               PIC X.
            05  PR-EMPLOYEE-AMOUNT   PIC 9(5)V99.
            05  FILLER               PIC X.
            05  PR-EMPLOYER-AMOUNT   PIC 9(5)V99.

        FD  GARNISHMENT-FILE
            LABEL RECORDS ARE STANDARD.
        01  GARNISHMENT-RECORD.
            05  GN-EMPLOYEE-NO       PIC 9(6).
            05  FILLER               PIC X.
            05  GN-ORDER-ID          PIC X(8).
            05  FILLER               PIC X.
            05  GN-PRIORITY          PIC 9.
            05  FILLER               PIC X.
            05  GN-WEEKLY-CAP        PIC 9(5)V99.
            05  FILLER               PIC X.
            05  GN-ORDERED-TOTAL     PIC 9(7)V99.
            05  FILLER               PIC X.
            05  GN-REMAINING         PIC 9(7)V99.
            05  FILLER               PIC X.
            05  GN-LAST-WEEK-NO      PIC 99.
            05  FILLER               PIC X.
            05  GN-LAST-WEEK-AMOUNT  PIC 9(5)V99.

        FD  GARNISH-FLOOR-FILE
            LABEL RECORDS ARE STANDARD.
        01  GARNISH-FLOOR-RECORD.
            05  GF-PROTECTED-FLOOR   PIC 9(5)V99.

        FD  GL-ACCOUNT-MAP
            LABEL RECORDS ARE STANDARD.
        01  GL-ACCOUNT-MAP-RECORD.
            05  GM-CATEGORY          PIC X(8).
            05  FILLER               PIC X.
            05  GM-ACCOUNT           PIC 9(6).
            05  FILLER               PIC X.
            05  GM-DEPARTMENT        PIC X(4).

        FD  GL-POSTING-FILE
            LABEL RECORDS ARE STANDARD.
            COPY GLPOST.

        FD  FINAL-PAY-STATEMENT
            LABEL RECORDS ARE STANDARD.
        01  FinalPayStatementLine    PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-EMPLOYEE-STATUS       PIC XX.
            88  EmployeeFileOK           VALUE "00".
        01  WS-PAY-CALENDAR-STATUS   PIC XX.
        01  WS-FINAL-CTL-STATUS      PIC XX.
        01  WS-TAX-BAND-STATUS       PIC XX.
            88  EndOfTaxBandFile         VALUE "10".
        01  WS-PAY-WEEK-STATUS       PIC XX.
            88  EndOfPayWeekFile         VALUE "10".
        01  WS-YTD-STATUS            PIC XX.
            88  YtdFileOK                VALUE "00".
        01  WS-BANK-PAY-STATUS       PIC XX.
        01  WS-CHEQUE-STATUS         PIC XX.
        01  WS-CHEQUE-REG-STATUS     PIC XX.
        01  WS-CHQ-SEQ-STATUS        PIC XX.
        01  WS-PENSION-STATUS        PIC XX.
            88  EndOfPensionMaster       VALUE "10".
        01  WS-PEN-REMIT-STATUS      PIC XX.
        01  WS-GARNISH-STATUS        PIC XX.
            88  EndOfGarnishmentFile     VALUE "10".
        01  WS-GARN-FLOOR-STATUS     PIC XX.
        01  WS-GL-MAP-STATUS         PIC XX.
            88  EndOfGlAccountMap        VALUE "10".
        01  WS-GL-POST-STATUS        PIC XX.
        01  WS-STATEMENT-STATUS      PIC XX.

        01  WS-RUN-DATE              PIC 9(8).
        01  WS-LAST-RUN-DATE         PIC 9(8).
        01  WS-WEEK-ONE-DATE         PIC 9(8).
        01  WS-WEEK-ONE-DAY-NO       PIC 9(7).
        01  WS-LEAVING-DAY-NO        PIC 9(7).
        01  WS-DAYS-INTO-YEAR        PIC 9(5).
        01  WS-PC-ACTION             PIC X.
        01  WS-PC-PERIOD             PIC 9(6).
        01  WS-PC-RESULT             PIC X.
            88  PostingPeriodOpen        VALUE "Y".

        01  WS-OS-REQUIRED-LEVEL     PIC 9 VALUE 2.
        01  WS-OS-OPERATOR-ID        PIC X(8).
        01  WS-OS-RESULT             PIC X.
            88  SupervisorSignedOn       VALUE "Y".

        01  WS-CE-PROMPT             PIC X(40)
                VALUE "Deduct the leave recovery from final pay".
        01  WS-CE-RESPONSE           PIC X.
            88  RecoveryApproved         VALUE "Y".

        01  WS-MC-ACTION             PIC X.
        01  WS-MC-FILE-ID            PIC X(8) VALUE "EMPLOYEE".
        01  WS-MC-COUNT              PIC 9(7).
        01  WS-MC-HASH               PIC 9(15).
        01  WS-MC-RESULT             PIC X.
            88  MasterControlOK          VALUE "Y".
        01  WS-MASTER-EOF            PIC X.
            88  EndOfEmployeeMaster      VALUE "Y".

        01  WS-RL-ACTION             PIC X.
        01  WS-RL-PROGRAM-NAME       PIC X(15) VALUE "FinalPay".
        01  WS-RL-RECORDS-READ       PIC 9(7) VALUE ZERO.
        01  WS-RL-RECORDS-WRITTEN    PIC 9(7) VALUE ZERO.
        01  WS-RL-STATUS             PIC X(8).

        78  WS-STANDARD-DAY-HOURS    VALUE 8.
        78  WS-WORK-DAYS-PER-WEEK    VALUE 5.
        78  WS-ABSENCE-DAY-HOURS     VALUE 8.
        78  WS-LATE-ARRIVAL-HOURS    VALUE 1.
        78  WS-DAYS-PER-YEAR         VALUE 365.

      * Leavers picked up this run, with the payroll week and the
      * day of that week they left on.
        78  WS-LEAVER-TABLE-CAPACITY VALUE 100.
        01  WS-LV-COUNT              PIC 999 VALUE ZERO.
        01  WS-LV-IDX                PIC 999.
        01  WS-LEAVER-OVERFLOW       PIC X VALUE "N".
            88  TooManyLeavers           VALUE "Y".
        01  WS-LEAVER-TABLE.
            05  LEAVER-ENTRY OCCURS 100 TIMES.
              10  LV-EMPLOYEE-NO     PIC 9(6).
              10  LV-LEAVING-DATE    PIC 9(8).
              10  LV-WEEK-NO         PIC 99.
              10  LV-DAY-IN-WEEK     PIC 9.
              10  LV-DAYS-INTO-YEAR  PIC 9(5).
              10  LV-WEEK-PAID       PIC X.
                  88  LV-WeekAlreadyPaid   VALUE "Y".
              10  LV-NOT-PAID-REASON PIC X(40).
        01  WS-PAYABLE-COUNT         PIC 999 VALUE ZERO.
        01  WS-PAID-COUNT            PIC 999 VALUE ZERO.

        01  WS-WH-IDX                PIC 99.
        01  WS-DAYS-WORKED           PIC 9.
        01  WS-HOURS-WORKED          PIC 999V99.
        01  WS-UNPAID-LEAVE-DAYS     PIC 9.
        01  WS-PART-WEEK-PAY         PIC S9(5)V9(2) USAGE IS COMP-3.
        01  WS-LEAVE-DUE             PIC 99V99.
        01  WS-LEAVE-BALANCE         PIC S999V99.
        01  WS-LEAVE-OVER            PIC 999V99.
        01  WS-LEAVE-PAYOUT          PIC S9(5)V9(2) USAGE IS COMP-3.
        01  WS-LEAVE-RECOVERY        PIC S9(5)V9(2) USAGE IS COMP-3.
        01  WS-RECOVERY-TAKEN        PIC S9(5)V9(2) USAGE IS COMP-3.
        01  WS-RECOVERY-NOTE         PIC X(29).

        01  WS-TB-COUNT              PIC 99 VALUE ZERO.
        01  WS-TB-IDX                PIC 99.
        01  WS-TAX-BAND-TABLE.
            05  TAX-BAND OCCURS 10 TIMES.
              10  TBT-UPPER-LIMIT    PIC 9(5)V99.
              10  TBT-RATE-PERCENT   PIC 99V99.

        78  WS-PENSION-TABLE-CAPACITY VALUE 200.
        01  WS-PN-COUNT              PIC 999 VALUE ZERO.
        01  WS-PN-IDX                PIC 999.
        01  WS-PENSION-TABLE.
            05  PENSION-ENTRY OCCURS 200 TIMES.
              10  PE-EMPLOYEE-NO     PIC 9(6).
              10  PE-EMPLOYEE-PCT    PIC 99V99.
              10  PE-MATCH-PCT       PIC 999V99.
        01  WS-PENSION-EE            PIC S9(5)V9(2) USAGE IS COMP-3.
        01  WS-PENSION-ER            PIC S9(5)V9(2) USAGE IS COMP-3.
        01  WS-RUN-PENSION-EE-TOTAL  PIC 9(9)V99 VALUE ZERO.
        01  WS-RUN-PENSION-ER-TOTAL  PIC 9(9)V99 VALUE ZERO.
        01  WS-REMIT-COUNT           PIC 9(4) VALUE ZERO.

        78  WS-GARNISH-TABLE-CAPACITY VALUE 100.
        01  WS-GN-COUNT              PIC 999 VALUE ZERO.
        01  WS-GN-IDX                PIC 999.
        01  WS-GN-PICK               PIC 999.
        01  WS-GARNISH-TABLE.
            05  GARNISH-ENTRY OCCURS 100 TIMES.
              10  GE-EMPLOYEE-NO     PIC 9(6).
              10  GE-ORDER-ID        PIC X(8).
              10  GE-PRIORITY        PIC 9.
              10  GE-WEEKLY-CAP      PIC 9(5)V99.
              10  GE-ORDERED-TOTAL   PIC 9(7)V99.
              10  GE-REMAINING       PIC 9(7)V99.
              10  GE-LAST-WEEK-NO    PIC 99.
              10  GE-LAST-WEEK-AMT   PIC 9(5)V99.
              10  GE-TAKEN-FLAG      PIC X.
              10  GE-THIS-TAKE       PIC 9(5)V99.
        01  WS-PROTECTED-FLOOR       PIC 9(5)V99 VALUE ZERO.
        01  WS-DISPOSABLE-PAY        PIC S9(7)V99.
        01  WS-GARNISH-ROOM          PIC S9(7)V99.
        01  WS-ONE-GARNISHMENT       PIC S9(5)V9(2) USAGE IS COMP-3.
        01  WS-GARNISH-TOTAL         PIC S9(5)V9(2) USAGE IS COMP-3.
        01  WS-RUN-GARNISH-TOTAL     PIC 9(9)V99 VALUE ZERO.

        01  WS-GROSS-PAY             PIC S9(5)V9(2) USAGE IS COMP-3.
        01  WS-TOTAL-DEDUCTIONS      PIC S9(5)V9(2) USAGE IS COMP-3.
        01  WS-TAX-AMOUNT            PIC S9(5)V9(2) USAGE IS COMP-3.
        01  WS-NET-PAY               PIC S9(5)V9(2) USAGE IS COMP-3.
        01  WS-TAXABLE-PAY           PIC S9(7)V99.
        01  WS-BAND-LOWER            PIC S9(7)V99.
        01  WS-BAND-SLICE            PIC S9(7)V99.

        01  WS-RUN-GROSS-TOTAL       PIC 9(9)V99 VALUE ZERO.
        01  WS-RUN-NET-TOTAL         PIC 9(9)V99 VALUE ZERO.
        01  WS-RUN-TAX-TOTAL         PIC 9(9)V99 VALUE ZERO.
        01  WS-RUN-RECOVERY-TOTAL    PIC 9(9)V99 VALUE ZERO.

        78  WS-DEPT-TABLE-CAPACITY   VALUE 20.
        01  WS-DP-COUNT              PIC 99 VALUE ZERO.
        01  WS-DP-IDX                PIC 99.
        01  WS-DEPT-TOTALS.
            05  DEPT-TOTAL OCCURS 20 TIMES.
              10  DPT-CODE           PIC X(4).
              10  DPT-GROSS          PIC 9(9)V99.
              10  DPT-PENSION-ER     PIC 9(9)V99.

        78  WS-GL-MAP-CAPACITY       VALUE 300.
        01  WS-GM-COUNT              PIC 999 VALUE ZERO.
        01  WS-GM-IDX                PIC 999.
        01  WS-GL-MAP-TABLE.
            05  GL-MAP-ENTRY OCCURS WS-GL-MAP-CAPACITY TIMES.
              10  GME-CATEGORY       PIC X(8).
              10  GME-ACCOUNT        PIC 9(6).
              10  GME-DEPARTMENT     PIC X(4).
        01  WS-GL-DEBIT-TOTAL        PIC 9(9)V99.
        01  WS-GL-CREDIT-TOTAL       PIC 9(9)V99.
        01  WS-GL-ACCOUNT-FOUND      PIC X.
            88  GlAccountFound           VALUE "Y".
        01  WS-GL-DEPT-FOUND         PIC X.
            88  GlDeptAccountFound       VALUE "Y".
        01  WS-GL-LOOKUP-CATEGORY    PIC X(8).
        01  WS-GL-LOOKUP-DEPT        PIC X(4) VALUE SPACES.
        01  WS-GL-LOOKUP-ACCOUNT     PIC 9(6).

        01  WS-BANK-BATCH-OPEN       PIC X VALUE "N".
            88  BankBatchOpen            VALUE "Y".
        01  WS-REMIT-FILE-OPEN       PIC X VALUE "N".
            88  RemitFileOpen            VALUE "Y".
        01  WS-DEPOSIT-COUNT         PIC 9(5) VALUE ZERO.
        01  WS-DEPOSIT-HASH          PIC 9(9)V99 VALUE ZERO.
        01  WS-CHEQUE-COUNT          PIC 9(4) VALUE ZERO.
        01  WS-NEXT-CHEQUE-NO        PIC 9(6) VALUE 1.
        01  WS-CHEQUE-LINE.
            05  WS-CHQ-NO            PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-CHQ-EMP-NO        PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-CHQ-NAME          PIC X(20).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-CHQ-NET           PIC ZZ,ZZZ.99-.
        01  WS-PAID-BY-NOTE.
            05  FILLER               PIC X(7) VALUE "CHEQUE ".
            05  WS-PBN-CHEQUE-NO     PIC 9(6).
        01  WS-NET-NOTE              PIC X(29).

        01  WS-STMT-RULE-LINE        PIC X(80) VALUE ALL "-".
        01  WS-STMT-HEADING.
            05  FILLER               PIC X(21)
                    VALUE "FINAL PAY STATEMENT  ".
            05  WS-SH-EMP-NO         PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-SH-NAME           PIC X(20).
        01  WS-STMT-DATE-LINE.
            05  FILLER               PIC X(17)
                    VALUE "LEAVING DATE     ".
            05  WS-SDL-LEAVING-DATE  PIC 9(8).
            05  FILLER               PIC X(16)
                    VALUE "   PAYROLL WEEK ".
            05  WS-SDL-WEEK-NO       PIC Z9.
            05  FILLER               PIC X(12) VALUE "   RUN DATE ".
            05  WS-SDL-RUN-DATE      PIC 9(8).
        01  WS-STMT-ITEM-LINE.
            05  WS-SIL-CAPTION       PIC X(40).
            05  WS-SIL-AMOUNT        PIC ZZ,ZZZ.99-.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-SIL-NOTE          PIC X(29).
        01  WS-STMT-NOTE-LINE.
            05  FILLER               PIC X(4) VALUE SPACES.
            05  WS-SNL-TEXT          PIC X(76) VALUE SPACES.
        01  WS-PART-WEEK-CAPTION.
            05  FILLER               PIC X(10) VALUE "PART WEEK ".
            05  WS-PWC-DAYS          PIC 9.
            05  FILLER               PIC X(8) VALUE " DAY(S) ".
            05  WS-PWC-HOURS         PIC ZZ9.99.
            05  FILLER               PIC X(7) VALUE " HRS @ ".
            05  WS-PWC-RATE          PIC ZZZ9.99.
        01  WS-LEAVE-CAPTION.
            05  FILLER               PIC X(10) VALUE "LEAVE DUE ".
            05  WS-LVC-DUE           PIC Z9.99.
            05  FILLER               PIC X(7) VALUE " TAKEN ".
            05  WS-LVC-TAKEN         PIC ZZ9.
            05  WS-LVC-BALANCE-LABEL PIC X(8).
            05  WS-LVC-BALANCE       PIC ZZ9.99.
        01  WS-GARNISH-CAPTION.
            05  FILLER               PIC X(18)
                    VALUE "GARNISHMENT ORDER ".
            05  WS-GNC-ORDER-ID      PIC X(8).
        01  WS-GARNISH-NOTE.
            05  FILLER               PIC X(13) VALUE "BALANCE LEFT ".
            05  WS-GNN-BALANCE       PIC Z,ZZZ,ZZ9.99.
        01  WS-RECOVERY-DISPLAY      PIC ZZ,ZZZ.99-.
        01  WS-OVER-DISPLAY          PIC ZZ9.99.

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "FinalPay".
        01  WS-RJ-IMAGE              PIC X(2000).

        PROCEDURE DIVISION.
        Begin.
            MOVE "S" TO WS-RL-ACTION
            MOVE "STARTED" TO WS-RL-STATUS
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS
            CALL "BusinessDate" USING WS-RUN-DATE
            MOVE WS-RUN-DATE(1:6) TO WS-PC-PERIOD
            MOVE "V" TO WS-PC-ACTION
            CALL "PeriodControl" USING WS-PC-ACTION WS-PC-PERIOD
                WS-PC-RESULT
            IF NOT PostingPeriodOpen
                DISPLAY "Period " WS-PC-PERIOD " is closed - "
                    "final pay run refused"
                MOVE "CLOSEDPD" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            PERFORM LOAD-PAY-CALENDAR
            PERFORM READ-LAST-RUN-DATE
            OPEN INPUT EMPLOYEE-MASTER
            IF NOT EmployeeFileOK
                DISPLAY "No EMPLOYEE-MASTER available, final pay "
                    "run aborted"
                MOVE "NOFILE" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            PERFORM VERIFY-MASTER-CONTROL-TOTALS
            IF NOT MasterControlOK
                DISPLAY "EMPLOYEE-MASTER FAILS ITS CONTROL TOTALS - "
                    "FINAL PAY RUN REFUSED"
                MOVE "BADCTL" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            PERFORM LOAD-LEAVERS
            IF TooManyLeavers
                CLOSE EMPLOYEE-MASTER
                DISPLAY "More than " WS-LEAVER-TABLE-CAPACITY
                    " leavers since " WS-LAST-RUN-DATE " - final "
                    "pay run refused, nothing paid"
                MOVE "TOOMANY" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            IF WS-LV-COUNT = 0
                CLOSE EMPLOYEE-MASTER
                DISPLAY "No leavers since " WS-LAST-RUN-DATE
                    ", no final pay to make"
                MOVE "NONE" TO WS-RL-STATUS
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            PERFORM CHECK-WEEKS-ALREADY-PAID
      * No money moves without a supervisor's sign-on; an
      * unapproved run leaves FINALPAY.CTL where it was so the
      * same leavers are picked up next time.
            DISPLAY "Supervisor approval needed to pay final pay to "
                WS-PAYABLE-COUNT " leaver(s)"
            MOVE "N" TO WS-OS-RESULT
            MOVE SPACES TO WS-OS-OPERATOR-ID
            CALL "OperatorSignOn" USING WS-OS-REQUIRED-LEVEL
                WS-OS-OPERATOR-ID WS-OS-RESULT
            IF NOT SupervisorSignedOn
                CLOSE EMPLOYEE-MASTER
                DISPLAY "Final pay run not approved - nothing paid"
                MOVE "NOAUTH" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            PERFORM LOAD-TAX-BAND-TABLE
            PERFORM LOAD-PENSION-TABLE
            PERFORM LOAD-GARNISHMENT-TABLE
            PERFORM LOAD-GARNISH-FLOOR
            PERFORM LOAD-GL-ACCOUNT-MAP
            OPEN OUTPUT FINAL-PAY-STATEMENT
            PERFORM OPEN-YTD-MASTER
            PERFORM OPEN-PAY-WEEK-FILE
            PERFORM OPEN-CHEQUE-FILES
            PERFORM READ-CHEQUE-SEQUENCE
            PERFORM VARYING WS-LV-IDX FROM 1 BY 1
                UNTIL WS-LV-IDX > WS-LV-COUNT
                PERFORM SETTLE-ONE-LEAVER
            END-PERFORM
            WRITE FinalPayStatementLine FROM WS-STMT-RULE-LINE
            CLOSE FINAL-PAY-STATEMENT
            CLOSE EMPLOYEE-MASTER
            CLOSE YTD-MASTER
            CLOSE PAY-WEEK-FILE
            CLOSE CHEQUE-LISTING
            CLOSE CHEQUE-REGISTER-FILE
            IF WS-CHEQUE-COUNT > 0
                PERFORM WRITE-CHEQUE-SEQUENCE
            END-IF
            IF BankBatchOpen
                MOVE SPACES TO BANK-PAYMENT-RECORD
                MOVE "T" TO BT-RECORD-TYPE
                MOVE WS-DEPOSIT-COUNT TO BT-RECORD-COUNT
                MOVE WS-DEPOSIT-HASH TO BT-HASH-TOTAL
                WRITE BANK-PAYMENT-RECORD
                CLOSE BANK-PAYMENT-FILE
            END-IF
            IF RemitFileOpen
                CLOSE PENSION-REMIT-FILE
            END-IF
            IF WS-RUN-GARNISH-TOTAL > 0
                PERFORM REWRITE-GARNISHMENT-FILE
            END-IF
            IF WS-RUN-GROSS-TOTAL > 0 AND WS-GM-COUNT > 0
                PERFORM WRITE-GL-POSTING-FILE
            END-IF
            PERFORM WRITE-LAST-RUN-DATE
            DISPLAY "Final pay: " WS-LV-COUNT " leaver(s), "
                WS-PAID-COUNT " paid (" WS-DEPOSIT-COUNT
                " deposit(s), " WS-CHEQUE-COUNT " cheque(s))"
            MOVE "COMPLETE" TO WS-RL-STATUS
            PERFORM LOG-RUN-END
            GOBACK.

      * Without a calendar on file the operator keys week 1.
        LOAD-PAY-CALENDAR.
            MOVE 0 TO WS-WEEK-ONE-DATE
            OPEN INPUT PAY-CALENDAR-FILE
            IF WS-PAY-CALENDAR-STATUS = "00"
                READ PAY-CALENDAR-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE PK-WEEK-ONE-DATE TO WS-WEEK-ONE-DATE
                END-READ
                CLOSE PAY-CALENDAR-FILE
            END-IF
            IF WS-WEEK-ONE-DATE IS NOT NUMERIC
               OR WS-WEEK-ONE-DATE = ZERO
                DISPLAY "No PAYCAL.REF on file - first day of "
                    "payroll week 1 (CCYYMMDD) - " WITH NO ADVANCING
                ACCEPT WS-WEEK-ONE-DATE
            END-IF
            COMPUTE WS-WEEK-ONE-DAY-NO =
                FUNCTION INTEGER-OF-DATE(WS-WEEK-ONE-DATE).

      * With no control record yet (the first run) the operator
      * keys the date the pick-up starts after.
        READ-LAST-RUN-DATE.
            MOVE 0 TO WS-LAST-RUN-DATE
            OPEN INPUT FINAL-PAY-CONTROL-FILE
            IF WS-FINAL-CTL-STATUS = "00"
                READ FINAL-PAY-CONTROL-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF FinalPayControlLine IS NUMERIC
                            MOVE FinalPayControlLine
                                TO WS-LAST-RUN-DATE
                        END-IF
                END-READ
                CLOSE FINAL-PAY-CONTROL-FILE
            END-IF
            IF WS-LAST-RUN-DATE = ZERO
                DISPLAY "No FINALPAY.CTL on file - pay leavers "
                    "terminated after (CCYYMMDD) - " WITH NO ADVANCING
                ACCEPT WS-LAST-RUN-DATE
            END-IF.

        WRITE-LAST-RUN-DATE.
            OPEN OUTPUT FINAL-PAY-CONTROL-FILE
            MOVE WS-RUN-DATE TO FinalPayControlLine
            WRITE FinalPayControlLine
            CLOSE FINAL-PAY-CONTROL-FILE.

      * One pass of the master for the leavers in the window. The
      * leaving date places them in a payroll week and a day of
      * it; a date outside the payroll year is listed for settling
      * by hand. More leavers than the table holds refuses the run
      * rather than pay some and advance the control date past the
      * rest.
        LOAD-LEAVERS.
            MOVE "N" TO WS-MASTER-EOF
            PERFORM UNTIL EndOfEmployeeMaster
                READ EMPLOYEE-MASTER NEXT RECORD
                    AT END SET EndOfEmployeeMaster TO TRUE
                    NOT AT END
                        ADD 1 TO WS-RL-RECORDS-READ
                        IF EM-TERMINATION-DATE IS NUMERIC
                           AND EM-TERMINATION-DATE > WS-LAST-RUN-DATE
                           AND EM-TERMINATION-DATE NOT > WS-RUN-DATE
                            IF WS-LV-COUNT < WS-LEAVER-TABLE-CAPACITY
                                PERFORM NOTE-ONE-LEAVER
                            ELSE
                                MOVE "Y" TO WS-LEAVER-OVERFLOW
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

        NOTE-ONE-LEAVER.
            ADD 1 TO WS-LV-COUNT
            MOVE EM-EMPLOYEE-NO TO LV-EMPLOYEE-NO(WS-LV-COUNT)
            MOVE EM-TERMINATION-DATE
                TO LV-LEAVING-DATE(WS-LV-COUNT)
            MOVE "N" TO LV-WEEK-PAID(WS-LV-COUNT)
            MOVE SPACES TO LV-NOT-PAID-REASON(WS-LV-COUNT)
            MOVE 0 TO LV-WEEK-NO(WS-LV-COUNT)
            MOVE 0 TO LV-DAY-IN-WEEK(WS-LV-COUNT)
            MOVE 0 TO LV-DAYS-INTO-YEAR(WS-LV-COUNT)
            IF EM-TERMINATION-DATE < WS-WEEK-ONE-DATE
                MOVE "LEFT BEFORE PAYROLL WEEK 1"
                    TO LV-NOT-PAID-REASON(WS-LV-COUNT)
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-LEAVING-DAY-NO =
                FUNCTION INTEGER-OF-DATE(EM-TERMINATION-DATE)
            COMPUTE WS-DAYS-INTO-YEAR =
                WS-LEAVING-DAY-NO - WS-WEEK-ONE-DAY-NO + 1
            IF WS-DAYS-INTO-YEAR > 52 * 7
                MOVE "LEFT AFTER PAYROLL WEEK 52"
                    TO LV-NOT-PAID-REASON(WS-LV-COUNT)
                EXIT PARAGRAPH
            END-IF
            MOVE WS-DAYS-INTO-YEAR
                TO LV-DAYS-INTO-YEAR(WS-LV-COUNT)
            COMPUTE LV-WEEK-NO(WS-LV-COUNT) =
                (WS-DAYS-INTO-YEAR - 1) / 7 + 1
            COMPUTE LV-DAY-IN-WEEK(WS-LV-COUNT) =
                WS-DAYS-INTO-YEAR
                - ((LV-WEEK-NO(WS-LV-COUNT) - 1) * 7).

      * A leaver whose last week the weekly payroll has already
      * paid in full is owed only the leave; one with a final pay
      * already on file is not paid twice.
        CHECK-WEEKS-ALREADY-PAID.
            OPEN INPUT PAY-WEEK-FILE
            IF WS-PAY-WEEK-STATUS = "00"
                PERFORM UNTIL EndOfPayWeekFile
                    READ PAY-WEEK-FILE
                        AT END SET EndOfPayWeekFile TO TRUE
                        NOT AT END PERFORM MATCH-PAID-WEEK
                    END-READ
                END-PERFORM
                CLOSE PAY-WEEK-FILE
            END-IF
            PERFORM VARYING WS-LV-IDX FROM 1 BY 1
                UNTIL WS-LV-IDX > WS-LV-COUNT
                IF LV-NOT-PAID-REASON(WS-LV-IDX) = SPACES
                    ADD 1 TO WS-PAYABLE-COUNT
                END-IF
            END-PERFORM.

        MATCH-PAID-WEEK.
            IF PW-EMPLOYEE-NO IS NOT NUMERIC
               OR PW-WEEK-NO IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-LV-IDX FROM 1 BY 1
                UNTIL WS-LV-IDX > WS-LV-COUNT
                IF LV-EMPLOYEE-NO(WS-LV-IDX) = PW-EMPLOYEE-NO
                    IF PW-FinalPayment
                        MOVE "FINAL PAY ALREADY ON PAYWEEK.DAT"
                            TO LV-NOT-PAID-REASON(WS-LV-IDX)
                    ELSE
                        IF PW-WEEK-NO = LV-WEEK-NO(WS-LV-IDX)
                           AND NOT PW-OffCyclePayment
                            MOVE "Y" TO LV-WEEK-PAID(WS-LV-IDX)
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

      * One leaver: the part week and leave payout make the gross,
      * tax, pension and garnishments come off as usual, then any
      * approved leave recovery, and the net is paid.
        SETTLE-ONE-LEAVER.
            WRITE FinalPayStatementLine FROM WS-STMT-RULE-LINE
            MOVE LV-EMPLOYEE-NO(WS-LV-IDX) TO EM-EMPLOYEE-NO
            READ EMPLOYEE-MASTER
                INVALID KEY
                    MOVE "NO LONGER ON EMPLOYEE MASTER"
                        TO LV-NOT-PAID-REASON(WS-LV-IDX)
                    MOVE SPACES TO EM-EMPLOYEE-NAME
            END-READ
            MOVE LV-EMPLOYEE-NO(WS-LV-IDX) TO WS-SH-EMP-NO
            MOVE EM-EMPLOYEE-NAME TO WS-SH-NAME
            WRITE FinalPayStatementLine FROM WS-STMT-HEADING
            MOVE LV-LEAVING-DATE(WS-LV-IDX) TO WS-SDL-LEAVING-DATE
            MOVE LV-WEEK-NO(WS-LV-IDX) TO WS-SDL-WEEK-NO
            MOVE WS-RUN-DATE TO WS-SDL-RUN-DATE
            WRITE FinalPayStatementLine FROM WS-STMT-DATE-LINE
            IF LV-NOT-PAID-REASON(WS-LV-IDX) NOT = SPACES
                MOVE SPACES TO WS-SNL-TEXT
                STRING "NOT PAID - " DELIMITED BY SIZE
                    LV-NOT-PAID-REASON(WS-LV-IDX)
                        DELIMITED BY "  "
                    " - SETTLE BY HAND" DELIMITED BY SIZE
                    INTO WS-SNL-TEXT
                END-STRING
                WRITE FinalPayStatementLine FROM WS-STMT-NOTE-LINE
                MOVE SPACES TO WS-SNL-TEXT
                EXIT PARAGRAPH
            END-IF
            PERFORM COMPUTE-PART-WEEK-PAY
            PERFORM COMPUTE-LEAVE-SETTLEMENT
            COMPUTE WS-GROSS-PAY = WS-PART-WEEK-PAY + WS-LEAVE-PAYOUT
            PERFORM COMPUTE-TAX-AMOUNT
            MOVE 0 TO WS-TOTAL-DEDUCTIONS
            PERFORM COMPUTE-PENSION-CONTRIBUTION
            ADD WS-PENSION-EE TO WS-TOTAL-DEDUCTIONS
            PERFORM APPLY-GARNISHMENTS
            ADD WS-GARNISH-TOTAL TO WS-TOTAL-DEDUCTIONS
            COMPUTE WS-NET-PAY ROUNDED = WS-GROSS-PAY
                - WS-TOTAL-DEDUCTIONS - WS-TAX-AMOUNT
            PERFORM DECIDE-LEAVE-RECOVERY
            ADD WS-RECOVERY-TAKEN TO WS-TOTAL-DEDUCTIONS
            SUBTRACT WS-RECOVERY-TAKEN FROM WS-NET-PAY
            IF WS-NET-PAY > 0
                PERFORM ROUTE-NET-PAYMENT
                ADD 1 TO WS-PAID-COUNT
            ELSE
                MOVE "NOTHING TO PAY" TO WS-NET-NOTE
            END-IF
            PERFORM WRITE-STATEMENT-ITEMS
            IF WS-GROSS-PAY > 0
                IF WS-PENSION-EE > 0
                    PERFORM WRITE-PENSION-REMITTANCE
                END-IF
                PERFORM WRITE-PAY-WEEK-RECORD
                PERFORM UPDATE-YTD-RECORD
                PERFORM ACCUMULATE-DEPARTMENT-TOTALS
                ADD WS-GROSS-PAY TO WS-RUN-GROSS-TOTAL
                ADD WS-NET-PAY TO WS-RUN-NET-TOTAL
                ADD WS-TAX-AMOUNT TO WS-RUN-TAX-TOTAL
                ADD WS-RECOVERY-TAKEN TO WS-RUN-RECOVERY-TOTAL
            END-IF.

      * The days of the leaving week up to the leaving date, at
      * most a working week, less the time lost in that week's
      * attendance slot - or, where the slot was built from
      * time-clock punches, the hours clocked plus a day for each
      * paid authorized absence, up to that limit. Days of unpaid
      * leave are not paid.
        COMPUTE-PART-WEEK-PAY.
            MOVE 0 TO WS-PART-WEEK-PAY
            MOVE 0 TO WS-HOURS-WORKED
            MOVE 0 TO WS-DAYS-WORKED
            IF LV-WeekAlreadyPaid(WS-LV-IDX)
                EXIT PARAGRAPH
            END-IF
            MOVE LV-DAY-IN-WEEK(WS-LV-IDX) TO WS-DAYS-WORKED
            IF WS-DAYS-WORKED > WS-WORK-DAYS-PER-WEEK
                MOVE WS-WORK-DAYS-PER-WEEK TO WS-DAYS-WORKED
            END-IF
            COMPUTE WS-HOURS-WORKED =
                WS-DAYS-WORKED * WS-STANDARD-DAY-HOURS
            PERFORM VARYING WS-WH-IDX FROM 1 BY 1 UNTIL WS-WH-IDX > 52
                MOVE 0 TO WS-UNPAID-LEAVE-DAYS
                IF EM-WEEK-NO(WS-WH-IDX) = LV-WEEK-NO(WS-LV-IDX)
                   AND EM-LeavePosted(WS-WH-IDX)
                   AND EM-UNPAID-DAYS(WS-WH-IDX) IS NUMERIC
                   AND EM-UNPAID-DAYS(WS-WH-IDX)
                       <= EM-AUTHORIZED-ABSENCES(WS-WH-IDX)
                    MOVE EM-UNPAID-DAYS(WS-WH-IDX)
                        TO WS-UNPAID-LEAVE-DAYS
                END-IF
                IF EM-WEEK-NO(WS-WH-IDX) = LV-WEEK-NO(WS-LV-IDX)
                   AND EM-HoursClocked(WS-WH-IDX)
                   AND EM-CLOCKED-HOURS(WS-WH-IDX) IS NUMERIC
                    IF EM-CLOCKED-HOURS(WS-WH-IDX)
                       + ((EM-AUTHORIZED-ABSENCES(WS-WH-IDX)
                            - WS-UNPAID-LEAVE-DAYS)
                            * WS-ABSENCE-DAY-HOURS) < WS-HOURS-WORKED
                        COMPUTE WS-HOURS-WORKED =
                            EM-CLOCKED-HOURS(WS-WH-IDX)
                            + ((EM-AUTHORIZED-ABSENCES(WS-WH-IDX)
                                - WS-UNPAID-LEAVE-DAYS)
                                * WS-ABSENCE-DAY-HOURS)
                    END-IF
                END-IF
                IF EM-WEEK-NO(WS-WH-IDX) = LV-WEEK-NO(WS-LV-IDX)
                   AND NOT EM-HoursClocked(WS-WH-IDX)
                    IF WS-HOURS-WORKED >
                       (EM-UNAUTHORIZED-ABSENCES(WS-WH-IDX)
                            * WS-ABSENCE-DAY-HOURS)
                       + (EM-LATE-ARRIVALS(WS-WH-IDX)
                            * WS-LATE-ARRIVAL-HOURS)
                       + (WS-UNPAID-LEAVE-DAYS * WS-ABSENCE-DAY-HOURS)
                        COMPUTE WS-HOURS-WORKED = WS-HOURS-WORKED
                            - (EM-UNAUTHORIZED-ABSENCES(WS-WH-IDX)
                                * WS-ABSENCE-DAY-HOURS)
                            - (EM-LATE-ARRIVALS(WS-WH-IDX)
                                * WS-LATE-ARRIVAL-HOURS)
                            - (WS-UNPAID-LEAVE-DAYS
                                * WS-ABSENCE-DAY-HOURS)
                    ELSE
                        MOVE 0 TO WS-HOURS-WORKED
                    END-IF
                END-IF
            END-PERFORM
            COMPUTE WS-PART-WEEK-PAY ROUNDED =
                WS-HOURS-WORKED * EM-WAGE-RATE.

      * The year's entitlement pro-rated to the days from week 1 to
      * the leaving date; unused days are paid out at the current
      * rate, days taken beyond it are priced for recovery.
        COMPUTE-LEAVE-SETTLEMENT.
            MOVE 0 TO WS-LEAVE-PAYOUT
            MOVE 0 TO WS-LEAVE-RECOVERY
            MOVE 0 TO WS-LEAVE-OVER
            COMPUTE WS-LEAVE-DUE ROUNDED = EM-LEAVE-ENTITLEMENT
                * LV-DAYS-INTO-YEAR(WS-LV-IDX) / WS-DAYS-PER-YEAR
            IF WS-LEAVE-DUE > EM-LEAVE-ENTITLEMENT
                MOVE EM-LEAVE-ENTITLEMENT TO WS-LEAVE-DUE
            END-IF
            COMPUTE WS-LEAVE-BALANCE = WS-LEAVE-DUE - EM-LEAVE-TAKEN
            IF WS-LEAVE-BALANCE > 0
                COMPUTE WS-LEAVE-PAYOUT ROUNDED = WS-LEAVE-BALANCE
                    * WS-STANDARD-DAY-HOURS * EM-WAGE-RATE
            END-IF
            IF WS-LEAVE-BALANCE < 0
                COMPUTE WS-LEAVE-OVER = 0 - WS-LEAVE-BALANCE
                COMPUTE WS-LEAVE-RECOVERY ROUNDED = WS-LEAVE-OVER
                    * WS-STANDARD-DAY-HOURS * EM-WAGE-RATE
            END-IF.

      * Over-taken leave is only ever a proposal: payroll approves
      * each recovery, and no more is taken than the net pay left.
        DECIDE-LEAVE-RECOVERY.
            MOVE 0 TO WS-RECOVERY-TAKEN
            MOVE SPACES TO WS-RECOVERY-NOTE
            IF WS-LEAVE-RECOVERY = 0
                EXIT PARAGRAPH
            END-IF
            IF WS-NET-PAY NOT > 0
                MOVE "NO NET PAY TO RECOVER FROM" TO WS-RECOVERY-NOTE
                EXIT PARAGRAPH
            END-IF
            MOVE WS-LEAVE-RECOVERY TO WS-RECOVERY-DISPLAY
            MOVE WS-LEAVE-OVER TO WS-OVER-DISPLAY
            DISPLAY "Employee " EM-EMPLOYEE-NO " " EM-EMPLOYEE-NAME
                " took " WS-OVER-DISPLAY " day(s) leave over "
                "entitlement - recovery " WS-RECOVERY-DISPLAY
            MOVE "N" TO WS-CE-RESPONSE
            CALL "ConfirmEntry" USING WS-CE-PROMPT WS-CE-RESPONSE
            IF NOT RecoveryApproved
                MOVE "NOT APPROVED - NOT DEDUCTED"
                    TO WS-RECOVERY-NOTE
                EXIT PARAGRAPH
            END-IF
            MOVE WS-LEAVE-RECOVERY TO WS-RECOVERY-TAKEN
            IF WS-RECOVERY-TAKEN > WS-NET-PAY
                MOVE WS-NET-PAY TO WS-RECOVERY-TAKEN
                MOVE "APPROVED - CAPPED AT NET PAY" TO WS-RECOVERY-NOTE
            ELSE
                MOVE "APPROVED" TO WS-RECOVERY-NOTE
            END-IF.

      * The itemized statement: every component on its own line.
        WRITE-STATEMENT-ITEMS.
            MOVE SPACES TO WS-SIL-NOTE
            IF LV-WeekAlreadyPaid(WS-LV-IDX)
                MOVE "PART WEEK PAID BY WEEKLY PAYROLL"
                    TO WS-SIL-CAPTION
            ELSE
                MOVE WS-DAYS-WORKED TO WS-PWC-DAYS
                MOVE WS-HOURS-WORKED TO WS-PWC-HOURS
                MOVE EM-WAGE-RATE TO WS-PWC-RATE
                MOVE WS-PART-WEEK-CAPTION TO WS-SIL-CAPTION
            END-IF
            CALL "CurrencyEdit" USING WS-PART-WEEK-PAY WS-SIL-AMOUNT
            WRITE FinalPayStatementLine FROM WS-STMT-ITEM-LINE
            MOVE WS-LEAVE-DUE TO WS-LVC-DUE
            MOVE EM-LEAVE-TAKEN TO WS-LVC-TAKEN
            IF WS-LEAVE-BALANCE < 0
                MOVE " OVER   " TO WS-LVC-BALANCE-LABEL
                MOVE WS-LEAVE-OVER TO WS-LVC-BALANCE
            ELSE
                MOVE " UNUSED " TO WS-LVC-BALANCE-LABEL
                MOVE WS-LEAVE-BALANCE TO WS-LVC-BALANCE
            END-IF
            MOVE WS-LEAVE-CAPTION TO WS-SNL-TEXT
            WRITE FinalPayStatementLine FROM WS-STMT-NOTE-LINE
            MOVE SPACES TO WS-SNL-TEXT
            MOVE "LEAVE PAYOUT" TO WS-SIL-CAPTION
            CALL "CurrencyEdit" USING WS-LEAVE-PAYOUT WS-SIL-AMOUNT
            WRITE FinalPayStatementLine FROM WS-STMT-ITEM-LINE
            MOVE "GROSS PAY" TO WS-SIL-CAPTION
            CALL "CurrencyEdit" USING WS-GROSS-PAY WS-SIL-AMOUNT
            WRITE FinalPayStatementLine FROM WS-STMT-ITEM-LINE
            MOVE "TAX" TO WS-SIL-CAPTION
            CALL "CurrencyEdit" USING WS-TAX-AMOUNT WS-SIL-AMOUNT
            WRITE FinalPayStatementLine FROM WS-STMT-ITEM-LINE
            MOVE "PENSION" TO WS-SIL-CAPTION
            CALL "CurrencyEdit" USING WS-PENSION-EE WS-SIL-AMOUNT
            WRITE FinalPayStatementLine FROM WS-STMT-ITEM-LINE
            PERFORM VARYING WS-GN-IDX FROM 1 BY 1
                UNTIL WS-GN-IDX > WS-GN-COUNT
                IF GE-EMPLOYEE-NO(WS-GN-IDX) = EM-EMPLOYEE-NO
                    MOVE GE-ORDER-ID(WS-GN-IDX) TO WS-GNC-ORDER-ID
                    MOVE WS-GARNISH-CAPTION TO WS-SIL-CAPTION
                    MOVE GE-THIS-TAKE(WS-GN-IDX) TO WS-ONE-GARNISHMENT
                    CALL "CurrencyEdit" USING WS-ONE-GARNISHMENT
                        WS-SIL-AMOUNT
                    MOVE GE-REMAINING(WS-GN-IDX) TO WS-GNN-BALANCE
                    MOVE WS-GARNISH-NOTE TO WS-SIL-NOTE
                    WRITE FinalPayStatementLine
                        FROM WS-STMT-ITEM-LINE
                    MOVE SPACES TO WS-SIL-NOTE
                END-IF
            END-PERFORM
            IF WS-LEAVE-RECOVERY > 0
                MOVE "LEAVE RECOVERY" TO WS-SIL-CAPTION
                IF WS-RECOVERY-TAKEN > 0
                    CALL "CurrencyEdit" USING WS-RECOVERY-TAKEN
                        WS-SIL-AMOUNT
                ELSE
                    CALL "CurrencyEdit" USING WS-LEAVE-RECOVERY
                        WS-SIL-AMOUNT
                END-IF
                MOVE WS-RECOVERY-NOTE TO WS-SIL-NOTE
                WRITE FinalPayStatementLine FROM WS-STMT-ITEM-LINE
            END-IF
            MOVE "NET PAY" TO WS-SIL-CAPTION
            CALL "CurrencyEdit" USING WS-NET-PAY WS-SIL-AMOUNT
            MOVE WS-NET-NOTE TO WS-SIL-NOTE
            WRITE FinalPayStatementLine FROM WS-STMT-ITEM-LINE.

      * Orders by court priority, each limited by its weekly cap,
      * its remaining balance and the protected-earnings floor, as
      * in the weekly run; whatever is left on an order after the
      * final pay shows on the statement for the court to be told.
        APPLY-GARNISHMENTS.
            MOVE 0 TO WS-GARNISH-TOTAL
            COMPUTE WS-DISPOSABLE-PAY = WS-GROSS-PAY
                - WS-TAX-AMOUNT - WS-TOTAL-DEDUCTIONS
            PERFORM VARYING WS-GN-IDX FROM 1 BY 1
                UNTIL WS-GN-IDX > WS-GN-COUNT
                IF GE-EMPLOYEE-NO(WS-GN-IDX) = EM-EMPLOYEE-NO
                    MOVE SPACE TO GE-TAKEN-FLAG(WS-GN-IDX)
                    MOVE 0 TO GE-THIS-TAKE(WS-GN-IDX)
                END-IF
            END-PERFORM
            PERFORM PICK-NEXT-GARNISHMENT
            PERFORM UNTIL WS-GN-PICK = 0
                PERFORM TAKE-ONE-GARNISHMENT
                PERFORM PICK-NEXT-GARNISHMENT
            END-PERFORM.

        TAKE-ONE-GARNISHMENT.
            MOVE "P" TO GE-TAKEN-FLAG(WS-GN-PICK)
            COMPUTE WS-GARNISH-ROOM = WS-DISPOSABLE-PAY
                - WS-PROTECTED-FLOOR - WS-GARNISH-TOTAL
            IF WS-GARNISH-ROOM <= 0
                EXIT PARAGRAPH
            END-IF
            MOVE GE-WEEKLY-CAP(WS-GN-PICK) TO WS-ONE-GARNISHMENT
            IF WS-ONE-GARNISHMENT > GE-REMAINING(WS-GN-PICK)
                MOVE GE-REMAINING(WS-GN-PICK) TO WS-ONE-GARNISHMENT
            END-IF
            IF WS-ONE-GARNISHMENT > WS-GARNISH-ROOM
                MOVE WS-GARNISH-ROOM TO WS-ONE-GARNISHMENT
            END-IF
            IF WS-ONE-GARNISHMENT <= 0
                EXIT PARAGRAPH
            END-IF
            SUBTRACT WS-ONE-GARNISHMENT
                FROM GE-REMAINING(WS-GN-PICK)
            MOVE "Y" TO GE-TAKEN-FLAG(WS-GN-PICK)
            MOVE WS-ONE-GARNISHMENT TO GE-THIS-TAKE(WS-GN-PICK)
            ADD WS-ONE-GARNISHMENT TO WS-GARNISH-TOTAL
            ADD WS-ONE-GARNISHMENT TO WS-RUN-GARNISH-TOTAL.

      * Live direct-deposit leavers go on this run's own batch at
      * the end of BANKPAY.DAT; everyone else is paid by cheque.
        ROUTE-NET-PAYMENT.
            IF EM-PaidByDeposit
               AND EM-BANK-ROUTING IS NUMERIC
               AND EM-BANK-ROUTING NOT = ZERO
                IF NOT BankBatchOpen
                    OPEN EXTEND BANK-PAYMENT-FILE
                    IF WS-BANK-PAY-STATUS NOT = "00"
                        OPEN OUTPUT BANK-PAYMENT-FILE
                    END-IF
                    MOVE "Y" TO WS-BANK-BATCH-OPEN
                    MOVE SPACES TO BANK-PAYMENT-RECORD
                    MOVE "H" TO BH-RECORD-TYPE
                    MOVE WS-RUN-DATE TO BH-RUN-DATE
                    MOVE LV-WEEK-NO(WS-LV-IDX) TO BH-WEEK-NO
                    WRITE BANK-PAYMENT-RECORD
                END-IF
                ADD 1 TO WS-DEPOSIT-COUNT
                ADD WS-NET-PAY TO WS-DEPOSIT-HASH
                MOVE SPACES TO BANK-PAYMENT-RECORD
                MOVE "D" TO BD-RECORD-TYPE
                MOVE EM-EMPLOYEE-NO TO BD-EMPLOYEE-NO
                MOVE EM-BANK-ROUTING TO BD-BANK-ROUTING
                MOVE EM-BANK-ACCOUNT TO BD-BANK-ACCOUNT
                MOVE WS-NET-PAY TO BD-NET-AMOUNT
                WRITE BANK-PAYMENT-RECORD
                MOVE "DIRECT DEPOSIT" TO WS-NET-NOTE
            ELSE
                ADD 1 TO WS-CHEQUE-COUNT
                MOVE WS-NEXT-CHEQUE-NO TO WS-CHQ-NO
                MOVE EM-EMPLOYEE-NO TO WS-CHQ-EMP-NO
                MOVE EM-EMPLOYEE-NAME TO WS-CHQ-NAME
                CALL "CurrencyEdit" USING WS-NET-PAY WS-CHQ-NET
                WRITE ChequeListingLine FROM WS-CHEQUE-LINE
                MOVE SPACES TO CHEQUE-REGISTER-RECORD
                MOVE WS-NEXT-CHEQUE-NO TO CQ-CHEQUE-NO
                MOVE EM-EMPLOYEE-NO TO CQ-EMPLOYEE-NO
                MOVE WS-NET-PAY TO CQ-AMOUNT
                MOVE WS-RUN-DATE TO CQ-ISSUE-DATE
                MOVE "O" TO CQ-STATUS
                MOVE 0 TO CQ-PRESENTED-DATE
                MOVE LV-WEEK-NO(WS-LV-IDX) TO CQ-WEEK-NO
                MOVE "F" TO CQ-PAY-RUN-TYPE
                WRITE CHEQUE-REGISTER-RECORD
                MOVE WS-NEXT-CHEQUE-NO TO WS-PBN-CHEQUE-NO
                MOVE WS-PAID-BY-NOTE TO WS-NET-NOTE
                ADD 1 TO WS-NEXT-CHEQUE-NO
            END-IF.

        WRITE-PAY-WEEK-RECORD.
            MOVE EM-EMPLOYEE-NO TO PW-EMPLOYEE-NO
            MOVE LV-WEEK-NO(WS-LV-IDX) TO PW-WEEK-NO
            MOVE WS-HOURS-WORKED TO PW-HOURS
            MOVE WS-GROSS-PAY TO PW-GROSS
            MOVE WS-TOTAL-DEDUCTIONS TO PW-DEDUCTIONS
            MOVE WS-TAX-AMOUNT TO PW-TAX
            MOVE WS-NET-PAY TO PW-NET
            MOVE 0 TO PW-AUTH-ABSENCES
            MOVE 0 TO PW-UNAUTH-ABSENCES
            MOVE 0 TO PW-LATE-ARRIVALS
            MOVE 0 TO PW-OT-HOURS
            MOVE WS-PENSION-EE TO PW-PENSION-EE
            MOVE WS-PENSION-ER TO PW-PENSION-ER
            MOVE 0 TO PW-RETRO-PAY
            MOVE "F" TO PW-PAY-RUN-TYPE
            MOVE "FINL" TO PW-PAYMENT-TYPE
            MOVE WS-LEAVE-PAYOUT TO PW-LEAVE-PAYOUT
            MOVE 0 TO PW-EXPENSE-REIMB
            MOVE WS-PC-PERIOD TO PW-PAY-PERIOD
            WRITE PAY-WEEK-RECORD
            ADD 1 TO WS-RL-RECORDS-WRITTEN.

        UPDATE-YTD-RECORD.
            MOVE EM-EMPLOYEE-NO TO YT-EMPLOYEE-NO
            READ YTD-MASTER
                INVALID KEY
                    MOVE EM-EMPLOYEE-NO TO YT-EMPLOYEE-NO
                    MOVE 0 TO YT-WEEKS-PAID
                    MOVE 0 TO YT-HOURS
                    MOVE 0 TO YT-GROSS
                    MOVE 0 TO YT-DEDUCTIONS
                    MOVE 0 TO YT-TAX
                    MOVE 0 TO YT-NET
                    MOVE 0 TO YT-PENSION-EE
                    MOVE 0 TO YT-PENSION-ER
                    MOVE 0 TO YT-RETRO-PAY
                    MOVE 0 TO YT-OFF-CYCLE-GROSS
                    PERFORM ACCUMULATE-YTD-FIELDS
                    WRITE YTD-RECORD
                        INVALID KEY
                            DISPLAY "YTD write failed for employee "
                                EM-EMPLOYEE-NO
                        NOT INVALID KEY
                            MOVE "A" TO WS-RJ-OPERATION
                            PERFORM JOURNAL-YTD-RECORD
                    END-WRITE
                NOT INVALID KEY
                    PERFORM ACCUMULATE-YTD-FIELDS
                    REWRITE YTD-RECORD
                        INVALID KEY
                            DISPLAY "YTD rewrite failed for "
                                "employee " EM-EMPLOYEE-NO
                        NOT INVALID KEY
                            MOVE "C" TO WS-RJ-OPERATION
                            PERFORM JOURNAL-YTD-RECORD
                    END-REWRITE
            END-READ.

      * A final pay with part-week hours in it counts as the week
      * paid; a leave payout alone does not.
        ACCUMULATE-YTD-FIELDS.
            IF WS-HOURS-WORKED > 0
                ADD 1 TO YT-WEEKS-PAID
            END-IF
            ADD WS-HOURS-WORKED TO YT-HOURS
            ADD WS-GROSS-PAY TO YT-GROSS
            ADD WS-TOTAL-DEDUCTIONS TO YT-DEDUCTIONS
            ADD WS-TAX-AMOUNT TO YT-TAX
            ADD WS-NET-PAY TO YT-NET
            ADD WS-PENSION-EE TO YT-PENSION-EE
            ADD WS-PENSION-ER TO YT-PENSION-ER.

        ACCUMULATE-DEPARTMENT-TOTALS.
            MOVE 0 TO WS-DP-IDX
            PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                UNTIL WS-GM-IDX > WS-DP-COUNT
                IF DPT-CODE(WS-GM-IDX) = EM-DEPARTMENT-CODE
                    MOVE WS-GM-IDX TO WS-DP-IDX
                END-IF
            END-PERFORM
            IF WS-DP-IDX = 0
                IF WS-DP-COUNT < WS-DEPT-TABLE-CAPACITY
                    ADD 1 TO WS-DP-COUNT
                    MOVE WS-DP-COUNT TO WS-DP-IDX
                    MOVE EM-DEPARTMENT-CODE TO DPT-CODE(WS-DP-IDX)
                    MOVE 0 TO DPT-GROSS(WS-DP-IDX)
                    MOVE 0 TO DPT-PENSION-ER(WS-DP-IDX)
                ELSE
                    DISPLAY "WS-DEPT-TOTALS full at "
                        WS-DEPT-TABLE-CAPACITY " departments - "
                        EM-DEPARTMENT-CODE " left out of the "
                        "distribution, the posting trailer will "
                        "not balance"
                END-IF
            END-IF
            IF WS-DP-IDX > 0
                ADD WS-GROSS-PAY TO DPT-GROSS(WS-DP-IDX)
                ADD WS-PENSION-ER TO DPT-PENSION-ER(WS-DP-IDX)
            END-IF.

      * The weekly payroll's posting shape: gross and the employer
      * pension match debited by department, net pay, tax,
      * pension, garnishments and approved leave recoveries
      * credited, and a trailer proving the run balances.
        WRITE-GL-POSTING-FILE.
            OPEN EXTEND GL-POSTING-FILE
            IF WS-GL-POST-STATUS NOT = "00"
                OPEN OUTPUT GL-POSTING-FILE
            END-IF
            MOVE 0 TO WS-GL-DEBIT-TOTAL
            MOVE 0 TO WS-GL-CREDIT-TOTAL
            PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                UNTIL WS-DP-IDX > WS-DP-COUNT
                MOVE "GROSS" TO WS-GL-LOOKUP-CATEGORY
                MOVE DPT-CODE(WS-DP-IDX) TO WS-GL-LOOKUP-DEPT
                PERFORM FIND-GL-ACCOUNT
                MOVE SPACES TO GL-POSTING-RECORD
                MOVE "D" TO GP-RECORD-TYPE
                MOVE WS-GL-LOOKUP-ACCOUNT TO GP-ACCOUNT
                MOVE "GROSS" TO GP-CATEGORY
                MOVE DPT-CODE(WS-DP-IDX) TO GP-DEPARTMENT
                MOVE DPT-GROSS(WS-DP-IDX) TO GP-AMOUNT
                PERFORM WRITE-GL-DETAIL-RECORD
                ADD DPT-GROSS(WS-DP-IDX) TO WS-GL-DEBIT-TOTAL
                IF DPT-PENSION-ER(WS-DP-IDX) > 0
                    MOVE "PENEXP" TO WS-GL-LOOKUP-CATEGORY
                    PERFORM FIND-GL-ACCOUNT
                    MOVE SPACES TO GL-POSTING-RECORD
                    MOVE "D" TO GP-RECORD-TYPE
                    MOVE WS-GL-LOOKUP-ACCOUNT TO GP-ACCOUNT
                    MOVE "PENEXP" TO GP-CATEGORY
                    MOVE DPT-CODE(WS-DP-IDX) TO GP-DEPARTMENT
                    MOVE DPT-PENSION-ER(WS-DP-IDX) TO GP-AMOUNT
                    PERFORM WRITE-GL-DETAIL-RECORD
                    ADD DPT-PENSION-ER(WS-DP-IDX)
                        TO WS-GL-DEBIT-TOTAL
                END-IF
            END-PERFORM
            MOVE SPACES TO WS-GL-LOOKUP-DEPT
            MOVE "NET" TO WS-GL-LOOKUP-CATEGORY
            PERFORM FIND-GL-ACCOUNT
            MOVE SPACES TO GL-POSTING-RECORD
            MOVE "C" TO GP-RECORD-TYPE
            MOVE WS-GL-LOOKUP-ACCOUNT TO GP-ACCOUNT
            MOVE "NET" TO GP-CATEGORY
            MOVE WS-RUN-NET-TOTAL TO GP-AMOUNT
            PERFORM WRITE-GL-DETAIL-RECORD
            ADD WS-RUN-NET-TOTAL TO WS-GL-CREDIT-TOTAL
            IF WS-RUN-TAX-TOTAL > 0
                MOVE "TAX" TO WS-GL-LOOKUP-CATEGORY
                PERFORM FIND-GL-ACCOUNT
                MOVE SPACES TO GL-POSTING-RECORD
                MOVE "C" TO GP-RECORD-TYPE
                MOVE WS-GL-LOOKUP-ACCOUNT TO GP-ACCOUNT
                MOVE "TAX" TO GP-CATEGORY
                MOVE WS-RUN-TAX-TOTAL TO GP-AMOUNT
                PERFORM WRITE-GL-DETAIL-RECORD
                ADD WS-RUN-TAX-TOTAL TO WS-GL-CREDIT-TOTAL
            END-IF
            IF WS-RUN-PENSION-EE-TOTAL > 0
               OR WS-RUN-PENSION-ER-TOTAL > 0
                MOVE "PENSION" TO WS-GL-LOOKUP-CATEGORY
                PERFORM FIND-GL-ACCOUNT
                MOVE SPACES TO GL-POSTING-RECORD
                MOVE "C" TO GP-RECORD-TYPE
                MOVE WS-GL-LOOKUP-ACCOUNT TO GP-ACCOUNT
                MOVE "PENSION" TO GP-CATEGORY
                COMPUTE GP-AMOUNT = WS-RUN-PENSION-EE-TOTAL
                    + WS-RUN-PENSION-ER-TOTAL
                PERFORM WRITE-GL-DETAIL-RECORD
                ADD WS-RUN-PENSION-EE-TOTAL TO WS-GL-CREDIT-TOTAL
                ADD WS-RUN-PENSION-ER-TOTAL TO WS-GL-CREDIT-TOTAL
            END-IF
            IF WS-RUN-GARNISH-TOTAL > 0
                MOVE "GARNISH" TO WS-GL-LOOKUP-CATEGORY
                PERFORM FIND-GL-ACCOUNT
                MOVE SPACES TO GL-POSTING-RECORD
                MOVE "C" TO GP-RECORD-TYPE
                MOVE WS-GL-LOOKUP-ACCOUNT TO GP-ACCOUNT
                MOVE "GARNISH" TO GP-CATEGORY
                MOVE WS-RUN-GARNISH-TOTAL TO GP-AMOUNT
                PERFORM WRITE-GL-DETAIL-RECORD
                ADD WS-RUN-GARNISH-TOTAL TO WS-GL-CREDIT-TOTAL
            END-IF
            IF WS-RUN-RECOVERY-TOTAL > 0
                MOVE "LVRECOV" TO WS-GL-LOOKUP-CATEGORY
                PERFORM FIND-GL-ACCOUNT
                MOVE SPACES TO GL-POSTING-RECORD
                MOVE "C" TO GP-RECORD-TYPE
                MOVE WS-GL-LOOKUP-ACCOUNT TO GP-ACCOUNT
                MOVE "LVRECOV" TO GP-CATEGORY
                MOVE WS-RUN-RECOVERY-TOTAL TO GP-AMOUNT
                PERFORM WRITE-GL-DETAIL-RECORD
                ADD WS-RUN-RECOVERY-TOTAL TO WS-GL-CREDIT-TOTAL
            END-IF
            MOVE SPACES TO GL-POSTING-RECORD
            MOVE "T" TO GT-RECORD-TYPE
            MOVE WS-GL-DEBIT-TOTAL TO GT-DEBIT-TOTAL
            MOVE WS-GL-CREDIT-TOTAL TO GT-CREDIT-TOTAL
            WRITE GL-POSTING-RECORD
            CLOSE GL-POSTING-FILE
            IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
                DISPLAY "GL POSTING OUT OF BALANCE - DEBITS "
                    WS-GL-DEBIT-TOTAL " CREDITS "
                    WS-GL-CREDIT-TOTAL " - RUN FAILED"
                MOVE 8 TO RETURN-CODE
            END-IF.

        LOG-RUN-END.
            MOVE "E" TO WS-RL-ACTION
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS.

      * The refuse-on-imbalance check every reader of the employee
      * master makes before trusting it; reopened for keyed reads.
        VERIFY-MASTER-CONTROL-TOTALS.
            MOVE 0 TO WS-MC-COUNT
            MOVE 0 TO WS-MC-HASH
            MOVE "N" TO WS-MASTER-EOF
            PERFORM UNTIL EndOfEmployeeMaster
                READ EMPLOYEE-MASTER NEXT RECORD
                    AT END SET EndOfEmployeeMaster TO TRUE
                    NOT AT END
                        ADD 1 TO WS-MC-COUNT
                        COMPUTE WS-MC-HASH =
                            WS-MC-HASH + (EM-WAGE-RATE * 100)
                END-READ
            END-PERFORM
            CLOSE EMPLOYEE-MASTER
            MOVE "V" TO WS-MC-ACTION
            CALL "MasterControl" USING WS-MC-ACTION WS-MC-FILE-ID
                WS-MC-COUNT WS-MC-HASH WS-MC-RESULT
            IF MasterControlOK
                OPEN INPUT EMPLOYEE-MASTER
            END-IF.

      * Progressive banded tax on the final pay, the weekly run's
      * COMPUTE-TAX-AMOUNT applied to it as a week's gross.
        COMPUTE-TAX-AMOUNT.
            MOVE 0 TO WS-TAX-AMOUNT
            MOVE 0 TO WS-BAND-LOWER
            MOVE WS-GROSS-PAY TO WS-TAXABLE-PAY
            PERFORM VARYING WS-TB-IDX FROM 1 BY 1
                UNTIL WS-TB-IDX > WS-TB-COUNT
                IF WS-TAXABLE-PAY > WS-BAND-LOWER
                    IF WS-TAXABLE-PAY
                            > TBT-UPPER-LIMIT(WS-TB-IDX)
                        COMPUTE WS-BAND-SLICE =
                            TBT-UPPER-LIMIT(WS-TB-IDX)
                            - WS-BAND-LOWER
                    ELSE
                        COMPUTE WS-BAND-SLICE =
                            WS-TAXABLE-PAY - WS-BAND-LOWER
                    END-IF
                    COMPUTE WS-TAX-AMOUNT ROUNDED = WS-TAX-AMOUNT
                        + (WS-BAND-SLICE
                            * TBT-RATE-PERCENT(WS-TB-IDX) / 100)
                END-IF
                MOVE TBT-UPPER-LIMIT(WS-TB-IDX) TO WS-BAND-LOWER
            END-PERFORM.

        COMPUTE-PENSION-CONTRIBUTION.
            MOVE 0 TO WS-PENSION-EE
            MOVE 0 TO WS-PENSION-ER
            PERFORM VARYING WS-PN-IDX FROM 1 BY 1
                UNTIL WS-PN-IDX > WS-PN-COUNT
                IF PE-EMPLOYEE-NO(WS-PN-IDX) = EM-EMPLOYEE-NO
                    COMPUTE WS-PENSION-EE ROUNDED =
                        WS-GROSS-PAY
                        * PE-EMPLOYEE-PCT(WS-PN-IDX) / 100
                    COMPUTE WS-PENSION-ER ROUNDED =
                        WS-PENSION-EE
                        * PE-MATCH-PCT(WS-PN-IDX) / 100
                END-IF
            END-PERFORM.

      * The provider schedule is appended to, not started over, so
      * the weekly run's lines for the week stay with these.
        WRITE-PENSION-REMITTANCE.
            IF NOT RemitFileOpen
                OPEN EXTEND PENSION-REMIT-FILE
                IF WS-PEN-REMIT-STATUS NOT = "00"
                    OPEN OUTPUT PENSION-REMIT-FILE
                END-IF
                MOVE "Y" TO WS-REMIT-FILE-OPEN
            END-IF
            ADD WS-PENSION-EE TO WS-RUN-PENSION-EE-TOTAL
            ADD WS-PENSION-ER TO WS-RUN-PENSION-ER-TOTAL
            ADD 1 TO WS-REMIT-COUNT
            MOVE SPACES TO PENSION-REMIT-RECORD
            MOVE EM-EMPLOYEE-NO TO PR-EMPLOYEE-NO
            MOVE LV-WEEK-NO(WS-LV-IDX) TO PR-WEEK-NO
            MOVE WS-PENSION-EE TO PR-EMPLOYEE-AMOUNT
            MOVE WS-PENSION-ER TO PR-EMPLOYER-AMOUNT
            WRITE PENSION-REMIT-RECORD.

        PICK-NEXT-GARNISHMENT.
            MOVE 0 TO WS-GN-PICK
            PERFORM VARYING WS-GN-IDX FROM 1 BY 1
                UNTIL WS-GN-IDX > WS-GN-COUNT
                IF GE-EMPLOYEE-NO(WS-GN-IDX) = EM-EMPLOYEE-NO
                   AND GE-TAKEN-FLAG(WS-GN-IDX) = SPACE
                    IF WS-GN-PICK = 0
                       OR GE-PRIORITY(WS-GN-IDX)
                           < GE-PRIORITY(WS-GN-PICK)
                        MOVE WS-GN-IDX TO WS-GN-PICK
                    END-IF
                END-IF
            END-PERFORM.

        OPEN-CHEQUE-FILES.
            OPEN EXTEND CHEQUE-LISTING
            IF WS-CHEQUE-STATUS NOT = "00"
                OPEN OUTPUT CHEQUE-LISTING
            END-IF
            OPEN EXTEND CHEQUE-REGISTER-FILE
            IF WS-CHEQUE-REG-STATUS NOT = "00"
                OPEN OUTPUT CHEQUE-REGISTER-FILE
            END-IF.

        READ-CHEQUE-SEQUENCE.
            OPEN INPUT CHEQUE-SEQUENCE-FILE
            IF WS-CHQ-SEQ-STATUS = "00"
                READ CHEQUE-SEQUENCE-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF ChequeSequenceLine IS NUMERIC
                            MOVE ChequeSequenceLine
                                TO WS-NEXT-CHEQUE-NO
                        END-IF
                END-READ
                CLOSE CHEQUE-SEQUENCE-FILE
            END-IF.

        WRITE-CHEQUE-SEQUENCE.
            OPEN OUTPUT CHEQUE-SEQUENCE-FILE
            MOVE WS-NEXT-CHEQUE-NO TO ChequeSequenceLine
            WRITE ChequeSequenceLine
            CLOSE CHEQUE-SEQUENCE-FILE.

        OPEN-PAY-WEEK-FILE.
            OPEN EXTEND PAY-WEEK-FILE
            IF WS-PAY-WEEK-STATUS NOT = "00"
                OPEN OUTPUT PAY-WEEK-FILE
            END-IF.

        OPEN-YTD-MASTER.
            OPEN I-O YTD-MASTER
            IF NOT YtdFileOK
                OPEN OUTPUT YTD-MASTER
                CLOSE YTD-MASTER
                OPEN I-O YTD-MASTER
                IF NOT YtdFileOK
                    DISPLAY "Unable to open PAYYTD.DAT, status "
                        WS-YTD-STATUS
                END-IF
            END-IF.

        WRITE-GL-DETAIL-RECORD.
            MOVE WS-PC-PERIOD TO GP-PERIOD
            WRITE GL-POSTING-RECORD.

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

        REWRITE-GARNISHMENT-FILE.
            OPEN OUTPUT GARNISHMENT-FILE
            PERFORM VARYING WS-GN-IDX FROM 1 BY 1
                UNTIL WS-GN-IDX > WS-GN-COUNT
                MOVE SPACES TO GARNISHMENT-RECORD
                MOVE GE-EMPLOYEE-NO(WS-GN-IDX) TO GN-EMPLOYEE-NO
                MOVE GE-ORDER-ID(WS-GN-IDX) TO GN-ORDER-ID
                MOVE GE-PRIORITY(WS-GN-IDX) TO GN-PRIORITY
                MOVE GE-WEEKLY-CAP(WS-GN-IDX) TO GN-WEEKLY-CAP
                MOVE GE-ORDERED-TOTAL(WS-GN-IDX)
                    TO GN-ORDERED-TOTAL
                MOVE GE-REMAINING(WS-GN-IDX) TO GN-REMAINING
                MOVE GE-LAST-WEEK-NO(WS-GN-IDX) TO GN-LAST-WEEK-NO
                MOVE GE-LAST-WEEK-AMT(WS-GN-IDX)
                    TO GN-LAST-WEEK-AMOUNT
                WRITE GARNISHMENT-RECORD
            END-PERFORM
            CLOSE GARNISHMENT-FILE
            DISPLAY "Garnishments withheld this run: "
                WS-RUN-GARNISH-TOTAL.

        LOAD-TAX-BAND-TABLE.
            OPEN INPUT TAX-BAND-FILE
            IF WS-TAX-BAND-STATUS = "00"
                PERFORM UNTIL EndOfTaxBandFile
                    OR WS-TB-COUNT >= 10
                    READ TAX-BAND-FILE
                        AT END SET EndOfTaxBandFile TO TRUE
                        NOT AT END
                            IF TB-UPPER-LIMIT IS NUMERIC
                               AND TB-RATE-PERCENT IS NUMERIC
                                ADD 1 TO WS-TB-COUNT
                                MOVE TB-UPPER-LIMIT TO
                                    TBT-UPPER-LIMIT(WS-TB-COUNT)
                                MOVE TB-RATE-PERCENT TO
                                    TBT-RATE-PERCENT(WS-TB-COUNT)
                            ELSE
                                DISPLAY "Bad TAXBAND.DAT record "
                                    "ignored: " TAX-BAND-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                IF NOT EndOfTaxBandFile
                    DISPLAY "WS-TAX-BAND-TABLE full at 10 entries, "
                        "remaining TAXBAND.DAT records not loaded"
                END-IF
                CLOSE TAX-BAND-FILE
            ELSE
                DISPLAY "No TAXBAND.DAT on file, no banded tax "
                    "withheld this run"
            END-IF.

        LOAD-PENSION-TABLE.
            OPEN INPUT PENSION-MASTER
            IF WS-PENSION-STATUS = "00"
                PERFORM UNTIL EndOfPensionMaster
                    OR WS-PN-COUNT >= WS-PENSION-TABLE-CAPACITY
                    READ PENSION-MASTER
                        AT END SET EndOfPensionMaster TO TRUE
                        NOT AT END
                            IF PN-EMPLOYEE-NO IS NUMERIC
                               AND PN-EMPLOYEE-PERCENT IS NUMERIC
                               AND PN-MATCH-PERCENT IS NUMERIC
                                ADD 1 TO WS-PN-COUNT
                                MOVE PN-EMPLOYEE-NO TO
                                    PE-EMPLOYEE-NO(WS-PN-COUNT)
                                MOVE PN-EMPLOYEE-PERCENT TO
                                    PE-EMPLOYEE-PCT(WS-PN-COUNT)
                                MOVE PN-MATCH-PERCENT TO
                                    PE-MATCH-PCT(WS-PN-COUNT)
                            ELSE
                                DISPLAY "Bad PENSION.DAT record "
                                    "ignored: " PENSION-MASTER-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                IF NOT EndOfPensionMaster
                    DISPLAY "WS-PENSION-TABLE full at "
                        WS-PENSION-TABLE-CAPACITY " entries, "
                        "remaining PENSION.DAT records not loaded"
                END-IF
                CLOSE PENSION-MASTER
            END-IF.

      * Loaded as they stand - the memo of the weekly run's last
      * take is carried through untouched.
        LOAD-GARNISHMENT-TABLE.
            OPEN INPUT GARNISHMENT-FILE
            IF WS-GARNISH-STATUS = "00"
                PERFORM UNTIL EndOfGarnishmentFile
                    OR WS-GN-COUNT >= WS-GARNISH-TABLE-CAPACITY
                    READ GARNISHMENT-FILE
                        AT END SET EndOfGarnishmentFile TO TRUE
                        NOT AT END PERFORM LOAD-ONE-GARNISHMENT
                    END-READ
                END-PERFORM
                IF NOT EndOfGarnishmentFile
                    DISPLAY "WS-GARNISH-TABLE full at "
                        WS-GARNISH-TABLE-CAPACITY " entries, "
                        "remaining GARNISH.DAT records not loaded"
                END-IF
                CLOSE GARNISHMENT-FILE
            END-IF.

        LOAD-ONE-GARNISHMENT.
            IF GN-EMPLOYEE-NO IS NOT NUMERIC
               OR GN-PRIORITY IS NOT NUMERIC
               OR GN-WEEKLY-CAP IS NOT NUMERIC
               OR GN-ORDERED-TOTAL IS NOT NUMERIC
               OR GN-REMAINING IS NOT NUMERIC
                DISPLAY "Bad GARNISH.DAT record ignored: "
                    GARNISHMENT-RECORD
            ELSE
                ADD 1 TO WS-GN-COUNT
                MOVE GN-EMPLOYEE-NO TO GE-EMPLOYEE-NO(WS-GN-COUNT)
                MOVE GN-ORDER-ID TO GE-ORDER-ID(WS-GN-COUNT)
                MOVE GN-PRIORITY TO GE-PRIORITY(WS-GN-COUNT)
                MOVE GN-WEEKLY-CAP TO GE-WEEKLY-CAP(WS-GN-COUNT)
                MOVE GN-ORDERED-TOTAL
                    TO GE-ORDERED-TOTAL(WS-GN-COUNT)
                MOVE GN-REMAINING TO GE-REMAINING(WS-GN-COUNT)
                MOVE 0 TO GE-LAST-WEEK-NO(WS-GN-COUNT)
                MOVE 0 TO GE-LAST-WEEK-AMT(WS-GN-COUNT)
                MOVE SPACE TO GE-TAKEN-FLAG(WS-GN-COUNT)
                IF GN-LAST-WEEK-NO IS NUMERIC
                   AND GN-LAST-WEEK-AMOUNT IS NUMERIC
                    MOVE GN-LAST-WEEK-NO
                        TO GE-LAST-WEEK-NO(WS-GN-COUNT)
                    MOVE GN-LAST-WEEK-AMOUNT
                        TO GE-LAST-WEEK-AMT(WS-GN-COUNT)
                END-IF
            END-IF.

        LOAD-GARNISH-FLOOR.
            OPEN INPUT GARNISH-FLOOR-FILE
            IF WS-GARN-FLOOR-STATUS = "00"
                READ GARNISH-FLOOR-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF GF-PROTECTED-FLOOR IS NUMERIC
                            MOVE GF-PROTECTED-FLOOR
                                TO WS-PROTECTED-FLOOR
                        END-IF
                END-READ
                CLOSE GARNISH-FLOOR-FILE
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

      * Every change to PAYYTD.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-YTD-RECORD.
            MOVE "PAYYTD" TO WS-RJ-FILE-ID
            MOVE YT-EMPLOYEE-NO TO WS-RJ-KEY
            MOVE YTD-RECORD TO WS-RJ-IMAGE
            CALL "RecoveryJournal" USING WS-RJ-FILE-ID
                WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.
