       IDENTIFICATION DIVISION.
       PROGRAM-ID. OffCyclePay.
      * Off-cycle payment run for bonuses, sign-on payments and one-
      * off corrections, paid outside the weekly PayrollRun. Each
      * OFFCYCLE.DAT line names the employee, a payment type, the
      * gross amount and a reason. PAYTYPE.REF says how each
      * payment type is taxed: "B" through the TAXBAND.DAT bands
      * exactly as a week's gross is, "S" at the flat supplemental
      * rate held in SUPPTAX.REF. The percentage deductions on
      * DEDUCT.DAT and the pension contribution come off the payment
      * as they do off a week's pay (the flat weekly amounts were
      * taken by the weekly run), then any garnishment orders by
      * court priority within the weekly cap and above the
      * protected-earnings floor. Nothing is paid until a
      * supervisor (level 2) signs on through OperatorSignOn. Net
      * pay follows EM-PAY-METHOD: a live direct-deposit employee
      * goes on a batch of its own appended to BANKPAY.DAT, anyone
      * else on a cheque from the CHQSEQ.CTL sequence, listed on
      * CHEQUES.RPT and registered on CHEQREG.DAT. Every payment
      * writes a PAYWEEK.DAT record flagged off-cycle under the
      * payroll week keyed at the start - so the payslip run,
      * YtdRebuild and the year-end statement all pick it up - and
      * is added to PAYYTD.DAT as off-cycle gross without counting
      * as a week paid. The run appends its own balanced GL
      * postings to GLPOST.DAT. Paid lines leave OFFCYCLE.DAT;
      * rejected ones stay for correction, and OFFCYCLE.RPT shows
      * every line's fate. Pension lines append to PENREMIT.DAT,
      * so the run belongs after the weekly payroll for the week.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT OFF-CYCLE-FILE
            ASSIGN TO "OFFCYCLE.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OFF-CYCLE-STATUS.
          SELECT PAYMENT-TYPE-FILE
            ASSIGN TO "PAYTYPE.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAYMENT-TYPE-STATUS.
          SELECT SUPPLEMENTAL-RATE-FILE
            ASSIGN TO "SUPPTAX.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SUPP-RATE-STATUS.
          SELECT EMPLOYEE-MASTER
            ASSIGN TO "EMPLOYEE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EM-EMPLOYEE-NO
            FILE STATUS IS WS-EMPLOYEE-STATUS.
          SELECT DEDUCTION-MASTER
            ASSIGN TO "DEDUCT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEDUCTION-STATUS.
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
          SELECT OFF-CYCLE-REGISTER
            ASSIGN TO "OFFCYCLE.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTER-STATUS.

        DATA DIVISION.
        FILE SECTION.
      * One payment per line: employee, payment type, gross amount
      * and the reason the payment is being made.
        FD  OFF-CYCLE-FILE
            LABEL RECORDS ARE STANDARD.
        01  OFF-CYCLE-RECORD.
            05  OC-EMPLOYEE-NO       PIC 9(6).
            05  FILLER               PIC X.
            05  OC-PAYMENT-TYPE      PIC X(4).
            05  FILLER               PIC X.
            05  OC-AMOUNT            PIC 9(5)V99.
            05  FILLER               PIC X.
            05  OC-REASON            PIC X(30).

      * One record per payment type the run will pay, with how it
      * is taxed.
        FD  PAYMENT-TYPE-FILE
            LABEL RECORDS ARE STANDARD.
        01  PAYMENT-TYPE-RECORD.
            05  TY-PAYMENT-TYPE      PIC X(4).
            05  FILLER               PIC X.
            05  TY-TAX-METHOD        PIC X.
                88  TY-BandedTax         VALUE "B".
                88  TY-SupplementalTax   VALUE "S".
            05  FILLER               PIC X.
            05  TY-DESCRIPTION       PIC X(20).

      * One policy record: the flat supplemental withholding rate,
      * as a percentage of the payment.
        FD  SUPPLEMENTAL-RATE-FILE
            LABEL RECORDS ARE STANDARD.
        01  SUPPLEMENTAL-RATE-RECORD.
            05  SR-RATE-PERCENT      PIC 99V99.

        FD  EMPLOYEE-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY EMPREC.

        FD  DEDUCTION-MASTER
            LABEL RECORDS ARE STANDARD.
        01  DEDUCTION-MASTER-RECORD.
            05  DM-EMPLOYEE-NO       PIC 9(6).
            05  FILLER               PIC X.
            05  DM-DEDUCTION-CODE    PIC X(4).
            05  FILLER               PIC X.
            05  DM-DEDUCTION-TYPE    PIC X.
                88  DM-FlatAmount        VALUE "A".
                88  DM-PercentOfGross    VALUE "P".
            05  FILLER               PIC X.
            05  DM-DEDUCTION-VALUE   PIC 9(5)V99.

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

        FD  OFF-CYCLE-REGISTER
            LABEL RECORDS ARE STANDARD.
        01  OffCycleRegisterLine     PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-OFF-CYCLE-STATUS      PIC XX.
            88  EndOfOffCycleFile        VALUE "10".
        01  WS-PAYMENT-TYPE-STATUS   PIC XX.
            88  EndOfPaymentTypeFile     VALUE "10".
        01  WS-SUPP-RATE-STATUS      PIC XX.
        01  WS-EMPLOYEE-STATUS       PIC XX.
            88  EmployeeFileOK           VALUE "00".
        01  WS-DEDUCTION-STATUS      PIC XX.
            88  EndOfDeductionMaster     VALUE "10".
        01  WS-TAX-BAND-STATUS       PIC XX.
            88  EndOfTaxBandFile         VALUE "10".
        01  WS-PAY-WEEK-STATUS       PIC XX.
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
        01  WS-REGISTER-STATUS       PIC XX.

        01  WS-RUN-WEEK-NO           PIC 99.
        01  WS-RUN-DATE              PIC 9(8).
        01  WS-PC-ACTION             PIC X.
        01  WS-PC-PERIOD             PIC 9(6).
        01  WS-PC-RESULT             PIC X.
            88  PostingPeriodOpen        VALUE "Y".

        01  WS-OS-REQUIRED-LEVEL     PIC 9 VALUE 2.
        01  WS-OS-OPERATOR-ID        PIC X(8).
        01  WS-OS-RESULT             PIC X.
            88  SupervisorSignedOn       VALUE "Y".

        01  WS-MC-ACTION             PIC X.
        01  WS-MC-FILE-ID            PIC X(8) VALUE "EMPLOYEE".
        01  WS-MC-COUNT              PIC 9(7).
        01  WS-MC-HASH               PIC 9(15).
        01  WS-MC-RESULT             PIC X.
            88  MasterControlOK          VALUE "Y".
        01  WS-MASTER-EOF            PIC X.
            88  EndOfEmployeeMaster      VALUE "Y".

        01  WS-RL-ACTION             PIC X.
        01  WS-RL-PROGRAM-NAME       PIC X(15)
                VALUE "OffCyclePay".
        01  WS-RL-RECORDS-READ       PIC 9(7) VALUE ZERO.
        01  WS-RL-RECORDS-WRITTEN    PIC 9(7) VALUE ZERO.
        01  WS-RL-STATUS             PIC X(8).

      * The payments as read, raw, so a rejected line goes back to
      * OFFCYCLE.DAT exactly as it was keyed.
        78  WS-PAYMENT-TABLE-CAPACITY VALUE 200.
        01  WS-OC-COUNT              PIC 999 VALUE ZERO.
        01  WS-OC-IDX                PIC 999.
        01  WS-OFF-CYCLE-TABLE.
            05  OFF-CYCLE-ENTRY OCCURS 200 TIMES.
              10  OCE-RECORD         PIC X(50).
              10  OCE-TAX-METHOD     PIC X.
              10  OCE-STATUS         PIC X.
                  88  OCE-PaymentValid     VALUE "V".
                  88  OCE-PaymentRejected  VALUE "R".
                  88  OCE-PaymentPaid      VALUE "P".
              10  OCE-REJECT-REASON  PIC X(30).
        01  WS-OFF-CYCLE-ITEM.
            05  OCI-EMPLOYEE-NO      PIC 9(6).
            05  FILLER               PIC X.
            05  OCI-PAYMENT-TYPE     PIC X(4).
            05  FILLER               PIC X.
            05  OCI-AMOUNT           PIC 9(5)V99.
            05  FILLER               PIC X.
            05  OCI-REASON           PIC X(30).
        01  WS-VALID-COUNT           PIC 999 VALUE ZERO.
        01  WS-VALID-TOTAL           PIC 9(7)V99 VALUE ZERO.
        01  WS-PAID-COUNT            PIC 999 VALUE ZERO.
        01  WS-REJECTED-COUNT        PIC 999 VALUE ZERO.

        78  WS-TYPE-TABLE-CAPACITY   VALUE 20.
        01  WS-TY-COUNT              PIC 99 VALUE ZERO.
        01  WS-TY-IDX                PIC 99.
        01  WS-PAYMENT-TYPE-TABLE.
            05  PAYMENT-TYPE-ENTRY OCCURS 20 TIMES.
              10  TYE-PAYMENT-TYPE   PIC X(4).
              10  TYE-TAX-METHOD     PIC X.
        01  WS-TYPES-ON-FILE         PIC X VALUE "N".
            88  PaymentTypesOnFile       VALUE "Y".
        01  WS-SUPP-RATE-PERCENT     PIC 99V99 VALUE ZERO.
        01  WS-SUPP-RATE-FOUND       PIC X VALUE "N".
            88  SupplementalRateFound    VALUE "Y".

        78  WS-DEDUCTION-TABLE-CAPACITY VALUE 500.
        01  WS-DM-COUNT              PIC 999 VALUE ZERO.
        01  WS-DM-IDX                PIC 999.
        01  WS-DEDUCTION-TABLE.
            05  DEDUCTION-ENTRY OCCURS 500 TIMES.
              10  DE-EMPLOYEE-NO     PIC 9(6).
              10  DE-CODE            PIC X(4).
              10  DE-TYPE            PIC X.
              10  DE-VALUE           PIC 9(5)V99.

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
        01  WS-PROTECTED-FLOOR       PIC 9(5)V99 VALUE ZERO.
        01  WS-DISPOSABLE-PAY        PIC S9(7)V99.
        01  WS-GARNISH-ROOM          PIC S9(7)V99.
        01  WS-ONE-GARNISHMENT       PIC S9(5)V9(2) USAGE IS COMP-3.
        01  WS-GARNISH-TOTAL         PIC S9(5)V9(2) USAGE IS COMP-3.
        01  WS-RUN-GARNISH-TOTAL     PIC 9(9)V99 VALUE ZERO.

        01  WS-GROSS-PAY             PIC S9(5)V9(2) USAGE IS COMP-3.
        01  WS-TOTAL-DEDUCTIONS      PIC S9(5)V9(2) USAGE IS COMP-3.
        01  WS-ONE-DEDUCTION         PIC S9(5)V9(2) USAGE IS COMP-3.
        01  WS-TAX-AMOUNT            PIC S9(5)V9(2) USAGE IS COMP-3.
        01  WS-NET-PAY               PIC S9(5)V9(2) USAGE IS COMP-3.
        01  WS-TAXABLE-PAY           PIC S9(7)V99.
        01  WS-BAND-LOWER            PIC S9(7)V99.
        01  WS-BAND-SLICE            PIC S9(7)V99.

        01  WS-RUN-GROSS-TOTAL       PIC 9(9)V99 VALUE ZERO.
        01  WS-RUN-NET-TOTAL         PIC 9(9)V99 VALUE ZERO.
        01  WS-RUN-TAX-TOTAL         PIC 9(9)V99 VALUE ZERO.

        01  WS-DC-COUNT              PIC 99 VALUE ZERO.
        01  WS-DC-IDX                PIC 99.
        01  WS-DEDUCTION-CODE-TOTALS.
            05  DEDUCTION-CODE-TOTAL OCCURS 20 TIMES.
              10  DCT-CODE           PIC X(4).
              10  DCT-AMOUNT         PIC 9(9)V99.

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

        01  WS-REGISTER-HEADING.
            05  FILLER               PIC X(34)
                    VALUE "OFF-CYCLE PAYMENT REGISTER - WEEK ".
            05  WS-RGH-WEEK-NO       PIC Z9.
            05  FILLER               PIC X(10) VALUE " RUN DATE ".
            05  WS-RGH-RUN-DATE      PIC 9(8).
            05  FILLER               PIC X(13) VALUE " APPROVED BY ".
            05  WS-RGH-APPROVER      PIC X(8).
        01  WS-COLUMN-HEADING.
            05  FILLER               PIC X(7) VALUE "EMP NO ".
            05  FILLER               PIC X(21) VALUE "NAME".
            05  FILLER               PIC X(5) VALUE "TYPE ".
            05  FILLER               PIC X(11) VALUE "     GROSS ".
            05  FILLER               PIC X(11) VALUE "DEDUCTIONS ".
            05  FILLER               PIC X(11) VALUE "       TAX ".
            05  FILLER               PIC X(11) VALUE "       NET ".
            05  FILLER               PIC X(8) VALUE "PAID BY ".
            05  FILLER               PIC X(6) VALUE "REASON".
        01  WS-PAYMENT-LINE.
            05  WS-PYL-EMP-NO        PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-PYL-NAME          PIC X(20).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-PYL-TYPE          PIC X(4).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-PYL-GROSS         PIC ZZ,ZZZ.99-.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-PYL-DEDUCTIONS    PIC ZZ,ZZZ.99-.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-PYL-TAX           PIC ZZ,ZZZ.99-.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-PYL-NET           PIC ZZ,ZZZ.99-.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-PYL-METHOD        PIC X(7).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-PYL-REASON        PIC X(30).
        01  WS-REJECT-LINE.
            05  WS-RJL-RECORD        PIC X(50).
            05  FILLER               PIC X(12) VALUE " REJECTED - ".
            05  WS-RJL-REASON        PIC X(30).
        01  WS-TOTAL-LINE.
            05  FILLER               PIC X(6) VALUE "PAID  ".
            05  WS-TL-PAID           PIC ZZ9.
            05  FILLER               PIC X(11) VALUE "  REJECTED ".
            05  WS-TL-REJECTED       PIC ZZ9.
            05  FILLER               PIC X(9) VALUE "   GROSS ".
            05  WS-TL-GROSS          PIC ZZZ,ZZZ,ZZ9.99.
            05  FILLER               PIC X(7) VALUE "   TAX ".
            05  WS-TL-TAX            PIC ZZZ,ZZZ,ZZ9.99.
            05  FILLER               PIC X(7) VALUE "   NET ".
            05  WS-TL-NET            PIC ZZZ,ZZZ,ZZ9.99.

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "OffCyclePay".
        01  WS-RJ-IMAGE              PIC X(2000).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            MOVE "S" TO WS-RL-ACTION
            MOVE "STARTED" TO WS-RL-STATUS
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS
            DISPLAY "Payroll week the payments fall in - "
                WITH NO ADVANCING
            ACCEPT WS-RUN-WEEK-NO
            IF WS-RUN-WEEK-NO IS NOT NUMERIC
               OR WS-RUN-WEEK-NO < 1 OR WS-RUN-WEEK-NO > 53
                DISPLAY "Week number must be 01 to 53"
                MOVE "BADPARM" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            CALL "BusinessDate" USING WS-RUN-DATE
            MOVE WS-RUN-DATE(1:6) TO WS-PC-PERIOD
            MOVE "V" TO WS-PC-ACTION
            CALL "PeriodControl" USING WS-PC-ACTION WS-PC-PERIOD
                WS-PC-RESULT
            IF NOT PostingPeriodOpen
                DISPLAY "Period " WS-PC-PERIOD " is closed - "
                    "off-cycle run refused"
                MOVE "CLOSEDPD" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            PERFORM LOAD-PAYMENT-TYPES
            PERFORM LOAD-SUPPLEMENTAL-RATE
            PERFORM LOAD-OFF-CYCLE-PAYMENTS
            IF NOT EndOfOffCycleFile AND WS-OC-COUNT > 0
                DISPLAY "OFFCYCLE.DAT holds more than "
                    WS-PAYMENT-TABLE-CAPACITY " payments - split "
                    "the batch, nothing paid"
                MOVE "TOOMANY" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            IF WS-VALID-COUNT = 0
                DISPLAY "No off-cycle payments to make"
                MOVE "NONE" TO WS-RL-STATUS
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            OPEN INPUT EMPLOYEE-MASTER
            IF NOT EmployeeFileOK
                DISPLAY "No EMPLOYEE-MASTER available, off-cycle "
                    "run aborted"
                MOVE "NOFILE" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            PERFORM VERIFY-MASTER-CONTROL-TOTALS
            IF NOT MasterControlOK
                DISPLAY "EMPLOYEE-MASTER FAILS ITS CONTROL TOTALS - "
                    "OFF-CYCLE RUN REFUSED"
                MOVE "BADCTL" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
      * No money moves without a supervisor's sign-on; an
      * unapproved run leaves OFFCYCLE.DAT exactly as it was.
            DISPLAY "Supervisor approval needed to pay "
                WS-VALID-COUNT " off-cycle payment(s) totalling "
                WS-VALID-TOTAL
            MOVE "N" TO WS-OS-RESULT
            MOVE SPACES TO WS-OS-OPERATOR-ID
            CALL "OperatorSignOn" USING WS-OS-REQUIRED-LEVEL
                WS-OS-OPERATOR-ID WS-OS-RESULT
            IF NOT SupervisorSignedOn
                CLOSE EMPLOYEE-MASTER
                DISPLAY "Off-cycle run not approved - nothing paid"
                MOVE "NOAUTH" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            PERFORM LOAD-TAX-BAND-TABLE
            PERFORM LOAD-DEDUCTION-TABLE
            PERFORM LOAD-PENSION-TABLE
            PERFORM LOAD-GARNISHMENT-TABLE
            PERFORM LOAD-GARNISH-FLOOR
            PERFORM LOAD-GL-ACCOUNT-MAP
            OPEN OUTPUT OFF-CYCLE-REGISTER
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE OffCycleRegisterLine FROM REPORT-STAMP-LINE
            MOVE WS-RUN-WEEK-NO TO WS-RGH-WEEK-NO
            MOVE WS-RUN-DATE TO WS-RGH-RUN-DATE
            MOVE WS-OS-OPERATOR-ID TO WS-RGH-APPROVER
            WRITE OffCycleRegisterLine FROM WS-REGISTER-HEADING
            MOVE SPACES TO OffCycleRegisterLine
            WRITE OffCycleRegisterLine
            WRITE OffCycleRegisterLine FROM WS-COLUMN-HEADING
            PERFORM OPEN-YTD-MASTER
            PERFORM OPEN-PAY-WEEK-FILE
            PERFORM OPEN-CHEQUE-FILES
            PERFORM READ-CHEQUE-SEQUENCE
            PERFORM VARYING WS-OC-IDX FROM 1 BY 1
                UNTIL WS-OC-IDX > WS-OC-COUNT
                IF OCE-PaymentValid(WS-OC-IDX)
                    PERFORM PAY-ONE-OFF-CYCLE-PAYMENT
                END-IF
            END-PERFORM
            PERFORM VARYING WS-OC-IDX FROM 1 BY 1
                UNTIL WS-OC-IDX > WS-OC-COUNT
                IF OCE-PaymentRejected(WS-OC-IDX)
                    MOVE OCE-RECORD(WS-OC-IDX) TO WS-RJL-RECORD
                    MOVE OCE-REJECT-REASON(WS-OC-IDX)
                        TO WS-RJL-REASON
                    WRITE OffCycleRegisterLine FROM WS-REJECT-LINE
                END-IF
            END-PERFORM
            MOVE SPACES TO OffCycleRegisterLine
            WRITE OffCycleRegisterLine
            MOVE WS-PAID-COUNT TO WS-TL-PAID
            MOVE WS-REJECTED-COUNT TO WS-TL-REJECTED
            MOVE WS-RUN-GROSS-TOTAL TO WS-TL-GROSS
            MOVE WS-RUN-TAX-TOTAL TO WS-TL-TAX
            MOVE WS-RUN-NET-TOTAL TO WS-TL-NET
            WRITE OffCycleRegisterLine FROM WS-TOTAL-LINE
            CLOSE OFF-CYCLE-REGISTER
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
            PERFORM REWRITE-OFF-CYCLE-FILE
            DISPLAY "Off-cycle payments: " WS-PAID-COUNT " paid ("
                WS-DEPOSIT-COUNT " deposit(s), " WS-CHEQUE-COUNT
                " cheque(s)), " WS-REJECTED-COUNT " rejected"
            MOVE "COMPLETE" TO WS-RL-STATUS
            PERFORM LOG-RUN-END
            GOBACK.

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

      * A line with a bad employee number or amount, or a payment
      * type PAYTYPE.REF does not carry, is rejected before the
      * supervisor is asked to approve anything.
        LOAD-OFF-CYCLE-PAYMENTS.
            OPEN INPUT OFF-CYCLE-FILE
            IF WS-OFF-CYCLE-STATUS NOT = "00"
                DISPLAY "No OFFCYCLE.DAT on file"
                SET EndOfOffCycleFile TO TRUE
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfOffCycleFile
                OR WS-OC-COUNT >= WS-PAYMENT-TABLE-CAPACITY
                READ OFF-CYCLE-FILE
                    AT END SET EndOfOffCycleFile TO TRUE
                    NOT AT END
                        ADD 1 TO WS-RL-RECORDS-READ
                        PERFORM EDIT-ONE-OFF-CYCLE-PAYMENT
                END-READ
            END-PERFORM
            IF NOT EndOfOffCycleFile
                READ OFF-CYCLE-FILE
                    AT END SET EndOfOffCycleFile TO TRUE
                END-READ
            END-IF
            CLOSE OFF-CYCLE-FILE.

        EDIT-ONE-OFF-CYCLE-PAYMENT.
            ADD 1 TO WS-OC-COUNT
            MOVE OFF-CYCLE-RECORD TO OCE-RECORD(WS-OC-COUNT)
            MOVE "V" TO OCE-STATUS(WS-OC-COUNT)
            MOVE SPACES TO OCE-REJECT-REASON(WS-OC-COUNT)
            MOVE "B" TO OCE-TAX-METHOD(WS-OC-COUNT)
            EVALUATE TRUE
                WHEN OC-EMPLOYEE-NO IS NOT NUMERIC
                    MOVE "EMPLOYEE NUMBER NOT NUMERIC"
                        TO OCE-REJECT-REASON(WS-OC-COUNT)
                WHEN OC-AMOUNT IS NOT NUMERIC
                    MOVE "AMOUNT NOT NUMERIC"
                        TO OCE-REJECT-REASON(WS-OC-COUNT)
                WHEN OC-AMOUNT = 0
                    MOVE "AMOUNT IS ZERO"
                        TO OCE-REJECT-REASON(WS-OC-COUNT)
                WHEN PaymentTypesOnFile
                    PERFORM VARYING WS-TY-IDX FROM 1 BY 1
                        UNTIL WS-TY-IDX > WS-TY-COUNT
                           OR TYE-PAYMENT-TYPE(WS-TY-IDX)
                              = OC-PAYMENT-TYPE
                        CONTINUE
                    END-PERFORM
                    IF WS-TY-IDX > WS-TY-COUNT
                        MOVE "PAY TYPE NOT ON PAYTYPE.REF"
                            TO OCE-REJECT-REASON(WS-OC-COUNT)
                    ELSE
                        MOVE TYE-TAX-METHOD(WS-TY-IDX)
                            TO OCE-TAX-METHOD(WS-OC-COUNT)
                    END-IF
            END-EVALUATE
            IF OCE-REJECT-REASON(WS-OC-COUNT) NOT = SPACES
                MOVE "R" TO OCE-STATUS(WS-OC-COUNT)
                ADD 1 TO WS-REJECTED-COUNT
            ELSE
                ADD 1 TO WS-VALID-COUNT
                ADD OC-AMOUNT TO WS-VALID-TOTAL
            END-IF.

      * One payment: taxed by its type, the percentage deductions
      * and pension off the gross, garnishments off what is left,
      * then net pay routed and the weekly and YTD files updated.
        PAY-ONE-OFF-CYCLE-PAYMENT.
            MOVE OCE-RECORD(WS-OC-IDX) TO WS-OFF-CYCLE-ITEM
            MOVE OCI-EMPLOYEE-NO TO EM-EMPLOYEE-NO
            READ EMPLOYEE-MASTER
                INVALID KEY
                    MOVE "R" TO OCE-STATUS(WS-OC-IDX)
                    MOVE "NOT ON EMPLOYEE MASTER"
                        TO OCE-REJECT-REASON(WS-OC-IDX)
                    ADD 1 TO WS-REJECTED-COUNT
            END-READ
            IF OCE-PaymentRejected(WS-OC-IDX)
                EXIT PARAGRAPH
            END-IF
            MOVE OCI-AMOUNT TO WS-GROSS-PAY
            IF OCE-TAX-METHOD(WS-OC-IDX) = "S"
               AND SupplementalRateFound
                COMPUTE WS-TAX-AMOUNT ROUNDED =
                    WS-GROSS-PAY * WS-SUPP-RATE-PERCENT / 100
            ELSE
                PERFORM COMPUTE-TAX-AMOUNT
            END-IF
            MOVE 0 TO WS-TOTAL-DEDUCTIONS
            PERFORM COMPUTE-PENSION-CONTRIBUTION
            ADD WS-PENSION-EE TO WS-TOTAL-DEDUCTIONS
            PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                UNTIL WS-DM-IDX > WS-DM-COUNT
                IF DE-EMPLOYEE-NO(WS-DM-IDX) = EM-EMPLOYEE-NO
                   AND DE-TYPE(WS-DM-IDX) = "P"
                    PERFORM COMPUTE-ONE-DEDUCTION
                END-IF
            END-PERFORM
            PERFORM APPLY-GARNISHMENTS
            ADD WS-GARNISH-TOTAL TO WS-TOTAL-DEDUCTIONS
            COMPUTE WS-NET-PAY ROUNDED = WS-GROSS-PAY
                - WS-TOTAL-DEDUCTIONS - WS-TAX-AMOUNT
            PERFORM ROUTE-NET-PAYMENT
            IF WS-PENSION-EE > 0
                PERFORM WRITE-PENSION-REMITTANCE
            END-IF
            PERFORM WRITE-PAY-WEEK-RECORD
            PERFORM UPDATE-YTD-RECORD
            PERFORM ACCUMULATE-DEPARTMENT-TOTALS
            ADD WS-GROSS-PAY TO WS-RUN-GROSS-TOTAL
            ADD WS-NET-PAY TO WS-RUN-NET-TOTAL
            ADD WS-TAX-AMOUNT TO WS-RUN-TAX-TOTAL
            MOVE "P" TO OCE-STATUS(WS-OC-IDX)
            ADD 1 TO WS-PAID-COUNT
            MOVE EM-EMPLOYEE-NO TO WS-PYL-EMP-NO
            MOVE EM-EMPLOYEE-NAME TO WS-PYL-NAME
            MOVE OCI-PAYMENT-TYPE TO WS-PYL-TYPE
            CALL "CurrencyEdit" USING WS-GROSS-PAY WS-PYL-GROSS
            CALL "CurrencyEdit" USING WS-TOTAL-DEDUCTIONS
                WS-PYL-DEDUCTIONS
            CALL "CurrencyEdit" USING WS-TAX-AMOUNT WS-PYL-TAX
            CALL "CurrencyEdit" USING WS-NET-PAY WS-PYL-NET
            MOVE OCI-REASON TO WS-PYL-REASON
            WRITE OffCycleRegisterLine FROM WS-PAYMENT-LINE.

      * Progressive banded tax on the payment, the weekly run's
      * COMPUTE-TAX-AMOUNT applied to the payment as a week's gross.
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

        COMPUTE-ONE-DEDUCTION.
            COMPUTE WS-ONE-DEDUCTION ROUNDED =
                WS-GROSS-PAY * DE-VALUE(WS-DM-IDX) / 100
            ADD WS-ONE-DEDUCTION TO WS-TOTAL-DEDUCTIONS
            MOVE 0 TO WS-DC-IDX
            PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                UNTIL WS-GM-IDX > WS-DC-COUNT
                IF DCT-CODE(WS-GM-IDX) = DE-CODE(WS-DM-IDX)
                    MOVE WS-GM-IDX TO WS-DC-IDX
                END-IF
            END-PERFORM
            IF WS-DC-IDX = 0
                IF WS-DC-COUNT < 20
                    ADD 1 TO WS-DC-COUNT
                    MOVE WS-DC-COUNT TO WS-DC-IDX
                    MOVE DE-CODE(WS-DM-IDX) TO DCT-CODE(WS-DC-IDX)
                    MOVE 0 TO DCT-AMOUNT(WS-DC-IDX)
                ELSE
                    DISPLAY "WS-DEDUCTION-CODE-TOTALS full at 20 "
                        "codes - deduction " DE-CODE(WS-DM-IDX)
                        " left out of the GL totals, the posting "
                        "trailer will not balance"
                END-IF
            END-IF
            IF WS-DC-IDX > 0
                ADD WS-ONE-DEDUCTION TO DCT-AMOUNT(WS-DC-IDX)
            END-IF.

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
            MOVE WS-RUN-WEEK-NO TO PR-WEEK-NO
            MOVE WS-PENSION-EE TO PR-EMPLOYEE-AMOUNT
            MOVE WS-PENSION-ER TO PR-EMPLOYER-AMOUNT
            WRITE PENSION-REMIT-RECORD.

      * Orders by court priority, each limited by its weekly cap,
      * its remaining balance and the protected-earnings floor. The
      * weekly run's rerun memo is left alone - a rerun of the
      * weekly payroll restores only its own take.
        APPLY-GARNISHMENTS.
            MOVE 0 TO WS-GARNISH-TOTAL
            COMPUTE WS-DISPOSABLE-PAY = WS-GROSS-PAY
                - WS-TAX-AMOUNT - WS-TOTAL-DEDUCTIONS
            PERFORM VARYING WS-GN-IDX FROM 1 BY 1
                UNTIL WS-GN-IDX > WS-GN-COUNT
                IF GE-EMPLOYEE-NO(WS-GN-IDX) = EM-EMPLOYEE-NO
                    MOVE SPACE TO GE-TAKEN-FLAG(WS-GN-IDX)
                END-IF
            END-PERFORM
            PERFORM PICK-NEXT-GARNISHMENT
            PERFORM UNTIL WS-GN-PICK = 0
                PERFORM TAKE-ONE-GARNISHMENT
                PERFORM PICK-NEXT-GARNISHMENT
            END-PERFORM.

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
            ADD WS-ONE-GARNISHMENT TO WS-GARNISH-TOTAL
            ADD WS-ONE-GARNISHMENT TO WS-RUN-GARNISH-TOTAL.

      * Live direct-deposit employees go on this run's own batch at
      * the end of BANKPAY.DAT; everyone else is paid by cheque.
        ROUTE-NET-PAYMENT.
            IF EM-PaidByDeposit
               AND EM-BANK-ROUTING IS NUMERIC
               AND EM-BANK-ROUTING NOT = ZERO
               AND WS-NET-PAY > 0
                IF NOT BankBatchOpen
                    OPEN EXTEND BANK-PAYMENT-FILE
                    IF WS-BANK-PAY-STATUS NOT = "00"
                        OPEN OUTPUT BANK-PAYMENT-FILE
                    END-IF
                    MOVE "Y" TO WS-BANK-BATCH-OPEN
                    MOVE SPACES TO BANK-PAYMENT-RECORD
                    MOVE "H" TO BH-RECORD-TYPE
                    MOVE WS-RUN-DATE TO BH-RUN-DATE
                    MOVE WS-RUN-WEEK-NO TO BH-WEEK-NO
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
                MOVE "DEPOSIT" TO WS-PYL-METHOD
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
                MOVE WS-RUN-WEEK-NO TO CQ-WEEK-NO
                MOVE "O" TO CQ-PAY-RUN-TYPE
                WRITE CHEQUE-REGISTER-RECORD
                ADD 1 TO WS-NEXT-CHEQUE-NO
                MOVE "CHEQUE" TO WS-PYL-METHOD
            END-IF.

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

        WRITE-PAY-WEEK-RECORD.
            MOVE EM-EMPLOYEE-NO TO PW-EMPLOYEE-NO
            MOVE WS-RUN-WEEK-NO TO PW-WEEK-NO
            MOVE 0 TO PW-HOURS
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
            MOVE "O" TO PW-PAY-RUN-TYPE
            MOVE OCI-PAYMENT-TYPE TO PW-PAYMENT-TYPE
            MOVE 0 TO PW-LEAVE-PAYOUT
            MOVE 0 TO PW-EXPENSE-REIMB
            MOVE WS-PC-PERIOD TO PW-PAY-PERIOD
            WRITE PAY-WEEK-RECORD
            ADD 1 TO WS-RL-RECORDS-WRITTEN.

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

      * Money only - an off-cycle payment is not a week paid.
        ACCUMULATE-YTD-FIELDS.
            ADD WS-GROSS-PAY TO YT-GROSS
            ADD WS-TOTAL-DEDUCTIONS TO YT-DEDUCTIONS
            ADD WS-TAX-AMOUNT TO YT-TAX
            ADD WS-NET-PAY TO YT-NET
            ADD WS-PENSION-EE TO YT-PENSION-EE
            ADD WS-PENSION-ER TO YT-PENSION-ER
            IF YT-OFF-CYCLE-GROSS IS NOT NUMERIC
                MOVE 0 TO YT-OFF-CYCLE-GROSS
            END-IF
            ADD WS-GROSS-PAY TO YT-OFF-CYCLE-GROSS.

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

      * The same shape as the weekly payroll's posting: gross and
      * the employer pension match debited by department, net pay,
      * tax, pension, garnishments and each deduction code credited,
      * and a trailer proving the run balances.
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
            PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                UNTIL WS-DC-IDX > WS-DC-COUNT
                MOVE DCT-CODE(WS-DC-IDX) TO WS-GL-LOOKUP-CATEGORY
                PERFORM FIND-GL-ACCOUNT
                MOVE SPACES TO GL-POSTING-RECORD
                MOVE "C" TO GP-RECORD-TYPE
                MOVE WS-GL-LOOKUP-ACCOUNT TO GP-ACCOUNT
                MOVE DCT-CODE(WS-DC-IDX) TO GP-CATEGORY
                MOVE DCT-AMOUNT(WS-DC-IDX) TO GP-AMOUNT
                PERFORM WRITE-GL-DETAIL-RECORD
                ADD DCT-AMOUNT(WS-DC-IDX) TO WS-GL-CREDIT-TOTAL
            END-PERFORM
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

      * Paid lines drop out; rejected ones go back as keyed.
        REWRITE-OFF-CYCLE-FILE.
            OPEN OUTPUT OFF-CYCLE-FILE
            PERFORM VARYING WS-OC-IDX FROM 1 BY 1
                UNTIL WS-OC-IDX > WS-OC-COUNT
                IF NOT OCE-PaymentPaid(WS-OC-IDX)
                    MOVE OCE-RECORD(WS-OC-IDX) TO OFF-CYCLE-RECORD
                    WRITE OFF-CYCLE-RECORD
                END-IF
            END-PERFORM
            CLOSE OFF-CYCLE-FILE.

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

        LOAD-PAYMENT-TYPES.
            OPEN INPUT PAYMENT-TYPE-FILE
            IF WS-PAYMENT-TYPE-STATUS NOT = "00"
                DISPLAY "No PAYTYPE.REF on file, every payment type "
                    "accepted and taxed through the bands"
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO WS-TYPES-ON-FILE
            PERFORM UNTIL EndOfPaymentTypeFile
                OR WS-TY-COUNT >= WS-TYPE-TABLE-CAPACITY
                READ PAYMENT-TYPE-FILE
                    AT END SET EndOfPaymentTypeFile TO TRUE
                    NOT AT END
                        IF TY-PAYMENT-TYPE NOT = SPACES
                           AND (TY-BandedTax OR TY-SupplementalTax)
                            ADD 1 TO WS-TY-COUNT
                            MOVE TY-PAYMENT-TYPE
                                TO TYE-PAYMENT-TYPE(WS-TY-COUNT)
                            MOVE TY-TAX-METHOD
                                TO TYE-TAX-METHOD(WS-TY-COUNT)
                        ELSE
                            DISPLAY "Bad PAYTYPE.REF record "
                                "ignored: " PAYMENT-TYPE-RECORD
                        END-IF
                END-READ
            END-PERFORM
            IF NOT EndOfPaymentTypeFile
                DISPLAY "WS-PAYMENT-TYPE-TABLE full at "
                    WS-TYPE-TABLE-CAPACITY " entries, remaining "
                    "PAYTYPE.REF records not loaded"
            END-IF
            CLOSE PAYMENT-TYPE-FILE.

        LOAD-SUPPLEMENTAL-RATE.
            OPEN INPUT SUPPLEMENTAL-RATE-FILE
            IF WS-SUPP-RATE-STATUS = "00"
                READ SUPPLEMENTAL-RATE-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF SR-RATE-PERCENT IS NUMERIC
                            MOVE SR-RATE-PERCENT
                                TO WS-SUPP-RATE-PERCENT
                            MOVE "Y" TO WS-SUPP-RATE-FOUND
                        END-IF
                END-READ
                CLOSE SUPPLEMENTAL-RATE-FILE
            END-IF
            IF NOT SupplementalRateFound
                DISPLAY "No SUPPTAX.REF on file, supplemental "
                    "payments taxed through the bands"
            END-IF.

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

        LOAD-DEDUCTION-TABLE.
            OPEN INPUT DEDUCTION-MASTER
            IF WS-DEDUCTION-STATUS = "00"
                PERFORM UNTIL EndOfDeductionMaster
                    OR WS-DM-COUNT >= WS-DEDUCTION-TABLE-CAPACITY
                    READ DEDUCTION-MASTER
                        AT END SET EndOfDeductionMaster TO TRUE
                        NOT AT END
                            IF DM-EMPLOYEE-NO IS NUMERIC
                               AND DM-DEDUCTION-VALUE IS NUMERIC
                               AND (DM-FlatAmount
                                    OR DM-PercentOfGross)
                                ADD 1 TO WS-DM-COUNT
                                MOVE DM-EMPLOYEE-NO
                                    TO DE-EMPLOYEE-NO(WS-DM-COUNT)
                                MOVE DM-DEDUCTION-CODE
                                    TO DE-CODE(WS-DM-COUNT)
                                MOVE DM-DEDUCTION-TYPE
                                    TO DE-TYPE(WS-DM-COUNT)
                                MOVE DM-DEDUCTION-VALUE
                                    TO DE-VALUE(WS-DM-COUNT)
                            ELSE
                                DISPLAY "Bad DEDUCT.DAT record "
                                    "ignored: "
                                    DEDUCTION-MASTER-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                IF NOT EndOfDeductionMaster
                    DISPLAY "WS-DEDUCTION-TABLE full at "
                        WS-DEDUCTION-TABLE-CAPACITY " entries, "
                        "remaining DEDUCT.DAT records not loaded"
                END-IF
                CLOSE DEDUCTION-MASTER
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
