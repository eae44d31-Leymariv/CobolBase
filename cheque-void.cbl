       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChequeVoid.
      * Payroll cheque void run. Each CHQVOID.DAT line names a
      * cheque on CHEQREG.DAT, what is to follow the void and why:
      * "R" reissues the same amount on a new cheque number from
      * the CHQSEQ.CTL sequence, listed on CHEQUES.RPT; "B" backs
      * the whole pay line out - the PAYWEEK.DAT record the cheque
      * paid (found by CQ-WEEK-NO, CQ-PAY-RUN-TYPE and the net) is
      * dropped and its figures subtracted from PAYYTD.DAT, the way
      * PayrollRun backs out a rerun week, so the employee can be
      * repaid correctly through PayrollRun or OffCyclePay. Only an
      * outstanding or stale cheque can be voided. Nothing is voided
      * until a supervisor (level 2) signs on through
      * OperatorSignOn. The voided cheque is marked "V" on the
      * register (rewritten through a work file), its net pay is
      * debited back to the NET account, and a reissue credits it
      * again; a back-out reverses the rest of the pay line's
      * posting - gross and the employer pension match by
      * department, tax, pension and the other deductions (to the
      * DEDUCT account, as PAYWEEK.DAT keeps them only in total) -
      * all in a balanced run of GLPOST.DAT lines. Expense claims
      * the backed-out line reimbursed go back to approved on
      * EXPCLAIM.DAT for the next PayrollRun to pay, their expense
      * credited back by category to the employee's department.
      * Every void, its reason and the approving operator are added
      * to the void register CHQVOID.RPT, which is kept from run to
      * run. Voided lines leave CHQVOID.DAT; rejected ones stay for
      * correction.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT CHEQUE-VOID-FILE
            ASSIGN TO "CHQVOID.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-VOID-STATUS.
          SELECT EMPLOYEE-MASTER
            ASSIGN TO "EMPLOYEE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EM-EMPLOYEE-NO
            FILE STATUS IS WS-EMPLOYEE-STATUS.
          SELECT CHEQUE-REGISTER-FILE
            ASSIGN TO "CHEQREG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHEQUE-REG-STATUS.
          SELECT CHEQUE-REG-WORK-FILE
            ASSIGN TO "CHEQREG.TMP"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REG-WORK-STATUS.
          SELECT CHEQUE-LISTING
            ASSIGN TO "CHEQUES.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHEQUE-STATUS.
          SELECT CHEQUE-SEQUENCE-FILE
            ASSIGN TO "CHQSEQ.CTL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHQ-SEQ-STATUS.
          SELECT PAY-WEEK-FILE
            ASSIGN TO "PAYWEEK.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAY-WEEK-STATUS.
          SELECT PAY-WEEK-WORK-FILE
            ASSIGN TO "PAYWEEK.TMP"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAY-WEEK-WORK-STATUS.
          SELECT YTD-MASTER
            ASSIGN TO "PAYYTD.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS YT-EMPLOYEE-NO
            FILE STATUS IS WS-YTD-STATUS.
          SELECT EXPENSE-CLAIM-MASTER
            ASSIGN TO "EXPCLAIM.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS XC-CLAIM-KEY
            FILE STATUS IS WS-EXPENSE-CLAIM-STATUS.
          SELECT GL-ACCOUNT-MAP
            ASSIGN TO "GLMAP.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GL-MAP-STATUS.
          SELECT GL-POSTING-FILE
            ASSIGN TO "GLPOST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GL-POST-STATUS.
          SELECT VOID-REGISTER
            ASSIGN TO "CHQVOID.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTER-STATUS.

        DATA DIVISION.
        FILE SECTION.
      * One void per line: the cheque number, "R" to reissue or "B"
      * to back the pay line out, and the reason for the void.
        FD  CHEQUE-VOID-FILE
            LABEL RECORDS ARE STANDARD.
        01  CHEQUE-VOID-RECORD.
            05  CV-CHEQUE-NO         PIC 9(6).
            05  FILLER               PIC X.
            05  CV-ACTION            PIC X.
                88  CV-ReissueCheque     VALUE "R".
                88  CV-BackOutPayLine    VALUE "B".
            05  FILLER               PIC X.
            05  CV-REASON            PIC X(30).

        FD  EMPLOYEE-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY EMPREC.

        FD  CHEQUE-REGISTER-FILE
            LABEL RECORDS ARE STANDARD.
            COPY CHEQREG.

        FD  CHEQUE-REG-WORK-FILE
            LABEL RECORDS ARE STANDARD.
            COPY CHEQREG
                REPLACING ==CHEQUE-REGISTER-RECORD==
                       BY ==CHEQUE-REG-WORK-RECORD==
                  LEADING ==CQ-== BY ==CW-==.

        FD  CHEQUE-LISTING
            LABEL RECORDS ARE STANDARD.
        01  ChequeListingLine        PIC X(80).

        FD  CHEQUE-SEQUENCE-FILE
            LABEL RECORDS ARE STANDARD.
        01  ChequeSequenceLine       PIC 9(6).

        FD  PAY-WEEK-FILE
            LABEL RECORDS ARE STANDARD.
            COPY PAYWEEK.

        FD  PAY-WEEK-WORK-FILE
            LABEL RECORDS ARE STANDARD.
            COPY PAYWEEK
                REPLACING ==PAY-WEEK-RECORD==
                       BY ==PAY-WEEK-WORK-RECORD==
                  LEADING ==PW-== BY ==PT-==.

        FD  YTD-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY YTDREC.

        FD  EXPENSE-CLAIM-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY EXPCLAIM.

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

        FD  VOID-REGISTER
            LABEL RECORDS ARE STANDARD.
        01  VoidRegisterLine         PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-VOID-STATUS           PIC XX.
            88  EndOfVoidFile            VALUE "10".
        01  WS-EMPLOYEE-STATUS       PIC XX.
            88  EmployeeFileOK           VALUE "00".
        01  WS-CHEQUE-REG-STATUS     PIC XX.
            88  EndOfChequeRegister      VALUE "10".
        01  WS-REG-WORK-STATUS       PIC XX.
            88  EndOfRegWorkFile         VALUE "10".
        01  WS-CHEQUE-STATUS         PIC XX.
        01  WS-CHQ-SEQ-STATUS        PIC XX.
        01  WS-PAY-WEEK-STATUS       PIC XX.
            88  EndOfPayWeekFile         VALUE "10".
        01  WS-PAY-WEEK-WORK-STATUS  PIC XX.
            88  EndOfPayWeekWork         VALUE "10".
        01  WS-YTD-STATUS            PIC XX.
            88  YtdFileOK                VALUE "00".
        01  WS-EXPENSE-CLAIM-STATUS  PIC XX.
            88  ExpenseClaimFileOK       VALUE "00".
        01  WS-GL-MAP-STATUS         PIC XX.
            88  EndOfGlAccountMap        VALUE "10".
        01  WS-GL-POST-STATUS        PIC XX.
        01  WS-REGISTER-STATUS       PIC XX.

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
                VALUE "ChequeVoid".
        01  WS-RL-RECORDS-READ       PIC 9(7) VALUE ZERO.
        01  WS-RL-RECORDS-WRITTEN    PIC 9(7) VALUE ZERO.
        01  WS-RL-STATUS             PIC X(8).

      * The void lines as read, raw, so a rejected line goes back to
      * CHQVOID.DAT exactly as it was keyed, with what the register
      * and PAYWEEK.DAT had to say about each cheque.
        78  WS-VOID-TABLE-CAPACITY   VALUE 100.
        01  WS-VD-COUNT              PIC 999 VALUE ZERO.
        01  WS-VD-IDX                PIC 999.
        01  WS-VD-CHECK              PIC 999.
        01  WS-VOID-TABLE.
            05  VOID-ENTRY OCCURS 100 TIMES.
              10  VDE-RECORD         PIC X(39).
              10  VDE-STATUS         PIC X.
                  88  VDE-VoidValid        VALUE "V".
                  88  VDE-VoidRejected     VALUE "R".
                  88  VDE-VoidDone         VALUE "D".
              10  VDE-REJECT-REASON  PIC X(30).
              10  VDE-CHEQUE-NO      PIC 9(6).
              10  VDE-ACTION         PIC X.
                  88  VDE-Reissue          VALUE "R".
                  88  VDE-BackOut          VALUE "B".
              10  VDE-REASON         PIC X(30).
              10  VDE-ON-REGISTER    PIC X.
                  88  VDE-FoundOnRegister  VALUE "Y".
              10  VDE-EMPLOYEE-NO    PIC 9(6).
              10  VDE-NAME           PIC X(20).
              10  VDE-DEPARTMENT     PIC X(4).
              10  VDE-AMOUNT         PIC 9(5)V99.
              10  VDE-WEEK-NO        PIC 99.
              10  VDE-RUN-TYPE       PIC X.
              10  VDE-NEW-CHEQUE-NO  PIC 9(6).
              10  VDE-PW-RECORD-NO   PIC 9(7).
              10  VDE-GROSS          PIC S9(5)V99.
              10  VDE-DEDUCTIONS     PIC S9(5)V99.
              10  VDE-TAX            PIC S9(5)V99.
              10  VDE-PENSION-EE     PIC S9(5)V99.
              10  VDE-PENSION-ER     PIC S9(5)V99.
              10  VDE-EXPENSE-REIMB  PIC S9(5)V99.
        01  WS-VALID-COUNT           PIC 999 VALUE ZERO.
        01  WS-VALID-TOTAL           PIC 9(7)V99 VALUE ZERO.
        01  WS-VOIDED-COUNT          PIC 999 VALUE ZERO.
        01  WS-REISSUED-COUNT        PIC 999 VALUE ZERO.
        01  WS-BACKED-OUT-COUNT      PIC 999 VALUE ZERO.
        01  WS-REJECTED-COUNT        PIC 999 VALUE ZERO.
        01  WS-VOIDED-TOTAL          PIC 9(7)V99 VALUE ZERO.

      * The expense claims each backed-out pay line reimbursed,
      * found before anything is voided so a line whose claims no
      * longer add up to its reimbursement is refused.
        78  WS-CLAIM-TABLE-CAPACITY  VALUE 200.
        01  WS-VC-COUNT              PIC 999 VALUE ZERO.
        01  WS-VC-IDX                PIC 999.
        01  WS-VC-FIRST              PIC 999.
        01  WS-VOID-CLAIM-TABLE.
            05  VOID-CLAIM-ENTRY OCCURS 200 TIMES.
              10  VCE-VD-IDX         PIC 999.
              10  VCE-RECEIPT-REF    PIC X(12).
              10  VCE-CATEGORY       PIC X(8).
              10  VCE-AMOUNT         PIC 9(5)V99.
        01  WS-CLAIM-TOTAL           PIC S9(7)V99.
        01  WS-CLAIM-EOF             PIC X.
            88  EndOfEmployeeClaims      VALUE "Y".
        01  WS-CLAIM-OVERFLOW        PIC X.
            88  ClaimTableOverflow       VALUE "Y".

        01  WS-PW-RECORD-NO          PIC 9(7).
        01  WS-PW-CLAIMED            PIC X.
            88  PayLineClaimed           VALUE "Y".

        01  WS-NEXT-CHEQUE-NO        PIC 9(6) VALUE 1.
        01  WS-NET-AMOUNT            PIC S9(5)V9(2) USAGE IS COMP-3.
        01  WS-CHEQUE-LINE.
            05  WS-CHQ-NO            PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-CHQ-EMP-NO        PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-CHQ-NAME          PIC X(20).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-CHQ-NET           PIC ZZ,ZZZ.99-.
            05  FILLER               PIC X(12)
                VALUE " REPLACEMENT".

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
        01  WS-GL-LINE-TYPE          PIC X.
        01  WS-GL-LINE-AMOUNT        PIC S9(7)V99.

        01  WS-REGISTER-HEADING.
            05  FILLER               PIC X(30)
                    VALUE "PAYROLL CHEQUE VOID REGISTER -".
            05  FILLER               PIC X(10) VALUE " RUN DATE ".
            05  WS-RGH-RUN-DATE      PIC 9(8).
            05  FILLER               PIC X(13) VALUE " APPROVED BY ".
            05  WS-RGH-APPROVER      PIC X(8).
        01  WS-COLUMN-HEADING.
            05  FILLER               PIC X(7) VALUE "CHEQUE ".
            05  FILLER               PIC X(7) VALUE "EMP NO ".
            05  FILLER               PIC X(21) VALUE "NAME".
            05  FILLER               PIC X(11) VALUE "    AMOUNT ".
            05  FILLER               PIC X(31) VALUE "ACTION".
            05  FILLER               PIC X(31) VALUE "REASON".
            05  FILLER               PIC X(8) VALUE "APPROVER".
        01  WS-VOID-LINE.
            05  WS-VDL-CHEQUE-NO     PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-VDL-EMP-NO        PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-VDL-NAME          PIC X(20).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-VDL-AMOUNT        PIC ZZ,ZZZ.99-.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-VDL-ACTION        PIC X(30).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-VDL-REASON        PIC X(30).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-VDL-APPROVER      PIC X(8).
        01  WS-REISSUE-NOTE.
            05  FILLER               PIC X(19)
                    VALUE "REISSUED AS CHEQUE ".
            05  WS-RIN-CHEQUE-NO     PIC 9(6).
        01  WS-BACK-OUT-NOTE.
            05  FILLER               PIC X(26)
                    VALUE "PAY LINE BACKED OUT, WEEK ".
            05  WS-BON-WEEK-NO       PIC 99.
        01  WS-REJECT-LINE.
            05  WS-RJL-RECORD        PIC X(39).
            05  FILLER               PIC X(12) VALUE " REJECTED - ".
            05  WS-RJL-REASON        PIC X(30).
        01  WS-TOTAL-LINE.
            05  FILLER               PIC X(7) VALUE "VOIDED ".
            05  WS-TL-VOIDED         PIC ZZ9.
            05  FILLER               PIC X(11) VALUE "  REISSUED ".
            05  WS-TL-REISSUED       PIC ZZ9.
            05  FILLER               PIC X(13) VALUE "  BACKED OUT ".
            05  WS-TL-BACKED-OUT     PIC ZZ9.
            05  FILLER               PIC X(11) VALUE "  REJECTED ".
            05  WS-TL-REJECTED       PIC ZZ9.
            05  FILLER               PIC X(9) VALUE "   VALUE ".
            05  WS-TL-VALUE          PIC Z,ZZZ,ZZ9.99.

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "ChequeVoid".
        01  WS-RJ-IMAGE              PIC X(2000).

            COPY RPTSTAMP.

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
                    "cheque void run refused"
                MOVE "CLOSEDPD" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            PERFORM LOAD-VOID-TRANSACTIONS
            IF NOT EndOfVoidFile AND WS-VD-COUNT > 0
                DISPLAY "CHQVOID.DAT holds more than "
                    WS-VOID-TABLE-CAPACITY " voids - split the "
                    "batch, nothing voided"
                MOVE "TOOMANY" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            IF WS-VD-COUNT = 0
                DISPLAY "No cheque voids to make"
                MOVE "NONE" TO WS-RL-STATUS
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            OPEN INPUT EMPLOYEE-MASTER
            IF NOT EmployeeFileOK
                DISPLAY "No EMPLOYEE-MASTER available, cheque void "
                    "run aborted"
                MOVE "NOFILE" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            PERFORM VERIFY-MASTER-CONTROL-TOTALS
            IF NOT MasterControlOK
                DISPLAY "EMPLOYEE-MASTER FAILS ITS CONTROL TOTALS - "
                    "CHEQUE VOID RUN REFUSED"
                MOVE "BADCTL" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            OPEN INPUT CHEQUE-REGISTER-FILE
            IF WS-CHEQUE-REG-STATUS NOT = "00"
                CLOSE EMPLOYEE-MASTER
                DISPLAY "No CHEQREG.DAT available, status "
                    WS-CHEQUE-REG-STATUS
                MOVE "NOFILE" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            PERFORM FIND-REGISTER-CHEQUES
            PERFORM FIND-PAY-WEEK-LINES
            PERFORM FIND-REIMBURSED-CLAIMS
            CLOSE EMPLOYEE-MASTER
            MOVE 0 TO WS-VALID-COUNT
            MOVE 0 TO WS-VALID-TOTAL
            PERFORM VARYING WS-VD-IDX FROM 1 BY 1
                UNTIL WS-VD-IDX > WS-VD-COUNT
                IF VDE-VoidValid(WS-VD-IDX)
                    ADD 1 TO WS-VALID-COUNT
                    ADD VDE-AMOUNT(WS-VD-IDX) TO WS-VALID-TOTAL
                END-IF
            END-PERFORM
      * No cheque is voided without a supervisor's sign-on; an
      * unapproved run leaves the register and CHQVOID.DAT alone.
            MOVE SPACES TO WS-OS-OPERATOR-ID
            IF WS-VALID-COUNT > 0
                DISPLAY "Supervisor approval needed to void "
                    WS-VALID-COUNT " cheque(s) totalling "
                    WS-VALID-TOTAL
                MOVE "N" TO WS-OS-RESULT
                CALL "OperatorSignOn" USING WS-OS-REQUIRED-LEVEL
                    WS-OS-OPERATOR-ID WS-OS-RESULT
                IF NOT SupervisorSignedOn
                    DISPLAY "Cheque voids not approved - nothing "
                        "voided"
                    MOVE "NOAUTH" TO WS-RL-STATUS
                    MOVE 8 TO RETURN-CODE
                    PERFORM LOG-RUN-END
                    GOBACK
                END-IF
                PERFORM LOAD-GL-ACCOUNT-MAP
                PERFORM VOID-REGISTER-CHEQUES
                PERFORM REMOVE-PAY-WEEK-LINES
                PERFORM REOPEN-REIMBURSED-CLAIMS
                IF WS-GM-COUNT > 0
                    PERFORM WRITE-GL-POSTING-FILE
                END-IF
            END-IF
            PERFORM PRINT-VOID-REGISTER
            PERFORM REWRITE-VOID-FILE
            DISPLAY "Cheque voids: " WS-VOIDED-COUNT " voided ("
                WS-REISSUED-COUNT " reissued, " WS-BACKED-OUT-COUNT
                " backed out), " WS-REJECTED-COUNT " rejected"
            IF WS-VOIDED-COUNT = 0
                MOVE "NONE" TO WS-RL-STATUS
            ELSE
                MOVE "COMPLETE" TO WS-RL-STATUS
            END-IF
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

      * A line with a bad cheque number, an action other than R or
      * B, no reason, or a cheque already named earlier in the
      * batch is rejected before the register is even read.
        LOAD-VOID-TRANSACTIONS.
            OPEN INPUT CHEQUE-VOID-FILE
            IF WS-VOID-STATUS NOT = "00"
                DISPLAY "No CHQVOID.DAT on file"
                SET EndOfVoidFile TO TRUE
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfVoidFile
                OR WS-VD-COUNT >= WS-VOID-TABLE-CAPACITY
                READ CHEQUE-VOID-FILE
                    AT END SET EndOfVoidFile TO TRUE
                    NOT AT END
                        ADD 1 TO WS-RL-RECORDS-READ
                        PERFORM EDIT-ONE-VOID
                END-READ
            END-PERFORM
            IF NOT EndOfVoidFile
                READ CHEQUE-VOID-FILE
                    AT END SET EndOfVoidFile TO TRUE
                END-READ
            END-IF
            CLOSE CHEQUE-VOID-FILE.

        EDIT-ONE-VOID.
            ADD 1 TO WS-VD-COUNT
            MOVE CHEQUE-VOID-RECORD TO VDE-RECORD(WS-VD-COUNT)
            MOVE "V" TO VDE-STATUS(WS-VD-COUNT)
            MOVE SPACES TO VDE-REJECT-REASON(WS-VD-COUNT)
            MOVE 0 TO VDE-CHEQUE-NO(WS-VD-COUNT)
            MOVE CV-ACTION TO VDE-ACTION(WS-VD-COUNT)
            MOVE CV-REASON TO VDE-REASON(WS-VD-COUNT)
            MOVE "N" TO VDE-ON-REGISTER(WS-VD-COUNT)
            MOVE 0 TO VDE-EMPLOYEE-NO(WS-VD-COUNT)
            MOVE SPACES TO VDE-NAME(WS-VD-COUNT)
            MOVE SPACES TO VDE-DEPARTMENT(WS-VD-COUNT)
            MOVE 0 TO VDE-AMOUNT(WS-VD-COUNT)
            MOVE 0 TO VDE-WEEK-NO(WS-VD-COUNT)
            MOVE SPACE TO VDE-RUN-TYPE(WS-VD-COUNT)
            MOVE 0 TO VDE-NEW-CHEQUE-NO(WS-VD-COUNT)
            MOVE 0 TO VDE-PW-RECORD-NO(WS-VD-COUNT)
            MOVE 0 TO VDE-GROSS(WS-VD-COUNT)
            MOVE 0 TO VDE-DEDUCTIONS(WS-VD-COUNT)
            MOVE 0 TO VDE-TAX(WS-VD-COUNT)
            MOVE 0 TO VDE-PENSION-EE(WS-VD-COUNT)
            MOVE 0 TO VDE-PENSION-ER(WS-VD-COUNT)
            MOVE 0 TO VDE-EXPENSE-REIMB(WS-VD-COUNT)
            EVALUATE TRUE
                WHEN CV-CHEQUE-NO IS NOT NUMERIC
                    MOVE "CHEQUE NUMBER NOT NUMERIC"
                        TO VDE-REJECT-REASON(WS-VD-COUNT)
                WHEN NOT CV-ReissueCheque AND NOT CV-BackOutPayLine
                    MOVE "ACTION MUST BE R OR B"
                        TO VDE-REJECT-REASON(WS-VD-COUNT)
                WHEN CV-REASON = SPACES
                    MOVE "NO REASON GIVEN FOR THE VOID"
                        TO VDE-REJECT-REASON(WS-VD-COUNT)
                WHEN OTHER
                    MOVE CV-CHEQUE-NO TO VDE-CHEQUE-NO(WS-VD-COUNT)
                    PERFORM VARYING WS-VD-CHECK FROM 1 BY 1
                        UNTIL WS-VD-CHECK >= WS-VD-COUNT
                        IF VDE-VoidValid(WS-VD-CHECK)
                           AND VDE-CHEQUE-NO(WS-VD-CHECK)
                               = CV-CHEQUE-NO
                            MOVE "CHEQUE ALREADY IN THIS BATCH"
                                TO VDE-REJECT-REASON(WS-VD-COUNT)
                        END-IF
                    END-PERFORM
            END-EVALUATE
            IF VDE-REJECT-REASON(WS-VD-COUNT) NOT = SPACES
                MOVE "R" TO VDE-STATUS(WS-VD-COUNT)
            END-IF.

      * One read of the register picks up each named cheque. Only
      * a cheque still outstanding or gone stale can be voided - a
      * presented one has been paid, an escheated one belongs to
      * the state - and a back-out needs the pay line the cheque
      * carries, which older cheques and bank-return replacements
      * do not.
        FIND-REGISTER-CHEQUES.
            PERFORM UNTIL EndOfChequeRegister
                READ CHEQUE-REGISTER-FILE
                    AT END SET EndOfChequeRegister TO TRUE
                    NOT AT END
                        PERFORM VARYING WS-VD-IDX FROM 1 BY 1
                            UNTIL WS-VD-IDX > WS-VD-COUNT
                            IF VDE-VoidValid(WS-VD-IDX)
                               AND NOT VDE-FoundOnRegister(WS-VD-IDX)
                               AND VDE-CHEQUE-NO(WS-VD-IDX)
                                   = CQ-CHEQUE-NO
                                PERFORM CHECK-ONE-REGISTER-CHEQUE
                            END-IF
                        END-PERFORM
                END-READ
            END-PERFORM
            CLOSE CHEQUE-REGISTER-FILE
            MOVE SPACES TO WS-CHEQUE-REG-STATUS
            PERFORM VARYING WS-VD-IDX FROM 1 BY 1
                UNTIL WS-VD-IDX > WS-VD-COUNT
                IF VDE-VoidValid(WS-VD-IDX)
                   AND NOT VDE-FoundOnRegister(WS-VD-IDX)
                    MOVE "R" TO VDE-STATUS(WS-VD-IDX)
                    MOVE "CHEQUE NOT ON CHEQREG.DAT"
                        TO VDE-REJECT-REASON(WS-VD-IDX)
                END-IF
            END-PERFORM.

        CHECK-ONE-REGISTER-CHEQUE.
            MOVE "Y" TO VDE-ON-REGISTER(WS-VD-IDX)
            MOVE CQ-EMPLOYEE-NO TO VDE-EMPLOYEE-NO(WS-VD-IDX)
            MOVE CQ-AMOUNT TO VDE-AMOUNT(WS-VD-IDX)
            EVALUATE TRUE
                WHEN CQ-ChequePresented
                    MOVE "CHEQUE ALREADY PRESENTED"
                        TO VDE-REJECT-REASON(WS-VD-IDX)
                WHEN CQ-ChequeEscheated
                    MOVE "CHEQUE ESCHEATED TO THE STATE"
                        TO VDE-REJECT-REASON(WS-VD-IDX)
                WHEN CQ-ChequeVoided
                    MOVE "CHEQUE ALREADY VOIDED"
                        TO VDE-REJECT-REASON(WS-VD-IDX)
                WHEN NOT CQ-ChequeOutstanding
                     AND NOT CQ-ChequeStale
                    MOVE "CHEQUE STATUS NOT VOIDABLE"
                        TO VDE-REJECT-REASON(WS-VD-IDX)
                WHEN VDE-BackOut(WS-VD-IDX)
                     AND (CQ-WEEK-NO IS NOT NUMERIC
                          OR CQ-WEEK-NO = 0
                          OR CQ-PAY-RUN-TYPE = SPACE)
                    MOVE "NO PAY LINE - USE REISSUE"
                        TO VDE-REJECT-REASON(WS-VD-IDX)
                WHEN OTHER
                    IF CQ-WEEK-NO IS NUMERIC
                        MOVE CQ-WEEK-NO TO VDE-WEEK-NO(WS-VD-IDX)
                    END-IF
                    MOVE CQ-PAY-RUN-TYPE TO VDE-RUN-TYPE(WS-VD-IDX)
                    MOVE CQ-EMPLOYEE-NO TO EM-EMPLOYEE-NO
                    READ EMPLOYEE-MASTER
                        INVALID KEY
                            MOVE "NOT ON EMP MASTER"
                                TO VDE-NAME(WS-VD-IDX)
                        NOT INVALID KEY
                            MOVE EM-EMPLOYEE-NAME
                                TO VDE-NAME(WS-VD-IDX)
                            MOVE EM-DEPARTMENT-CODE
                                TO VDE-DEPARTMENT(WS-VD-IDX)
                    END-READ
            END-EVALUATE
            IF VDE-REJECT-REASON(WS-VD-IDX) NOT = SPACES
                MOVE "R" TO VDE-STATUS(WS-VD-IDX)
            END-IF.

      * Each back-out claims one PAYWEEK.DAT record - the
      * employee's line for the cheque's week and run type paying
      * exactly the cheque's net - by its place in the file, so
      * two like cheques never claim the same line.
        FIND-PAY-WEEK-LINES.
            MOVE 0 TO WS-VD-CHECK
            PERFORM VARYING WS-VD-IDX FROM 1 BY 1
                UNTIL WS-VD-IDX > WS-VD-COUNT
                IF VDE-VoidValid(WS-VD-IDX)
                   AND VDE-BackOut(WS-VD-IDX)
                    ADD 1 TO WS-VD-CHECK
                END-IF
            END-PERFORM
            IF WS-VD-CHECK = 0
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT PAY-WEEK-FILE
            IF WS-PAY-WEEK-STATUS = "00"
                MOVE 0 TO WS-PW-RECORD-NO
                PERFORM UNTIL EndOfPayWeekFile
                    READ PAY-WEEK-FILE
                        AT END SET EndOfPayWeekFile TO TRUE
                        NOT AT END
                            ADD 1 TO WS-PW-RECORD-NO
                            PERFORM CLAIM-ONE-PAY-WEEK-LINE
                    END-READ
                END-PERFORM
                CLOSE PAY-WEEK-FILE
            END-IF
            MOVE SPACES TO WS-PAY-WEEK-STATUS
            PERFORM VARYING WS-VD-IDX FROM 1 BY 1
                UNTIL WS-VD-IDX > WS-VD-COUNT
                IF VDE-VoidValid(WS-VD-IDX)
                   AND VDE-BackOut(WS-VD-IDX)
                   AND VDE-PW-RECORD-NO(WS-VD-IDX) = 0
                    MOVE "R" TO VDE-STATUS(WS-VD-IDX)
                    MOVE "PAY LINE NOT ON PAYWEEK.DAT"
                        TO VDE-REJECT-REASON(WS-VD-IDX)
                END-IF
            END-PERFORM.

        CLAIM-ONE-PAY-WEEK-LINE.
            MOVE "N" TO WS-PW-CLAIMED
            PERFORM VARYING WS-VD-IDX FROM 1 BY 1
                UNTIL WS-VD-IDX > WS-VD-COUNT OR PayLineClaimed
                IF VDE-VoidValid(WS-VD-IDX)
                   AND VDE-BackOut(WS-VD-IDX)
                   AND VDE-PW-RECORD-NO(WS-VD-IDX) = 0
                   AND PW-EMPLOYEE-NO = VDE-EMPLOYEE-NO(WS-VD-IDX)
                   AND PW-WEEK-NO = VDE-WEEK-NO(WS-VD-IDX)
                   AND PW-NET = VDE-AMOUNT(WS-VD-IDX)
                    IF PW-PAY-RUN-TYPE = VDE-RUN-TYPE(WS-VD-IDX)
                       OR (VDE-RUN-TYPE(WS-VD-IDX) = "W"
                           AND PW-PAY-RUN-TYPE = SPACE)
                        MOVE "Y" TO WS-PW-CLAIMED
                        MOVE WS-PW-RECORD-NO
                            TO VDE-PW-RECORD-NO(WS-VD-IDX)
                        MOVE PW-GROSS TO VDE-GROSS(WS-VD-IDX)
                        MOVE PW-DEDUCTIONS
                            TO VDE-DEDUCTIONS(WS-VD-IDX)
                        MOVE PW-TAX TO VDE-TAX(WS-VD-IDX)
                        IF PW-PENSION-EE IS NUMERIC
                            MOVE PW-PENSION-EE
                                TO VDE-PENSION-EE(WS-VD-IDX)
                        END-IF
                        IF PW-PENSION-ER IS NUMERIC
                            MOVE PW-PENSION-ER
                                TO VDE-PENSION-ER(WS-VD-IDX)
                        END-IF
                        IF PW-EXPENSE-REIMB IS NUMERIC
                            MOVE PW-EXPENSE-REIMB
                                TO VDE-EXPENSE-REIMB(WS-VD-IDX)
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

      * A back-out whose pay line reimbursed expense claims needs
      * those claims: the employee's claims marked paid in the
      * line's week, adding up to the reimbursement exactly.
        FIND-REIMBURSED-CLAIMS.
            MOVE 0 TO WS-VD-CHECK
            PERFORM VARYING WS-VD-IDX FROM 1 BY 1
                UNTIL WS-VD-IDX > WS-VD-COUNT
                IF VDE-VoidValid(WS-VD-IDX)
                   AND VDE-BackOut(WS-VD-IDX)
                   AND VDE-EXPENSE-REIMB(WS-VD-IDX) > 0
                    ADD 1 TO WS-VD-CHECK
                END-IF
            END-PERFORM
            IF WS-VD-CHECK = 0
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT EXPENSE-CLAIM-MASTER
            PERFORM VARYING WS-VD-IDX FROM 1 BY 1
                UNTIL WS-VD-IDX > WS-VD-COUNT
                IF VDE-VoidValid(WS-VD-IDX)
                   AND VDE-BackOut(WS-VD-IDX)
                   AND VDE-EXPENSE-REIMB(WS-VD-IDX) > 0
                    IF ExpenseClaimFileOK
                        PERFORM FIND-ONE-LINE-CLAIMS
                    ELSE
                        MOVE "R" TO VDE-STATUS(WS-VD-IDX)
                        MOVE "EXPENSE CLAIMS NOT ON FILE"
                            TO VDE-REJECT-REASON(WS-VD-IDX)
                    END-IF
                END-IF
            END-PERFORM
            IF ExpenseClaimFileOK
                CLOSE EXPENSE-CLAIM-MASTER
            END-IF.

        FIND-ONE-LINE-CLAIMS.
            COMPUTE WS-VC-FIRST = WS-VC-COUNT + 1
            MOVE 0 TO WS-CLAIM-TOTAL
            MOVE "N" TO WS-CLAIM-OVERFLOW
            MOVE "N" TO WS-CLAIM-EOF
            MOVE VDE-EMPLOYEE-NO(WS-VD-IDX) TO XC-EMPLOYEE-NO
            MOVE LOW-VALUES TO XC-RECEIPT-REF
            START EXPENSE-CLAIM-MASTER
                KEY IS NOT LESS THAN XC-CLAIM-KEY
                INVALID KEY
                    SET EndOfEmployeeClaims TO TRUE
            END-START
            PERFORM UNTIL EndOfEmployeeClaims
                READ EXPENSE-CLAIM-MASTER NEXT RECORD
                    AT END SET EndOfEmployeeClaims TO TRUE
                    NOT AT END
                        IF XC-EMPLOYEE-NO
                               NOT = VDE-EMPLOYEE-NO(WS-VD-IDX)
                            SET EndOfEmployeeClaims TO TRUE
                        ELSE
                            IF XC-ClaimPaid
                               AND XC-PAID-WEEK-NO
                                   = VDE-WEEK-NO(WS-VD-IDX)
                                PERFORM NOTE-ONE-LINE-CLAIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            EVALUATE TRUE
                WHEN ClaimTableOverflow
                    MOVE "R" TO VDE-STATUS(WS-VD-IDX)
                    MOVE "TOO MANY EXPENSE CLAIMS IN RUN"
                        TO VDE-REJECT-REASON(WS-VD-IDX)
                WHEN WS-CLAIM-TOTAL NOT = VDE-EXPENSE-REIMB(WS-VD-IDX)
                    MOVE "R" TO VDE-STATUS(WS-VD-IDX)
                    MOVE "EXPENSE CLAIMS DO NOT AGREE"
                        TO VDE-REJECT-REASON(WS-VD-IDX)
            END-EVALUATE
            IF VDE-VoidRejected(WS-VD-IDX)
                COMPUTE WS-VC-COUNT = WS-VC-FIRST - 1
            END-IF.

        NOTE-ONE-LINE-CLAIM.
            IF WS-VC-COUNT >= WS-CLAIM-TABLE-CAPACITY
                MOVE "Y" TO WS-CLAIM-OVERFLOW
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-VC-COUNT
            MOVE WS-VD-IDX TO VCE-VD-IDX(WS-VC-COUNT)
            MOVE XC-RECEIPT-REF TO VCE-RECEIPT-REF(WS-VC-COUNT)
            MOVE XC-CATEGORY TO VCE-CATEGORY(WS-VC-COUNT)
            MOVE XC-AMOUNT TO VCE-AMOUNT(WS-VC-COUNT)
            ADD XC-AMOUNT TO WS-CLAIM-TOTAL.

      * The claims of each line backed out go back to approved, to
      * be reimbursed again by the next PayrollRun.
        REOPEN-REIMBURSED-CLAIMS.
            IF WS-VC-COUNT = 0
                EXIT PARAGRAPH
            END-IF
            OPEN I-O EXPENSE-CLAIM-MASTER
            IF NOT ExpenseClaimFileOK
                DISPLAY "Unable to open EXPCLAIM.DAT, status "
                    WS-EXPENSE-CLAIM-STATUS " - reimbursed claims "
                    "left marked paid"
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-VC-IDX FROM 1 BY 1
                UNTIL WS-VC-IDX > WS-VC-COUNT
                IF VDE-VoidDone(VCE-VD-IDX(WS-VC-IDX))
                    MOVE VDE-EMPLOYEE-NO(VCE-VD-IDX(WS-VC-IDX))
                        TO XC-EMPLOYEE-NO
                    MOVE VCE-RECEIPT-REF(WS-VC-IDX) TO XC-RECEIPT-REF
                    READ EXPENSE-CLAIM-MASTER
                        INVALID KEY
                            DISPLAY "Expense claim " XC-RECEIPT-REF
                                " gone from EXPCLAIM.DAT"
                        NOT INVALID KEY
                            MOVE "A" TO XC-CLAIM-STATUS
                            MOVE 0 TO XC-PAID-WEEK-NO
                            REWRITE EXPENSE-CLAIM-RECORD
                                INVALID KEY
                                    DISPLAY "Expense claim rewrite "
                                        "failed for " XC-RECEIPT-REF
                            END-REWRITE
                    END-READ
                END-IF
            END-PERFORM
            CLOSE EXPENSE-CLAIM-MASTER.

      * The register is rewritten through a work file with each
      * approved cheque marked voided; reissues go on the end with
      * new numbers from the shared CHQSEQ.CTL sequence, carrying
      * the voided cheque's pay line so they can be voided in turn.
        VOID-REGISTER-CHEQUES.
            PERFORM READ-CHEQUE-SEQUENCE
            OPEN INPUT CHEQUE-REGISTER-FILE
            OPEN OUTPUT CHEQUE-REG-WORK-FILE
            PERFORM UNTIL EndOfChequeRegister
                READ CHEQUE-REGISTER-FILE
                    AT END SET EndOfChequeRegister TO TRUE
                    NOT AT END
                        PERFORM MARK-ONE-CHEQUE-VOIDED
                        MOVE CHEQUE-REGISTER-RECORD
                            TO CHEQUE-REG-WORK-RECORD
                        WRITE CHEQUE-REG-WORK-RECORD
                END-READ
            END-PERFORM
            CLOSE CHEQUE-REGISTER-FILE
            PERFORM VARYING WS-VD-IDX FROM 1 BY 1
                UNTIL WS-VD-IDX > WS-VD-COUNT
                IF VDE-VoidDone(WS-VD-IDX)
                   AND VDE-Reissue(WS-VD-IDX)
                    PERFORM REISSUE-ONE-CHEQUE
                END-IF
            END-PERFORM
            CLOSE CHEQUE-REG-WORK-FILE
            PERFORM COPY-BACK-REGISTER
            IF WS-REISSUED-COUNT > 0
                CLOSE CHEQUE-LISTING
                PERFORM WRITE-CHEQUE-SEQUENCE
            END-IF.

        MARK-ONE-CHEQUE-VOIDED.
            PERFORM VARYING WS-VD-IDX FROM 1 BY 1
                UNTIL WS-VD-IDX > WS-VD-COUNT
                IF VDE-VoidValid(WS-VD-IDX)
                   AND VDE-CHEQUE-NO(WS-VD-IDX) = CQ-CHEQUE-NO
                    MOVE "V" TO CQ-STATUS
                    MOVE "D" TO VDE-STATUS(WS-VD-IDX)
                    ADD 1 TO WS-VOIDED-COUNT
                    ADD VDE-AMOUNT(WS-VD-IDX) TO WS-VOIDED-TOTAL
                    ADD 1 TO WS-RL-RECORDS-WRITTEN
                END-IF
            END-PERFORM.

        REISSUE-ONE-CHEQUE.
            IF WS-REISSUED-COUNT = 0
                OPEN EXTEND CHEQUE-LISTING
                IF WS-CHEQUE-STATUS NOT = "00"
                    OPEN OUTPUT CHEQUE-LISTING
                END-IF
            END-IF
            ADD 1 TO WS-REISSUED-COUNT
            MOVE WS-NEXT-CHEQUE-NO TO VDE-NEW-CHEQUE-NO(WS-VD-IDX)
            MOVE VDE-AMOUNT(WS-VD-IDX) TO WS-NET-AMOUNT
            MOVE WS-NEXT-CHEQUE-NO TO WS-CHQ-NO
            MOVE VDE-EMPLOYEE-NO(WS-VD-IDX) TO WS-CHQ-EMP-NO
            MOVE VDE-NAME(WS-VD-IDX) TO WS-CHQ-NAME
            CALL "CurrencyEdit" USING WS-NET-AMOUNT WS-CHQ-NET
            WRITE ChequeListingLine FROM WS-CHEQUE-LINE
            MOVE SPACES TO CHEQUE-REG-WORK-RECORD
            MOVE WS-NEXT-CHEQUE-NO TO CW-CHEQUE-NO
            MOVE VDE-EMPLOYEE-NO(WS-VD-IDX) TO CW-EMPLOYEE-NO
            MOVE VDE-AMOUNT(WS-VD-IDX) TO CW-AMOUNT
            MOVE WS-RUN-DATE TO CW-ISSUE-DATE
            MOVE "O" TO CW-STATUS
            MOVE 0 TO CW-PRESENTED-DATE
            IF VDE-WEEK-NO(WS-VD-IDX) > 0
                MOVE VDE-WEEK-NO(WS-VD-IDX) TO CW-WEEK-NO
                MOVE VDE-RUN-TYPE(WS-VD-IDX) TO CW-PAY-RUN-TYPE
            END-IF
            WRITE CHEQUE-REG-WORK-RECORD
            ADD 1 TO WS-NEXT-CHEQUE-NO.

        COPY-BACK-REGISTER.
            OPEN INPUT CHEQUE-REG-WORK-FILE
            OPEN OUTPUT CHEQUE-REGISTER-FILE
            PERFORM UNTIL EndOfRegWorkFile
                READ CHEQUE-REG-WORK-FILE
                    AT END SET EndOfRegWorkFile TO TRUE
                    NOT AT END
                        MOVE CHEQUE-REG-WORK-RECORD
                            TO CHEQUE-REGISTER-RECORD
                        WRITE CHEQUE-REGISTER-RECORD
                END-READ
            END-PERFORM
            CLOSE CHEQUE-REG-WORK-FILE
            CLOSE CHEQUE-REGISTER-FILE.

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

      * The claimed weekly lines are dropped from PAYWEEK.DAT and
      * their figures taken off PAYYTD.DAT exactly as PayrollRun
      * backs out a rerun week; should this die mid-way, PAYWEEK.TMP
      * holds the retained records and YtdRebuild puts the year-to-
      * date file right from them.
        REMOVE-PAY-WEEK-LINES.
            MOVE 0 TO WS-VD-CHECK
            PERFORM VARYING WS-VD-IDX FROM 1 BY 1
                UNTIL WS-VD-IDX > WS-VD-COUNT
                IF VDE-VoidDone(WS-VD-IDX)
                   AND VDE-BackOut(WS-VD-IDX)
                    ADD 1 TO WS-VD-CHECK
                END-IF
            END-PERFORM
            IF WS-VD-CHECK = 0
                EXIT PARAGRAPH
            END-IF
            PERFORM OPEN-YTD-MASTER
            OPEN INPUT PAY-WEEK-FILE
            OPEN OUTPUT PAY-WEEK-WORK-FILE
            MOVE 0 TO WS-PW-RECORD-NO
            PERFORM UNTIL EndOfPayWeekFile
                READ PAY-WEEK-FILE
                    AT END SET EndOfPayWeekFile TO TRUE
                    NOT AT END
                        ADD 1 TO WS-PW-RECORD-NO
                        MOVE "N" TO WS-PW-CLAIMED
                        PERFORM VARYING WS-VD-IDX FROM 1 BY 1
                            UNTIL WS-VD-IDX > WS-VD-COUNT
                            IF VDE-VoidDone(WS-VD-IDX)
                               AND VDE-BackOut(WS-VD-IDX)
                               AND VDE-PW-RECORD-NO(WS-VD-IDX)
                                   = WS-PW-RECORD-NO
                                MOVE "Y" TO WS-PW-CLAIMED
                            END-IF
                        END-PERFORM
                        IF PayLineClaimed
                            ADD 1 TO WS-BACKED-OUT-COUNT
                            PERFORM BACK-OUT-ONE-PAY-WEEK
                        ELSE
                            MOVE PAY-WEEK-RECORD
                                TO PAY-WEEK-WORK-RECORD
                            WRITE PAY-WEEK-WORK-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PAY-WEEK-FILE
            CLOSE PAY-WEEK-WORK-FILE
            PERFORM COPY-BACK-PAY-WEEK-FILE
            CLOSE YTD-MASTER.

      * A weekly line counted as a week paid, a final pay only when
      * it carried hours, an off-cycle payment never - but its gross
      * is in the off-cycle figure.
        BACK-OUT-ONE-PAY-WEEK.
            MOVE PW-EMPLOYEE-NO TO YT-EMPLOYEE-NO
            READ YTD-MASTER
                INVALID KEY
                    DISPLAY "No YTD record for employee "
                        PW-EMPLOYEE-NO " - weekly record dropped "
                        "without a YTD correction"
                NOT INVALID KEY
                    EVALUATE TRUE
                        WHEN PW-OffCyclePayment
                            IF YT-OFF-CYCLE-GROSS IS NUMERIC
                                SUBTRACT PW-GROSS
                                    FROM YT-OFF-CYCLE-GROSS
                            END-IF
                        WHEN PW-FinalPayment
                            IF PW-HOURS > 0
                                SUBTRACT 1 FROM YT-WEEKS-PAID
                            END-IF
                        WHEN OTHER
                            SUBTRACT 1 FROM YT-WEEKS-PAID
                    END-EVALUATE
                    SUBTRACT PW-HOURS FROM YT-HOURS
                    SUBTRACT PW-GROSS FROM YT-GROSS
                    SUBTRACT PW-DEDUCTIONS FROM YT-DEDUCTIONS
                    SUBTRACT PW-TAX FROM YT-TAX
                    SUBTRACT PW-NET FROM YT-NET
                    IF PW-PENSION-EE IS NUMERIC
                        SUBTRACT PW-PENSION-EE FROM YT-PENSION-EE
                    END-IF
                    IF PW-PENSION-ER IS NUMERIC
                        SUBTRACT PW-PENSION-ER FROM YT-PENSION-ER
                    END-IF
                    IF PW-RETRO-PAY IS NUMERIC
                       AND YT-RETRO-PAY IS NUMERIC
                        SUBTRACT PW-RETRO-PAY FROM YT-RETRO-PAY
                    END-IF
                    REWRITE YTD-RECORD
                        INVALID KEY
                            DISPLAY "YTD rewrite failed for "
                                "employee " PW-EMPLOYEE-NO
                        NOT INVALID KEY
                            MOVE "C" TO WS-RJ-OPERATION
                            PERFORM JOURNAL-YTD-RECORD
                    END-REWRITE
            END-READ.

        COPY-BACK-PAY-WEEK-FILE.
            OPEN INPUT PAY-WEEK-WORK-FILE
            OPEN OUTPUT PAY-WEEK-FILE
            PERFORM UNTIL EndOfPayWeekWork
                READ PAY-WEEK-WORK-FILE
                    AT END SET EndOfPayWeekWork TO TRUE
                    NOT AT END
                        MOVE PAY-WEEK-WORK-RECORD
                            TO PAY-WEEK-RECORD
                        WRITE PAY-WEEK-RECORD
                END-READ
            END-PERFORM
            CLOSE PAY-WEEK-WORK-FILE
            CLOSE PAY-WEEK-FILE.

        OPEN-YTD-MASTER.
            OPEN I-O YTD-MASTER
            IF NOT YtdFileOK
                DISPLAY "Unable to open PAYYTD.DAT, status "
                    WS-YTD-STATUS
            END-IF.

      * Every void takes its net pay back off the NET account and a
      * reissue puts it straight back on for the new cheque. A
      * back-out reverses the rest of the pay line's posting: gross
      * and the employer match credited back to the department,
      * tax and pension debited back, and the other deductions -
      * kept only in total on PAYWEEK.DAT - debited to DEDUCT for
      * the ledger to reclass; any expense claims reimbursed are
      * credited back to their categories by department. A
      * trailer proves the run balances.
        WRITE-GL-POSTING-FILE.
            OPEN EXTEND GL-POSTING-FILE
            IF WS-GL-POST-STATUS NOT = "00"
                OPEN OUTPUT GL-POSTING-FILE
            END-IF
            MOVE 0 TO WS-GL-DEBIT-TOTAL
            MOVE 0 TO WS-GL-CREDIT-TOTAL
            PERFORM VARYING WS-VD-IDX FROM 1 BY 1
                UNTIL WS-VD-IDX > WS-VD-COUNT
                IF VDE-VoidDone(WS-VD-IDX)
                    PERFORM POST-ONE-VOID
                END-IF
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

        POST-ONE-VOID.
            MOVE SPACES TO WS-GL-LOOKUP-DEPT
            MOVE "D" TO WS-GL-LINE-TYPE
            MOVE "NET" TO WS-GL-LOOKUP-CATEGORY
            MOVE VDE-AMOUNT(WS-VD-IDX) TO WS-GL-LINE-AMOUNT
            PERFORM WRITE-ONE-GL-LINE
            IF VDE-Reissue(WS-VD-IDX)
                MOVE "C" TO WS-GL-LINE-TYPE
                PERFORM WRITE-ONE-GL-LINE
                EXIT PARAGRAPH
            END-IF
            MOVE VDE-TAX(WS-VD-IDX) TO WS-GL-LINE-AMOUNT
            MOVE "TAX" TO WS-GL-LOOKUP-CATEGORY
            PERFORM WRITE-ONE-GL-LINE
            COMPUTE WS-GL-LINE-AMOUNT = VDE-PENSION-EE(WS-VD-IDX)
                + VDE-PENSION-ER(WS-VD-IDX)
            MOVE "PENSION" TO WS-GL-LOOKUP-CATEGORY
            PERFORM WRITE-ONE-GL-LINE
            COMPUTE WS-GL-LINE-AMOUNT = VDE-DEDUCTIONS(WS-VD-IDX)
                - VDE-PENSION-EE(WS-VD-IDX)
            MOVE "DEDUCT" TO WS-GL-LOOKUP-CATEGORY
            PERFORM WRITE-ONE-GL-LINE
            MOVE "C" TO WS-GL-LINE-TYPE
            MOVE VDE-DEPARTMENT(WS-VD-IDX) TO WS-GL-LOOKUP-DEPT
            MOVE VDE-GROSS(WS-VD-IDX) TO WS-GL-LINE-AMOUNT
            MOVE "GROSS" TO WS-GL-LOOKUP-CATEGORY
            PERFORM WRITE-ONE-GL-LINE
            MOVE VDE-PENSION-ER(WS-VD-IDX) TO WS-GL-LINE-AMOUNT
            MOVE "PENEXP" TO WS-GL-LOOKUP-CATEGORY
            PERFORM WRITE-ONE-GL-LINE
            PERFORM VARYING WS-VC-IDX FROM 1 BY 1
                UNTIL WS-VC-IDX > WS-VC-COUNT
                IF VCE-VD-IDX(WS-VC-IDX) = WS-VD-IDX
                    MOVE VCE-AMOUNT(WS-VC-IDX) TO WS-GL-LINE-AMOUNT
                    MOVE VCE-CATEGORY(WS-VC-IDX)
                        TO WS-GL-LOOKUP-CATEGORY
                    PERFORM WRITE-ONE-GL-LINE
                END-IF
            END-PERFORM.

      * Zero lines are not written; the department goes on the line
      * only where the lookup was made by department.
        WRITE-ONE-GL-LINE.
            IF WS-GL-LINE-AMOUNT NOT > 0
                EXIT PARAGRAPH
            END-IF
            PERFORM FIND-GL-ACCOUNT
            MOVE SPACES TO GL-POSTING-RECORD
            MOVE WS-GL-LINE-TYPE TO GP-RECORD-TYPE
            MOVE WS-GL-LOOKUP-ACCOUNT TO GP-ACCOUNT
            MOVE WS-GL-LOOKUP-CATEGORY TO GP-CATEGORY
            MOVE WS-GL-LOOKUP-DEPT TO GP-DEPARTMENT
            MOVE WS-GL-LINE-AMOUNT TO GP-AMOUNT
            PERFORM WRITE-GL-DETAIL-RECORD
            IF WS-GL-LINE-TYPE = "D"
                ADD WS-GL-LINE-AMOUNT TO WS-GL-DEBIT-TOTAL
            ELSE
                ADD WS-GL-LINE-AMOUNT TO WS-GL-CREDIT-TOTAL
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

      * The void register is kept from run to run, each run adding
      * its own heading, its voids and rejections and a total line.
        PRINT-VOID-REGISTER.
            OPEN EXTEND VOID-REGISTER
            IF WS-REGISTER-STATUS NOT = "00"
                OPEN OUTPUT VOID-REGISTER
            END-IF
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE VoidRegisterLine FROM REPORT-STAMP-LINE
            MOVE WS-RUN-DATE TO WS-RGH-RUN-DATE
            MOVE WS-OS-OPERATOR-ID TO WS-RGH-APPROVER
            WRITE VoidRegisterLine FROM WS-REGISTER-HEADING
            MOVE SPACES TO VoidRegisterLine
            WRITE VoidRegisterLine
            WRITE VoidRegisterLine FROM WS-COLUMN-HEADING
            PERFORM VARYING WS-VD-IDX FROM 1 BY 1
                UNTIL WS-VD-IDX > WS-VD-COUNT
                IF VDE-VoidDone(WS-VD-IDX)
                    MOVE VDE-CHEQUE-NO(WS-VD-IDX) TO WS-VDL-CHEQUE-NO
                    MOVE VDE-EMPLOYEE-NO(WS-VD-IDX) TO WS-VDL-EMP-NO
                    MOVE VDE-NAME(WS-VD-IDX) TO WS-VDL-NAME
                    MOVE VDE-AMOUNT(WS-VD-IDX) TO WS-NET-AMOUNT
                    CALL "CurrencyEdit" USING WS-NET-AMOUNT
                        WS-VDL-AMOUNT
                    IF VDE-Reissue(WS-VD-IDX)
                        MOVE VDE-NEW-CHEQUE-NO(WS-VD-IDX)
                            TO WS-RIN-CHEQUE-NO
                        MOVE WS-REISSUE-NOTE TO WS-VDL-ACTION
                    ELSE
                        MOVE VDE-WEEK-NO(WS-VD-IDX) TO WS-BON-WEEK-NO
                        MOVE WS-BACK-OUT-NOTE TO WS-VDL-ACTION
                    END-IF
                    MOVE VDE-REASON(WS-VD-IDX) TO WS-VDL-REASON
                    MOVE WS-OS-OPERATOR-ID TO WS-VDL-APPROVER
                    WRITE VoidRegisterLine FROM WS-VOID-LINE
                END-IF
            END-PERFORM
            PERFORM VARYING WS-VD-IDX FROM 1 BY 1
                UNTIL WS-VD-IDX > WS-VD-COUNT
                IF NOT VDE-VoidDone(WS-VD-IDX)
                    ADD 1 TO WS-REJECTED-COUNT
                    MOVE VDE-RECORD(WS-VD-IDX) TO WS-RJL-RECORD
                    MOVE VDE-REJECT-REASON(WS-VD-IDX)
                        TO WS-RJL-REASON
                    WRITE VoidRegisterLine FROM WS-REJECT-LINE
                END-IF
            END-PERFORM
            MOVE SPACES TO VoidRegisterLine
            WRITE VoidRegisterLine
            MOVE WS-VOIDED-COUNT TO WS-TL-VOIDED
            MOVE WS-REISSUED-COUNT TO WS-TL-REISSUED
            MOVE WS-BACKED-OUT-COUNT TO WS-TL-BACKED-OUT
            MOVE WS-REJECTED-COUNT TO WS-TL-REJECTED
            MOVE WS-VOIDED-TOTAL TO WS-TL-VALUE
            WRITE VoidRegisterLine FROM WS-TOTAL-LINE
            MOVE SPACES TO VoidRegisterLine
            WRITE VoidRegisterLine
            CLOSE VOID-REGISTER.

      * Voided lines drop out; rejected ones go back as keyed.
        REWRITE-VOID-FILE.
            OPEN OUTPUT CHEQUE-VOID-FILE
            PERFORM VARYING WS-VD-IDX FROM 1 BY 1
                UNTIL WS-VD-IDX > WS-VD-COUNT
                IF NOT VDE-VoidDone(WS-VD-IDX)
                    MOVE VDE-RECORD(WS-VD-IDX) TO CHEQUE-VOID-RECORD
                    WRITE CHEQUE-VOID-RECORD
                END-IF
            END-PERFORM
            CLOSE CHEQUE-VOID-FILE.

      * Every change to PAYYTD.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-YTD-RECORD.
            MOVE "PAYYTD" TO WS-RJ-FILE-ID
            MOVE YT-EMPLOYEE-NO TO WS-RJ-KEY
            MOVE YTD-RECORD TO WS-RJ-IMAGE
            CALL "RecoveryJournal" USING WS-RJ-FILE-ID
                WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.
