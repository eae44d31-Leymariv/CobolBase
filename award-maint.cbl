       IDENTIFICATION DIVISION.
       PROGRAM-ID. AwardMaint.
      * Scholarship and bursary award maintenance run for the
      * indexed award master (AWARD.DAT, AWARDREC copybook), in the
      * ExpenseClaimMaint mold. Reads AWDTRAN.DAT transactions and
      * prints a register of everything it did:
      *     A - add an award: student, term, award code, basis
      *         (F fixed amount / P percentage of term tuition),
      *         the amount or the percentage, and the fund
      *     C - change a pending award's basis, amount, percentage
      *         or fund
      *     D - delete a pending award
      * The student must be on STUDENT-MASTER and the fund on
      * AIDFUND.REF; a percentage may not pass 100. An award is
      * money off a student's account, so the run needs a level-2
      * OperatorSignOn before it applies anything, and the
      * supervisor is stamped on every award added or changed. Once
      * AwardApply has credited an award against the tuition item
      * it can no longer be changed or deleted - a withdrawal
      * claws it back through TuitionRefund instead.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT AWARD-MASTER
            ASSIGN TO "AWARD.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AW-AWARD-KEY
            FILE STATUS IS WS-AWARD-STATUS.
          SELECT STUDENT-MASTER
            ASSIGN TO "STUDENT.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS StudentId
            ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
            FILE STATUS IS WS-STUDENT-STATUS.
          SELECT AID-FUND-FILE
            ASSIGN TO "AIDFUND.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AID-FUND-STATUS.
          SELECT AWARD-TRANSACTION-FILE
            ASSIGN TO "AWDTRAN.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TRANSACTION-STATUS.
          SELECT AWARD-MAINT-REGISTER
            ASSIGN TO "AWDMAINT.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTER-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  AWARD-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY AWARDREC.

        FD  STUDENT-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY STUDREC.

        FD  AID-FUND-FILE
            LABEL RECORDS ARE STANDARD.
            COPY AIDFUND.

        FD  AWARD-TRANSACTION-FILE
            LABEL RECORDS ARE STANDARD.
        01  AWARD-TRANSACTION-RECORD.
            05  AT-ACTION-CODE       PIC X.
                88  AT-AddAward          VALUE "A".
                88  AT-ChangeAward       VALUE "C".
                88  AT-DeleteAward       VALUE "D".
                88  AT-ValidAction       VALUE "A" "C" "D".
            05  AT-STUDENT-ID        PIC 9(7).
            05  AT-TERM-CODE         PIC X(5).
            05  AT-AWARD-CODE        PIC X(6).
            05  AT-AWARD-BASIS       PIC X.
                88  AT-ValidBasis        VALUE "F" "P".
            05  AT-AWARD-AMOUNT      PIC 9(5)V99.
            05  AT-AWARD-PERCENT     PIC 9(3)V99.
            05  AT-FUND-CODE         PIC X(4).

        FD  AWARD-MAINT-REGISTER
            LABEL RECORDS ARE STANDARD.
        01  AwardMaintRegisterLine   PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-AWARD-STATUS          PIC XX.
            88  AwardMasterOK            VALUE "00".
        01  WS-STUDENT-STATUS        PIC XX.
            88  StudentFileOK            VALUE "00".
        01  WS-AID-FUND-STATUS       PIC XX.
            88  EndOfAidFunds            VALUE "10".
        01  WS-TRANSACTION-STATUS    PIC XX.
            88  EndOfTransactionFile     VALUE "10".
        01  WS-REGISTER-STATUS       PIC XX.

        01  WS-MC-ACTION             PIC X.
        01  WS-MC-FILE-ID            PIC X(8) VALUE "STUDENT".
        01  WS-MC-COUNT              PIC 9(7).
        01  WS-MC-HASH               PIC 9(15).
        01  WS-MC-RESULT             PIC X.
            88  MasterControlOK          VALUE "Y".
        01  WS-MASTER-EOF            PIC X.
            88  EndOfStudentMaster       VALUE "Y".

        01  WS-OS-REQUIRED-LEVEL     PIC 9 VALUE 2.
        01  WS-OS-OPERATOR-ID        PIC X(8).
        01  WS-OS-RESULT             PIC X.
            88  SupervisorSignedOn       VALUE "Y".

        01  WS-RUN-DATE              PIC 9(8).

        78  WS-FUND-TABLE-CAPACITY   VALUE 50.
        01  WS-AF-COUNT              PIC 99 VALUE ZERO.
        01  WS-AF-IDX                PIC 99.
        01  WS-AID-FUND-TABLE.
            05  AID-FUND-ENTRY OCCURS 50 TIMES.
              10  AFE-FUND-CODE      PIC X(4).
        01  WS-FUND-FOUND            PIC X.
            88  AwardFundFound           VALUE "Y".

        01  WS-APPLIED-COUNT         PIC 9(4) VALUE ZERO.
        01  WS-REJECTED-COUNT        PIC 9(4) VALUE ZERO.

        01  WS-REGISTER-HEADING      PIC X(40)
                VALUE "AWARD MAINTENANCE REGISTER".
        01  WS-REGISTER-LINE.
            05  WS-RGL-ACTION        PIC X.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-STUDENT-ID    PIC 9(7).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-SURNAME       PIC X(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-INITIALS      PIC XX.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-TERM          PIC X(5).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-AWARD-CODE    PIC X(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-BASIS         PIC X.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-AMOUNT        PIC ZZ,ZZ9.99.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-PERCENT       PIC ZZ9.99.
            05  FILLER               PIC X VALUE "%".
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-FUND          PIC X(4).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-DISPOSITION   PIC X(24).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            OPEN INPUT AWARD-TRANSACTION-FILE
            IF WS-TRANSACTION-STATUS NOT = "00"
                DISPLAY "No AWDTRAN.DAT available, award "
                    "maintenance skipped"
                STOP RUN
            END-IF
            CALL "BusinessDate" USING WS-RUN-DATE
            DISPLAY "Supervisor sign-on needed to maintain awards"
            MOVE "N" TO WS-OS-RESULT
            MOVE SPACES TO WS-OS-OPERATOR-ID
            CALL "OperatorSignOn" USING WS-OS-REQUIRED-LEVEL
                WS-OS-OPERATOR-ID WS-OS-RESULT
            IF NOT SupervisorSignedOn
                DISPLAY "Award maintenance refused - no supervisor "
                    "sign-on"
                CLOSE AWARD-TRANSACTION-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LOAD-AID-FUND-TABLE
            OPEN INPUT STUDENT-MASTER
            IF NOT StudentFileOK
                DISPLAY "No STUDENT-MASTER available, award "
                    "maintenance skipped"
                CLOSE AWARD-TRANSACTION-FILE
                STOP RUN
            END-IF
            PERFORM VERIFY-MASTER-CONTROL-TOTALS
            IF NOT MasterControlOK
                DISPLAY "STUDENT-MASTER FAILS ITS CONTROL TOTALS - "
                    "AWARD MAINTENANCE REFUSED"
                CLOSE AWARD-TRANSACTION-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM OPEN-AWARD-MASTER
            OPEN OUTPUT AWARD-MAINT-REGISTER
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE AwardMaintRegisterLine FROM REPORT-STAMP-LINE
            WRITE AwardMaintRegisterLine FROM WS-REGISTER-HEADING
            PERFORM READ-AWARD-TRANSACTION
            PERFORM UNTIL EndOfTransactionFile
                PERFORM APPLY-ONE-TRANSACTION
                PERFORM READ-AWARD-TRANSACTION
            END-PERFORM
            CLOSE AWARD-MASTER
            CLOSE STUDENT-MASTER
            CLOSE AWARD-MAINT-REGISTER
            CLOSE AWARD-TRANSACTION-FILE
            DISPLAY "Award maintenance: " WS-APPLIED-COUNT
                " applied, " WS-REJECTED-COUNT " rejected"
            STOP RUN.

        OPEN-AWARD-MASTER.
            OPEN I-O AWARD-MASTER
            IF NOT AwardMasterOK
                OPEN OUTPUT AWARD-MASTER
                CLOSE AWARD-MASTER
                OPEN I-O AWARD-MASTER
                IF NOT AwardMasterOK
                    DISPLAY "Unable to open AWARD.DAT, status "
                        WS-AWARD-STATUS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

      * Without AIDFUND.REF no fund is known, so every new award is
      * refused until the funds are kept.
        LOAD-AID-FUND-TABLE.
            OPEN INPUT AID-FUND-FILE
            IF WS-AID-FUND-STATUS NOT = "00"
                DISPLAY "No AIDFUND.REF on file, no aid fund is "
                    "known this run"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfAidFunds
                OR WS-AF-COUNT >= WS-FUND-TABLE-CAPACITY
                READ AID-FUND-FILE
                    AT END SET EndOfAidFunds TO TRUE
                    NOT AT END
                        IF AF-FUND-CODE NOT = SPACES
                            ADD 1 TO WS-AF-COUNT
                            MOVE AF-FUND-CODE
                                TO AFE-FUND-CODE(WS-AF-COUNT)
                        ELSE
                            DISPLAY "Bad AIDFUND.REF record ignored: "
                                AID-FUND-RECORD
                        END-IF
                END-READ
            END-PERFORM
            IF NOT EndOfAidFunds
                DISPLAY "WS-AID-FUND-TABLE full at "
                    WS-FUND-TABLE-CAPACITY " entries, later "
                    "funds are unknown this run"
            END-IF
            CLOSE AID-FUND-FILE.

        FIND-AID-FUND.
            MOVE "N" TO WS-FUND-FOUND
            PERFORM VARYING WS-AF-IDX FROM 1 BY 1
                UNTIL WS-AF-IDX > WS-AF-COUNT
                IF AFE-FUND-CODE(WS-AF-IDX) = AT-FUND-CODE
                    MOVE "Y" TO WS-FUND-FOUND
                END-IF
            END-PERFORM.

        READ-AWARD-TRANSACTION.
            READ AWARD-TRANSACTION-FILE
                AT END SET EndOfTransactionFile TO TRUE
            END-READ.

        APPLY-ONE-TRANSACTION.
            MOVE SPACES TO WS-RGL-SURNAME
            MOVE SPACES TO WS-RGL-INITIALS
            MOVE SPACES TO WS-RGL-BASIS
            MOVE ZERO TO WS-RGL-AMOUNT
            MOVE ZERO TO WS-RGL-PERCENT
            MOVE SPACES TO WS-RGL-FUND
            IF NOT AT-ValidAction
               OR AT-STUDENT-ID IS NOT NUMERIC
               OR AT-TERM-CODE = SPACES
               OR AT-AWARD-CODE = SPACES
                MOVE "BAD TRANSACTION" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            MOVE AT-STUDENT-ID TO StudentId
            READ STUDENT-MASTER
                INVALID KEY
                    MOVE "STUDENT NOT ON FILE" TO WS-RGL-DISPOSITION
                    PERFORM NOTE-REJECTED-TRANSACTION
                    EXIT PARAGRAPH
            END-READ
            MOVE Surname TO WS-RGL-SURNAME
            MOVE Initials TO WS-RGL-INITIALS
            EVALUATE TRUE
                WHEN AT-AddAward
                    PERFORM ADD-AWARD
                WHEN AT-ChangeAward
                    PERFORM CHANGE-AWARD
                WHEN AT-DeleteAward
                    PERFORM DELETE-AWARD
            END-EVALUATE.

        ADD-AWARD.
            PERFORM EDIT-AWARD-TERMS
            IF WS-RGL-DISPOSITION NOT = SPACES
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            MOVE AT-STUDENT-ID TO AW-STUDENT-ID
            MOVE AT-TERM-CODE TO AW-TERM-CODE
            MOVE AT-AWARD-CODE TO AW-AWARD-CODE
            PERFORM MOVE-AWARD-TERMS
            MOVE "O" TO AW-AWARD-STATUS
            MOVE WS-RUN-DATE TO AW-ENTERED-DATE
            MOVE 0 TO AW-APPLIED-INVOICE
            MOVE 0 TO AW-APPLIED-AMOUNT
            MOVE 0 TO AW-APPLIED-DATE
            MOVE 0 TO AW-CLAWED-BACK
            MOVE 0 TO AW-CLAWBACK-DATE
            WRITE AWARD-RECORD
                INVALID KEY
                    MOVE "AWARD ALREADY ON FILE"
                        TO WS-RGL-DISPOSITION
                    PERFORM NOTE-REJECTED-TRANSACTION
                NOT INVALID KEY
                    MOVE "ADDED" TO WS-RGL-DISPOSITION
                    PERFORM NOTE-APPLIED-TRANSACTION
            END-WRITE.

        CHANGE-AWARD.
            PERFORM READ-PENDING-AWARD
            IF WS-RGL-DISPOSITION NOT = SPACES
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            PERFORM EDIT-AWARD-TERMS
            IF WS-RGL-DISPOSITION NOT = SPACES
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            PERFORM MOVE-AWARD-TERMS
            REWRITE AWARD-RECORD
                INVALID KEY
                    MOVE "AWARD NOT ON FILE" TO WS-RGL-DISPOSITION
                    PERFORM NOTE-REJECTED-TRANSACTION
                NOT INVALID KEY
                    MOVE "CHANGED" TO WS-RGL-DISPOSITION
                    PERFORM NOTE-APPLIED-TRANSACTION
            END-REWRITE.

        DELETE-AWARD.
            PERFORM READ-PENDING-AWARD
            IF WS-RGL-DISPOSITION NOT = SPACES
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            DELETE AWARD-MASTER RECORD
                INVALID KEY
                    MOVE "AWARD NOT ON FILE" TO WS-RGL-DISPOSITION
                    PERFORM NOTE-REJECTED-TRANSACTION
                NOT INVALID KEY
                    MOVE "DELETED" TO WS-RGL-DISPOSITION
                    PERFORM NOTE-APPLIED-TRANSACTION
            END-DELETE.

      * An applied award has reached the student's account and can
      * only come back by clawback.
        READ-PENDING-AWARD.
            MOVE SPACES TO WS-RGL-DISPOSITION
            MOVE AT-STUDENT-ID TO AW-STUDENT-ID
            MOVE AT-TERM-CODE TO AW-TERM-CODE
            MOVE AT-AWARD-CODE TO AW-AWARD-CODE
            READ AWARD-MASTER
                INVALID KEY
                    MOVE "AWARD NOT ON FILE" TO WS-RGL-DISPOSITION
                NOT INVALID KEY
                    MOVE AW-AWARD-BASIS TO WS-RGL-BASIS
                    MOVE AW-AWARD-AMOUNT TO WS-RGL-AMOUNT
                    MOVE AW-AWARD-PERCENT TO WS-RGL-PERCENT
                    MOVE AW-FUND-CODE TO WS-RGL-FUND
                    IF NOT AW-AwardPending
                        MOVE "AWARD ALREADY APPLIED"
                            TO WS-RGL-DISPOSITION
                    END-IF
            END-READ.

      * A fixed award carries its amount and a percentage award its
      * share of tuition; the other figure is kept at zero.
        EDIT-AWARD-TERMS.
            MOVE SPACES TO WS-RGL-DISPOSITION
            MOVE AT-AWARD-BASIS TO WS-RGL-BASIS
            MOVE AT-FUND-CODE TO WS-RGL-FUND
            EVALUATE TRUE
                WHEN NOT AT-ValidBasis
                    MOVE "BAD AWARD BASIS" TO WS-RGL-DISPOSITION
                WHEN AT-AWARD-BASIS = "F"
                 AND (AT-AWARD-AMOUNT IS NOT NUMERIC
                      OR AT-AWARD-AMOUNT = ZERO)
                    MOVE "BAD AMOUNT" TO WS-RGL-DISPOSITION
                WHEN AT-AWARD-BASIS = "P"
                 AND (AT-AWARD-PERCENT IS NOT NUMERIC
                      OR AT-AWARD-PERCENT = ZERO
                      OR AT-AWARD-PERCENT > 100)
                    MOVE "BAD PERCENTAGE" TO WS-RGL-DISPOSITION
            END-EVALUATE
            IF WS-RGL-DISPOSITION NOT = SPACES
                EXIT PARAGRAPH
            END-IF
            IF AT-AWARD-BASIS = "F"
                MOVE AT-AWARD-AMOUNT TO WS-RGL-AMOUNT
            ELSE
                MOVE AT-AWARD-PERCENT TO WS-RGL-PERCENT
            END-IF
            PERFORM FIND-AID-FUND
            IF NOT AwardFundFound
                MOVE "UNKNOWN FUND" TO WS-RGL-DISPOSITION
            END-IF.

        MOVE-AWARD-TERMS.
            MOVE AT-AWARD-BASIS TO AW-AWARD-BASIS
            IF AT-AWARD-BASIS = "F"
                MOVE AT-AWARD-AMOUNT TO AW-AWARD-AMOUNT
                MOVE 0 TO AW-AWARD-PERCENT
            ELSE
                MOVE 0 TO AW-AWARD-AMOUNT
                MOVE AT-AWARD-PERCENT TO AW-AWARD-PERCENT
            END-IF
            MOVE AT-FUND-CODE TO AW-FUND-CODE
            MOVE WS-OS-OPERATOR-ID TO AW-ENTERED-BY.

      * One pass over the master recomputes the record count and
      * StudentId hash for the shared MasterControl check - the
      * refuse-on-imbalance convention every reader of the masters
      * follows. The file is reopened afterward for keyed reads.
        VERIFY-MASTER-CONTROL-TOTALS.
            MOVE 0 TO WS-MC-COUNT
            MOVE 0 TO WS-MC-HASH
            MOVE "N" TO WS-MASTER-EOF
            PERFORM UNTIL EndOfStudentMaster
                READ STUDENT-MASTER NEXT RECORD
                    AT END SET EndOfStudentMaster TO TRUE
                    NOT AT END
                        ADD 1 TO WS-MC-COUNT
                        ADD StudentId TO WS-MC-HASH
                END-READ
            END-PERFORM
            CLOSE STUDENT-MASTER
            MOVE "V" TO WS-MC-ACTION
            CALL "MasterControl" USING WS-MC-ACTION WS-MC-FILE-ID
                WS-MC-COUNT WS-MC-HASH WS-MC-RESULT
            IF MasterControlOK
                OPEN INPUT STUDENT-MASTER
            END-IF.

        NOTE-APPLIED-TRANSACTION.
            ADD 1 TO WS-APPLIED-COUNT
            PERFORM WRITE-REGISTER-LINE.

        NOTE-REJECTED-TRANSACTION.
            ADD 1 TO WS-REJECTED-COUNT
            PERFORM WRITE-REGISTER-LINE.

        WRITE-REGISTER-LINE.
            MOVE AT-ACTION-CODE TO WS-RGL-ACTION
            IF AT-STUDENT-ID IS NUMERIC
                MOVE AT-STUDENT-ID TO WS-RGL-STUDENT-ID
            ELSE
                MOVE ZERO TO WS-RGL-STUDENT-ID
            END-IF
            MOVE AT-TERM-CODE TO WS-RGL-TERM
            MOVE AT-AWARD-CODE TO WS-RGL-AWARD-CODE
            WRITE AwardMaintRegisterLine FROM WS-REGISTER-LINE.
