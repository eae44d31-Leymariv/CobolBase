       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlAccountMaint.
      * Account-maintenance run for the indexed GL account master
      * (GLACCT.DAT, GLACCT copybook), in the ItemMaint mold. Reads
      * GLACTRN.DAT add/change/delete transactions keyed by account
      * number and prints a register of everything it did. An add
      * must name an account GLMAP.REF already maps a category to -
      * the master holds the accounts the posting runs write, not a
      * second chart of accounts - and may carry the balance brought
      * forward for its first fiscal year, debit or credit. A change
      * replaces the description, type and statement line; a delete
      * is refused once the account has postings on it. The
      * statement-line code must be one STMTLINE.REF defines, so
      * the financial statements never meet a line they cannot
      * print.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT GL-ACCOUNT-MASTER
            ASSIGN TO "GLACCT.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS GA-ACCOUNT-NO
            FILE STATUS IS WS-GL-ACCOUNT-STATUS.
          SELECT GL-ACCOUNT-TRANSACTION-FILE
            ASSIGN TO "GLACTRN.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TRANSACTION-STATUS.
          SELECT GL-ACCOUNT-MAP
            ASSIGN TO "GLMAP.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GL-MAP-STATUS.
          SELECT STATEMENT-LINE-FILE
            ASSIGN TO "STMTLINE.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STMT-LINE-STATUS.
          SELECT GL-ACCOUNT-REGISTER
            ASSIGN TO "GLACMNT.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTER-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  GL-ACCOUNT-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY GLACCT.

        FD  GL-ACCOUNT-TRANSACTION-FILE
            LABEL RECORDS ARE STANDARD.
        01  GL-ACCOUNT-TRANSACTION-RECORD.
            05  GAT-ACTION-CODE      PIC X.
                88  GAT-AddAccount       VALUE "A".
                88  GAT-ChangeAccount    VALUE "C".
                88  GAT-DeleteAccount    VALUE "D".
                88  GAT-ValidAction      VALUE "A" "C" "D".
            05  GAT-ACCOUNT-NO       PIC 9(6).
            05  GAT-DESCRIPTION      PIC X(30).
            05  GAT-ACCOUNT-TYPE     PIC X.
            05  GAT-FISCAL-YEAR      PIC X(4).
            05  GAT-FISCAL-YEAR-N REDEFINES GAT-FISCAL-YEAR
                                     PIC 9(4).
            05  GAT-OPENING-BALANCE  PIC X(11).
            05  GAT-OPENING-BALANCE-N REDEFINES GAT-OPENING-BALANCE
                                     PIC 9(9)V99.
            05  GAT-OPENING-SIDE     PIC X.
                88  GAT-CreditOpening    VALUE "C".
            05  GAT-STATEMENT-LINE   PIC X(4).

        FD  GL-ACCOUNT-MAP
            LABEL RECORDS ARE STANDARD.
        01  GL-ACCOUNT-MAP-RECORD.
            05  GM-CATEGORY          PIC X(8).
            05  FILLER               PIC X.
            05  GM-ACCOUNT           PIC 9(6).
            05  FILLER               PIC X.
            05  GM-DEPARTMENT        PIC X(4).

        FD  STATEMENT-LINE-FILE
            LABEL RECORDS ARE STANDARD.
            COPY STMTLINE.

        FD  GL-ACCOUNT-REGISTER
            LABEL RECORDS ARE STANDARD.
        01  GlAccountRegisterLine    PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-GL-ACCOUNT-STATUS     PIC XX.
            88  GlAccountMasterOK        VALUE "00".
        01  WS-TRANSACTION-STATUS    PIC XX.
            88  EndOfTransactionFile     VALUE "10".
        01  WS-GL-MAP-STATUS         PIC XX.
            88  EndOfGlAccountMap        VALUE "10".
        01  WS-REGISTER-STATUS       PIC XX.
        01  WS-STMT-LINE-STATUS      PIC XX.
            88  EndOfStatementLines      VALUE "10".

        01  WS-SL-COUNT              PIC 99 VALUE ZERO.
        01  WS-SL-IDX                PIC 99.
        01  WS-STATEMENT-LINE-TABLE.
            05  STATEMENT-LINE-ENTRY OCCURS 40 TIMES.
              10  SLE-CODE           PIC X(4).
        01  WS-STATEMENT-LINE-OK     PIC X.
            88  StatementLineKnown       VALUE "Y".

        78  WS-GL-MAP-CAPACITY       VALUE 300.
        01  WS-GM-COUNT              PIC 999 VALUE ZERO.
        01  WS-GM-IDX                PIC 999.
        01  WS-GL-MAP-TABLE.
            05  GL-MAP-ENTRY OCCURS WS-GL-MAP-CAPACITY TIMES.
              10  GME-ACCOUNT        PIC 9(6).
        01  WS-MAPPED-ACCOUNT        PIC X.
            88  AccountIsMapped          VALUE "Y".

        01  WS-MO-IDX                PIC 99.
        01  WS-ACCOUNT-ACTIVE        PIC X.
            88  AccountHasPostings       VALUE "Y".
        01  WS-RUN-DATE              PIC 9(8).

        01  WS-APPLIED-COUNT         PIC 9(4) VALUE ZERO.
        01  WS-REJECTED-COUNT        PIC 9(4) VALUE ZERO.

        01  WS-REGISTER-HEADING      PIC X(40)
                VALUE "GL ACCOUNT MAINTENANCE REGISTER".
        01  WS-REGISTER-LINE.
            05  WS-RGL-ACTION        PIC X.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-ACCOUNT-NO    PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-DESCRIPTION   PIC X(30).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-TYPE          PIC X.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-DISPOSITION   PIC X(24).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            OPEN INPUT GL-ACCOUNT-TRANSACTION-FILE
            IF WS-TRANSACTION-STATUS NOT = "00"
                DISPLAY "No GLACTRN.DAT available, GL account "
                    "maintenance skipped"
            ELSE
                CALL "BusinessDate" USING WS-RUN-DATE
                PERFORM LOAD-GL-ACCOUNT-MAP
                PERFORM LOAD-STATEMENT-LINES
                PERFORM OPEN-GL-ACCOUNT-MASTER
                OPEN OUTPUT GL-ACCOUNT-REGISTER
                CALL "ReportStamp" USING REPORT-STAMP-LINE
                WRITE GlAccountRegisterLine FROM REPORT-STAMP-LINE
                WRITE GlAccountRegisterLine FROM WS-REGISTER-HEADING
                PERFORM READ-GL-ACCOUNT-TRANSACTION
                PERFORM UNTIL EndOfTransactionFile
                    PERFORM APPLY-ONE-TRANSACTION
                    PERFORM READ-GL-ACCOUNT-TRANSACTION
                END-PERFORM
                CLOSE GL-ACCOUNT-MASTER
                CLOSE GL-ACCOUNT-REGISTER
                CLOSE GL-ACCOUNT-TRANSACTION-FILE
                DISPLAY "GL account maintenance: " WS-APPLIED-COUNT
                    " applied, " WS-REJECTED-COUNT " rejected"
            END-IF
            GOBACK.

        OPEN-GL-ACCOUNT-MASTER.
            OPEN I-O GL-ACCOUNT-MASTER
            IF NOT GlAccountMasterOK
                OPEN OUTPUT GL-ACCOUNT-MASTER
                CLOSE GL-ACCOUNT-MASTER
                OPEN I-O GL-ACCOUNT-MASTER
                IF NOT GlAccountMasterOK
                    DISPLAY "Unable to open GLACCT.DAT, status "
                        WS-GL-ACCOUNT-STATUS
                    GOBACK
                END-IF
            END-IF.

      * Only the account numbers matter here: an add is accepted
      * when any category, at company or department level, maps
      * to it.
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
                DISPLAY "No GLMAP.REF on file - every account add "
                    "will be refused"
            END-IF.

        LOAD-STATEMENT-LINES.
            OPEN INPUT STATEMENT-LINE-FILE
            IF WS-STMT-LINE-STATUS = "00"
                PERFORM UNTIL EndOfStatementLines
                    OR WS-SL-COUNT >= 40
                    READ STATEMENT-LINE-FILE
                        AT END SET EndOfStatementLines TO TRUE
                        NOT AT END
                            IF SL-LINE-CODE NOT = SPACES
                                ADD 1 TO WS-SL-COUNT
                                MOVE SL-LINE-CODE
                                    TO SLE-CODE(WS-SL-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE STATEMENT-LINE-FILE
            ELSE
                DISPLAY "No STMTLINE.REF on file - statement-line "
                    "codes will be refused"
            END-IF.

      * Spaces are always acceptable: the account then reports
      * under its type's unassigned line.
        CHECK-STATEMENT-LINE.
            MOVE "N" TO WS-STATEMENT-LINE-OK
            IF GAT-STATEMENT-LINE = SPACES
                MOVE "Y" TO WS-STATEMENT-LINE-OK
            END-IF
            PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                UNTIL WS-SL-IDX > WS-SL-COUNT
                IF SLE-CODE(WS-SL-IDX) = GAT-STATEMENT-LINE
                    MOVE "Y" TO WS-STATEMENT-LINE-OK
                END-IF
            END-PERFORM.

        READ-GL-ACCOUNT-TRANSACTION.
            READ GL-ACCOUNT-TRANSACTION-FILE
                AT END SET EndOfTransactionFile TO TRUE
            END-READ.

        APPLY-ONE-TRANSACTION.
            IF NOT GAT-ValidAction
               OR GAT-ACCOUNT-NO IS NOT NUMERIC
                MOVE "BAD TRANSACTION" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
            ELSE
                EVALUATE TRUE
                    WHEN GAT-AddAccount
                        PERFORM ADD-GL-ACCOUNT
                    WHEN GAT-ChangeAccount
                        PERFORM CHANGE-GL-ACCOUNT
                    WHEN GAT-DeleteAccount
                        PERFORM DELETE-GL-ACCOUNT
                END-EVALUATE
            END-IF.

        ADD-GL-ACCOUNT.
            MOVE "N" TO WS-MAPPED-ACCOUNT
            PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                UNTIL WS-GM-IDX > WS-GM-COUNT
                IF GME-ACCOUNT(WS-GM-IDX) = GAT-ACCOUNT-NO
                    MOVE "Y" TO WS-MAPPED-ACCOUNT
                END-IF
            END-PERFORM
            IF NOT AccountIsMapped
                MOVE "NOT ON GLMAP.REF" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            MOVE GAT-ACCOUNT-TYPE TO GA-ACCOUNT-TYPE
            IF NOT GA-ValidAccountType
                MOVE "BAD ACCOUNT TYPE" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            PERFORM CHECK-STATEMENT-LINE
            IF NOT StatementLineKnown
                MOVE "UNKNOWN STATEMENT LINE" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            MOVE GAT-ACCOUNT-NO TO GA-ACCOUNT-NO
            MOVE GAT-DESCRIPTION TO GA-DESCRIPTION
            MOVE GAT-STATEMENT-LINE TO GA-STATEMENT-LINE
            IF GAT-FISCAL-YEAR IS NUMERIC
                MOVE GAT-FISCAL-YEAR-N TO GA-FISCAL-YEAR
            ELSE
                MOVE WS-RUN-DATE(1:4) TO GA-FISCAL-YEAR
            END-IF
            IF GAT-OPENING-BALANCE IS NUMERIC
                MOVE GAT-OPENING-BALANCE-N TO GA-OPENING-BALANCE
                IF GAT-CreditOpening
                    MULTIPLY -1 BY GA-OPENING-BALANCE
                END-IF
            ELSE
                MOVE 0 TO GA-OPENING-BALANCE
            END-IF
            PERFORM VARYING WS-MO-IDX FROM 1 BY 1
                UNTIL WS-MO-IDX > 12
                MOVE 0 TO GA-MONTH-DEBITS(WS-MO-IDX)
                MOVE 0 TO GA-MONTH-CREDITS(WS-MO-IDX)
                MOVE 0 TO GA-PRIOR-DEBITS(WS-MO-IDX)
                MOVE 0 TO GA-PRIOR-CREDITS(WS-MO-IDX)
            END-PERFORM
            MOVE 0 TO GA-LAST-POSTED-DATE
            WRITE GL-ACCOUNT-RECORD
                INVALID KEY
                    MOVE "ACCOUNT ALREADY ON FILE"
                        TO WS-RGL-DISPOSITION
                    PERFORM NOTE-REJECTED-TRANSACTION
                NOT INVALID KEY
                    PERFORM NOTE-APPLIED-TRANSACTION
            END-WRITE.

        CHANGE-GL-ACCOUNT.
            MOVE GAT-ACCOUNT-NO TO GA-ACCOUNT-NO
            READ GL-ACCOUNT-MASTER
                INVALID KEY
                    MOVE "ACCOUNT NOT ON FILE" TO WS-RGL-DISPOSITION
                    PERFORM NOTE-REJECTED-TRANSACTION
                NOT INVALID KEY
                    PERFORM APPLY-ACCOUNT-CHANGE
            END-READ.

        APPLY-ACCOUNT-CHANGE.
            IF GAT-DESCRIPTION NOT = SPACES
                MOVE GAT-DESCRIPTION TO GA-DESCRIPTION
            END-IF
            IF GAT-ACCOUNT-TYPE NOT = SPACE
                MOVE GAT-ACCOUNT-TYPE TO GA-ACCOUNT-TYPE
                IF NOT GA-ValidAccountType
                    MOVE "BAD ACCOUNT TYPE" TO WS-RGL-DISPOSITION
                    PERFORM NOTE-REJECTED-TRANSACTION
                    EXIT PARAGRAPH
                END-IF
            END-IF
            IF GAT-STATEMENT-LINE NOT = SPACES
                PERFORM CHECK-STATEMENT-LINE
                IF NOT StatementLineKnown
                    MOVE "UNKNOWN STATEMENT LINE"
                        TO WS-RGL-DISPOSITION
                    PERFORM NOTE-REJECTED-TRANSACTION
                    EXIT PARAGRAPH
                END-IF
                MOVE GAT-STATEMENT-LINE TO GA-STATEMENT-LINE
            END-IF
            REWRITE GL-ACCOUNT-RECORD
                INVALID KEY
                    MOVE "ACCOUNT NOT ON FILE" TO WS-RGL-DISPOSITION
                    PERFORM NOTE-REJECTED-TRANSACTION
                NOT INVALID KEY
                    PERFORM NOTE-APPLIED-TRANSACTION
            END-REWRITE.

      * An account that has taken postings holds history the
      * statements still read; it is retired by description, not
      * deleted.
        DELETE-GL-ACCOUNT.
            MOVE GAT-ACCOUNT-NO TO GA-ACCOUNT-NO
            READ GL-ACCOUNT-MASTER
                INVALID KEY
                    MOVE "ACCOUNT NOT ON FILE" TO WS-RGL-DISPOSITION
                    PERFORM NOTE-REJECTED-TRANSACTION
                    EXIT PARAGRAPH
            END-READ
            MOVE "N" TO WS-ACCOUNT-ACTIVE
            IF GA-OPENING-BALANCE NOT = 0
               OR GA-LAST-POSTED-DATE NOT = 0
                MOVE "Y" TO WS-ACCOUNT-ACTIVE
            END-IF
            IF AccountHasPostings
                MOVE "ACCOUNT HAS BALANCES" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
            ELSE
                DELETE GL-ACCOUNT-MASTER
                    INVALID KEY
                        MOVE "ACCOUNT NOT ON FILE"
                            TO WS-RGL-DISPOSITION
                        PERFORM NOTE-REJECTED-TRANSACTION
                    NOT INVALID KEY
                        PERFORM NOTE-APPLIED-TRANSACTION
                END-DELETE
            END-IF.

        NOTE-APPLIED-TRANSACTION.
            ADD 1 TO WS-APPLIED-COUNT
            MOVE GAT-ACTION-CODE TO WS-RGL-ACTION
            MOVE GAT-ACCOUNT-NO TO WS-RGL-ACCOUNT-NO
            MOVE GA-DESCRIPTION TO WS-RGL-DESCRIPTION
            MOVE GA-ACCOUNT-TYPE TO WS-RGL-TYPE
            MOVE "APPLIED" TO WS-RGL-DISPOSITION
            WRITE GlAccountRegisterLine FROM WS-REGISTER-LINE.

        NOTE-REJECTED-TRANSACTION.
            ADD 1 TO WS-REJECTED-COUNT
            MOVE GAT-ACTION-CODE TO WS-RGL-ACTION
            IF GAT-ACCOUNT-NO IS NUMERIC
                MOVE GAT-ACCOUNT-NO TO WS-RGL-ACCOUNT-NO
            ELSE
                MOVE ZERO TO WS-RGL-ACCOUNT-NO
            END-IF
            MOVE GAT-DESCRIPTION TO WS-RGL-DESCRIPTION
            MOVE GAT-ACCOUNT-TYPE TO WS-RGL-TYPE
            WRITE GlAccountRegisterLine FROM WS-REGISTER-LINE.
