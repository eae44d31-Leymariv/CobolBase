       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerMerge.
      * Supervisor-approved merge of duplicate customers on
      * CUSTOMER.DAT, working from the pairs CustomerDupCheck lists.
      * Each CUSTMRG.DAT transaction names a surviving CustomerId
      * and the duplicate to fold into it. Nothing is merged until
      * a supervisor (level 2) signs on through OperatorSignOn; the
      * one sign-on covers the run and is printed on the register.
      * For each pair that passes its edits:
      *   - the duplicate's address-history slots are copied into
      *     the survivor's empty slots unless the survivor already
      *     holds the same street and postal code - the survivor's
      *     current address stays current, and a slot with nowhere
      *     to go is counted as lost on the register;
      *   - the duplicate is logically deleted with
      *     Customer-Merged-Into pointing at the survivor;
      *   - both rewrites are bracketed by before/after images on
      *     CUSTAUDT.DAT, the same as every other customer update.
      * Then every AROPEN.DAT item, ARONACCT.DAT on-account
      * receipt, CUSTSTUD.DAT student link, CONTRACT.REF contract
      * price and DUNSTAGE.DAT dunning stage held under a merged
      * duplicate is moved onto its survivor. A link or contract
      * price the survivor already has is dropped rather than
      * doubled, and where both customers had a dunning stage the
      * further-advanced one is kept. The side files are loaded
      * whole before anything changes - one too large for its
      * table refuses the run rather than leave it half merged.
      * A pair is refused when either customer is missing or
      * already deleted, when they are the same customer, or when
      * the run already merges one of them the other way.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT CUSTOMER-MASTER
            ASSIGN TO "CUSTOMER.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CustomerId
            FILE STATUS IS WS-CUSTOMER-STATUS.
          SELECT MERGE-TRANSACTION-FILE
            ASSIGN TO "CUSTMRG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TRANSACTION-STATUS.
          SELECT MERGE-REGISTER
            ASSIGN TO "CUSTMRG.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTER-STATUS.
          SELECT CUSTOMER-AUDIT-FILE
            ASSIGN TO "CUSTAUDT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.
          SELECT AR-OPEN-ITEM-FILE
            ASSIGN TO "AROPEN.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AR-INVOICE-NO
            FILE STATUS IS WS-AR-STATUS.
          SELECT ON-ACCOUNT-FILE
            ASSIGN TO "ARONACCT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ON-ACCOUNT-STATUS.
          SELECT LINKAGE-FILE
            ASSIGN TO "CUSTSTUD.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LINKAGE-STATUS.
          SELECT CONTRACT-PRICE-FILE
            ASSIGN TO "CONTRACT.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONTRACT-STATUS.
          SELECT DUNNING-STAGE-FILE
            ASSIGN TO "DUNSTAGE.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STAGE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CUSTOMER-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY CUSTREC.

        FD  MERGE-TRANSACTION-FILE
            LABEL RECORDS ARE STANDARD.
        01  MERGE-TRANSACTION-RECORD.
            05  MT-SURVIVOR-ID       PIC X(8).
            05  FILLER               PIC X.
            05  MT-DUPLICATE-ID      PIC X(8).

        FD  MERGE-REGISTER
            LABEL RECORDS ARE STANDARD.
        01  MergeRegisterLine        PIC X(80).

        FD  CUSTOMER-AUDIT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY CUSTAUD.

        FD  AR-OPEN-ITEM-FILE
            LABEL RECORDS ARE STANDARD.
            COPY AROPEN.

        FD  ON-ACCOUNT-FILE
            LABEL RECORDS ARE STANDARD.
        01  ON-ACCOUNT-RECORD.
            05  OA-CUSTOMER-ID       PIC 9(8).
            05  OA-REST-OF-RECORD    PIC X(19).

        FD  LINKAGE-FILE
            LABEL RECORDS ARE STANDARD.
        01  LinkageRecord.
            05  LR-CUSTOMER-ID       PIC 9(8).
            05  LR-REST-OF-RECORD    PIC X(8).

        FD  CONTRACT-PRICE-FILE
            LABEL RECORDS ARE STANDARD.
        01  CONTRACT-PRICE-RECORD.
            05  CO-CUSTOMER-ID       PIC 9(8).
            05  CO-REST-OF-RECORD    PIC X(24).

        FD  DUNNING-STAGE-FILE
            LABEL RECORDS ARE STANDARD.
        01  DUNNING-STAGE-RECORD.
            05  DS-CUSTOMER-ID       PIC 9(8).
            05  FILLER               PIC X.
            05  DS-STAGE             PIC 9.
            05  FILLER               PIC X.
            05  DS-LETTER-DATE       PIC 9(8).

        WORKING-STORAGE SECTION.
        01  WS-CUSTOMER-STATUS       PIC XX.
            88  CustomerFileOK           VALUE "00".
        01  WS-TRANSACTION-STATUS    PIC XX.
            88  EndOfTransactionFile     VALUE "10".
        01  WS-REGISTER-STATUS       PIC XX.
        01  WS-AUDIT-STATUS          PIC XX.
        01  WS-AR-STATUS             PIC XX.
            88  ArFileOK                 VALUE "00".
            88  EndOfArFile              VALUE "10".
        01  WS-ON-ACCOUNT-STATUS     PIC XX.
            88  EndOfOnAccountFile       VALUE "10".
        01  WS-LINKAGE-STATUS        PIC XX.
            88  EndOfLinkageFile         VALUE "10".
        01  WS-CONTRACT-STATUS       PIC XX.
            88  EndOfContractFile        VALUE "10".
        01  WS-STAGE-STATUS          PIC XX.
            88  EndOfStageFile           VALUE "10".

        01  WS-RUN-DATE              PIC 9(8).
        01  WS-BEFORE-IMAGE          PIC X(544).
        01  WS-SIDE-FILE-OVERFLOW    PIC X VALUE "N".
            88  SideFileTooLarge         VALUE "Y".

        01  WS-TRANSACTIONS-READ     PIC 9(5) VALUE ZERO.
        01  WS-TRANSACTIONS-REJECTED PIC 9(5) VALUE ZERO.
        01  WS-REJECT-REASON         PIC X(25).
        01  WS-SURVIVOR-ID           PIC 9(8).
        01  WS-DUPLICATE-ID          PIC 9(8).
        01  WS-LOOKUP-ID             PIC 9(8).

        01  WS-OS-REQUIRED-LEVEL     PIC 9 VALUE 2.
        01  WS-OS-OPERATOR-ID        PIC X(8).
        01  WS-OS-RESULT             PIC X.
            88  SupervisorSignedOn       VALUE "Y".

        01  WS-MC-ACTION             PIC X.
        01  WS-MC-FILE-ID            PIC X(8) VALUE "CUSTOMER".
        01  WS-MC-COUNT              PIC 9(7).
        01  WS-MC-HASH               PIC 9(15).
        01  WS-MC-RESULT             PIC X.
            88  MasterControlOK          VALUE "Y".
        01  WS-MC-FILE-PRESENT       PIC X.
            88  MasterFilePresent        VALUE "Y".
        01  WS-MASTER-EOF            PIC X.
            88  EndOfCustomerMaster      VALUE "Y".

      * Both the customer master and the open-item ledger are
      * claimed for the run - items move on one while customers
      * are deleted on the other.
        01  WS-FL-ACTION             PIC X.
        01  WS-FL-FILE-ID            PIC X(8) VALUE "CUSTOMER".
        01  WS-FL-AR-FILE-ID         PIC X(8) VALUE "AROPEN".
        01  WS-FL-KEY                PIC X(8) VALUE SPACES.
        01  WS-FL-PROGRAM            PIC X(15)
                VALUE "CustomerMerge".
        01  WS-FL-RESULT             PIC X.
            88  FileLockGranted          VALUE "Y".

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "CustomerMerge".
        01  WS-RJ-IMAGE              PIC X(2000).

      * Pairs accepted this run and what moved for each.
        78  WS-MERGE-TABLE-CAPACITY  VALUE 100.
        01  WS-MG-COUNT              PIC 999 VALUE ZERO.
        01  WS-MG-IDX                PIC 999.
        01  WS-MG-FOUND              PIC 999.
        01  WS-MERGE-TABLE.
            05  MERGE-ENTRY OCCURS 100 TIMES.
              10  MG-SURVIVOR-ID     PIC 9(8).
              10  MG-DUPLICATE-ID    PIC 9(8).
              10  MG-AR-ITEMS        PIC 9(4).
              10  MG-CASH-ROWS       PIC 999.
              10  MG-LINKS           PIC 99.
              10  MG-CONTRACTS       PIC 999.
              10  MG-DUNNING-ROWS    PIC 9.
              10  MG-ADDRESSES       PIC 9.
              10  MG-ADDRESSES-LOST  PIC 9.

      * The duplicate's address history, held while the survivor's
      * record is in the buffer.
        01  WS-DUPLICATE-ADDRESSES.
            05  DUPLICATE-ADDRESS OCCURS 5 TIMES.
              10  DA-EFFECTIVE-DATE  PIC 9(8).
              10  DA-STREET          PIC X(25).
              10  DA-CITY            PIC X(15).
              10  DA-POSTAL-CODE     PIC X(10).
              10  DA-STATUS          PIC X.
                  88  DA-CurrentAddress  VALUE "C" "U".
        01  WS-DA-IDX                PIC 9.
        01  WS-SURVIVOR-HAS-CURRENT  PIC X.
            88  SurvivorHasCurrent       VALUE "Y".
        01  WS-ADDRESS-HELD          PIC X.
            88  AddressAlreadyHeld       VALUE "Y".
        01  WS-FREE-SLOT             PIC 9.

      * The line-sequential side files, whole. A row's mark says
      * whether the merge moved it (M) or dropped it (D).
        78  WS-SIDE-TABLE-CAPACITY   VALUE 2000.
        01  WS-ROW-SCAN              PIC 9(4).
        01  WS-ROW-OTHER             PIC 9(4).

        01  WS-ON-ACCOUNT-AVAILABLE  PIC X VALUE "N".
            88  OnAccountAvailable       VALUE "Y".
        01  WS-OA-COUNT              PIC 9(4) VALUE ZERO.
        01  WS-ON-ACCOUNT-TABLE.
            05  ON-ACCOUNT-ENTRY OCCURS 2000 TIMES.
              10  OAT-CUSTOMER-ID    PIC 9(8).
              10  OAT-REST-OF-RECORD PIC X(19).

        01  WS-LINKAGE-AVAILABLE     PIC X VALUE "N".
            88  LinkageAvailable         VALUE "Y".
        01  WS-LK-COUNT              PIC 9(4) VALUE ZERO.
        01  WS-LINKAGE-TABLE.
            05  LINKAGE-ENTRY OCCURS 2000 TIMES.
              10  LKT-CUSTOMER-ID    PIC 9(8).
              10  LKT-REST-OF-RECORD PIC X(8).
              10  LKT-MARK           PIC X.
                  88  LKT-RowMoved       VALUE "M".
                  88  LKT-RowDropped     VALUE "D".

        01  WS-CONTRACT-AVAILABLE    PIC X VALUE "N".
            88  ContractAvailable        VALUE "Y".
        01  WS-CO-COUNT              PIC 9(4) VALUE ZERO.
        01  WS-CONTRACT-TABLE.
            05  CONTRACT-ENTRY OCCURS 2000 TIMES.
              10  COT-CUSTOMER-ID    PIC 9(8).
      * Filler, item, filler and effective date - what makes two
      * contract prices the same price - then the price itself.
              10  COT-REST-OF-RECORD.
                15  COT-PRICE-KEY    PIC X(16).
                15  FILLER           PIC X(8).
              10  COT-MARK           PIC X.
                  88  COT-RowMoved       VALUE "M".
                  88  COT-RowDropped     VALUE "D".

        01  WS-STAGE-AVAILABLE       PIC X VALUE "N".
            88  StageAvailable           VALUE "Y".
        01  WS-DS-COUNT              PIC 9(4) VALUE ZERO.
        01  WS-STAGE-TABLE.
            05  STAGE-ENTRY OCCURS 2000 TIMES.
              10  DST-RECORD.
                15  DST-CUSTOMER-ID  PIC 9(8).
                15  FILLER           PIC X.
                15  DST-STAGE        PIC 9.
                15  FILLER           PIC X.
                15  DST-LETTER-DATE  PIC 9(8).
              10  DST-MARK           PIC X.
                  88  DST-RowMoved       VALUE "M".
                  88  DST-RowDropped     VALUE "D".

        01  WS-REGISTER-HEADING-LINE.
            05  FILLER               PIC X(24)
                VALUE "CUSTOMER MERGE REGISTER ".
            05  FILLER               PIC X(7) VALUE "RUN ON ".
            05  WS-RHL-RUN-DATE      PIC 9(8).
            05  FILLER               PIC X(14)
                VALUE "  APPROVED BY ".
            05  WS-RHL-OPERATOR-ID   PIC X(8).
        01  WS-REGISTER-REJECT-LINE.
            05  WS-RRL-SURVIVOR-ID   PIC X(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RRL-DUPLICATE-ID  PIC X(8).
            05  FILLER               PIC X(10) VALUE " REFUSED  ".
            05  WS-RRL-REASON        PIC X(25).
        01  WS-REGISTER-MERGED-LINE.
            05  WS-RML-SURVIVOR-ID   PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RML-DUPLICATE-ID  PIC 9(8).
            05  FILLER               PIC X(10) VALUE " MERGED AR".
            05  WS-RML-AR-ITEMS      PIC ZZZ9.
            05  FILLER               PIC X(6) VALUE " CASH ".
            05  WS-RML-CASH-ROWS     PIC ZZ9.
            05  FILLER               PIC X(6) VALUE " LINK ".
            05  WS-RML-LINKS         PIC Z9.
            05  FILLER               PIC X(7) VALUE " CONTR ".
            05  WS-RML-CONTRACTS     PIC ZZ9.
            05  FILLER               PIC X(5) VALUE " DUN ".
            05  WS-RML-DUNNING-ROWS  PIC 9.
            05  FILLER               PIC X(6) VALUE " ADDR ".
            05  WS-RML-ADDRESSES     PIC 9.
            05  FILLER               PIC X(6) VALUE " LOST ".
            05  WS-RML-ADDRESSES-LOST PIC 9.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            OPEN INPUT MERGE-TRANSACTION-FILE
            IF WS-TRANSACTION-STATUS NOT = "00"
                DISPLAY "No CUSTMRG.DAT available, customer "
                    "merge skipped"
                STOP RUN
            END-IF
            PERFORM VERIFY-MASTER-CONTROL-TOTALS
            IF NOT MasterControlOK
                DISPLAY "CUSTOMER-MASTER FAILS ITS CONTROL "
                    "TOTALS - MERGE RUN REFUSED"
                CLOSE MERGE-TRANSACTION-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
      * No customer is merged without a supervisor's sign-on.
            DISPLAY "Supervisor approval needed to merge customers"
            MOVE SPACES TO WS-OS-OPERATOR-ID
            MOVE "N" TO WS-OS-RESULT
            CALL "OperatorSignOn" USING WS-OS-REQUIRED-LEVEL
                WS-OS-OPERATOR-ID WS-OS-RESULT
            IF NOT SupervisorSignedOn
                DISPLAY "Customer merge not approved - nothing "
                    "merged"
                CLOSE MERGE-TRANSACTION-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE "C" TO WS-FL-ACTION
            CALL "FileLock" USING WS-FL-ACTION WS-FL-FILE-ID
                WS-FL-KEY WS-FL-PROGRAM WS-FL-RESULT
            IF NOT FileLockGranted
                CLOSE MERGE-TRANSACTION-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            CALL "FileLock" USING WS-FL-ACTION WS-FL-AR-FILE-ID
                WS-FL-KEY WS-FL-PROGRAM WS-FL-RESULT
            IF NOT FileLockGranted
                MOVE "R" TO WS-FL-ACTION
                CALL "FileLock" USING WS-FL-ACTION WS-FL-FILE-ID
                    WS-FL-KEY WS-FL-PROGRAM WS-FL-RESULT
                CLOSE MERGE-TRANSACTION-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LOAD-ON-ACCOUNT-TABLE
            PERFORM LOAD-LINKAGE-TABLE
            PERFORM LOAD-CONTRACT-TABLE
            PERFORM LOAD-STAGE-TABLE
            IF SideFileTooLarge
                DISPLAY "CUSTOMER MERGE REFUSED - A SIDE FILE IS "
                    "TOO LARGE TO MOVE WHOLE"
                PERFORM RELEASE-FILE-LOCKS
                CLOSE MERGE-TRANSACTION-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN I-O CUSTOMER-MASTER
            IF NOT CustomerFileOK
                DISPLAY "Unable to open CUSTOMER-MASTER, status "
                    WS-CUSTOMER-STATUS " - customer merge skipped"
                PERFORM RELEASE-FILE-LOCKS
                CLOSE MERGE-TRANSACTION-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            CALL "BusinessDate" USING WS-RUN-DATE
            PERFORM OPEN-CUSTOMER-AUDIT-FILE
            OPEN OUTPUT MERGE-REGISTER
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE MergeRegisterLine FROM REPORT-STAMP-LINE
            MOVE WS-RUN-DATE TO WS-RHL-RUN-DATE
            MOVE WS-OS-OPERATOR-ID TO WS-RHL-OPERATOR-ID
            WRITE MergeRegisterLine FROM WS-REGISTER-HEADING-LINE
            PERFORM READ-MERGE-TRANSACTION
            PERFORM UNTIL EndOfTransactionFile
                ADD 1 TO WS-TRANSACTIONS-READ
                PERFORM APPLY-ONE-MERGE
                PERFORM READ-MERGE-TRANSACTION
            END-PERFORM
            CLOSE MERGE-TRANSACTION-FILE
            CLOSE CUSTOMER-MASTER
            CLOSE CUSTOMER-AUDIT-FILE
            IF WS-MG-COUNT > 0
                PERFORM MOVE-AR-OPEN-ITEMS
                PERFORM MOVE-ON-ACCOUNT-CASH
                PERFORM MOVE-STUDENT-LINKS
                PERFORM MOVE-CONTRACT-PRICES
                PERFORM MOVE-DUNNING-STAGES
            END-IF
            PERFORM VARYING WS-MG-IDX FROM 1 BY 1
                UNTIL WS-MG-IDX > WS-MG-COUNT
                PERFORM WRITE-MERGED-REGISTER-LINE
            END-PERFORM
            CLOSE MERGE-REGISTER
            PERFORM UPDATE-MASTER-CONTROL-TOTALS
            PERFORM RELEASE-FILE-LOCKS
            DISPLAY "Customer merge: " WS-TRANSACTIONS-READ
                " read, " WS-MG-COUNT " merged, "
                WS-TRANSACTIONS-REJECTED " refused"
            STOP RUN.

        RELEASE-FILE-LOCKS.
            MOVE "R" TO WS-FL-ACTION
            CALL "FileLock" USING WS-FL-ACTION WS-FL-AR-FILE-ID
                WS-FL-KEY WS-FL-PROGRAM WS-FL-RESULT
            CALL "FileLock" USING WS-FL-ACTION WS-FL-FILE-ID
                WS-FL-KEY WS-FL-PROGRAM WS-FL-RESULT.

      * Record count and CustomerId hash for the shared
      * MasterControl subroutine - verified before the run and
      * restamped after, as every CUSTOMER.DAT writer does. A merge
      * deletes logically, so neither should move.
        COMPUTE-MASTER-CONTROL-TOTALS.
            MOVE 0 TO WS-MC-COUNT
            MOVE 0 TO WS-MC-HASH
            MOVE "N" TO WS-MC-FILE-PRESENT
            MOVE "N" TO WS-MASTER-EOF
            OPEN INPUT CUSTOMER-MASTER
            IF CustomerFileOK
                MOVE "Y" TO WS-MC-FILE-PRESENT
                PERFORM UNTIL EndOfCustomerMaster
                    READ CUSTOMER-MASTER NEXT RECORD
                        AT END SET EndOfCustomerMaster TO TRUE
                        NOT AT END
                            ADD 1 TO WS-MC-COUNT
                            ADD CustomerId TO WS-MC-HASH
                    END-READ
                END-PERFORM
                CLOSE CUSTOMER-MASTER
            END-IF.

        VERIFY-MASTER-CONTROL-TOTALS.
            MOVE "Y" TO WS-MC-RESULT
            PERFORM COMPUTE-MASTER-CONTROL-TOTALS
            IF MasterFilePresent
                MOVE "V" TO WS-MC-ACTION
                CALL "MasterControl" USING WS-MC-ACTION
                    WS-MC-FILE-ID WS-MC-COUNT WS-MC-HASH
                    WS-MC-RESULT
            END-IF.

        UPDATE-MASTER-CONTROL-TOTALS.
            PERFORM COMPUTE-MASTER-CONTROL-TOTALS
            IF MasterFilePresent
                MOVE "W" TO WS-MC-ACTION
                CALL "MasterControl" USING WS-MC-ACTION
                    WS-MC-FILE-ID WS-MC-COUNT WS-MC-HASH
                    WS-MC-RESULT
            END-IF.

        OPEN-CUSTOMER-AUDIT-FILE.
            OPEN EXTEND CUSTOMER-AUDIT-FILE
            IF WS-AUDIT-STATUS NOT = "00"
                OPEN OUTPUT CUSTOMER-AUDIT-FILE
            END-IF.

        READ-MERGE-TRANSACTION.
            READ MERGE-TRANSACTION-FILE
                AT END SET EndOfTransactionFile TO TRUE
            END-READ.

        APPLY-ONE-MERGE.
            MOVE SPACES TO WS-REJECT-REASON
            PERFORM EDIT-MERGE-TRANSACTION
            IF WS-REJECT-REASON NOT = SPACES
                ADD 1 TO WS-TRANSACTIONS-REJECTED
                MOVE MT-SURVIVOR-ID TO WS-RRL-SURVIVOR-ID
                MOVE MT-DUPLICATE-ID TO WS-RRL-DUPLICATE-ID
                MOVE WS-REJECT-REASON TO WS-RRL-REASON
                WRITE MergeRegisterLine FROM WS-REGISTER-REJECT-LINE
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-MG-COUNT
            MOVE WS-SURVIVOR-ID TO MG-SURVIVOR-ID(WS-MG-COUNT)
            MOVE WS-DUPLICATE-ID TO MG-DUPLICATE-ID(WS-MG-COUNT)
            MOVE 0 TO MG-AR-ITEMS(WS-MG-COUNT)
            MOVE 0 TO MG-CASH-ROWS(WS-MG-COUNT)
            MOVE 0 TO MG-LINKS(WS-MG-COUNT)
            MOVE 0 TO MG-CONTRACTS(WS-MG-COUNT)
            MOVE 0 TO MG-DUNNING-ROWS(WS-MG-COUNT)
            MOVE 0 TO MG-ADDRESSES(WS-MG-COUNT)
            MOVE 0 TO MG-ADDRESSES-LOST(WS-MG-COUNT)
            PERFORM DELETE-DUPLICATE-CUSTOMER
            PERFORM MERGE-INTO-SURVIVOR.

      * A pair must name two different live customers, and neither
      * may already be in this run's merges on the other side -
      * a survivor merged away, or a duplicate that is itself a
      * survivor, would leave items pointing at a deleted record.
        EDIT-MERGE-TRANSACTION.
            IF MT-SURVIVOR-ID IS NOT NUMERIC
               OR MT-DUPLICATE-ID IS NOT NUMERIC
                MOVE "CUSTOMER ID NOT NUMERIC" TO WS-REJECT-REASON
                EXIT PARAGRAPH
            END-IF
            MOVE MT-SURVIVOR-ID TO WS-SURVIVOR-ID
            MOVE MT-DUPLICATE-ID TO WS-DUPLICATE-ID
            IF WS-SURVIVOR-ID = WS-DUPLICATE-ID
                MOVE "SAME CUSTOMER TWICE" TO WS-REJECT-REASON
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-MG-IDX FROM 1 BY 1
                UNTIL WS-MG-IDX > WS-MG-COUNT
                IF MG-DUPLICATE-ID(WS-MG-IDX) = WS-SURVIVOR-ID
                    MOVE "SURVIVOR ALREADY MERGED"
                        TO WS-REJECT-REASON
                END-IF
                IF MG-DUPLICATE-ID(WS-MG-IDX) = WS-DUPLICATE-ID
                   OR MG-SURVIVOR-ID(WS-MG-IDX) = WS-DUPLICATE-ID
                    MOVE "DUPLICATE IN OTHER MERGE"
                        TO WS-REJECT-REASON
                END-IF
            END-PERFORM
            IF WS-REJECT-REASON NOT = SPACES
                EXIT PARAGRAPH
            END-IF
            IF WS-MG-COUNT >= WS-MERGE-TABLE-CAPACITY
                MOVE "MERGE TABLE FULL" TO WS-REJECT-REASON
                EXIT PARAGRAPH
            END-IF
            MOVE WS-SURVIVOR-ID TO CustomerId
            READ CUSTOMER-MASTER
                INVALID KEY
                    MOVE "SURVIVOR NOT ON FILE" TO WS-REJECT-REASON
                NOT INVALID KEY
                    IF CustomerDeleted
                        MOVE "SURVIVOR IS DELETED"
                            TO WS-REJECT-REASON
                    END-IF
            END-READ
            IF WS-REJECT-REASON NOT = SPACES
                EXIT PARAGRAPH
            END-IF
            MOVE WS-DUPLICATE-ID TO CustomerId
            READ CUSTOMER-MASTER
                INVALID KEY
                    MOVE "DUPLICATE NOT ON FILE" TO WS-REJECT-REASON
                NOT INVALID KEY
                    IF CustomerDeleted
                        MOVE "DUPLICATE IS DELETED"
                            TO WS-REJECT-REASON
                    END-IF
            END-READ.

      * The duplicate was read last by the edits and is still in
      * the buffer. Its address history is held back for the
      * survivor before it is deleted.
        DELETE-DUPLICATE-CUSTOMER.
            MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
            PERFORM VARYING WS-DA-IDX FROM 1 BY 1 UNTIL WS-DA-IDX > 5
                MOVE ADDRESS-HISTORY(WS-DA-IDX)
                    TO DUPLICATE-ADDRESS(WS-DA-IDX)
            END-PERFORM
            SET CustomerDeleted TO TRUE
            MOVE WS-SURVIVOR-ID TO Customer-Merged-Into
            REWRITE CUSTOMER-RECORD
                INVALID KEY
                    DISPLAY "Customer " WS-DUPLICATE-ID
                        " could not be rewritten, status "
                        WS-CUSTOMER-STATUS
                NOT INVALID KEY
                    PERFORM WRITE-AUDIT-IMAGES
                    MOVE "C" TO WS-RJ-OPERATION
                    PERFORM JOURNAL-CUSTOMER-RECORD
            END-REWRITE.

        MERGE-INTO-SURVIVOR.
            MOVE WS-SURVIVOR-ID TO CustomerId
            READ CUSTOMER-MASTER
                INVALID KEY
                    DISPLAY "Customer " WS-SURVIVOR-ID
                        " could not be reread, status "
                        WS-CUSTOMER-STATUS
                    EXIT PARAGRAPH
            END-READ
            MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
            MOVE "N" TO WS-SURVIVOR-HAS-CURRENT
            PERFORM VARYING AH-IDX FROM 1 BY 1 UNTIL AH-IDX > 5
                IF IS-CURRENT-ADDRESS(AH-IDX)
                    MOVE "Y" TO WS-SURVIVOR-HAS-CURRENT
                END-IF
            END-PERFORM
            PERFORM VARYING WS-DA-IDX FROM 1 BY 1 UNTIL WS-DA-IDX > 5
                IF DA-STREET(WS-DA-IDX) NOT = SPACES
                   OR DA-POSTAL-CODE(WS-DA-IDX) NOT = SPACES
                    PERFORM MERGE-ONE-ADDRESS
                END-IF
            END-PERFORM
            REWRITE CUSTOMER-RECORD
                INVALID KEY
                    DISPLAY "Customer " WS-SURVIVOR-ID
                        " could not be rewritten, status "
                        WS-CUSTOMER-STATUS
                NOT INVALID KEY
                    PERFORM WRITE-AUDIT-IMAGES
                    MOVE "C" TO WS-RJ-OPERATION
                    PERFORM JOURNAL-CUSTOMER-RECORD
            END-REWRITE.

      * An address the survivor already has is not copied twice.
      * A copied address comes in as history, unless the survivor
      * had no current address at all and this was the
      * duplicate's current one.
        MERGE-ONE-ADDRESS.
            MOVE "N" TO WS-ADDRESS-HELD
            MOVE 0 TO WS-FREE-SLOT
            PERFORM VARYING AH-IDX FROM 1 BY 1 UNTIL AH-IDX > 5
                IF AH-STREET(AH-IDX) = DA-STREET(WS-DA-IDX)
                   AND AH-POSTAL-CODE(AH-IDX)
                       = DA-POSTAL-CODE(WS-DA-IDX)
                    MOVE "Y" TO WS-ADDRESS-HELD
                END-IF
                IF WS-FREE-SLOT = 0
                   AND AH-STREET(AH-IDX) = SPACES
                   AND AH-POSTAL-CODE(AH-IDX) = SPACES
                    SET WS-FREE-SLOT TO AH-IDX
                END-IF
            END-PERFORM
            IF AddressAlreadyHeld
                EXIT PARAGRAPH
            END-IF
            IF WS-FREE-SLOT = 0
                ADD 1 TO MG-ADDRESSES-LOST(WS-MG-COUNT)
                EXIT PARAGRAPH
            END-IF
            SET AH-IDX TO WS-FREE-SLOT
            MOVE DUPLICATE-ADDRESS(WS-DA-IDX) TO ADDRESS-HISTORY(AH-IDX)
            IF DA-CurrentAddress(WS-DA-IDX)
               AND NOT SurvivorHasCurrent
                MOVE "Y" TO WS-SURVIVOR-HAS-CURRENT
            ELSE
                MOVE SPACE TO AH-STATUS(AH-IDX)
            END-IF
            ADD 1 TO MG-ADDRESSES(WS-MG-COUNT).

      * Before/after images bracket every rewrite on the shared
      * customer audit trail, as CustomerMaint does.
        WRITE-AUDIT-IMAGES.
            MOVE WS-RUN-DATE TO CA-RUN-DATE
            MOVE "CustomerMerge" TO CA-PROGRAM-NAME
            MOVE "B" TO CA-IMAGE-TYPE
            MOVE WS-BEFORE-IMAGE TO CA-RECORD-IMAGE
            WRITE CUSTOMER-AUDIT-RECORD
            MOVE "A" TO CA-IMAGE-TYPE
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

      * Every change to AROPEN.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-AR-OPEN-RECORD.
            MOVE "AROPEN" TO WS-RJ-FILE-ID
            MOVE AR-INVOICE-NO TO WS-RJ-KEY
            MOVE AR-OPEN-ITEM-RECORD TO WS-RJ-IMAGE
            CALL "RecoveryJournal" USING WS-RJ-FILE-ID
                WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.

      * Sets WS-MG-FOUND to the merge whose duplicate is
      * WS-LOOKUP-ID, or zero when it is not being merged.
        FIND-MERGED-DUPLICATE.
            MOVE 0 TO WS-MG-FOUND
            PERFORM VARYING WS-MG-IDX FROM 1 BY 1
                UNTIL WS-MG-IDX > WS-MG-COUNT
                IF MG-DUPLICATE-ID(WS-MG-IDX) = WS-LOOKUP-ID
                    MOVE WS-MG-IDX TO WS-MG-FOUND
                END-IF
            END-PERFORM.

      * Every item moves, paid and written-off ones included, so
      * the survivor's statement history is whole.
        MOVE-AR-OPEN-ITEMS.
            OPEN I-O AR-OPEN-ITEM-FILE
            IF NOT ArFileOK
                DISPLAY "No AROPEN.DAT ledger, status "
                    WS-AR-STATUS " - no open items moved"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfArFile
                READ AR-OPEN-ITEM-FILE NEXT RECORD
                    AT END SET EndOfArFile TO TRUE
                    NOT AT END
                        MOVE AR-CUSTOMER-ID TO WS-LOOKUP-ID
                        PERFORM FIND-MERGED-DUPLICATE
                        IF WS-MG-FOUND > 0
                            MOVE MG-SURVIVOR-ID(WS-MG-FOUND)
                                TO AR-CUSTOMER-ID
                            REWRITE AR-OPEN-ITEM-RECORD
                            ADD 1 TO MG-AR-ITEMS(WS-MG-FOUND)
                            MOVE "C" TO WS-RJ-OPERATION
                            PERFORM JOURNAL-AR-OPEN-RECORD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AR-OPEN-ITEM-FILE.

        LOAD-ON-ACCOUNT-TABLE.
            OPEN INPUT ON-ACCOUNT-FILE
            IF WS-ON-ACCOUNT-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO WS-ON-ACCOUNT-AVAILABLE
            PERFORM UNTIL EndOfOnAccountFile
                OR WS-OA-COUNT >= WS-SIDE-TABLE-CAPACITY
                READ ON-ACCOUNT-FILE
                    AT END SET EndOfOnAccountFile TO TRUE
                    NOT AT END
                        ADD 1 TO WS-OA-COUNT
                        MOVE ON-ACCOUNT-RECORD
                            TO ON-ACCOUNT-ENTRY(WS-OA-COUNT)
                END-READ
            END-PERFORM
            IF NOT EndOfOnAccountFile
                READ ON-ACCOUNT-FILE
                    AT END SET EndOfOnAccountFile TO TRUE
                END-READ
            END-IF
            IF NOT EndOfOnAccountFile
                DISPLAY "WS-ON-ACCOUNT-TABLE full at "
                    WS-SIDE-TABLE-CAPACITY " entries, "
                    "ARONACCT.DAT cannot be merged"
                MOVE "Y" TO WS-SIDE-FILE-OVERFLOW
            END-IF
            CLOSE ON-ACCOUNT-FILE.

        LOAD-LINKAGE-TABLE.
            OPEN INPUT LINKAGE-FILE
            IF WS-LINKAGE-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO WS-LINKAGE-AVAILABLE
            PERFORM UNTIL EndOfLinkageFile
                OR WS-LK-COUNT >= WS-SIDE-TABLE-CAPACITY
                READ LINKAGE-FILE
                    AT END SET EndOfLinkageFile TO TRUE
                    NOT AT END
                        ADD 1 TO WS-LK-COUNT
                        MOVE LR-CUSTOMER-ID
                            TO LKT-CUSTOMER-ID(WS-LK-COUNT)
                        MOVE LR-REST-OF-RECORD
                            TO LKT-REST-OF-RECORD(WS-LK-COUNT)
                        MOVE SPACE TO LKT-MARK(WS-LK-COUNT)
                END-READ
            END-PERFORM
            IF NOT EndOfLinkageFile
                READ LINKAGE-FILE
                    AT END SET EndOfLinkageFile TO TRUE
                END-READ
            END-IF
            IF NOT EndOfLinkageFile
                DISPLAY "WS-LINKAGE-TABLE full at "
                    WS-SIDE-TABLE-CAPACITY " entries, "
                    "CUSTSTUD.DAT cannot be merged"
                MOVE "Y" TO WS-SIDE-FILE-OVERFLOW
            END-IF
            CLOSE LINKAGE-FILE.

        LOAD-CONTRACT-TABLE.
            OPEN INPUT CONTRACT-PRICE-FILE
            IF WS-CONTRACT-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO WS-CONTRACT-AVAILABLE
            PERFORM UNTIL EndOfContractFile
                OR WS-CO-COUNT >= WS-SIDE-TABLE-CAPACITY
                READ CONTRACT-PRICE-FILE
                    AT END SET EndOfContractFile TO TRUE
                    NOT AT END
                        ADD 1 TO WS-CO-COUNT
                        MOVE CO-CUSTOMER-ID
                            TO COT-CUSTOMER-ID(WS-CO-COUNT)
                        MOVE CO-REST-OF-RECORD
                            TO COT-REST-OF-RECORD(WS-CO-COUNT)
                        MOVE SPACE TO COT-MARK(WS-CO-COUNT)
                END-READ
            END-PERFORM
            IF NOT EndOfContractFile
                READ CONTRACT-PRICE-FILE
                    AT END SET EndOfContractFile TO TRUE
                END-READ
            END-IF
            IF NOT EndOfContractFile
                DISPLAY "WS-CONTRACT-TABLE full at "
                    WS-SIDE-TABLE-CAPACITY " entries, "
                    "CONTRACT.REF cannot be merged"
                MOVE "Y" TO WS-SIDE-FILE-OVERFLOW
            END-IF
            CLOSE CONTRACT-PRICE-FILE.

        LOAD-STAGE-TABLE.
            OPEN INPUT DUNNING-STAGE-FILE
            IF WS-STAGE-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO WS-STAGE-AVAILABLE
            PERFORM UNTIL EndOfStageFile
                OR WS-DS-COUNT >= WS-SIDE-TABLE-CAPACITY
                READ DUNNING-STAGE-FILE
                    AT END SET EndOfStageFile TO TRUE
                    NOT AT END
                        ADD 1 TO WS-DS-COUNT
                        MOVE DUNNING-STAGE-RECORD
                            TO DST-RECORD(WS-DS-COUNT)
                        MOVE SPACE TO DST-MARK(WS-DS-COUNT)
                END-READ
            END-PERFORM
            IF NOT EndOfStageFile
                READ DUNNING-STAGE-FILE
                    AT END SET EndOfStageFile TO TRUE
                END-READ
            END-IF
            IF NOT EndOfStageFile
                DISPLAY "WS-STAGE-TABLE full at "
                    WS-SIDE-TABLE-CAPACITY " entries, "
                    "DUNSTAGE.DAT cannot be merged"
                MOVE "Y" TO WS-SIDE-FILE-OVERFLOW
            END-IF
            CLOSE DUNNING-STAGE-FILE.

      * Receipts simply change hands - the survivor may hold any
      * number of them.
        MOVE-ON-ACCOUNT-CASH.
            IF NOT OnAccountAvailable
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-ROW-SCAN FROM 1 BY 1
                UNTIL WS-ROW-SCAN > WS-OA-COUNT
                IF OAT-CUSTOMER-ID(WS-ROW-SCAN) IS NUMERIC
                    MOVE OAT-CUSTOMER-ID(WS-ROW-SCAN) TO WS-LOOKUP-ID
                    PERFORM FIND-MERGED-DUPLICATE
                    IF WS-MG-FOUND > 0
                        MOVE MG-SURVIVOR-ID(WS-MG-FOUND)
                            TO OAT-CUSTOMER-ID(WS-ROW-SCAN)
                        ADD 1 TO MG-CASH-ROWS(WS-MG-FOUND)
                    END-IF
                END-IF
            END-PERFORM
            OPEN OUTPUT ON-ACCOUNT-FILE
            PERFORM VARYING WS-ROW-SCAN FROM 1 BY 1
                UNTIL WS-ROW-SCAN > WS-OA-COUNT
                MOVE ON-ACCOUNT-ENTRY(WS-ROW-SCAN)
                    TO ON-ACCOUNT-RECORD
                WRITE ON-ACCOUNT-RECORD
            END-PERFORM
            CLOSE ON-ACCOUNT-FILE.

      * A student already linked to the survivor keeps the one
      * link.
        MOVE-STUDENT-LINKS.
            IF NOT LinkageAvailable
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-ROW-SCAN FROM 1 BY 1
                UNTIL WS-ROW-SCAN > WS-LK-COUNT
                IF LKT-CUSTOMER-ID(WS-ROW-SCAN) IS NUMERIC
                    MOVE LKT-CUSTOMER-ID(WS-ROW-SCAN) TO WS-LOOKUP-ID
                    PERFORM FIND-MERGED-DUPLICATE
                    IF WS-MG-FOUND > 0
                        MOVE MG-SURVIVOR-ID(WS-MG-FOUND)
                            TO LKT-CUSTOMER-ID(WS-ROW-SCAN)
                        SET LKT-RowMoved(WS-ROW-SCAN) TO TRUE
                        ADD 1 TO MG-LINKS(WS-MG-FOUND)
                    END-IF
                END-IF
            END-PERFORM
            PERFORM VARYING WS-ROW-SCAN FROM 1 BY 1
                UNTIL WS-ROW-SCAN > WS-LK-COUNT
                IF LKT-RowMoved(WS-ROW-SCAN)
                    PERFORM VARYING WS-ROW-OTHER FROM 1 BY 1
                        UNTIL WS-ROW-OTHER > WS-LK-COUNT
                        IF WS-ROW-OTHER NOT = WS-ROW-SCAN
                           AND NOT LKT-RowDropped(WS-ROW-OTHER)
                           AND LKT-CUSTOMER-ID(WS-ROW-OTHER)
                               = LKT-CUSTOMER-ID(WS-ROW-SCAN)
                           AND LKT-REST-OF-RECORD(WS-ROW-OTHER)
                               = LKT-REST-OF-RECORD(WS-ROW-SCAN)
                            SET LKT-RowDropped(WS-ROW-SCAN) TO TRUE
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM
            OPEN OUTPUT LINKAGE-FILE
            PERFORM VARYING WS-ROW-SCAN FROM 1 BY 1
                UNTIL WS-ROW-SCAN > WS-LK-COUNT
                IF NOT LKT-RowDropped(WS-ROW-SCAN)
                    MOVE LKT-CUSTOMER-ID(WS-ROW-SCAN)
                        TO LR-CUSTOMER-ID
                    MOVE LKT-REST-OF-RECORD(WS-ROW-SCAN)
                        TO LR-REST-OF-RECORD
                    WRITE LinkageRecord
                END-IF
            END-PERFORM
            CLOSE LINKAGE-FILE.

      * Where the survivor already has a price for the same item
      * from the same date, the survivor's negotiated price
      * stands and the duplicate's is dropped.
        MOVE-CONTRACT-PRICES.
            IF NOT ContractAvailable
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-ROW-SCAN FROM 1 BY 1
                UNTIL WS-ROW-SCAN > WS-CO-COUNT
                IF COT-CUSTOMER-ID(WS-ROW-SCAN) IS NUMERIC
                    MOVE COT-CUSTOMER-ID(WS-ROW-SCAN) TO WS-LOOKUP-ID
                    PERFORM FIND-MERGED-DUPLICATE
                    IF WS-MG-FOUND > 0
                        MOVE MG-SURVIVOR-ID(WS-MG-FOUND)
                            TO COT-CUSTOMER-ID(WS-ROW-SCAN)
                        SET COT-RowMoved(WS-ROW-SCAN) TO TRUE
                        ADD 1 TO MG-CONTRACTS(WS-MG-FOUND)
                    END-IF
                END-IF
            END-PERFORM
            PERFORM VARYING WS-ROW-SCAN FROM 1 BY 1
                UNTIL WS-ROW-SCAN > WS-CO-COUNT
                IF COT-RowMoved(WS-ROW-SCAN)
                    PERFORM VARYING WS-ROW-OTHER FROM 1 BY 1
                        UNTIL WS-ROW-OTHER > WS-CO-COUNT
                        IF WS-ROW-OTHER NOT = WS-ROW-SCAN
                           AND NOT COT-RowDropped(WS-ROW-OTHER)
                           AND COT-CUSTOMER-ID(WS-ROW-OTHER)
                               = COT-CUSTOMER-ID(WS-ROW-SCAN)
                           AND COT-PRICE-KEY(WS-ROW-OTHER)
                               = COT-PRICE-KEY(WS-ROW-SCAN)
                            SET COT-RowDropped(WS-ROW-SCAN) TO TRUE
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM
            OPEN OUTPUT CONTRACT-PRICE-FILE
            PERFORM VARYING WS-ROW-SCAN FROM 1 BY 1
                UNTIL WS-ROW-SCAN > WS-CO-COUNT
                IF NOT COT-RowDropped(WS-ROW-SCAN)
                    MOVE COT-CUSTOMER-ID(WS-ROW-SCAN)
                        TO CO-CUSTOMER-ID
                    MOVE COT-REST-OF-RECORD(WS-ROW-SCAN)
                        TO CO-REST-OF-RECORD
                    WRITE CONTRACT-PRICE-RECORD
                END-IF
            END-PERFORM
            CLOSE CONTRACT-PRICE-FILE.

      * DunningRun keeps one stage row per customer. Where both
      * customers were being dunned the survivor's row carries on
      * at the further stage, with that stage's letter date.
        MOVE-DUNNING-STAGES.
            IF NOT StageAvailable
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-ROW-SCAN FROM 1 BY 1
                UNTIL WS-ROW-SCAN > WS-DS-COUNT
                IF DST-CUSTOMER-ID(WS-ROW-SCAN) IS NUMERIC
                    MOVE DST-CUSTOMER-ID(WS-ROW-SCAN) TO WS-LOOKUP-ID
                    PERFORM FIND-MERGED-DUPLICATE
                    IF WS-MG-FOUND > 0
                        MOVE MG-SURVIVOR-ID(WS-MG-FOUND)
                            TO DST-CUSTOMER-ID(WS-ROW-SCAN)
                        SET DST-RowMoved(WS-ROW-SCAN) TO TRUE
                        ADD 1 TO MG-DUNNING-ROWS(WS-MG-FOUND)
                    END-IF
                END-IF
            END-PERFORM
            PERFORM VARYING WS-ROW-SCAN FROM 1 BY 1
                UNTIL WS-ROW-SCAN > WS-DS-COUNT
                IF DST-RowMoved(WS-ROW-SCAN)
                    PERFORM VARYING WS-ROW-OTHER FROM 1 BY 1
                        UNTIL WS-ROW-OTHER > WS-DS-COUNT
                        IF WS-ROW-OTHER NOT = WS-ROW-SCAN
                           AND NOT DST-RowDropped(WS-ROW-OTHER)
                           AND NOT DST-RowDropped(WS-ROW-SCAN)
                           AND DST-CUSTOMER-ID(WS-ROW-OTHER)
                               = DST-CUSTOMER-ID(WS-ROW-SCAN)
                            PERFORM KEEP-FURTHER-STAGE
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM
            OPEN OUTPUT DUNNING-STAGE-FILE
            PERFORM VARYING WS-ROW-SCAN FROM 1 BY 1
                UNTIL WS-ROW-SCAN > WS-DS-COUNT
                IF NOT DST-RowDropped(WS-ROW-SCAN)
                    MOVE DST-RECORD(WS-ROW-SCAN)
                        TO DUNNING-STAGE-RECORD
                    WRITE DUNNING-STAGE-RECORD
                END-IF
            END-PERFORM
            CLOSE DUNNING-STAGE-FILE.

        KEEP-FURTHER-STAGE.
            IF DST-STAGE(WS-ROW-SCAN) IS NUMERIC
               AND (DST-STAGE(WS-ROW-OTHER) IS NOT NUMERIC
                    OR DST-STAGE(WS-ROW-SCAN)
                       > DST-STAGE(WS-ROW-OTHER))
                MOVE DST-STAGE(WS-ROW-SCAN)
                    TO DST-STAGE(WS-ROW-OTHER)
                MOVE DST-LETTER-DATE(WS-ROW-SCAN)
                    TO DST-LETTER-DATE(WS-ROW-OTHER)
            END-IF
            SET DST-RowDropped(WS-ROW-SCAN) TO TRUE.

        WRITE-MERGED-REGISTER-LINE.
            MOVE MG-SURVIVOR-ID(WS-MG-IDX) TO WS-RML-SURVIVOR-ID
            MOVE MG-DUPLICATE-ID(WS-MG-IDX) TO WS-RML-DUPLICATE-ID
            MOVE MG-AR-ITEMS(WS-MG-IDX) TO WS-RML-AR-ITEMS
            MOVE MG-CASH-ROWS(WS-MG-IDX) TO WS-RML-CASH-ROWS
            MOVE MG-LINKS(WS-MG-IDX) TO WS-RML-LINKS
            MOVE MG-CONTRACTS(WS-MG-IDX) TO WS-RML-CONTRACTS
            MOVE MG-DUNNING-ROWS(WS-MG-IDX) TO WS-RML-DUNNING-ROWS
            MOVE MG-ADDRESSES(WS-MG-IDX) TO WS-RML-ADDRESSES
            MOVE MG-ADDRESSES-LOST(WS-MG-IDX)
                TO WS-RML-ADDRESSES-LOST
            WRITE MergeRegisterLine FROM WS-REGISTER-MERGED-LINE.
