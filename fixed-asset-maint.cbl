       IDENTIFICATION DIVISION.
       PROGRAM-ID. FixedAssetMaint.
      * Asset-maintenance run for the indexed fixed-asset master
      * (FIXASSET.DAT, FIXASSET copybook), in the ItemMaint mold.
      * Reads FATRAN.DAT add/change/dispose transactions keyed by
      * asset number and prints a register of everything it did.
      * An add must carry the department, acquisition date, cost,
      * useful life in months and depreciation method; salvage
      * defaults to nothing. A change replaces what the transaction
      * carries - cost and acquisition date only until the first
      * month has been depreciated. A dispose takes the asset out
      * of service at its disposal date for the proceeds keyed and
      * appends the disposal to GLPOST.DAT: cost off the asset
      * account, accumulated depreciation reversed, proceeds to
      * cash and the difference to gain or loss on disposal. Run
      * FixedAssetDepr for the month first, so the net book value
      * disposed of is current. A disposal dated in a month
      * PeriodControl has closed is refused.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT FIXED-ASSET-MASTER
            ASSIGN TO "FIXASSET.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FA-ASSET-NO
            FILE STATUS IS WS-ASSET-STATUS.
          SELECT ASSET-TRANSACTION-FILE
            ASSIGN TO "FATRAN.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TRANSACTION-STATUS.
          SELECT ASSET-MAINT-REGISTER
            ASSIGN TO "FAMAINT.RPT"
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
        FD  FIXED-ASSET-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY FIXASSET.

        FD  ASSET-TRANSACTION-FILE
            LABEL RECORDS ARE STANDARD.
        01  ASSET-TRANSACTION-RECORD.
            05  FAT-ACTION-CODE      PIC X.
                88  FAT-AddAsset         VALUE "A".
                88  FAT-ChangeAsset      VALUE "C".
                88  FAT-DisposeAsset     VALUE "D".
                88  FAT-ValidAction      VALUE "A" "C" "D".
            05  FAT-ASSET-NO         PIC 9(6).
            05  FAT-DESCRIPTION      PIC X(30).
            05  FAT-DEPARTMENT       PIC X(4).
            05  FAT-ACQUIRED-DATE    PIC X(8).
            05  FAT-ACQUIRED-DATE-N REDEFINES FAT-ACQUIRED-DATE
                                     PIC 9(8).
            05  FAT-COST             PIC X(9).
            05  FAT-COST-N REDEFINES FAT-COST
                                     PIC 9(7)V99.
            05  FAT-USEFUL-LIFE      PIC X(3).
            05  FAT-USEFUL-LIFE-N REDEFINES FAT-USEFUL-LIFE
                                     PIC 9(3).
            05  FAT-METHOD           PIC X.
            05  FAT-SALVAGE-VALUE    PIC X(9).
            05  FAT-SALVAGE-VALUE-N REDEFINES FAT-SALVAGE-VALUE
                                     PIC 9(7)V99.
            05  FAT-DISPOSAL-DATE    PIC X(8).
            05  FAT-DISPOSAL-DATE-N REDEFINES FAT-DISPOSAL-DATE
                                     PIC 9(8).
            05  FAT-PROCEEDS         PIC X(9).
            05  FAT-PROCEEDS-N REDEFINES FAT-PROCEEDS
                                     PIC 9(7)V99.

        FD  ASSET-MAINT-REGISTER
            LABEL RECORDS ARE STANDARD.
        01  AssetMaintRegisterLine   PIC X(100).

        FD  GL-POSTING-FILE
            LABEL RECORDS ARE STANDARD.
            COPY GLPOST.

        FD  GL-ACCOUNT-MAP
            LABEL RECORDS ARE STANDARD.
        01  GL-ACCOUNT-MAP-RECORD.
            05  GM-CATEGORY          PIC X(8).
            05  FILLER               PIC X.
            05  GM-ACCOUNT           PIC 9(6).
            05  FILLER               PIC X.
            05  GM-DEPARTMENT        PIC X(4).

        WORKING-STORAGE SECTION.
        01  WS-ASSET-STATUS          PIC XX.
            88  AssetMasterOK            VALUE "00".
        01  WS-TRANSACTION-STATUS    PIC XX.
            88  EndOfTransactionFile     VALUE "10".
        01  WS-REGISTER-STATUS       PIC XX.
        01  WS-GL-POST-STATUS        PIC XX.
        01  WS-GL-MAP-STATUS         PIC XX.
            88  EndOfGlAccountMap        VALUE "10".

        01  WS-PC-ACTION             PIC X.
        01  WS-PC-PERIOD             PIC 9(6).
        01  WS-PC-RESULT             PIC X.
            88  PostingPeriodOpen        VALUE "Y".

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
        01  WS-GL-LOOKUP-DEPT        PIC X(4).
        01  WS-GL-LOOKUP-ACCOUNT     PIC 9(6).
        01  WS-GL-POSTING-OPEN       PIC X VALUE "N".
            88  GlPostingFileOpen        VALUE "Y".
        01  WS-GL-DEBIT-TOTAL        PIC 9(9)V99 VALUE ZERO.
        01  WS-GL-CREDIT-TOTAL       PIC 9(9)V99 VALUE ZERO.
        01  WS-POST-SIDE             PIC X.
        01  WS-POST-AMOUNT           PIC 9(9)V99.

        01  WS-NET-BOOK-VALUE        PIC 9(7)V99.
        01  WS-GAIN-OR-LOSS          PIC S9(7)V99.

        01  WS-APPLIED-COUNT         PIC 9(4) VALUE ZERO.
        01  WS-REJECTED-COUNT        PIC 9(4) VALUE ZERO.

        01  WS-REGISTER-HEADING      PIC X(40)
                VALUE "FIXED ASSET MAINTENANCE REGISTER".
        01  WS-REGISTER-LINE.
            05  WS-RGL-ACTION        PIC X.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-ASSET-NO      PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-DESCRIPTION   PIC X(30).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-DEPARTMENT    PIC X(4).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-AMOUNT        PIC -Z,ZZZ,ZZ9.99.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-DISPOSITION   PIC X(24).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            OPEN INPUT ASSET-TRANSACTION-FILE
            IF WS-TRANSACTION-STATUS NOT = "00"
                DISPLAY "No FATRAN.DAT available, fixed asset "
                    "maintenance skipped"
            ELSE
                PERFORM LOAD-GL-ACCOUNT-MAP
                PERFORM OPEN-FIXED-ASSET-MASTER
                OPEN OUTPUT ASSET-MAINT-REGISTER
                CALL "ReportStamp" USING REPORT-STAMP-LINE
                WRITE AssetMaintRegisterLine FROM REPORT-STAMP-LINE
                WRITE AssetMaintRegisterLine FROM WS-REGISTER-HEADING
                PERFORM READ-ASSET-TRANSACTION
                PERFORM UNTIL EndOfTransactionFile
                    PERFORM APPLY-ONE-TRANSACTION
                    PERFORM READ-ASSET-TRANSACTION
                END-PERFORM
                IF GlPostingFileOpen
                    PERFORM WRITE-GL-TRAILER
                END-IF
                CLOSE FIXED-ASSET-MASTER
                CLOSE ASSET-MAINT-REGISTER
                CLOSE ASSET-TRANSACTION-FILE
                DISPLAY "Fixed asset maintenance: " WS-APPLIED-COUNT
                    " applied, " WS-REJECTED-COUNT " rejected"
            END-IF
            GOBACK.

        OPEN-FIXED-ASSET-MASTER.
            OPEN I-O FIXED-ASSET-MASTER
            IF NOT AssetMasterOK
                OPEN OUTPUT FIXED-ASSET-MASTER
                CLOSE FIXED-ASSET-MASTER
                OPEN I-O FIXED-ASSET-MASTER
                IF NOT AssetMasterOK
                    DISPLAY "Unable to open FIXASSET.DAT, status "
                        WS-ASSET-STATUS
                    GOBACK
                END-IF
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

        READ-ASSET-TRANSACTION.
            READ ASSET-TRANSACTION-FILE
                AT END SET EndOfTransactionFile TO TRUE
            END-READ.

        APPLY-ONE-TRANSACTION.
            MOVE ZERO TO WS-RGL-AMOUNT
            IF NOT FAT-ValidAction
               OR FAT-ASSET-NO IS NOT NUMERIC
                MOVE "BAD TRANSACTION" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
            ELSE
                EVALUATE TRUE
                    WHEN FAT-AddAsset
                        PERFORM ADD-FIXED-ASSET
                    WHEN FAT-ChangeAsset
                        PERFORM CHANGE-FIXED-ASSET
                    WHEN FAT-DisposeAsset
                        PERFORM DISPOSE-FIXED-ASSET
                END-EVALUATE
            END-IF.

        ADD-FIXED-ASSET.
            IF FAT-DEPARTMENT = SPACES
                MOVE "NO DEPARTMENT" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            IF FAT-ACQUIRED-DATE IS NOT NUMERIC
               OR FAT-COST IS NOT NUMERIC
               OR FAT-USEFUL-LIFE IS NOT NUMERIC
                MOVE "BAD DATE, COST OR LIFE" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            IF FAT-COST-N = 0 OR FAT-USEFUL-LIFE-N = 0
                MOVE "BAD DATE, COST OR LIFE" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            MOVE FAT-METHOD TO FA-METHOD
            IF NOT FA-ValidMethod
                MOVE "BAD METHOD" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            IF FAT-SALVAGE-VALUE IS NUMERIC
                MOVE FAT-SALVAGE-VALUE-N TO FA-SALVAGE-VALUE
            ELSE
                MOVE 0 TO FA-SALVAGE-VALUE
            END-IF
            IF FA-SALVAGE-VALUE >= FAT-COST-N
                MOVE "SALVAGE NOT BELOW COST" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            MOVE FAT-ASSET-NO TO FA-ASSET-NO
            MOVE FAT-DESCRIPTION TO FA-DESCRIPTION
            MOVE FAT-DEPARTMENT TO FA-DEPARTMENT
            MOVE FAT-ACQUIRED-DATE-N TO FA-ACQUIRED-DATE
            MOVE FAT-COST-N TO FA-COST
            MOVE FAT-USEFUL-LIFE-N TO FA-USEFUL-LIFE
            MOVE 0 TO FA-ACCUM-DEPRECIATION
            MOVE 0 TO FA-LAST-DEPR-PERIOD
            MOVE "A" TO FA-ASSET-STATUS
            MOVE 0 TO FA-DISPOSAL-DATE
            MOVE 0 TO FA-DISPOSAL-PROCEEDS
            MOVE FA-COST TO WS-RGL-AMOUNT
            WRITE FIXED-ASSET-RECORD
                INVALID KEY
                    MOVE "ASSET ALREADY ON FILE" TO WS-RGL-DISPOSITION
                    PERFORM NOTE-REJECTED-TRANSACTION
                NOT INVALID KEY
                    PERFORM NOTE-APPLIED-TRANSACTION
            END-WRITE.

        CHANGE-FIXED-ASSET.
            MOVE FAT-ASSET-NO TO FA-ASSET-NO
            READ FIXED-ASSET-MASTER
                INVALID KEY
                    MOVE "ASSET NOT ON FILE" TO WS-RGL-DISPOSITION
                    PERFORM NOTE-REJECTED-TRANSACTION
                NOT INVALID KEY
                    PERFORM APPLY-ASSET-CHANGE
            END-READ.

      * Once a month has been charged, the cost and start date are
      * history the postings were built on; only the remaining
      * life, method and salvage may change from there.
        APPLY-ASSET-CHANGE.
            IF FA-AssetDisposed
                MOVE "ASSET DISPOSED" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            IF (FAT-COST NOT = SPACES
                OR FAT-ACQUIRED-DATE NOT = SPACES)
               AND FA-LAST-DEPR-PERIOD NOT = 0
                MOVE "ALREADY DEPRECIATED" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            IF FAT-DESCRIPTION NOT = SPACES
                MOVE FAT-DESCRIPTION TO FA-DESCRIPTION
            END-IF
            IF FAT-DEPARTMENT NOT = SPACES
                MOVE FAT-DEPARTMENT TO FA-DEPARTMENT
            END-IF
            IF FAT-ACQUIRED-DATE IS NUMERIC
                MOVE FAT-ACQUIRED-DATE-N TO FA-ACQUIRED-DATE
            END-IF
            IF FAT-COST IS NUMERIC AND FAT-COST-N > 0
                MOVE FAT-COST-N TO FA-COST
            END-IF
            IF FAT-USEFUL-LIFE IS NUMERIC AND FAT-USEFUL-LIFE-N > 0
                MOVE FAT-USEFUL-LIFE-N TO FA-USEFUL-LIFE
            END-IF
            IF FAT-METHOD NOT = SPACE
                MOVE FAT-METHOD TO FA-METHOD
                IF NOT FA-ValidMethod
                    MOVE "BAD METHOD" TO WS-RGL-DISPOSITION
                    PERFORM NOTE-REJECTED-TRANSACTION
                    EXIT PARAGRAPH
                END-IF
            END-IF
            IF FAT-SALVAGE-VALUE IS NUMERIC
                MOVE FAT-SALVAGE-VALUE-N TO FA-SALVAGE-VALUE
            END-IF
            IF FA-SALVAGE-VALUE >= FA-COST
                MOVE "SALVAGE NOT BELOW COST" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            MOVE FA-COST TO WS-RGL-AMOUNT
            REWRITE FIXED-ASSET-RECORD
                INVALID KEY
                    MOVE "ASSET NOT ON FILE" TO WS-RGL-DISPOSITION
                    PERFORM NOTE-REJECTED-TRANSACTION
                NOT INVALID KEY
                    PERFORM NOTE-APPLIED-TRANSACTION
            END-REWRITE.

      * The register shows the gain (or, signed, the loss) on the
      * disposal line.
        DISPOSE-FIXED-ASSET.
            MOVE FAT-ASSET-NO TO FA-ASSET-NO
            READ FIXED-ASSET-MASTER
                INVALID KEY
                    MOVE "ASSET NOT ON FILE" TO WS-RGL-DISPOSITION
                    PERFORM NOTE-REJECTED-TRANSACTION
                    EXIT PARAGRAPH
            END-READ
            IF FA-AssetDisposed
                MOVE "ASSET ALREADY DISPOSED" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            IF FAT-DISPOSAL-DATE IS NOT NUMERIC
                MOVE "BAD DISPOSAL DATE" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            IF FAT-DISPOSAL-DATE-N < FA-ACQUIRED-DATE
                MOVE "BAD DISPOSAL DATE" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            MOVE FAT-DISPOSAL-DATE-N(1:6) TO WS-PC-PERIOD
            MOVE "V" TO WS-PC-ACTION
            CALL "PeriodControl" USING WS-PC-ACTION WS-PC-PERIOD
                WS-PC-RESULT
            IF NOT PostingPeriodOpen
                MOVE "PERIOD CLOSED" TO WS-RGL-DISPOSITION
                PERFORM NOTE-REJECTED-TRANSACTION
                EXIT PARAGRAPH
            END-IF
            MOVE FAT-DISPOSAL-DATE-N TO FA-DISPOSAL-DATE
            IF FAT-PROCEEDS IS NUMERIC
                MOVE FAT-PROCEEDS-N TO FA-DISPOSAL-PROCEEDS
            ELSE
                MOVE 0 TO FA-DISPOSAL-PROCEEDS
            END-IF
            MOVE "D" TO FA-ASSET-STATUS
            COMPUTE WS-NET-BOOK-VALUE =
                FA-COST - FA-ACCUM-DEPRECIATION
            COMPUTE WS-GAIN-OR-LOSS =
                FA-DISPOSAL-PROCEEDS - WS-NET-BOOK-VALUE
            MOVE WS-GAIN-OR-LOSS TO WS-RGL-AMOUNT
            REWRITE FIXED-ASSET-RECORD
                INVALID KEY
                    MOVE "ASSET NOT ON FILE" TO WS-RGL-DISPOSITION
                    PERFORM NOTE-REJECTED-TRANSACTION
                NOT INVALID KEY
                    PERFORM NOTE-APPLIED-TRANSACTION
                    IF WS-GM-COUNT > 0
                        PERFORM POST-ASSET-DISPOSAL
                    END-IF
            END-REWRITE.

      * Cost comes off the asset account and the accumulated
      * depreciation against it is reversed, both at department
      * level; proceeds go to cash and the balancing figure to gain
      * or loss on disposal.
        POST-ASSET-DISPOSAL.
            IF NOT GlPostingFileOpen
                OPEN EXTEND GL-POSTING-FILE
                IF WS-GL-POST-STATUS NOT = "00"
                    OPEN OUTPUT GL-POSTING-FILE
                END-IF
                MOVE "Y" TO WS-GL-POSTING-OPEN
            END-IF
            IF FA-DISPOSAL-PROCEEDS > 0
                MOVE "D" TO WS-POST-SIDE
                MOVE "CASH" TO WS-GL-LOOKUP-CATEGORY
                MOVE SPACES TO WS-GL-LOOKUP-DEPT
                MOVE FA-DISPOSAL-PROCEEDS TO WS-POST-AMOUNT
                PERFORM WRITE-ONE-POSTING
            END-IF
            IF FA-ACCUM-DEPRECIATION > 0
                MOVE "D" TO WS-POST-SIDE
                MOVE "ACCUMDEP" TO WS-GL-LOOKUP-CATEGORY
                MOVE FA-DEPARTMENT TO WS-GL-LOOKUP-DEPT
                MOVE FA-ACCUM-DEPRECIATION TO WS-POST-AMOUNT
                PERFORM WRITE-ONE-POSTING
            END-IF
            MOVE "C" TO WS-POST-SIDE
            MOVE "FIXASSET" TO WS-GL-LOOKUP-CATEGORY
            MOVE FA-DEPARTMENT TO WS-GL-LOOKUP-DEPT
            MOVE FA-COST TO WS-POST-AMOUNT
            PERFORM WRITE-ONE-POSTING
            IF WS-GAIN-OR-LOSS NOT = 0
                IF WS-GAIN-OR-LOSS > 0
                    MOVE "C" TO WS-POST-SIDE
                    MOVE WS-GAIN-OR-LOSS TO WS-POST-AMOUNT
                ELSE
                    MOVE "D" TO WS-POST-SIDE
                    COMPUTE WS-POST-AMOUNT = 0 - WS-GAIN-OR-LOSS
                END-IF
                MOVE "FAGAINLS" TO WS-GL-LOOKUP-CATEGORY
                MOVE FA-DEPARTMENT TO WS-GL-LOOKUP-DEPT
                PERFORM WRITE-ONE-POSTING
            END-IF.

        WRITE-ONE-POSTING.
            PERFORM FIND-GL-ACCOUNT
            MOVE SPACES TO GL-POSTING-RECORD
            MOVE WS-POST-SIDE TO GP-RECORD-TYPE
            MOVE WS-GL-LOOKUP-ACCOUNT TO GP-ACCOUNT
            MOVE WS-GL-LOOKUP-CATEGORY TO GP-CATEGORY
            MOVE WS-POST-AMOUNT TO GP-AMOUNT
            MOVE WS-GL-LOOKUP-DEPT TO GP-DEPARTMENT
            MOVE WS-PC-PERIOD TO GP-PERIOD
            WRITE GL-POSTING-RECORD
            IF GP-DebitLine
                ADD WS-POST-AMOUNT TO WS-GL-DEBIT-TOTAL
            ELSE
                ADD WS-POST-AMOUNT TO WS-GL-CREDIT-TOTAL
            END-IF.

        WRITE-GL-TRAILER.
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

        NOTE-APPLIED-TRANSACTION.
            ADD 1 TO WS-APPLIED-COUNT
            MOVE FAT-ACTION-CODE TO WS-RGL-ACTION
            MOVE FAT-ASSET-NO TO WS-RGL-ASSET-NO
            MOVE FA-DESCRIPTION TO WS-RGL-DESCRIPTION
            MOVE FA-DEPARTMENT TO WS-RGL-DEPARTMENT
            MOVE "APPLIED" TO WS-RGL-DISPOSITION
            WRITE AssetMaintRegisterLine FROM WS-REGISTER-LINE.

        NOTE-REJECTED-TRANSACTION.
            ADD 1 TO WS-REJECTED-COUNT
            MOVE FAT-ACTION-CODE TO WS-RGL-ACTION
            IF FAT-ASSET-NO IS NUMERIC
                MOVE FAT-ASSET-NO TO WS-RGL-ASSET-NO
            ELSE
                MOVE ZERO TO WS-RGL-ASSET-NO
            END-IF
            MOVE FAT-DESCRIPTION TO WS-RGL-DESCRIPTION
            MOVE FAT-DEPARTMENT TO WS-RGL-DEPARTMENT
            WRITE AssetMaintRegisterLine FROM WS-REGISTER-LINE.
