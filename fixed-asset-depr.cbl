       IDENTIFICATION DIVISION.
       PROGRAM-ID. FixedAssetDepr.
      * Monthly depreciation run over the fixed-asset master
      * (FIXASSET.DAT). For the month the operator keys, every asset
      * in service since that month or earlier is charged one
      * month: straight-line takes cost less salvage over the
      * useful life, declining balance takes twice the straight-
      * line rate on the net book value, and either way the charge
      * stops at salvage, with the last month of the life taking
      * whatever is left. Each charge is added to the asset's
      * accumulated depreciation and stamped with the month, so a
      * restarted run never charges an asset twice. FADEPR.RPT
      * lists the charge per asset and per department, and
      * GLPOST.DAT gets a depreciation-expense debit and an
      * accumulated-depreciation credit per department. A month
      * PeriodControl has closed is refused before anything is
      * charged.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT FIXED-ASSET-MASTER
            ASSIGN TO "FIXASSET.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FA-ASSET-NO
            FILE STATUS IS WS-ASSET-STATUS.
          SELECT DEPRECIATION-REPORT
            ASSIGN TO "FADEPR.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.
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

        FD  DEPRECIATION-REPORT
            LABEL RECORDS ARE STANDARD.
        01  DepreciationReportLine   PIC X(100).

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
            88  EndOfAssetMaster         VALUE "10".
        01  WS-REPORT-STATUS         PIC XX.
        01  WS-GL-POST-STATUS        PIC XX.
        01  WS-GL-MAP-STATUS         PIC XX.
            88  EndOfGlAccountMap        VALUE "10".

        01  WS-DEPRECIATION-PERIOD   PIC 9(6).
        01  WS-PERIOD-PARTS REDEFINES WS-DEPRECIATION-PERIOD.
            05  WS-PERIOD-YEAR       PIC 9(4).
            05  WS-PERIOD-MONTH      PIC 99.
        01  WS-ACQUIRED-DATE         PIC 9(8).
        01  WS-ACQUIRED-PARTS REDEFINES WS-ACQUIRED-DATE.
            05  WS-ACQUIRED-YEAR     PIC 9(4).
            05  WS-ACQUIRED-MONTH    PIC 99.
            05  WS-ACQUIRED-DAY      PIC 99.
        01  WS-PC-ACTION             PIC X.
        01  WS-PC-PERIOD             PIC 9(6).
        01  WS-PC-RESULT             PIC X.
            88  PostingPeriodOpen        VALUE "Y".

        01  WS-MONTHS-IN-SERVICE     PIC S9(5).
        01  WS-DEPRECIABLE-LEFT      PIC S9(7)V99.
        01  WS-MONTH-CHARGE          PIC 9(7)V99.
        01  WS-ASSETS-CHARGED        PIC 9(5) VALUE ZERO.
        01  WS-TOTAL-CHARGE          PIC 9(9)V99 VALUE ZERO.

        78  WS-DEPT-TABLE-CAPACITY   VALUE 50.
        01  WS-DP-COUNT              PIC 99 VALUE ZERO.
        01  WS-DP-IDX                PIC 99.
        01  WS-DEPARTMENT-TABLE.
            05  DEPARTMENT-ENTRY OCCURS 50 TIMES.
              10  DPT-CODE           PIC X(4).
              10  DPT-CHARGE         PIC 9(9)V99.

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

        01  WS-RL-ACTION             PIC X.
        01  WS-RL-PROGRAM-NAME       PIC X(15)
                VALUE "FixedAssetDepr".
        01  WS-RL-RECORDS-READ       PIC 9(7) VALUE ZERO.
        01  WS-RL-RECORDS-WRITTEN    PIC 9(7) VALUE ZERO.
        01  WS-RL-STATUS             PIC X(8).

        01  WS-REPORT-HEADING.
            05  FILLER               PIC X(31)
                    VALUE "FIXED ASSET DEPRECIATION FOR ".
            05  WS-RH-PERIOD         PIC 9(6).
        01  WS-COLUMN-HEADING.
            05  FILLER               PIC X(7) VALUE "ASSET".
            05  FILLER               PIC X(31) VALUE "DESCRIPTION".
            05  FILLER               PIC X(5) VALUE "DEPT".
            05  FILLER               PIC X(2) VALUE "M".
            05  FILLER               PIC X(14) VALUE "  MONTH CHARGE".
            05  FILLER               PIC X(14) VALUE "   ACCUMULATED".
            05  FILLER               PIC X(14) VALUE "     NET BOOK".
        01  WS-DETAIL-LINE.
            05  WS-DL-ASSET-NO       PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-DESCRIPTION    PIC X(30).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-DEPARTMENT     PIC X(4).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-METHOD         PIC X.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-CHARGE         PIC Z,ZZZ,ZZZ,ZZ9.99.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-ACCUMULATED    PIC Z,ZZZ,ZZ9.99.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-NET-BOOK       PIC Z,ZZZ,ZZ9.99.
        01  WS-DEPT-TOTAL-LINE.
            05  FILLER               PIC X(17)
                    VALUE "DEPARTMENT TOTAL ".
            05  WS-DTL-DEPARTMENT    PIC X(4).
            05  FILLER               PIC X(24) VALUE SPACES.
            05  WS-DTL-CHARGE        PIC Z,ZZZ,ZZZ,ZZ9.99.
        01  WS-RUN-TOTAL-LINE.
            05  FILLER               PIC X(13) VALUE "RUN TOTAL    ".
            05  WS-RTL-COUNT         PIC ZZZZ9.
            05  FILLER               PIC X(27)
                    VALUE " ASSET(S) CHARGED".
            05  WS-RTL-CHARGE        PIC Z,ZZZ,ZZZ,ZZ9.99.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            MOVE "S" TO WS-RL-ACTION
            MOVE "STARTED" TO WS-RL-STATUS
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS
            DISPLAY "Month to depreciate (CCYYMM) - "
                WITH NO ADVANCING
            ACCEPT WS-DEPRECIATION-PERIOD
            IF WS-DEPRECIATION-PERIOD IS NOT NUMERIC
               OR WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                DISPLAY "Depreciation month must be CCYYMM"
                MOVE "BADPERD" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            MOVE WS-DEPRECIATION-PERIOD TO WS-PC-PERIOD
            MOVE "V" TO WS-PC-ACTION
            CALL "PeriodControl" USING WS-PC-ACTION WS-PC-PERIOD
                WS-PC-RESULT
            IF NOT PostingPeriodOpen
                DISPLAY "Period " WS-DEPRECIATION-PERIOD
                    " is closed - depreciation run refused"
                MOVE "CLOSEDPD" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            OPEN I-O FIXED-ASSET-MASTER
            IF NOT AssetMasterOK
                DISPLAY "No FIXASSET.DAT master, status "
                    WS-ASSET-STATUS " - depreciation run skipped"
                MOVE "NOFILE" TO WS-RL-STATUS
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            PERFORM LOAD-GL-ACCOUNT-MAP
            OPEN OUTPUT DEPRECIATION-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE DepreciationReportLine FROM REPORT-STAMP-LINE
            MOVE WS-DEPRECIATION-PERIOD TO WS-RH-PERIOD
            WRITE DepreciationReportLine FROM WS-REPORT-HEADING
            WRITE DepreciationReportLine FROM WS-COLUMN-HEADING
            PERFORM UNTIL EndOfAssetMaster
                READ FIXED-ASSET-MASTER NEXT RECORD
                    AT END SET EndOfAssetMaster TO TRUE
                    NOT AT END
                        ADD 1 TO WS-RL-RECORDS-READ
                        PERFORM DEPRECIATE-ONE-ASSET
                END-READ
            END-PERFORM
            CLOSE FIXED-ASSET-MASTER
            PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                UNTIL WS-DP-IDX > WS-DP-COUNT
                MOVE DPT-CODE(WS-DP-IDX) TO WS-DTL-DEPARTMENT
                MOVE DPT-CHARGE(WS-DP-IDX) TO WS-DTL-CHARGE
                WRITE DepreciationReportLine FROM WS-DEPT-TOTAL-LINE
            END-PERFORM
            MOVE WS-ASSETS-CHARGED TO WS-RTL-COUNT
            MOVE WS-TOTAL-CHARGE TO WS-RTL-CHARGE
            WRITE DepreciationReportLine FROM WS-RUN-TOTAL-LINE
            CLOSE DEPRECIATION-REPORT
            IF WS-TOTAL-CHARGE > 0 AND WS-GM-COUNT > 0
                PERFORM APPEND-GL-POSTINGS
            END-IF
            MOVE WS-ASSETS-CHARGED TO WS-RL-RECORDS-WRITTEN
            MOVE "OK" TO WS-RL-STATUS
            DISPLAY "Depreciation for " WS-DEPRECIATION-PERIOD ": "
                WS-ASSETS-CHARGED " asset(s), total " WS-TOTAL-CHARGE
            PERFORM LOG-RUN-END
            GOBACK.

        LOG-RUN-END.
            MOVE "E" TO WS-RL-ACTION
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS.

      * Depreciation starts in the month of acquisition. An asset
      * already charged for this month, disposed of, not yet
      * acquired or written down to salvage is passed over.
        DEPRECIATE-ONE-ASSET.
            IF NOT FA-AssetInService
               OR FA-LAST-DEPR-PERIOD >= WS-DEPRECIATION-PERIOD
               OR FA-ACQUIRED-DATE(1:6) > WS-DEPRECIATION-PERIOD
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-DEPRECIABLE-LEFT = FA-COST
                - FA-SALVAGE-VALUE - FA-ACCUM-DEPRECIATION
            IF WS-DEPRECIABLE-LEFT NOT > 0
                EXIT PARAGRAPH
            END-IF
            MOVE FA-ACQUIRED-DATE TO WS-ACQUIRED-DATE
            COMPUTE WS-MONTHS-IN-SERVICE =
                (WS-PERIOD-YEAR * 12 + WS-PERIOD-MONTH)
                - (WS-ACQUIRED-YEAR * 12 + WS-ACQUIRED-MONTH) + 1
            IF FA-DecliningBalance
                COMPUTE WS-MONTH-CHARGE ROUNDED =
                    (FA-COST - FA-ACCUM-DEPRECIATION) * 2
                    / FA-USEFUL-LIFE
            ELSE
                COMPUTE WS-MONTH-CHARGE ROUNDED =
                    (FA-COST - FA-SALVAGE-VALUE) / FA-USEFUL-LIFE
            END-IF
            IF WS-MONTHS-IN-SERVICE >= FA-USEFUL-LIFE
               OR WS-MONTH-CHARGE > WS-DEPRECIABLE-LEFT
                MOVE WS-DEPRECIABLE-LEFT TO WS-MONTH-CHARGE
            END-IF
            ADD WS-MONTH-CHARGE TO FA-ACCUM-DEPRECIATION
            MOVE WS-DEPRECIATION-PERIOD TO FA-LAST-DEPR-PERIOD
            REWRITE FIXED-ASSET-RECORD
                INVALID KEY
                    DISPLAY "Rewrite failed for asset " FA-ASSET-NO
                    EXIT PARAGRAPH
            END-REWRITE
            ADD 1 TO WS-ASSETS-CHARGED
            ADD WS-MONTH-CHARGE TO WS-TOTAL-CHARGE
            PERFORM ADD-TO-DEPARTMENT
            MOVE FA-ASSET-NO TO WS-DL-ASSET-NO
            MOVE FA-DESCRIPTION TO WS-DL-DESCRIPTION
            MOVE FA-DEPARTMENT TO WS-DL-DEPARTMENT
            MOVE FA-METHOD TO WS-DL-METHOD
            MOVE WS-MONTH-CHARGE TO WS-DL-CHARGE
            MOVE FA-ACCUM-DEPRECIATION TO WS-DL-ACCUMULATED
            COMPUTE WS-DL-NET-BOOK =
                FA-COST - FA-ACCUM-DEPRECIATION
            WRITE DepreciationReportLine FROM WS-DETAIL-LINE.

        ADD-TO-DEPARTMENT.
            PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                UNTIL WS-DP-IDX > WS-DP-COUNT
                   OR DPT-CODE(WS-DP-IDX) = FA-DEPARTMENT
                CONTINUE
            END-PERFORM
            IF WS-DP-IDX > WS-DP-COUNT
                IF WS-DP-COUNT >= WS-DEPT-TABLE-CAPACITY
                    DISPLAY "WS-DEPARTMENT-TABLE full at "
                        WS-DEPT-TABLE-CAPACITY " entries - asset "
                        FA-ASSET-NO " charged to the last department"
                    MOVE WS-DP-COUNT TO WS-DP-IDX
                ELSE
                    ADD 1 TO WS-DP-COUNT
                    MOVE WS-DP-COUNT TO WS-DP-IDX
                    MOVE FA-DEPARTMENT TO DPT-CODE(WS-DP-IDX)
                    MOVE 0 TO DPT-CHARGE(WS-DP-IDX)
                END-IF
            END-IF
            ADD WS-MONTH-CHARGE TO DPT-CHARGE(WS-DP-IDX).

      * Expense and contra-asset both land on the department's own
      * accounts where GLMAP.REF carries them.
        APPEND-GL-POSTINGS.
            OPEN EXTEND GL-POSTING-FILE
            IF WS-GL-POST-STATUS NOT = "00"
                OPEN OUTPUT GL-POSTING-FILE
            END-IF
            PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                UNTIL WS-DP-IDX > WS-DP-COUNT
                MOVE DPT-CODE(WS-DP-IDX) TO WS-GL-LOOKUP-DEPT
                MOVE "DEPREXP" TO WS-GL-LOOKUP-CATEGORY
                PERFORM FIND-GL-ACCOUNT
                MOVE SPACES TO GL-POSTING-RECORD
                MOVE "D" TO GP-RECORD-TYPE
                MOVE WS-GL-LOOKUP-ACCOUNT TO GP-ACCOUNT
                MOVE "DEPREXP" TO GP-CATEGORY
                MOVE DPT-CHARGE(WS-DP-IDX) TO GP-AMOUNT
                MOVE DPT-CODE(WS-DP-IDX) TO GP-DEPARTMENT
                MOVE WS-DEPRECIATION-PERIOD TO GP-PERIOD
                WRITE GL-POSTING-RECORD
                MOVE "ACCUMDEP" TO WS-GL-LOOKUP-CATEGORY
                PERFORM FIND-GL-ACCOUNT
                MOVE SPACES TO GL-POSTING-RECORD
                MOVE "C" TO GP-RECORD-TYPE
                MOVE WS-GL-LOOKUP-ACCOUNT TO GP-ACCOUNT
                MOVE "ACCUMDEP" TO GP-CATEGORY
                MOVE DPT-CHARGE(WS-DP-IDX) TO GP-AMOUNT
                MOVE DPT-CODE(WS-DP-IDX) TO GP-DEPARTMENT
                MOVE WS-DEPRECIATION-PERIOD TO GP-PERIOD
                WRITE GL-POSTING-RECORD
            END-PERFORM
            MOVE SPACES TO GL-POSTING-RECORD
            MOVE "T" TO GT-RECORD-TYPE
            MOVE WS-TOTAL-CHARGE TO GT-DEBIT-TOTAL
            MOVE WS-TOTAL-CHARGE TO GT-CREDIT-TOTAL
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
