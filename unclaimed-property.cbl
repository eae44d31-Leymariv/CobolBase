       IDENTIFICATION DIVISION.
       PROGRAM-ID. UnclaimedProperty.
      * Annual unclaimed-property run. Gathers the money the shop
      * holds for people who have stopped asking for it: payroll
      * cheques ChequeOutstanding has staled on CHEQREG.DAT, gift
      * cards on GIFTCARD.DAT still carrying a balance and unused
      * since long after issue, and customer credit balances -
      * credit items on AROPEN.DAT and on-account cash carried on
      * ARONACCT.DAT. Each property type has its own dormancy
      * period in days on UNCLAIM.REF. Every dormant item is listed
      * on UNCLAIM.RPT with its owner's last known name and address
      * (EMPLOYEE.DAT for cheques, CUSTOMER.DAT for credits; gift
      * cards are bearer property) and written to the UNCLAIM.DAT
      * remittance file for the state filing. Only a run the
      * operator confirms as final takes the items off their
      * source files - cheques and cards marked escheated, credit
      * items closed, on-account cash removed - and posts each
      * liability released against the unclaimed-property payable
      * on GLPOST.DAT. Any other answer is a trial listing.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT DORMANCY-POLICY-FILE
            ASSIGN TO "UNCLAIM.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-POLICY-STATUS.
          SELECT CHEQUE-REGISTER-FILE
            ASSIGN TO "CHEQREG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHEQUE-REG-STATUS.
          SELECT CHEQUE-REG-WORK-FILE
            ASSIGN TO "CHEQREG.TMP"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REG-WORK-STATUS.
          SELECT GIFT-CARD-FILE
            ASSIGN TO "GIFTCARD.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS GC-CARD-NUMBER
            FILE STATUS IS WS-GIFT-CARD-STATUS.
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
          SELECT EMPLOYEE-MASTER
            ASSIGN TO "EMPLOYEE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EM-EMPLOYEE-NO
            FILE STATUS IS WS-EMPLOYEE-STATUS.
          SELECT CUSTOMER-MASTER
            ASSIGN TO "CUSTOMER.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CustomerId
            FILE STATUS IS WS-CUSTOMER-STATUS.
          SELECT UNCLAIMED-REPORT
            ASSIGN TO "UNCLAIM.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.
          SELECT REMITTANCE-FILE
            ASSIGN TO "UNCLAIM.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REMITTANCE-STATUS.
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
      * Policy: days without owner activity before a property type
      * is reportable - CHEQUE, GIFTCARD or CREDIT.
        FD  DORMANCY-POLICY-FILE
            LABEL RECORDS ARE STANDARD.
        01  DORMANCY-POLICY-RECORD.
            05  DP-PROPERTY-TYPE     PIC X(8).
            05  FILLER               PIC X.
            05  DP-DORMANCY-DAYS     PIC 9(5).

        FD  CHEQUE-REGISTER-FILE
            LABEL RECORDS ARE STANDARD.
            COPY CHEQREG.

        FD  CHEQUE-REG-WORK-FILE
            LABEL RECORDS ARE STANDARD.
            COPY CHEQREG
                REPLACING ==CHEQUE-REGISTER-RECORD==
                       BY ==CHEQUE-REG-WORK-RECORD==
                  LEADING ==CQ-== BY ==CW-==.

        FD  GIFT-CARD-FILE
            LABEL RECORDS ARE STANDARD.
            COPY GIFTCARD.

        FD  AR-OPEN-ITEM-FILE
            LABEL RECORDS ARE STANDARD.
            COPY AROPEN.

        FD  ON-ACCOUNT-FILE
            LABEL RECORDS ARE STANDARD.
        01  ON-ACCOUNT-RECORD.
            05  OA-CUSTOMER-ID       PIC 9(8).
            05  FILLER               PIC X.
            05  OA-RECEIPT-DATE      PIC 9(8).
            05  FILLER               PIC X.
            05  OA-AMOUNT            PIC 9(7)V99.

        FD  EMPLOYEE-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY EMPREC.

        FD  CUSTOMER-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY CUSTREC.

        FD  UNCLAIMED-REPORT
            LABEL RECORDS ARE STANDARD.
        01  UnclaimedReportLine      PIC X(132).

      * The state filing: a header naming the report date and
      * whether the run was final, one line per property item, and
      * a trailer with the item count and amount for the filing.
        FD  REMITTANCE-FILE
            LABEL RECORDS ARE STANDARD.
        01  REMITTANCE-RECORD.
            05  UR-RECORD-TYPE       PIC X.
                88  UR-HeaderRecord      VALUE "H".
                88  UR-DetailRecord      VALUE "D".
                88  UR-TrailerRecord     VALUE "T".
            05  UR-PROPERTY-TYPE     PIC X(8).
            05  UR-REFERENCE         PIC X(10).
            05  UR-OWNER-ID          PIC 9(8).
            05  UR-OWNER-NAME        PIC X(30).
            05  UR-STREET            PIC X(25).
            05  UR-CITY              PIC X(15).
            05  UR-POSTAL-CODE       PIC X(10).
            05  UR-LAST-ACTIVITY     PIC 9(8).
            05  UR-AMOUNT            PIC 9(7)V99.
        01  REMITTANCE-HEADER REDEFINES REMITTANCE-RECORD.
            05  URH-RECORD-TYPE      PIC X.
            05  URH-REPORT-DATE      PIC 9(8).
            05  URH-RUN-TYPE         PIC X.
                88  URH-FinalRun         VALUE "F".
                88  URH-TrialRun         VALUE "P".
            05  FILLER               PIC X(114).
        01  REMITTANCE-TRAILER REDEFINES REMITTANCE-RECORD.
            05  URT-RECORD-TYPE      PIC X.
            05  URT-ITEM-COUNT       PIC 9(6).
            05  URT-TOTAL-AMOUNT     PIC 9(9)V99.
            05  FILLER               PIC X(106).

        FD  GL-POSTING-FILE
            LABEL RECORDS ARE STANDARD.
            COPY GLPOST.

        FD  GL-ACCOUNT-MAP
            LABEL RECORDS ARE STANDARD.
        01  GL-ACCOUNT-MAP-RECORD.
            05  GM-CATEGORY          PIC X(8).
            05  FILLER               PIC X.
            05  GM-ACCOUNT           PIC 9(6).

        WORKING-STORAGE SECTION.
        01  WS-POLICY-STATUS         PIC XX.
            88  EndOfPolicyFile          VALUE "10".
        01  WS-CHEQUE-REG-STATUS     PIC XX.
            88  EndOfChequeRegister      VALUE "10".
        01  WS-REG-WORK-STATUS       PIC XX.
            88  EndOfRegWorkFile         VALUE "10".
        01  WS-GIFT-CARD-STATUS      PIC XX.
            88  GiftCardFileOK           VALUE "00".
            88  EndOfGiftCardFile        VALUE "10".
        01  WS-AR-STATUS             PIC XX.
            88  ArFileOK                 VALUE "00".
            88  EndOfArFile              VALUE "10".
        01  WS-ON-ACCOUNT-STATUS     PIC XX.
            88  EndOfOnAccountFile       VALUE "10".
        01  WS-EMPLOYEE-STATUS       PIC XX.
            88  EmployeeFileOK           VALUE "00".
        01  WS-CUSTOMER-STATUS       PIC XX.
            88  CustomerFileOK           VALUE "00".
        01  WS-REPORT-STATUS         PIC XX.
        01  WS-REMITTANCE-STATUS     PIC XX.
        01  WS-GL-POST-STATUS        PIC XX.
        01  WS-GL-MAP-STATUS         PIC XX.
            88  EndOfGlAccountMap        VALUE "10".

      * Defaults where UNCLAIM.REF is silent: three years for
      * cheques and credits, five for gift cards.
        01  WS-CHEQUE-DORMANCY       PIC 9(5) VALUE 1095.
        01  WS-GIFTCARD-DORMANCY     PIC 9(5) VALUE 1825.
        01  WS-CREDIT-DORMANCY       PIC 9(5) VALUE 1095.

        01  WS-CE-PROMPT             PIC X(40)
                VALUE "Final run - remit and remove the items".
        01  WS-CE-RESPONSE           PIC X.
            88  FinalRunConfirmed        VALUE "Y".
        01  WS-PC-ACTION             PIC X.
        01  WS-PC-PERIOD             PIC 9(6).
        01  WS-PC-RESULT             PIC X.
            88  PostingPeriodOpen        VALUE "Y".

        01  WS-TODAY-CCYYMMDD        PIC 9(8).
        01  WS-TODAY-INTEGER         PIC 9(7).
        01  WS-ACTIVITY-DATE         PIC 9(8).
        01  WS-DORMANT-DAYS          PIC S9(7).
        01  WS-DORMANCY-LIMIT        PIC 9(5).

        01  WS-ITEM-DORMANT          PIC X.
            88  ItemIsDormant            VALUE "Y".
        01  WS-ITEM-TYPE             PIC X(8).
        01  WS-ITEM-REFERENCE        PIC X(10).
        01  WS-ITEM-OWNER-ID         PIC 9(8).
        01  WS-ITEM-AMOUNT           PIC 9(7)V99.
        01  WS-OWNER-NAME            PIC X(30).
        01  WS-OWNER-STREET          PIC X(25).
        01  WS-OWNER-CITY            PIC X(15).
        01  WS-OWNER-POSTAL-CODE     PIC X(10).

        78  WS-ON-ACCOUNT-CAPACITY   VALUE 500.
        01  WS-OA-COUNT              PIC 999 VALUE ZERO.
        01  WS-OA-IDX                PIC 999.
        01  WS-ON-ACCOUNT-TABLE.
            05  ON-ACCOUNT-ENTRY OCCURS 500 TIMES.
              10  OE-CUSTOMER-ID     PIC 9(8).
              10  OE-RECEIPT-DATE    PIC 9(8).
              10  OE-AMOUNT          PIC 9(7)V99.
              10  OE-ESCHEAT-FLAG    PIC X.
                  88  OE-Escheated         VALUE "Y".

        01  WS-CHEQUE-TOTAL          PIC 9(9)V99 VALUE ZERO.
        01  WS-GIFTCARD-TOTAL        PIC 9(9)V99 VALUE ZERO.
        01  WS-CREDIT-TOTAL          PIC 9(9)V99 VALUE ZERO.
        01  WS-GRAND-TOTAL           PIC 9(9)V99 VALUE ZERO.
        01  WS-ITEM-COUNT            PIC 9(6) VALUE ZERO.

        78  WS-GL-MAP-CAPACITY       VALUE 300.
        01  WS-GM-COUNT              PIC 999 VALUE ZERO.
        01  WS-GM-IDX                PIC 999.
        01  WS-GL-MAP-TABLE.
            05  GL-MAP-ENTRY OCCURS WS-GL-MAP-CAPACITY TIMES.
              10  GME-CATEGORY       PIC X(8).
              10  GME-ACCOUNT        PIC 9(6).
        01  WS-GL-ACCOUNT-FOUND      PIC X.
            88  GlAccountFound           VALUE "Y".
        01  WS-GL-LOOKUP-CATEGORY    PIC X(8).
        01  WS-GL-LOOKUP-ACCOUNT     PIC 9(6).
        01  WS-POST-AMOUNT           PIC 9(9)V99.

        01  WS-RL-ACTION             PIC X.
        01  WS-RL-PROGRAM-NAME       PIC X(15)
                VALUE "UnclaimedProp".
        01  WS-RL-RECORDS-READ       PIC 9(7) VALUE ZERO.
        01  WS-RL-RECORDS-WRITTEN    PIC 9(7) VALUE ZERO.
        01  WS-RL-STATUS             PIC X(8).

        01  WS-REPORT-HEADING.
            05  FILLER               PIC X(32)
                    VALUE "UNCLAIMED PROPERTY REPORT AS OF ".
            05  WS-RH-DATE           PIC 9(8).
            05  FILLER               PIC X(3) VALUE " - ".
            05  WS-RH-RUN-TYPE       PIC X(31).
        01  WS-COLUMN-HEADING.
            05  FILLER               PIC X(9) VALUE "TYPE".
            05  FILLER               PIC X(11) VALUE "REFERENCE".
            05  FILLER               PIC X(9) VALUE "OWNER".
            05  FILLER               PIC X(31) VALUE "NAME".
            05  FILLER               PIC X(41) VALUE "LAST ADDRESS".
            05  FILLER               PIC X(9) VALUE "LAST USED".
            05  FILLER               PIC X(9) VALUE "  DAYS".
            05  FILLER               PIC X(12) VALUE "      AMOUNT".
        01  WS-DETAIL-LINE.
            05  WS-DL-TYPE           PIC X(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-REFERENCE      PIC X(10).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-OWNER-ID       PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-NAME           PIC X(30).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-STREET         PIC X(25).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-CITY           PIC X(15).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-LAST-USED      PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-DAYS           PIC ZZZZZZ9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-AMOUNT         PIC Z,ZZZ,ZZ9.99.
        01  WS-TOTAL-LINE.
            05  FILLER               PIC X(6) VALUE "TOTAL ".
            05  WS-TL-TYPE           PIC X(8).
            05  FILLER               PIC X(100) VALUE SPACES.
            05  WS-TL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15)
                VALUE "UnclaimedProp".
        01  WS-RJ-IMAGE              PIC X(2000).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            MOVE "S" TO WS-RL-ACTION
            MOVE "STARTED" TO WS-RL-STATUS
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS
      * Anything but a plain Y leaves every source file untouched.
            CALL "ConfirmEntry" USING WS-CE-PROMPT WS-CE-RESPONSE
            CALL "BusinessDate" USING WS-TODAY-CCYYMMDD
            COMPUTE WS-TODAY-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
            MOVE WS-TODAY-CCYYMMDD(1:6) TO WS-PC-PERIOD
            IF FinalRunConfirmed
                MOVE "V" TO WS-PC-ACTION
                CALL "PeriodControl" USING WS-PC-ACTION WS-PC-PERIOD
                    WS-PC-RESULT
                IF NOT PostingPeriodOpen
                    MOVE "CLOSEDPD" TO WS-RL-STATUS
                    MOVE 8 TO RETURN-CODE
                    PERFORM LOG-RUN-END
                    GOBACK
                END-IF
            END-IF
            PERFORM LOAD-DORMANCY-POLICY
            PERFORM LOAD-GL-ACCOUNT-MAP
            OPEN INPUT EMPLOYEE-MASTER
            OPEN INPUT CUSTOMER-MASTER
            OPEN OUTPUT UNCLAIMED-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE UnclaimedReportLine FROM REPORT-STAMP-LINE
            OPEN OUTPUT REMITTANCE-FILE
            MOVE WS-TODAY-CCYYMMDD TO WS-RH-DATE
            MOVE SPACES TO REMITTANCE-RECORD
            MOVE "H" TO URH-RECORD-TYPE
            MOVE WS-TODAY-CCYYMMDD TO URH-REPORT-DATE
            IF FinalRunConfirmed
                MOVE "FINAL - ITEMS REMITTED" TO WS-RH-RUN-TYPE
                MOVE "F" TO URH-RUN-TYPE
            ELSE
                MOVE "TRIAL LISTING - NOTHING REMOVED"
                    TO WS-RH-RUN-TYPE
                MOVE "P" TO URH-RUN-TYPE
            END-IF
            WRITE REMITTANCE-RECORD
            WRITE UnclaimedReportLine FROM WS-REPORT-HEADING
            WRITE UnclaimedReportLine FROM WS-COLUMN-HEADING
            PERFORM SCAN-STALE-CHEQUES
            MOVE "CHEQUE" TO WS-TL-TYPE
            MOVE WS-CHEQUE-TOTAL TO WS-TL-AMOUNT
            WRITE UnclaimedReportLine FROM WS-TOTAL-LINE
            PERFORM SCAN-DORMANT-GIFT-CARDS
            MOVE "GIFTCARD" TO WS-TL-TYPE
            MOVE WS-GIFTCARD-TOTAL TO WS-TL-AMOUNT
            WRITE UnclaimedReportLine FROM WS-TOTAL-LINE
            PERFORM SCAN-AR-CREDIT-ITEMS
            PERFORM SCAN-ON-ACCOUNT-CASH
            MOVE "CREDIT" TO WS-TL-TYPE
            MOVE WS-CREDIT-TOTAL TO WS-TL-AMOUNT
            WRITE UnclaimedReportLine FROM WS-TOTAL-LINE
            COMPUTE WS-GRAND-TOTAL =
                WS-CHEQUE-TOTAL + WS-GIFTCARD-TOTAL + WS-CREDIT-TOTAL
            MOVE "ALL" TO WS-TL-TYPE
            MOVE WS-GRAND-TOTAL TO WS-TL-AMOUNT
            WRITE UnclaimedReportLine FROM WS-TOTAL-LINE
            MOVE SPACES TO REMITTANCE-RECORD
            MOVE "T" TO URT-RECORD-TYPE
            MOVE WS-ITEM-COUNT TO URT-ITEM-COUNT
            MOVE WS-GRAND-TOTAL TO URT-TOTAL-AMOUNT
            WRITE REMITTANCE-RECORD
            CLOSE REMITTANCE-FILE
            CLOSE UNCLAIMED-REPORT
            CLOSE CUSTOMER-MASTER
            CLOSE EMPLOYEE-MASTER
            IF FinalRunConfirmed
                IF WS-GRAND-TOTAL > 0 AND WS-GM-COUNT > 0
                    PERFORM APPEND-GL-POSTINGS
                END-IF
                MOVE "FINAL" TO WS-RL-STATUS
            ELSE
                MOVE "TRIAL" TO WS-RL-STATUS
            END-IF
            DISPLAY "Unclaimed property: " WS-ITEM-COUNT
                " item(s), total " WS-GRAND-TOTAL
            PERFORM LOG-RUN-END
            GOBACK.

        LOG-RUN-END.
            MOVE "E" TO WS-RL-ACTION
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS.

      * Sets ItemIsDormant from WS-ACTIVITY-DATE against the limit
      * the caller has chosen; no date at all counts as dormant.
        CHECK-DORMANCY.
            MOVE "N" TO WS-ITEM-DORMANT
            IF WS-ACTIVITY-DATE IS NOT NUMERIC
               OR WS-ACTIVITY-DATE = 0
                MOVE 0 TO WS-ACTIVITY-DATE
                MOVE 0 TO WS-DORMANT-DAYS
                MOVE "Y" TO WS-ITEM-DORMANT
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-DORMANT-DAYS = WS-TODAY-INTEGER
                - FUNCTION INTEGER-OF-DATE(WS-ACTIVITY-DATE)
            IF WS-DORMANT-DAYS > WS-DORMANCY-LIMIT
                MOVE "Y" TO WS-ITEM-DORMANT
            END-IF.

      * Stale cheques are the ones ChequeOutstanding has given up
      * on; dormancy runs from the issue date. The register is
      * copied through the work file so a final run can mark them.
        SCAN-STALE-CHEQUES.
            MOVE WS-CHEQUE-DORMANCY TO WS-DORMANCY-LIMIT
            OPEN INPUT CHEQUE-REGISTER-FILE
            IF WS-CHEQUE-REG-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT CHEQUE-REG-WORK-FILE
            PERFORM UNTIL EndOfChequeRegister
                READ CHEQUE-REGISTER-FILE
                    AT END SET EndOfChequeRegister TO TRUE
                    NOT AT END
                        ADD 1 TO WS-RL-RECORDS-READ
                        IF CQ-ChequeStale
                            PERFORM CHECK-ONE-STALE-CHEQUE
                        END-IF
                        MOVE CHEQUE-REGISTER-RECORD
                            TO CHEQUE-REG-WORK-RECORD
                        WRITE CHEQUE-REG-WORK-RECORD
                END-READ
            END-PERFORM
            CLOSE CHEQUE-REGISTER-FILE
            CLOSE CHEQUE-REG-WORK-FILE
            IF FinalRunConfirmed
                PERFORM COPY-BACK-REGISTER
            END-IF.

        CHECK-ONE-STALE-CHEQUE.
            MOVE CQ-ISSUE-DATE TO WS-ACTIVITY-DATE
            PERFORM CHECK-DORMANCY
            IF NOT ItemIsDormant
                EXIT PARAGRAPH
            END-IF
            MOVE "CHEQUE" TO WS-ITEM-TYPE
            MOVE CQ-CHEQUE-NO TO WS-ITEM-REFERENCE
            MOVE CQ-EMPLOYEE-NO TO WS-ITEM-OWNER-ID
            MOVE CQ-AMOUNT TO WS-ITEM-AMOUNT
            MOVE SPACES TO WS-OWNER-NAME WS-OWNER-STREET
                WS-OWNER-CITY WS-OWNER-POSTAL-CODE
            MOVE "*** NOT ON EMPLOYEE.DAT" TO WS-OWNER-NAME
            IF EmployeeFileOK
                MOVE CQ-EMPLOYEE-NO TO EM-EMPLOYEE-NO
                READ EMPLOYEE-MASTER
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE EM-EMPLOYEE-NAME TO WS-OWNER-NAME
                END-READ
            END-IF
            MOVE "NO ADDRESS ON EMP MASTER" TO WS-OWNER-STREET
            PERFORM REPORT-ONE-ITEM
            ADD WS-ITEM-AMOUNT TO WS-CHEQUE-TOTAL
            IF FinalRunConfirmed
                MOVE "U" TO CQ-STATUS
            END-IF.

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

      * A card's dormancy runs from its last redemption, or from
      * issue on a card never used. Gift cards are bearer
      * property: there is no owner on file to report.
        SCAN-DORMANT-GIFT-CARDS.
            MOVE WS-GIFTCARD-DORMANCY TO WS-DORMANCY-LIMIT
            IF FinalRunConfirmed
                OPEN I-O GIFT-CARD-FILE
            ELSE
                OPEN INPUT GIFT-CARD-FILE
            END-IF
            IF NOT GiftCardFileOK
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfGiftCardFile
                READ GIFT-CARD-FILE NEXT RECORD
                    AT END SET EndOfGiftCardFile TO TRUE
                    NOT AT END
                        ADD 1 TO WS-RL-RECORDS-READ
                        IF GC-CardActive AND GC-BALANCE > 0
                            PERFORM CHECK-ONE-GIFT-CARD
                        END-IF
                END-READ
            END-PERFORM
            CLOSE GIFT-CARD-FILE.

        CHECK-ONE-GIFT-CARD.
            IF GC-LAST-USED-DATE IS NUMERIC
               AND GC-LAST-USED-DATE > 0
                MOVE GC-LAST-USED-DATE TO WS-ACTIVITY-DATE
            ELSE
                MOVE GC-ISSUE-DATE TO WS-ACTIVITY-DATE
            END-IF
            PERFORM CHECK-DORMANCY
            IF NOT ItemIsDormant
                EXIT PARAGRAPH
            END-IF
            MOVE "GIFTCARD" TO WS-ITEM-TYPE
            MOVE GC-CARD-NUMBER TO WS-ITEM-REFERENCE
            MOVE ZERO TO WS-ITEM-OWNER-ID
            MOVE GC-BALANCE TO WS-ITEM-AMOUNT
            MOVE "BEARER - OWNER UNKNOWN" TO WS-OWNER-NAME
            MOVE SPACES TO WS-OWNER-STREET WS-OWNER-CITY
                WS-OWNER-POSTAL-CODE
            PERFORM REPORT-ONE-ITEM
            ADD WS-ITEM-AMOUNT TO WS-GIFTCARD-TOTAL
            IF FinalRunConfirmed
                MOVE ZERO TO GC-BALANCE
                MOVE "E" TO GC-CARD-STATUS
                REWRITE GIFT-CARD-RECORD
                    INVALID KEY
                        DISPLAY "Rewrite failed for card "
                            GC-CARD-NUMBER
                    NOT INVALID KEY
                        MOVE "C" TO WS-RJ-OPERATION
                        PERFORM JOURNAL-GIFT-CARD-RECORD
                END-REWRITE
            END-IF.

      * Credit items are open AR items below zero - overpayments
      * and credits nobody drew down - dormant from the item date.
        SCAN-AR-CREDIT-ITEMS.
            MOVE WS-CREDIT-DORMANCY TO WS-DORMANCY-LIMIT
            IF FinalRunConfirmed
                OPEN I-O AR-OPEN-ITEM-FILE
            ELSE
                OPEN INPUT AR-OPEN-ITEM-FILE
            END-IF
            IF NOT ArFileOK
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfArFile
                READ AR-OPEN-ITEM-FILE NEXT RECORD
                    AT END SET EndOfArFile TO TRUE
                    NOT AT END
                        ADD 1 TO WS-RL-RECORDS-READ
                        IF AR-ItemOpen AND AR-OPEN-AMOUNT < 0
                            PERFORM CHECK-ONE-AR-CREDIT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AR-OPEN-ITEM-FILE.

        CHECK-ONE-AR-CREDIT.
            MOVE AR-INVOICE-DATE TO WS-ACTIVITY-DATE
            PERFORM CHECK-DORMANCY
            IF NOT ItemIsDormant
                EXIT PARAGRAPH
            END-IF
            MOVE "CREDIT" TO WS-ITEM-TYPE
            MOVE AR-INVOICE-NO TO WS-ITEM-REFERENCE
            MOVE AR-CUSTOMER-ID TO WS-ITEM-OWNER-ID
            COMPUTE WS-ITEM-AMOUNT = 0 - AR-OPEN-AMOUNT
            PERFORM FIND-CUSTOMER-ADDRESS
            PERFORM REPORT-ONE-ITEM
            ADD WS-ITEM-AMOUNT TO WS-CREDIT-TOTAL
            IF FinalRunConfirmed
                MOVE ZERO TO AR-OPEN-AMOUNT
                MOVE "E" TO AR-ITEM-STATUS
                REWRITE AR-OPEN-ITEM-RECORD
                    INVALID KEY
                        DISPLAY "Rewrite failed for AR item "
                            AR-INVOICE-NO
                    NOT INVALID KEY
                        MOVE "C" TO WS-RJ-OPERATION
                        PERFORM JOURNAL-AR-OPEN-RECORD
                END-REWRITE
            END-IF.

      * On-account cash CashApply could never place, dormant from
      * receipt. A final run writes back only what stays.
        SCAN-ON-ACCOUNT-CASH.
            MOVE WS-CREDIT-DORMANCY TO WS-DORMANCY-LIMIT
            OPEN INPUT ON-ACCOUNT-FILE
            IF WS-ON-ACCOUNT-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfOnAccountFile
                READ ON-ACCOUNT-FILE
                    AT END SET EndOfOnAccountFile TO TRUE
                    NOT AT END
                        IF WS-OA-COUNT >= WS-ON-ACCOUNT-CAPACITY
                            DISPLAY "WS-ON-ACCOUNT-TABLE full at "
                                WS-ON-ACCOUNT-CAPACITY " entries - "
                                "on-account cash not scanned"
                            CLOSE ON-ACCOUNT-FILE
                            EXIT PARAGRAPH
                        END-IF
                        ADD 1 TO WS-RL-RECORDS-READ
                        ADD 1 TO WS-OA-COUNT
                        MOVE OA-CUSTOMER-ID
                            TO OE-CUSTOMER-ID(WS-OA-COUNT)
                        MOVE OA-RECEIPT-DATE
                            TO OE-RECEIPT-DATE(WS-OA-COUNT)
                        MOVE OA-AMOUNT TO OE-AMOUNT(WS-OA-COUNT)
                        MOVE "N" TO OE-ESCHEAT-FLAG(WS-OA-COUNT)
                END-READ
            END-PERFORM
            CLOSE ON-ACCOUNT-FILE
            PERFORM VARYING WS-OA-IDX FROM 1 BY 1
                UNTIL WS-OA-IDX > WS-OA-COUNT
                IF OE-AMOUNT(WS-OA-IDX) > 0
                    PERFORM CHECK-ONE-ON-ACCOUNT
                END-IF
            END-PERFORM
            IF FinalRunConfirmed
                PERFORM REWRITE-ON-ACCOUNT-FILE
            END-IF.

        CHECK-ONE-ON-ACCOUNT.
            MOVE OE-RECEIPT-DATE(WS-OA-IDX) TO WS-ACTIVITY-DATE
            PERFORM CHECK-DORMANCY
            IF NOT ItemIsDormant
                EXIT PARAGRAPH
            END-IF
            MOVE "CREDIT" TO WS-ITEM-TYPE
            MOVE "ON ACCOUNT" TO WS-ITEM-REFERENCE
            MOVE OE-CUSTOMER-ID(WS-OA-IDX) TO WS-ITEM-OWNER-ID
            MOVE OE-AMOUNT(WS-OA-IDX) TO WS-ITEM-AMOUNT
            PERFORM FIND-CUSTOMER-ADDRESS
            PERFORM REPORT-ONE-ITEM
            ADD WS-ITEM-AMOUNT TO WS-CREDIT-TOTAL
            MOVE "Y" TO OE-ESCHEAT-FLAG(WS-OA-IDX).

        REWRITE-ON-ACCOUNT-FILE.
            OPEN OUTPUT ON-ACCOUNT-FILE
            PERFORM VARYING WS-OA-IDX FROM 1 BY 1
                UNTIL WS-OA-IDX > WS-OA-COUNT
                IF NOT OE-Escheated(WS-OA-IDX)
                    MOVE SPACES TO ON-ACCOUNT-RECORD
                    MOVE OE-CUSTOMER-ID(WS-OA-IDX) TO OA-CUSTOMER-ID
                    MOVE OE-RECEIPT-DATE(WS-OA-IDX)
                        TO OA-RECEIPT-DATE
                    MOVE OE-AMOUNT(WS-OA-IDX) TO OA-AMOUNT
                    WRITE ON-ACCOUNT-RECORD
                END-IF
            END-PERFORM
            CLOSE ON-ACCOUNT-FILE.

      * Last known address is the customer's current one, or the
      * newest on the history when none is flagged current.
        FIND-CUSTOMER-ADDRESS.
            MOVE "*** NOT ON CUSTOMER.DAT" TO WS-OWNER-NAME
            MOVE SPACES TO WS-OWNER-STREET WS-OWNER-CITY
                WS-OWNER-POSTAL-CODE
            IF NOT CustomerFileOK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-ITEM-OWNER-ID TO CustomerId
            READ CUSTOMER-MASTER
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ
            MOVE SPACES TO WS-OWNER-NAME
            STRING FirstName DELIMITED BY SPACE
                " " DELIMITED BY SIZE
                MiddleName DELIMITED BY SPACE
                " " DELIMITED BY SIZE
                LastName DELIMITED BY SPACE
                INTO WS-OWNER-NAME
            END-STRING
            PERFORM VARYING AH-IDX FROM 1 BY 1
                UNTIL AH-IDX > 5
                IF IS-CURRENT-ADDRESS(AH-IDX)
                   OR (WS-OWNER-STREET = SPACES
                       AND AH-STREET(AH-IDX) NOT = SPACES)
                    MOVE AH-STREET(AH-IDX) TO WS-OWNER-STREET
                    MOVE AH-CITY(AH-IDX) TO WS-OWNER-CITY
                    MOVE AH-POSTAL-CODE(AH-IDX)
                        TO WS-OWNER-POSTAL-CODE
                END-IF
            END-PERFORM.

        REPORT-ONE-ITEM.
            ADD 1 TO WS-ITEM-COUNT
            MOVE WS-ITEM-TYPE TO WS-DL-TYPE
            MOVE WS-ITEM-REFERENCE TO WS-DL-REFERENCE
            MOVE WS-ITEM-OWNER-ID TO WS-DL-OWNER-ID
            MOVE WS-OWNER-NAME TO WS-DL-NAME
            MOVE WS-OWNER-STREET TO WS-DL-STREET
            MOVE WS-OWNER-CITY TO WS-DL-CITY
            MOVE WS-ACTIVITY-DATE TO WS-DL-LAST-USED
            MOVE WS-DORMANT-DAYS TO WS-DL-DAYS
            MOVE WS-ITEM-AMOUNT TO WS-DL-AMOUNT
            WRITE UnclaimedReportLine FROM WS-DETAIL-LINE
            MOVE SPACES TO REMITTANCE-RECORD
            MOVE "D" TO UR-RECORD-TYPE
            MOVE WS-ITEM-TYPE TO UR-PROPERTY-TYPE
            MOVE WS-ITEM-REFERENCE TO UR-REFERENCE
            MOVE WS-ITEM-OWNER-ID TO UR-OWNER-ID
            MOVE WS-OWNER-NAME TO UR-OWNER-NAME
            MOVE WS-OWNER-STREET TO UR-STREET
            MOVE WS-OWNER-CITY TO UR-CITY
            MOVE WS-OWNER-POSTAL-CODE TO UR-POSTAL-CODE
            MOVE WS-ACTIVITY-DATE TO UR-LAST-ACTIVITY
            MOVE WS-ITEM-AMOUNT TO UR-AMOUNT
            WRITE REMITTANCE-RECORD
            ADD 1 TO WS-RL-RECORDS-WRITTEN.

        LOAD-DORMANCY-POLICY.
            OPEN INPUT DORMANCY-POLICY-FILE
            IF WS-POLICY-STATUS NOT = "00"
                DISPLAY "No UNCLAIM.REF policy on file, default "
                    "dormancy periods used"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfPolicyFile
                READ DORMANCY-POLICY-FILE
                    AT END SET EndOfPolicyFile TO TRUE
                    NOT AT END
                        IF DP-DORMANCY-DAYS IS NOT NUMERIC
                            DISPLAY "Bad UNCLAIM.REF record "
                                "ignored: " DORMANCY-POLICY-RECORD
                        ELSE
                            EVALUATE DP-PROPERTY-TYPE
                                WHEN "CHEQUE"
                                    MOVE DP-DORMANCY-DAYS
                                        TO WS-CHEQUE-DORMANCY
                                WHEN "GIFTCARD"
                                    MOVE DP-DORMANCY-DAYS
                                        TO WS-GIFTCARD-DORMANCY
                                WHEN "CREDIT"
                                    MOVE DP-DORMANCY-DAYS
                                        TO WS-CREDIT-DORMANCY
                                WHEN OTHER
                                    DISPLAY "Bad UNCLAIM.REF record "
                                        "ignored: "
                                        DORMANCY-POLICY-RECORD
                            END-EVALUATE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE DORMANCY-POLICY-FILE.

      * Each liability released - payroll net pay for the cheques,
      * gift-card liability, AR for customer credits - is debited
      * against the unclaimed-property payable owed to the state.
        APPEND-GL-POSTINGS.
            OPEN EXTEND GL-POSTING-FILE
            IF WS-GL-POST-STATUS NOT = "00"
                OPEN OUTPUT GL-POSTING-FILE
            END-IF
            IF WS-CHEQUE-TOTAL > 0
                MOVE "NET" TO WS-GL-LOOKUP-CATEGORY
                MOVE WS-CHEQUE-TOTAL TO WS-POST-AMOUNT
                PERFORM WRITE-DEBIT-POSTING
            END-IF
            IF WS-GIFTCARD-TOTAL > 0
                MOVE "GIFTLIAB" TO WS-GL-LOOKUP-CATEGORY
                MOVE WS-GIFTCARD-TOTAL TO WS-POST-AMOUNT
                PERFORM WRITE-DEBIT-POSTING
            END-IF
            IF WS-CREDIT-TOTAL > 0
                MOVE "AR" TO WS-GL-LOOKUP-CATEGORY
                MOVE WS-CREDIT-TOTAL TO WS-POST-AMOUNT
                PERFORM WRITE-DEBIT-POSTING
            END-IF
            MOVE "UNCLAIM" TO WS-GL-LOOKUP-CATEGORY
            PERFORM FIND-GL-ACCOUNT
            MOVE SPACES TO GL-POSTING-RECORD
            MOVE "C" TO GP-RECORD-TYPE
            MOVE WS-GL-LOOKUP-ACCOUNT TO GP-ACCOUNT
            MOVE "UNCLAIM" TO GP-CATEGORY
            MOVE WS-GRAND-TOTAL TO GP-AMOUNT
            MOVE WS-PC-PERIOD TO GP-PERIOD
            WRITE GL-POSTING-RECORD
            MOVE SPACES TO GL-POSTING-RECORD
            MOVE "T" TO GT-RECORD-TYPE
            MOVE WS-GRAND-TOTAL TO GT-DEBIT-TOTAL
            MOVE WS-GRAND-TOTAL TO GT-CREDIT-TOTAL
            WRITE GL-POSTING-RECORD
            CLOSE GL-POSTING-FILE.

        WRITE-DEBIT-POSTING.
            PERFORM FIND-GL-ACCOUNT
            MOVE SPACES TO GL-POSTING-RECORD
            MOVE "D" TO GP-RECORD-TYPE
            MOVE WS-GL-LOOKUP-ACCOUNT TO GP-ACCOUNT
            MOVE WS-GL-LOOKUP-CATEGORY TO GP-CATEGORY
            MOVE WS-POST-AMOUNT TO GP-AMOUNT
            MOVE WS-PC-PERIOD TO GP-PERIOD
            WRITE GL-POSTING-RECORD.

        FIND-GL-ACCOUNT.
            MOVE "N" TO WS-GL-ACCOUNT-FOUND
            MOVE 0 TO WS-GL-LOOKUP-ACCOUNT
            PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                UNTIL WS-GM-IDX > WS-GM-COUNT
                IF GME-CATEGORY(WS-GM-IDX) = WS-GL-LOOKUP-CATEGORY
                    MOVE "Y" TO WS-GL-ACCOUNT-FOUND
                    MOVE GME-ACCOUNT(WS-GM-IDX)
                        TO WS-GL-LOOKUP-ACCOUNT
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

      * Every change to GIFTCARD.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-GIFT-CARD-RECORD.
            MOVE "GIFTCARD" TO WS-RJ-FILE-ID
            MOVE GC-CARD-NUMBER TO WS-RJ-KEY
            MOVE GIFT-CARD-RECORD TO WS-RJ-IMAGE
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
