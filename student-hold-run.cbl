       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudentHoldRun.
      * Nightly financial-hold run for the student hold file
      * (STUHOLD copybook, STUHOLD.DAT), in the CreditHoldRun mold.
      * Walks the AROPEN.DAT open items for tuition - the items
      * TuitionBilling raises, with no order and no finance-charge
      * reference behind them - still open past the grace period,
      * and through the CUSTSTUD.DAT links finds every student
      * whose paying customer owes them. Each such student without
      * a financial hold standing is placed on one; a financial
      * hold this run placed earlier is released once the
      * student's overdue tuition has cleared. A financial hold
      * placed by hand is left for StudentHoldMaint to release.
      * Every placement and release is listed on the hold register.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT AR-OPEN-ITEM-FILE
            ASSIGN TO "AROPEN.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS AR-INVOICE-NO
            FILE STATUS IS WS-AR-STATUS.
          SELECT LINKAGE-FILE
            ASSIGN TO "CUSTSTUD.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LINKAGE-STATUS.
          SELECT STUDENT-HOLD-FILE
            ASSIGN TO "STUHOLD.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SH-HOLD-KEY
            FILE STATUS IS WS-HOLD-STATUS.
          SELECT HOLD-REGISTER
            ASSIGN TO "STUHOLD.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTER-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  AR-OPEN-ITEM-FILE
            LABEL RECORDS ARE STANDARD.
            COPY AROPEN.

        FD  LINKAGE-FILE
            LABEL RECORDS ARE STANDARD.
        01  LinkageRecord.
            05  LR-CUSTOMER-ID       PIC 9(8).
            05  FILLER               PIC X.
            05  LR-STUDENT-ID        PIC 9(7).

        FD  STUDENT-HOLD-FILE
            LABEL RECORDS ARE STANDARD.
            COPY STUHOLD.

        FD  HOLD-REGISTER
            LABEL RECORDS ARE STANDARD.
        01  HoldRegisterLine         PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-AR-STATUS             PIC XX.
            88  ArFileOK                 VALUE "00".
            88  EndOfArFile              VALUE "10".
        01  WS-LINKAGE-STATUS        PIC XX.
            88  EndOfLinkageFile         VALUE "10".
        01  WS-HOLD-STATUS           PIC XX.
            88  HoldFileOK               VALUE "00".
        01  WS-REGISTER-STATUS       PIC XX.

        78  WS-GRACE-DAYS            VALUE 30.
        01  WS-HOLD-RUN-ID           PIC X(8) VALUE "HOLDRUN".

        01  WS-RUN-DATE              PIC 9(8).
        01  WS-TODAY-INTEGER         PIC 9(7).
        01  WS-INVOICE-INTEGER       PIC 9(7).
        01  WS-AGE-DAYS              PIC S9(5).

        78  WS-LINK-TABLE-CAPACITY   VALUE 1000.
        01  WS-LK-COUNT              PIC 9(4) VALUE ZERO.
        01  WS-LK-IDX                PIC 9(4).
        01  WS-LINK-TABLE.
            05  LINK-ENTRY OCCURS 1000 TIMES.
              10  LK-STUDENT-ID      PIC 9(7).
              10  LK-CUSTOMER-ID     PIC 9(8).

        78  WS-OVERDUE-TABLE-CAPACITY VALUE 500.
        01  WS-OD-COUNT              PIC 999 VALUE ZERO.
        01  WS-OD-IDX                PIC 999.
        01  WS-OVERDUE-CUSTOMER-TABLE.
            05  OVERDUE-CUSTOMER OCCURS 500 TIMES.
              10  OD-CUSTOMER-ID     PIC 9(8).
        01  WS-CUSTOMER-OVERDUE      PIC X.
            88  CustomerOwesTuition      VALUE "Y".

        01  WS-HOLD-EOF              PIC X.
            88  EndOfHoldFile            VALUE "Y".
        01  WS-STUDENT-OVERDUE       PIC X.
            88  StudentOwesTuition       VALUE "Y".

        01  WS-HOLDS-PLACED          PIC 9(4) VALUE ZERO.
        01  WS-HOLDS-RELEASED        PIC 9(4) VALUE ZERO.

        01  WS-REGISTER-HEADING      PIC X(40)
                VALUE "STUDENT FINANCIAL HOLD REGISTER".
        01  WS-REGISTER-LINE.
            05  WS-RGL-STUDENT-ID    PIC 9(7).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-CUSTOMER-ID   PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RGL-ACTION        PIC X(13).
        01  WS-REGISTER-TOTAL-LINE.
            05  FILLER               PIC X(13)
                VALUE "HOLDS PLACED ".
            05  WS-RTL-PLACED        PIC ZZZ9.
            05  FILLER               PIC X(10)
                VALUE " RELEASED ".
            05  WS-RTL-RELEASED      PIC ZZZ9.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            CALL "BusinessDate" USING WS-RUN-DATE
            COMPUTE WS-TODAY-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            PERFORM LOAD-CUSTOMER-LINK-TABLE
            PERFORM LOAD-OVERDUE-CUSTOMER-TABLE
            PERFORM OPEN-STUDENT-HOLD-FILE
            OPEN OUTPUT HOLD-REGISTER
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE HoldRegisterLine FROM REPORT-STAMP-LINE
            WRITE HoldRegisterLine FROM WS-REGISTER-HEADING
            PERFORM VARYING WS-LK-IDX FROM 1 BY 1
                UNTIL WS-LK-IDX > WS-LK-COUNT
                PERFORM JUDGE-ONE-LINK
            END-PERFORM
            PERFORM SWEEP-FINANCIAL-HOLDS
            CLOSE STUDENT-HOLD-FILE
            MOVE WS-HOLDS-PLACED TO WS-RTL-PLACED
            MOVE WS-HOLDS-RELEASED TO WS-RTL-RELEASED
            WRITE HoldRegisterLine FROM WS-REGISTER-TOTAL-LINE
            CLOSE HOLD-REGISTER
            DISPLAY "Student financial holds: " WS-HOLDS-PLACED
                " placed, " WS-HOLDS-RELEASED " released"
            STOP RUN.

      * STUHOLD.DAT may not exist yet on the first run - it is
      * created empty and reopened for update.
        OPEN-STUDENT-HOLD-FILE.
            OPEN I-O STUDENT-HOLD-FILE
            IF NOT HoldFileOK
                OPEN OUTPUT STUDENT-HOLD-FILE
                CLOSE STUDENT-HOLD-FILE
                OPEN I-O STUDENT-HOLD-FILE
                IF NOT HoldFileOK
                    DISPLAY "Unable to open STUHOLD.DAT, status "
                        WS-HOLD-STATUS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

      * Every link is kept, so a customer paying for two students
      * puts both on hold.
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
                    "run-placed financial hold will release"
            END-IF.

      * One pass over the ledger collects every customer owing
      * tuition past the grace period - the same day arithmetic
      * CreditHoldRun ages its items with.
        LOAD-OVERDUE-CUSTOMER-TABLE.
            OPEN INPUT AR-OPEN-ITEM-FILE
            IF NOT ArFileOK
                DISPLAY "No AROPEN.DAT ledger on file - every "
                    "run-placed financial hold will release"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfArFile
                READ AR-OPEN-ITEM-FILE NEXT RECORD
                    AT END SET EndOfArFile TO TRUE
                    NOT AT END
                        IF AR-ItemOpen
                           AND AR-ORDER-NUMBER = ZERO
                           AND AR-CHARGE-REF = ZERO
                           AND AR-OPEN-AMOUNT > ZERO
                            PERFORM JUDGE-ONE-TUITION-ITEM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AR-OPEN-ITEM-FILE.

        JUDGE-ONE-TUITION-ITEM.
            COMPUTE WS-INVOICE-INTEGER =
                FUNCTION INTEGER-OF-DATE(AR-INVOICE-DATE)
            COMPUTE WS-AGE-DAYS =
                WS-TODAY-INTEGER - WS-INVOICE-INTEGER
            IF WS-AGE-DAYS > WS-GRACE-DAYS
                PERFORM ADD-OVERDUE-CUSTOMER
            END-IF.

        ADD-OVERDUE-CUSTOMER.
            PERFORM VARYING WS-OD-IDX FROM 1 BY 1
                UNTIL WS-OD-IDX > WS-OD-COUNT
                IF OD-CUSTOMER-ID(WS-OD-IDX) = AR-CUSTOMER-ID
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM
            IF WS-OD-COUNT < WS-OVERDUE-TABLE-CAPACITY
                ADD 1 TO WS-OD-COUNT
                MOVE AR-CUSTOMER-ID TO OD-CUSTOMER-ID(WS-OD-COUNT)
            ELSE
                DISPLAY "WS-OVERDUE-CUSTOMER-TABLE full at "
                    WS-OVERDUE-TABLE-CAPACITY " customers - customer "
                    AR-CUSTOMER-ID " not held this run"
            END-IF.

        FIND-OVERDUE-CUSTOMER.
            MOVE "N" TO WS-CUSTOMER-OVERDUE
            PERFORM VARYING WS-OD-IDX FROM 1 BY 1
                UNTIL WS-OD-IDX > WS-OD-COUNT
                OR CustomerOwesTuition
                IF OD-CUSTOMER-ID(WS-OD-IDX) = LK-CUSTOMER-ID(WS-LK-IDX)
                    MOVE "Y" TO WS-CUSTOMER-OVERDUE
                END-IF
            END-PERFORM.

      * A student whose customer owes tuition is placed on the
      * financial hold unless one already stands; a released hold
      * is placed again on its own record.
        JUDGE-ONE-LINK.
            PERFORM FIND-OVERDUE-CUSTOMER
            IF NOT CustomerOwesTuition
                EXIT PARAGRAPH
            END-IF
            MOVE LK-STUDENT-ID(WS-LK-IDX) TO SH-STUDENT-ID
            MOVE "F" TO SH-HOLD-TYPE
            READ STUDENT-HOLD-FILE
                INVALID KEY
                    PERFORM MOVE-RUN-HOLD-DETAILS
                    WRITE STUDENT-HOLD-RECORD
                        INVALID KEY
                            DISPLAY "Hold write failed for student "
                                SH-STUDENT-ID
                        NOT INVALID KEY
                            PERFORM NOTE-HOLD-PLACED
                    END-WRITE
                NOT INVALID KEY
                    IF NOT SH-HoldStanding
                        PERFORM MOVE-RUN-HOLD-DETAILS
                        REWRITE STUDENT-HOLD-RECORD
                            INVALID KEY
                                DISPLAY "Hold rewrite failed for "
                                    "student " SH-STUDENT-ID
                            NOT INVALID KEY
                                PERFORM NOTE-HOLD-PLACED
                        END-REWRITE
                    END-IF
            END-READ.

        MOVE-RUN-HOLD-DETAILS.
            MOVE LK-STUDENT-ID(WS-LK-IDX) TO SH-STUDENT-ID
            MOVE "F" TO SH-HOLD-TYPE
            MOVE WS-RUN-DATE TO SH-PLACED-DATE
            MOVE WS-HOLD-RUN-ID TO SH-PLACED-BY
            MOVE ZERO TO SH-RELEASED-DATE
            MOVE SPACES TO SH-RELEASED-BY
            MOVE "TUITION UNPAID PAST GRACE" TO SH-HOLD-REASON.

        NOTE-HOLD-PLACED.
            ADD 1 TO WS-HOLDS-PLACED
            MOVE LK-STUDENT-ID(WS-LK-IDX) TO WS-RGL-STUDENT-ID
            MOVE LK-CUSTOMER-ID(WS-LK-IDX) TO WS-RGL-CUSTOMER-ID
            MOVE "HOLD PLACED" TO WS-RGL-ACTION
            WRITE HoldRegisterLine FROM WS-REGISTER-LINE.

      * The sweep releases every standing financial hold this run
      * placed whose student no longer has a customer owing
      * overdue tuition.
        SWEEP-FINANCIAL-HOLDS.
            MOVE "N" TO WS-HOLD-EOF
            MOVE LOW-VALUES TO SH-HOLD-KEY
            START STUDENT-HOLD-FILE KEY IS NOT LESS THAN SH-HOLD-KEY
                INVALID KEY SET EndOfHoldFile TO TRUE
            END-START
            PERFORM UNTIL EndOfHoldFile
                READ STUDENT-HOLD-FILE NEXT RECORD
                    AT END SET EndOfHoldFile TO TRUE
                    NOT AT END
                        IF SH-FinancialHold
                           AND SH-HoldStanding
                           AND SH-PlacedByHoldRun
                            PERFORM JUDGE-ONE-FINANCIAL-HOLD
                        END-IF
                END-READ
            END-PERFORM.

        JUDGE-ONE-FINANCIAL-HOLD.
            MOVE "N" TO WS-STUDENT-OVERDUE
            MOVE ZERO TO WS-RGL-CUSTOMER-ID
            PERFORM VARYING WS-LK-IDX FROM 1 BY 1
                UNTIL WS-LK-IDX > WS-LK-COUNT
                OR StudentOwesTuition
                IF LK-STUDENT-ID(WS-LK-IDX) = SH-STUDENT-ID
                    MOVE LK-CUSTOMER-ID(WS-LK-IDX)
                        TO WS-RGL-CUSTOMER-ID
                    PERFORM FIND-OVERDUE-CUSTOMER
                    IF CustomerOwesTuition
                        MOVE "Y" TO WS-STUDENT-OVERDUE
                    END-IF
                END-IF
            END-PERFORM
            IF StudentOwesTuition
                EXIT PARAGRAPH
            END-IF
            MOVE WS-RUN-DATE TO SH-RELEASED-DATE
            MOVE WS-HOLD-RUN-ID TO SH-RELEASED-BY
            REWRITE STUDENT-HOLD-RECORD
                INVALID KEY
                    DISPLAY "Hold rewrite failed for student "
                        SH-STUDENT-ID
                NOT INVALID KEY
                    ADD 1 TO WS-HOLDS-RELEASED
                    MOVE SH-STUDENT-ID TO WS-RGL-STUDENT-ID
                    MOVE "HOLD RELEASED" TO WS-RGL-ACTION
                    WRITE HoldRegisterLine FROM WS-REGISTER-LINE
            END-REWRITE.
