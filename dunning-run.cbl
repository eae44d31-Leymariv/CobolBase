      * Collection-letter run over the aged AR open items. Walks
      * AROPEN.DAT with the same day arithmetic ArAgedReport uses,
      * totals each customer's overdue balance (any open item past
      * the due date its payment terms set), and produces one
      * letter per delinquent customer - addressed from
      * CUSTOMER.DAT and the current ADDRESS-HISTORY entry the way
      * LabelPrint composes mail. The
      * escalation stage per customer is carried in DUNSTAGE.DAT:
      * each run sends the stage above the last letter sent - first
      * reminder, second notice, final demand - and a customer who
      * has cleared their overdue balance drops off the stage file
      * so a future lapse starts over at the first letter. The
      * letter register totals what went out at each stage.
      * A customer whose current address ReturnedMail has flagged
      * undeliverable gets the letter by email instead, on
      * DUNEMAIL.RPT, when an address is held and email is not
      * opted out; with neither, nothing is sent and the stage
      * stays put, the same as an opt-out.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            ASSIGN TO "DUNNING.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LETTER-STATUS.
          SELECT DUNNING-EMAIL-FILE
            ASSIGN TO "DUNEMAIL.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EMAIL-STATUS.

        DATA DIVISION.
        FILE SECTION.
            LABEL RECORDS ARE STANDARD.
        01  DunningLetterLine        PIC X(80).

        FD  DUNNING-EMAIL-FILE
            LABEL RECORDS ARE STANDARD.
        01  DunningEmailLine         PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-AR-STATUS             PIC XX.
            88  ArFileOK                 VALUE "00".
        01  WS-STAGE-STATUS          PIC XX.
            88  EndOfStageFile           VALUE "10".
        01  WS-LETTER-STATUS         PIC XX.
        01  WS-EMAIL-STATUS          PIC XX.

        78  WS-FINAL-STAGE           VALUE 3.
        78  WS-DELINQUENT-CAPACITY   VALUE 500.

        01  WS-TODAY-CCYYMMDD        PIC 9(8).
        01  WS-TODAY-INTEGER         PIC 9(7).
        78  WS-STANDARD-NET-DAYS     VALUE 30.
        01  WS-DUE-INTEGER           PIC 9(7).
        01  WS-DAYS-PAST-DUE         PIC S9(5).
        01  WS-RUN-DATE              PIC 9(8).

        01  WS-MC-ACTION             PIC X.
        01  WS-BILL-TO-POSTAL        PIC X(10).
        01  WS-CUSTOMER-FOUND        PIC X.
            88  DunningCustomerFound     VALUE "Y".
        01  WS-BILL-TO-UNDELIVERABLE PIC X.
            88  BillToUndeliverable      VALUE "Y".
        01  WS-SEND-CHANNEL          PIC X.
            88  SendLetterByEmail        VALUE "E".
        01  WS-LETTER-OUT            PIC X(80).
        01  WS-EMAIL-TO-LINE.
            05  FILLER               PIC X(4) VALUE "TO: ".
            05  WS-ETL-EMAIL         PIC X(50).

        01  WS-RULE-LINE             PIC X(60) VALUE ALL "-".
        01  WS-LETTER-DATE-LINE.
            05  FILLER               PIC X(16)
                VALUE "OVERDUE BALANCE ".
            05  WS-AML-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
            05  FILLER               PIC X(8) VALUE "  UP TO ".
            05  WS-AML-DAYS          PIC ZZZZ9.
            05  FILLER               PIC X(5) VALUE " DAYS".
        01  WS-BODY-LINE-1           PIC X(80).
        01  WS-BODY-LINE-2           PIC X(80).
        01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.
        01  WS-SUPPRESSED-COUNT      PIC 9(4) VALUE ZERO.
        01  WS-EMAILED-COUNT         PIC 9(4) VALUE ZERO.
        01  WS-UNDELIVERABLE-COUNT   PIC 9(4) VALUE ZERO.

        01  WS-NQ-TYPE               PIC X.
        01  WS-NQ-ADDRESSEE          PIC X(10).
            05  FILLER               PIC X(21)
                VALUE "  OPT-OUT SUPPRESSED ".
            05  WS-RTL-SUPPRESSED    PIC ZZZ9.
        01  WS-REGISTER-RETURNED-LINE.
            05  FILLER               PIC X(24)
                VALUE "UNDELIVERABLE - EMAILED ".
            05  WS-RRL-EMAILED       PIC ZZZ9.
            05  FILLER               PIC X(11) VALUE "  NOT SENT ".
            05  WS-RRL-NOT-SENT      PIC ZZZ9.

        PROCEDURE DIVISION.
        Begin.
            CALL "BusinessDate" USING WS-RUN-DATE
            MOVE WS-RUN-DATE TO WS-TODAY-CCYYMMDD
            COMPUTE WS-TODAY-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
            END-IF
            PERFORM MERGE-PRIOR-STAGES
            OPEN OUTPUT DUNNING-LETTER-FILE
            OPEN OUTPUT DUNNING-EMAIL-FILE
            PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                UNTIL WS-DL-IDX > WS-DL-COUNT
                PERFORM WRITE-ONE-LETTER
            MOVE WS-STAGE-SENT(3) TO WS-RTL-FINAL
            MOVE WS-SUPPRESSED-COUNT TO WS-RTL-SUPPRESSED
            WRITE DunningLetterLine FROM WS-REGISTER-TOTAL-LINE
            MOVE WS-EMAILED-COUNT TO WS-RRL-EMAILED
            MOVE WS-UNDELIVERABLE-COUNT TO WS-RRL-NOT-SENT
            WRITE DunningLetterLine FROM WS-REGISTER-RETURNED-LINE
            CLOSE DUNNING-LETTER-FILE
            CLOSE DUNNING-EMAIL-FILE
            PERFORM REWRITE-STAGE-FILE
            CLOSE CUSTOMER-MASTER
            DISPLAY "Dunning letters: " WS-STAGE-SENT(1)
            CLOSE AR-OPEN-ITEM-FILE.

        JUDGE-ONE-OPEN-ITEM.
      * Overdue runs from the item's terms due date; an item with
      * none falls due the standard thirty days after its date.
            IF AR-DUE-DATE IS NUMERIC AND AR-DUE-DATE NOT = 0
                COMPUTE WS-DUE-INTEGER =
                    FUNCTION INTEGER-OF-DATE(AR-DUE-DATE)
            ELSE
                COMPUTE WS-DUE-INTEGER =
                    FUNCTION INTEGER-OF-DATE(AR-INVOICE-DATE)
                    + WS-STANDARD-NET-DAYS
            END-IF
            COMPUTE WS-DAYS-PAST-DUE =
                WS-TODAY-INTEGER - WS-DUE-INTEGER
            IF WS-DAYS-PAST-DUE > 0
                PERFORM ADD-TO-DELINQUENT-TABLE
            END-IF.

                IF DL-CUSTOMER-ID(WS-DL-IDX) = AR-CUSTOMER-ID
                    ADD AR-OPEN-AMOUNT
                        TO DL-OVERDUE-AMOUNT(WS-DL-IDX)
                    IF WS-DAYS-PAST-DUE > DL-OLDEST-DAYS(WS-DL-IDX)
                        MOVE WS-DAYS-PAST-DUE
                            TO DL-OLDEST-DAYS(WS-DL-IDX)
                    END-IF
                    EXIT PARAGRAPH
            ADD 1 TO WS-DL-COUNT
            MOVE AR-CUSTOMER-ID TO DL-CUSTOMER-ID(WS-DL-COUNT)
            MOVE AR-OPEN-AMOUNT TO DL-OVERDUE-AMOUNT(WS-DL-COUNT)
            MOVE WS-DAYS-PAST-DUE TO DL-OLDEST-DAYS(WS-DL-COUNT)
            MOVE 0 TO DL-PRIOR-STAGE(WS-DL-COUNT)
            MOVE 0 TO DL-SEND-STAGE(WS-DL-COUNT).

                    TO DL-SEND-STAGE(WS-DL-IDX)
                EXIT PARAGRAPH
            END-IF
            MOVE "L" TO WS-SEND-CHANNEL
            IF BillToUndeliverable
                IF Customer-Email = SPACES OR CustomerDoNotEmail
                    ADD 1 TO WS-UNDELIVERABLE-COUNT
                    MOVE DL-PRIOR-STAGE(WS-DL-IDX)
                        TO DL-SEND-STAGE(WS-DL-IDX)
                    EXIT PARAGRAPH
                END-IF
                MOVE "E" TO WS-SEND-CHANNEL
                ADD 1 TO WS-EMAILED-COUNT
            END-IF
            MOVE DL-SEND-STAGE(WS-DL-IDX) TO WS-STAGE-IDX
            ADD 1 TO WS-STAGE-SENT(WS-STAGE-IDX)
      * The escalation is a decision the customer must be told
                    MOVE "ten days the account goes to collection."
                        TO WS-BODY-LINE-2
            END-EVALUATE
            IF SendLetterByEmail
                MOVE Customer-Email TO WS-ETL-EMAIL
                WRITE DunningEmailLine FROM WS-EMAIL-TO-LINE
            END-IF
            MOVE WS-RULE-LINE TO WS-LETTER-OUT
            PERFORM PUT-LETTER-LINE
            MOVE WS-RUN-DATE TO WS-LDL-DATE
            MOVE WS-LETTER-DATE-LINE TO WS-LETTER-OUT
            PERFORM PUT-LETTER-LINE
            MOVE WS-BILL-TO-NAME TO WS-AL-NAME
            MOVE WS-ADDRESS-LINE-1 TO WS-LETTER-OUT
            PERFORM PUT-LETTER-LINE
            IF NOT SendLetterByEmail
                MOVE WS-BILL-TO-STREET TO WS-AL-STREET
                MOVE WS-ADDRESS-LINE-2 TO WS-LETTER-OUT
                PERFORM PUT-LETTER-LINE
                MOVE WS-BILL-TO-CITY TO WS-AL-CITY
                MOVE WS-BILL-TO-POSTAL TO WS-AL-POSTAL
                MOVE WS-ADDRESS-LINE-3 TO WS-LETTER-OUT
                PERFORM PUT-LETTER-LINE
            END-IF
            MOVE DL-CUSTOMER-ID(WS-DL-IDX) TO WS-SL-CUSTOMER-ID
            MOVE WS-SUBJECT-LINE TO WS-LETTER-OUT
            PERFORM PUT-LETTER-LINE
            MOVE WS-BODY-LINE-1 TO WS-LETTER-OUT
            PERFORM PUT-LETTER-LINE
            MOVE WS-BODY-LINE-2 TO WS-LETTER-OUT
            PERFORM PUT-LETTER-LINE
            MOVE DL-OVERDUE-AMOUNT(WS-DL-IDX) TO WS-AML-AMOUNT
            MOVE DL-OLDEST-DAYS(WS-DL-IDX) TO WS-AML-DAYS
            MOVE WS-AMOUNT-LINE TO WS-LETTER-OUT
            PERFORM PUT-LETTER-LINE
            MOVE WS-BLANK-LINE TO WS-LETTER-OUT
            PERFORM PUT-LETTER-LINE.

      * The letter goes to the print file, or - for an address
      * mail has come back from - to the email file, without the
      * postal address lines.
        PUT-LETTER-LINE.
            IF SendLetterByEmail
                WRITE DunningEmailLine FROM WS-LETTER-OUT
            ELSE
                WRITE DunningLetterLine FROM WS-LETTER-OUT
            END-IF.

        FIND-DUNNING-CUSTOMER.
            MOVE "N" TO WS-CUSTOMER-FOUND
            MOVE "N" TO WS-BILL-TO-UNDELIVERABLE
            MOVE SPACES TO WS-BILL-TO-STREET
            MOVE SPACES TO WS-BILL-TO-CITY
            MOVE SPACES TO WS-BILL-TO-POSTAL
                    MOVE AH-CITY(AH-IDX) TO WS-BILL-TO-CITY
                    MOVE AH-POSTAL-CODE(AH-IDX)
                        TO WS-BILL-TO-POSTAL
                    IF IS-UNDELIVERABLE-ADDRESS(AH-IDX)
                        MOVE "Y" TO WS-BILL-TO-UNDELIVERABLE
                    END-IF
                END-IF
            END-PERFORM.

