       IDENTIFICATION DIVISION.
       PROGRAM-ID. TuitionRecognition.
      * Monthly tuition revenue recognition. TuitionBilling defers
      * every term's fees on TUITDEF.DAT when it bills them; this
      * run takes a CCYYMM month and, for each billed item whose
      * term (TERMCAL.REF) is running, earns the month's even share
      * of what is still deferred - the term's last month takes
      * whatever is left, so rounding never strands a cent, and a
      * month missed is caught up across the months remaining.
      * Refunds TuitionRefund credited since the last run are first
      * folded into their student's term, cutting the deferral;
      * a refund bigger than what was still deferred takes the
      * excess back out of income already earned. The month's
      * recognition posts to GLPOST.DAT as a deferred-tuition debit
      * against tuition income, and TUITDEF.RPT shows each term's
      * billed, recognized, refunded and still-deferred amounts,
      * which tie line for line: billed less recognized less
      * refunded is what is deferred.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT TUITION-DEFERRAL-FILE
            ASSIGN TO "TUITDEF.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEFERRAL-STATUS.
          SELECT TERM-CALENDAR-FILE
            ASSIGN TO "TERMCAL.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TERM-CAL-STATUS.
          SELECT DEFERRAL-REPORT
            ASSIGN TO "TUITDEF.RPT"
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
        FD  TUITION-DEFERRAL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY TUITDEF.

        FD  TERM-CALENDAR-FILE
            LABEL RECORDS ARE STANDARD.
            COPY TERMCAL.

        FD  DEFERRAL-REPORT
            LABEL RECORDS ARE STANDARD.
        01  DeferralReportLine       PIC X(100).

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
        01  WS-DEFERRAL-STATUS       PIC XX.
            88  EndOfDeferralFile        VALUE "10".
        01  WS-TERM-CAL-STATUS       PIC XX.
            88  EndOfTermCalendar        VALUE "10".
        01  WS-REPORT-STATUS         PIC XX.
        01  WS-GL-POST-STATUS        PIC XX.
        01  WS-GL-MAP-STATUS         PIC XX.
            88  EndOfGlAccountMap        VALUE "10".

        01  WS-RECOGNITION-PERIOD    PIC 9(6).
        01  WS-PERIOD-PARTS REDEFINES WS-RECOGNITION-PERIOD.
            05  WS-PERIOD-YEAR       PIC 9(4).
            05  WS-PERIOD-MONTH      PIC 99.
        01  WS-PC-ACTION             PIC X.
        01  WS-PC-PERIOD             PIC 9(6).
        01  WS-PC-RESULT             PIC X.
            88  PostingPeriodOpen        VALUE "Y".

        78  WS-TERM-TABLE-CAPACITY   VALUE 50.
        01  WS-TC-COUNT              PIC 99 VALUE ZERO.
        01  WS-TC-IDX                PIC 99.
        01  WS-TERM-CALENDAR-TABLE.
            05  TERM-CALENDAR-ENTRY OCCURS 50 TIMES.
              10  TCE-TERM-CODE      PIC X(5).
              10  TCE-FIRST-MONTH    PIC 9(6).
              10  TCE-LAST-MONTH     PIC 9(6).
        01  WS-TERM-FOUND            PIC X.
            88  TermOnCalendar           VALUE "Y".

      * The whole schedule is held so refunds can be folded into
      * the billed lines ahead of them and the file written back.
        78  WS-DEFERRAL-TABLE-CAPACITY VALUE 2000.
        01  WS-DT-COUNT              PIC 9(4) VALUE ZERO.
        01  WS-DT-IDX                PIC 9(4).
        01  WS-DT-MATCH              PIC 9(4).
        01  WS-DT-OVERFLOW           PIC X VALUE "N".
            88  DeferralTableOverflowed  VALUE "Y".
        01  WS-DEFERRAL-TABLE.
            05  DEFERRAL-ENTRY OCCURS 2000 TIMES.
              10  DT-RECORD-TYPE     PIC X.
                  88  DT-BilledLine        VALUE "B".
                  88  DT-RefundLine        VALUE "R".
              10  DT-INVOICE-NO      PIC 9(6).
              10  DT-STUDENT-ID      PIC 9(7).
              10  DT-TERM-CODE       PIC X(5).
              10  DT-BILLED-AMOUNT   PIC 9(7)V99.
              10  DT-RECOGNIZED      PIC 9(7)V99.
              10  DT-REFUNDED        PIC 9(7)V99.
              10  DT-LAST-MONTH      PIC 9(6).
              10  DT-FOLDED          PIC X.
                  88  DT-RefundFolded      VALUE "Y".

        78  WS-TERM-TOTAL-CAPACITY   VALUE 50.
        01  WS-TT-COUNT              PIC 99 VALUE ZERO.
        01  WS-TT-IDX                PIC 99.
        01  WS-TERM-TOTAL-TABLE.
            05  TERM-TOTAL-ENTRY OCCURS 50 TIMES.
              10  TT-TERM-CODE       PIC X(5).
              10  TT-BILLED          PIC 9(9)V99.
              10  TT-RECOGNIZED      PIC 9(9)V99.
              10  TT-REFUNDED        PIC 9(9)V99.
              10  TT-THIS-MONTH      PIC 9(9)V99.

        01  WS-STILL-DEFERRED        PIC S9(9)V99.
        01  WS-MONTH-SHARE           PIC 9(7)V99.
        01  WS-MONTHS-LEFT           PIC S9(5).
        01  WS-TERM-END-MONTH        PIC 9(6).
        01  WS-TERM-END-PARTS REDEFINES WS-TERM-END-MONTH.
            05  WS-TERM-END-YEAR     PIC 9(4).
            05  WS-TERM-END-MM       PIC 99.
        01  WS-POST-SIDE             PIC X.
        01  WS-POST-AMOUNT           PIC 9(9)V99.
        01  WS-REFUND-AMOUNT         PIC 9(7)V99.
        01  WS-REFUND-EXCESS         PIC 9(7)V99.

        01  WS-RECOGNIZED-TOTAL      PIC 9(9)V99 VALUE ZERO.
        01  WS-EXCESS-TOTAL          PIC 9(9)V99 VALUE ZERO.
        01  WS-POSTING-TOTAL         PIC 9(9)V99.
        01  WS-ITEMS-RECOGNIZED      PIC 9(5) VALUE ZERO.
        01  WS-REFUNDS-FOLDED        PIC 9(5) VALUE ZERO.

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

        01  WS-RL-ACTION             PIC X.
        01  WS-RL-PROGRAM-NAME       PIC X(15) VALUE "TuitionRecog".
        01  WS-RL-RECORDS-READ       PIC 9(7) VALUE ZERO.
        01  WS-RL-RECORDS-WRITTEN    PIC 9(7) VALUE ZERO.
        01  WS-RL-STATUS             PIC X(8).

        01  WS-REPORT-HEADING.
            05  FILLER               PIC X(36)
                    VALUE "TUITION DEFERRED REVENUE FOR MONTH ".
            05  WS-RH-PERIOD         PIC 9(6).
        01  WS-COLUMN-HEADING.
            05  FILLER               PIC X(6) VALUE "TERM".
            05  FILLER               PIC X(15) VALUE "         BILLED".
            05  FILLER               PIC X(15) VALUE "     RECOGNIZED".
            05  FILLER               PIC X(15) VALUE "       REFUNDED".
            05  FILLER               PIC X(15) VALUE "       DEFERRED".
            05  FILLER               PIC X(15) VALUE "     THIS MONTH".
        01  WS-TERM-LINE.
            05  WS-TL-TERM-CODE      PIC X(5).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-TL-BILLED         PIC ZZZ,ZZZ,ZZ9.99.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-TL-RECOGNIZED     PIC ZZZ,ZZZ,ZZ9.99.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-TL-REFUNDED       PIC ZZZ,ZZZ,ZZ9.99.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-TL-DEFERRED       PIC ZZZ,ZZZ,ZZ9.99-.
            05  WS-TL-THIS-MONTH     PIC ZZZ,ZZZ,ZZ9.99.
        01  WS-EXCEPTION-LINE.
            05  WS-EL-TERM-CODE      PIC X(5).
            05  FILLER               PIC X(9) VALUE " STUDENT ".
            05  WS-EL-STUDENT-ID     PIC 9(7).
            05  FILLER               PIC X(9) VALUE " INVOICE ".
            05  WS-EL-INVOICE-NO     PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-EL-AMOUNT         PIC Z,ZZZ,ZZ9.99.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-EL-NOTE           PIC X(30).

        01  WS-TOTAL-TERM            PIC X(5).
        01  WS-GRAND-BILLED          PIC 9(9)V99 VALUE ZERO.
        01  WS-GRAND-RECOGNIZED      PIC 9(9)V99 VALUE ZERO.
        01  WS-GRAND-REFUNDED        PIC 9(9)V99 VALUE ZERO.
        01  WS-GRAND-THIS-MONTH      PIC 9(9)V99 VALUE ZERO.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            MOVE "S" TO WS-RL-ACTION
            MOVE "STARTED" TO WS-RL-STATUS
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS
            DISPLAY "Month to recognize tuition for (CCYYMM) - "
                WITH NO ADVANCING
            ACCEPT WS-RECOGNITION-PERIOD
            IF WS-RECOGNITION-PERIOD IS NOT NUMERIC
               OR WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                DISPLAY "Recognition month must be CCYYMM"
                MOVE "BADPERD" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            MOVE WS-RECOGNITION-PERIOD TO WS-PC-PERIOD
            MOVE "V" TO WS-PC-ACTION
            CALL "PeriodControl" USING WS-PC-ACTION WS-PC-PERIOD
                WS-PC-RESULT
            IF NOT PostingPeriodOpen
                MOVE "CLOSEDPD" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            PERFORM LOAD-DEFERRAL-TABLE
            IF DeferralTableOverflowed
                DISPLAY "TUITDEF.DAT longer than "
                    WS-DEFERRAL-TABLE-CAPACITY " lines - nothing "
                    "recognized this run"
                MOVE "OVERFLOW" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            PERFORM LOAD-TERM-CALENDAR
            PERFORM LOAD-GL-ACCOUNT-MAP
            OPEN OUTPUT DEFERRAL-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE DeferralReportLine FROM REPORT-STAMP-LINE
            MOVE WS-RECOGNITION-PERIOD TO WS-RH-PERIOD
            WRITE DeferralReportLine FROM WS-REPORT-HEADING
            PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                UNTIL WS-DT-IDX > WS-DT-COUNT
                IF DT-RefundLine(WS-DT-IDX)
                    PERFORM FOLD-ONE-REFUND
                END-IF
            END-PERFORM
            PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                UNTIL WS-DT-IDX > WS-DT-COUNT
                IF DT-BilledLine(WS-DT-IDX)
                    PERFORM RECOGNIZE-ONE-ITEM
                END-IF
            END-PERFORM
            PERFORM WRITE-TERM-TOTALS
            CLOSE DEFERRAL-REPORT
            PERFORM REWRITE-DEFERRAL-FILE
            COMPUTE WS-POSTING-TOTAL =
                WS-RECOGNIZED-TOTAL + WS-EXCESS-TOTAL
            IF WS-POSTING-TOTAL > 0 AND WS-GM-COUNT > 0
                PERFORM APPEND-GL-POSTINGS
            END-IF
            DISPLAY "Tuition recognition: " WS-ITEMS-RECOGNIZED
                " item(s), " WS-RECOGNIZED-TOTAL " earned, "
                WS-REFUNDS-FOLDED " refund(s) folded"
            MOVE "COMPLETE" TO WS-RL-STATUS
            PERFORM LOG-RUN-END
            GOBACK.

        LOG-RUN-END.
            MOVE "E" TO WS-RL-ACTION
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS.

      * The refund goes against the student's first billed line for
      * the term - normally the only one. Past what is still
      * deferred, it comes back out of what was earned.
        FOLD-ONE-REFUND.
            PERFORM VARYING WS-DT-MATCH FROM 1 BY 1
                UNTIL WS-DT-MATCH > WS-DT-COUNT
                    OR (DT-BilledLine(WS-DT-MATCH)
                        AND DT-STUDENT-ID(WS-DT-MATCH)
                            = DT-STUDENT-ID(WS-DT-IDX)
                        AND DT-TERM-CODE(WS-DT-MATCH)
                            = DT-TERM-CODE(WS-DT-IDX))
                CONTINUE
            END-PERFORM
            IF WS-DT-MATCH > WS-DT-COUNT
                MOVE DT-TERM-CODE(WS-DT-IDX) TO WS-EL-TERM-CODE
                MOVE DT-STUDENT-ID(WS-DT-IDX) TO WS-EL-STUDENT-ID
                MOVE ZERO TO WS-EL-INVOICE-NO
                MOVE DT-REFUNDED(WS-DT-IDX) TO WS-EL-AMOUNT
                MOVE "REFUND WITH NO BILLED TUITION" TO WS-EL-NOTE
                WRITE DeferralReportLine FROM WS-EXCEPTION-LINE
                EXIT PARAGRAPH
            END-IF
            MOVE DT-REFUNDED(WS-DT-IDX) TO WS-REFUND-AMOUNT
            COMPUTE WS-STILL-DEFERRED =
                DT-BILLED-AMOUNT(WS-DT-MATCH)
                - DT-RECOGNIZED(WS-DT-MATCH)
                - DT-REFUNDED(WS-DT-MATCH)
            IF WS-REFUND-AMOUNT > WS-STILL-DEFERRED
                COMPUTE WS-REFUND-EXCESS =
                    WS-REFUND-AMOUNT - WS-STILL-DEFERRED
                IF WS-REFUND-EXCESS > DT-RECOGNIZED(WS-DT-MATCH)
                    MOVE DT-RECOGNIZED(WS-DT-MATCH)
                        TO WS-REFUND-EXCESS
                END-IF
                SUBTRACT WS-REFUND-EXCESS
                    FROM DT-RECOGNIZED(WS-DT-MATCH)
                ADD WS-REFUND-EXCESS TO WS-EXCESS-TOTAL
            END-IF
            ADD WS-REFUND-AMOUNT TO DT-REFUNDED(WS-DT-MATCH)
            MOVE "Y" TO DT-FOLDED(WS-DT-IDX)
            ADD 1 TO WS-REFUNDS-FOLDED.

        RECOGNIZE-ONE-ITEM.
            MOVE DT-TERM-CODE(WS-DT-IDX) TO WS-TOTAL-TERM
            PERFORM FIND-TERM-TOTAL
            MOVE ZERO TO WS-MONTH-SHARE
            COMPUTE WS-STILL-DEFERRED =
                DT-BILLED-AMOUNT(WS-DT-IDX)
                - DT-RECOGNIZED(WS-DT-IDX)
                - DT-REFUNDED(WS-DT-IDX)
            IF WS-STILL-DEFERRED > 0
               AND DT-LAST-MONTH(WS-DT-IDX) < WS-RECOGNITION-PERIOD
                PERFORM FIND-TERM-CALENDAR
                IF NOT TermOnCalendar
                    MOVE DT-TERM-CODE(WS-DT-IDX) TO WS-EL-TERM-CODE
                    MOVE DT-STUDENT-ID(WS-DT-IDX) TO WS-EL-STUDENT-ID
                    MOVE DT-INVOICE-NO(WS-DT-IDX) TO WS-EL-INVOICE-NO
                    MOVE WS-STILL-DEFERRED TO WS-EL-AMOUNT
                    MOVE "TERM NOT ON TERMCAL.REF" TO WS-EL-NOTE
                    WRITE DeferralReportLine FROM WS-EXCEPTION-LINE
                ELSE
                    IF WS-RECOGNITION-PERIOD
                       >= TCE-FIRST-MONTH(WS-TC-IDX)
                        PERFORM EARN-MONTH-SHARE
                    END-IF
                END-IF
            END-IF
            ADD DT-BILLED-AMOUNT(WS-DT-IDX) TO TT-BILLED(WS-TT-IDX)
            ADD DT-RECOGNIZED(WS-DT-IDX)
                TO TT-RECOGNIZED(WS-TT-IDX)
            ADD DT-REFUNDED(WS-DT-IDX) TO TT-REFUNDED(WS-TT-IDX)
            ADD WS-MONTH-SHARE TO TT-THIS-MONTH(WS-TT-IDX).

      * Months left counts this one through the term's last; from
      * the last month on, everything still deferred is earned.
        EARN-MONTH-SHARE.
            MOVE TCE-LAST-MONTH(WS-TC-IDX) TO WS-TERM-END-MONTH
            COMPUTE WS-MONTHS-LEFT =
                (WS-TERM-END-YEAR * 12 + WS-TERM-END-MM)
                - (WS-PERIOD-YEAR * 12 + WS-PERIOD-MONTH) + 1
            IF WS-MONTHS-LEFT <= 1
                MOVE WS-STILL-DEFERRED TO WS-MONTH-SHARE
            ELSE
                COMPUTE WS-MONTH-SHARE ROUNDED =
                    WS-STILL-DEFERRED / WS-MONTHS-LEFT
            END-IF
            ADD WS-MONTH-SHARE TO DT-RECOGNIZED(WS-DT-IDX)
            MOVE WS-RECOGNITION-PERIOD TO DT-LAST-MONTH(WS-DT-IDX)
            ADD WS-MONTH-SHARE TO WS-RECOGNIZED-TOTAL
            ADD 1 TO WS-ITEMS-RECOGNIZED.

        FIND-TERM-CALENDAR.
            MOVE "N" TO WS-TERM-FOUND
            PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                UNTIL WS-TC-IDX > WS-TC-COUNT
                    OR TermOnCalendar
                IF TCE-TERM-CODE(WS-TC-IDX) = DT-TERM-CODE(WS-DT-IDX)
                    MOVE "Y" TO WS-TERM-FOUND
                END-IF
            END-PERFORM
            IF TermOnCalendar
                SUBTRACT 1 FROM WS-TC-IDX
            END-IF.

      * Terms report in the order first met on the schedule; past
      * the table's capacity the last entry absorbs the rest.
        FIND-TERM-TOTAL.
            PERFORM VARYING WS-TT-IDX FROM 1 BY 1
                UNTIL WS-TT-IDX > WS-TT-COUNT
                    OR TT-TERM-CODE(WS-TT-IDX) = WS-TOTAL-TERM
                CONTINUE
            END-PERFORM
            IF WS-TT-IDX > WS-TT-COUNT
                IF WS-TT-COUNT < WS-TERM-TOTAL-CAPACITY
                    ADD 1 TO WS-TT-COUNT
                    MOVE WS-TT-COUNT TO WS-TT-IDX
                    MOVE WS-TOTAL-TERM TO TT-TERM-CODE(WS-TT-IDX)
                    MOVE ZERO TO TT-BILLED(WS-TT-IDX)
                        TT-RECOGNIZED(WS-TT-IDX)
                        TT-REFUNDED(WS-TT-IDX)
                        TT-THIS-MONTH(WS-TT-IDX)
                ELSE
                    MOVE WS-TT-COUNT TO WS-TT-IDX
                END-IF
            END-IF.

        WRITE-TERM-TOTALS.
            MOVE SPACES TO DeferralReportLine
            WRITE DeferralReportLine
            WRITE DeferralReportLine FROM WS-COLUMN-HEADING
            PERFORM VARYING WS-TT-IDX FROM 1 BY 1
                UNTIL WS-TT-IDX > WS-TT-COUNT
                MOVE TT-TERM-CODE(WS-TT-IDX) TO WS-TL-TERM-CODE
                MOVE TT-BILLED(WS-TT-IDX) TO WS-TL-BILLED
                MOVE TT-RECOGNIZED(WS-TT-IDX) TO WS-TL-RECOGNIZED
                MOVE TT-REFUNDED(WS-TT-IDX) TO WS-TL-REFUNDED
                COMPUTE WS-TL-DEFERRED = TT-BILLED(WS-TT-IDX)
                    - TT-RECOGNIZED(WS-TT-IDX)
                    - TT-REFUNDED(WS-TT-IDX)
                MOVE TT-THIS-MONTH(WS-TT-IDX) TO WS-TL-THIS-MONTH
                WRITE DeferralReportLine FROM WS-TERM-LINE
                ADD TT-BILLED(WS-TT-IDX) TO WS-GRAND-BILLED
                ADD TT-RECOGNIZED(WS-TT-IDX) TO WS-GRAND-RECOGNIZED
                ADD TT-REFUNDED(WS-TT-IDX) TO WS-GRAND-REFUNDED
                ADD TT-THIS-MONTH(WS-TT-IDX) TO WS-GRAND-THIS-MONTH
            END-PERFORM
            MOVE "TOTAL" TO WS-TL-TERM-CODE
            MOVE WS-GRAND-BILLED TO WS-TL-BILLED
            MOVE WS-GRAND-RECOGNIZED TO WS-TL-RECOGNIZED
            MOVE WS-GRAND-REFUNDED TO WS-TL-REFUNDED
            COMPUTE WS-TL-DEFERRED = WS-GRAND-BILLED
                - WS-GRAND-RECOGNIZED - WS-GRAND-REFUNDED
            MOVE WS-GRAND-THIS-MONTH TO WS-TL-THIS-MONTH
            WRITE DeferralReportLine FROM WS-TERM-LINE.

        LOAD-DEFERRAL-TABLE.
            OPEN INPUT TUITION-DEFERRAL-FILE
            IF WS-DEFERRAL-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfDeferralFile
                READ TUITION-DEFERRAL-FILE
                    AT END SET EndOfDeferralFile TO TRUE
                    NOT AT END
                        IF WS-DT-COUNT >= WS-DEFERRAL-TABLE-CAPACITY
                            MOVE "Y" TO WS-DT-OVERFLOW
                            SET EndOfDeferralFile TO TRUE
                        ELSE
                            PERFORM LOAD-ONE-DEFERRAL-LINE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TUITION-DEFERRAL-FILE.

        LOAD-ONE-DEFERRAL-LINE.
            ADD 1 TO WS-RL-RECORDS-READ
            IF (NOT TD-BilledLine AND NOT TD-RefundLine)
               OR TD-STUDENT-ID IS NOT NUMERIC
               OR TD-BILLED-AMOUNT IS NOT NUMERIC
               OR TD-RECOGNIZED IS NOT NUMERIC
               OR TD-REFUNDED IS NOT NUMERIC
                DISPLAY "Bad TUITDEF.DAT line dropped: "
                    TUITION-DEFERRAL-RECORD
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-DT-COUNT
            MOVE TD-RECORD-TYPE TO DT-RECORD-TYPE(WS-DT-COUNT)
            MOVE TD-STUDENT-ID TO DT-STUDENT-ID(WS-DT-COUNT)
            MOVE TD-TERM-CODE TO DT-TERM-CODE(WS-DT-COUNT)
            MOVE TD-BILLED-AMOUNT TO DT-BILLED-AMOUNT(WS-DT-COUNT)
            MOVE TD-RECOGNIZED TO DT-RECOGNIZED(WS-DT-COUNT)
            MOVE TD-REFUNDED TO DT-REFUNDED(WS-DT-COUNT)
            MOVE ZERO TO DT-INVOICE-NO(WS-DT-COUNT)
                DT-LAST-MONTH(WS-DT-COUNT)
            IF TD-INVOICE-NO IS NUMERIC
                MOVE TD-INVOICE-NO TO DT-INVOICE-NO(WS-DT-COUNT)
            END-IF
            IF TD-LAST-MONTH IS NUMERIC
                MOVE TD-LAST-MONTH TO DT-LAST-MONTH(WS-DT-COUNT)
            END-IF
            MOVE "N" TO DT-FOLDED(WS-DT-COUNT).

      * Folded refunds leave the file; one that found no billed
      * line stays, and is listed again until it is sorted out.
        REWRITE-DEFERRAL-FILE.
            OPEN OUTPUT TUITION-DEFERRAL-FILE
            PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                UNTIL WS-DT-IDX > WS-DT-COUNT
                IF NOT DT-RefundFolded(WS-DT-IDX)
                    MOVE SPACES TO TUITION-DEFERRAL-RECORD
                    MOVE DT-RECORD-TYPE(WS-DT-IDX) TO TD-RECORD-TYPE
                    MOVE DT-INVOICE-NO(WS-DT-IDX) TO TD-INVOICE-NO
                    MOVE DT-STUDENT-ID(WS-DT-IDX) TO TD-STUDENT-ID
                    MOVE DT-TERM-CODE(WS-DT-IDX) TO TD-TERM-CODE
                    MOVE DT-BILLED-AMOUNT(WS-DT-IDX)
                        TO TD-BILLED-AMOUNT
                    MOVE DT-RECOGNIZED(WS-DT-IDX) TO TD-RECOGNIZED
                    MOVE DT-REFUNDED(WS-DT-IDX) TO TD-REFUNDED
                    MOVE DT-LAST-MONTH(WS-DT-IDX) TO TD-LAST-MONTH
                    WRITE TUITION-DEFERRAL-RECORD
                    ADD 1 TO WS-RL-RECORDS-WRITTEN
                END-IF
            END-PERFORM
            CLOSE TUITION-DEFERRAL-FILE.

        LOAD-TERM-CALENDAR.
            OPEN INPUT TERM-CALENDAR-FILE
            IF WS-TERM-CAL-STATUS = "00"
                PERFORM UNTIL EndOfTermCalendar
                    OR WS-TC-COUNT >= WS-TERM-TABLE-CAPACITY
                    READ TERM-CALENDAR-FILE
                        AT END SET EndOfTermCalendar TO TRUE
                        NOT AT END
                            IF TC-FIRST-MONTH IS NUMERIC
                               AND TC-LAST-MONTH IS NUMERIC
                               AND TC-LAST-MONTH >= TC-FIRST-MONTH
                                ADD 1 TO WS-TC-COUNT
                                MOVE TC-TERM-CODE
                                    TO TCE-TERM-CODE(WS-TC-COUNT)
                                MOVE TC-FIRST-MONTH
                                    TO TCE-FIRST-MONTH(WS-TC-COUNT)
                                MOVE TC-LAST-MONTH
                                    TO TCE-LAST-MONTH(WS-TC-COUNT)
                            ELSE
                                DISPLAY "Bad TERMCAL.REF record "
                                    "ignored: " TERM-CALENDAR-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TERM-CALENDAR-FILE
            ELSE
                DISPLAY "No TERMCAL.REF term calendar - nothing "
                    "can be recognized this run"
            END-IF.

      * Deferred-tuition debit against tuition income for what was
      * earned; tuition income debit against deferred tuition for
      * refunds that outran the deferral. One trailer proves both.
        APPEND-GL-POSTINGS.
            OPEN EXTEND GL-POSTING-FILE
            IF WS-GL-POST-STATUS NOT = "00"
                OPEN OUTPUT GL-POSTING-FILE
            END-IF
            IF WS-RECOGNIZED-TOTAL > 0
                MOVE WS-RECOGNIZED-TOTAL TO WS-POST-AMOUNT
                MOVE "TUITDEFR" TO WS-GL-LOOKUP-CATEGORY
                MOVE "D" TO WS-POST-SIDE
                PERFORM WRITE-ONE-POSTING
                MOVE "TUITION" TO WS-GL-LOOKUP-CATEGORY
                MOVE "C" TO WS-POST-SIDE
                PERFORM WRITE-ONE-POSTING
            END-IF
            IF WS-EXCESS-TOTAL > 0
                MOVE WS-EXCESS-TOTAL TO WS-POST-AMOUNT
                MOVE "TUITION" TO WS-GL-LOOKUP-CATEGORY
                MOVE "D" TO WS-POST-SIDE
                PERFORM WRITE-ONE-POSTING
                MOVE "TUITDEFR" TO WS-GL-LOOKUP-CATEGORY
                MOVE "C" TO WS-POST-SIDE
                PERFORM WRITE-ONE-POSTING
            END-IF
            MOVE SPACES TO GL-POSTING-RECORD
            MOVE "T" TO GT-RECORD-TYPE
            MOVE WS-POSTING-TOTAL TO GT-DEBIT-TOTAL
            MOVE WS-POSTING-TOTAL TO GT-CREDIT-TOTAL
            WRITE GL-POSTING-RECORD
            CLOSE GL-POSTING-FILE.

        WRITE-ONE-POSTING.
            PERFORM FIND-GL-ACCOUNT
            MOVE SPACES TO GL-POSTING-RECORD
            MOVE WS-POST-SIDE TO GP-RECORD-TYPE
            MOVE WS-GL-LOOKUP-ACCOUNT TO GP-ACCOUNT
            MOVE WS-GL-LOOKUP-CATEGORY TO GP-CATEGORY
            MOVE WS-POST-AMOUNT TO GP-AMOUNT
            MOVE WS-RECOGNITION-PERIOD TO GP-PERIOD
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
