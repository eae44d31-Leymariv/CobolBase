       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlPostRun.
      * Posting run from the GLPOST.DAT feed to the GL account
      * master (GLACCT.DAT). Every detail line not yet stamped
      * posted is added to its account's debit or credit total for
      * the line's GP-PERIOD month and stamped "P" in the feed, so
      * the same line can never reach a balance twice however often
      * the run is restarted. A line is refused - left unstamped in
      * the feed, to post on a later run once the cause is cleared -
      * when its account is not on the master, when its period is
      * missing or falls before the account's comparative year, or
      * when PeriodControl reports the month closed. The posting
      * journal lists every line posted and every line refused with
      * the reason, and proves the run's debits against its
      * credits. The feed is rewritten through GLPOST.TMP the way
      * PayrollRun rewrites PAYWEEK.DAT; should the run die between
      * the master updates and the copy-back, bring GLACCT back
      * with MasterRestore from the BackupRun generation saved
      * ahead of the posting run before rerunning. GLACCT is not
      * journalled, so account maintenance keyed since that save
      * must be keyed again.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT GL-POSTING-FILE
            ASSIGN TO "GLPOST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GL-POST-STATUS.
          SELECT GL-POSTING-WORK-FILE
            ASSIGN TO "GLPOST.TMP"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GL-WORK-STATUS.
          SELECT GL-ACCOUNT-MASTER
            ASSIGN TO "GLACCT.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS GA-ACCOUNT-NO
            FILE STATUS IS WS-GL-ACCOUNT-STATUS.
          SELECT POSTING-JOURNAL
            ASSIGN TO "GLPOSTJ.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  GL-POSTING-FILE
            LABEL RECORDS ARE STANDARD.
            COPY GLPOST.

        FD  GL-POSTING-WORK-FILE
            LABEL RECORDS ARE STANDARD.
        01  GL-POSTING-WORK-RECORD   PIC X(40).

        FD  GL-ACCOUNT-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY GLACCT.

        FD  POSTING-JOURNAL
            LABEL RECORDS ARE STANDARD.
        01  PostingJournalLine       PIC X(100).

        WORKING-STORAGE SECTION.
        01  WS-GL-POST-STATUS        PIC XX.
            88  EndOfGlPostFile          VALUE "10".
        01  WS-GL-WORK-STATUS        PIC XX.
            88  EndOfGlWorkFile          VALUE "10".
        01  WS-GL-ACCOUNT-STATUS     PIC XX.
            88  GlAccountMasterOK        VALUE "00".
        01  WS-JOURNAL-STATUS        PIC XX.

        01  WS-RL-ACTION             PIC X.
        01  WS-RL-PROGRAM-NAME       PIC X(15) VALUE "GlPostRun".
        01  WS-RL-RECORDS-READ       PIC 9(7) VALUE ZERO.
        01  WS-RL-RECORDS-WRITTEN    PIC 9(7) VALUE ZERO.
        01  WS-RL-STATUS             PIC X(8).

        01  WS-RUN-DATE              PIC 9(8).

      * PeriodControl answers once per month seen; the verdicts are
      * kept so a feed of ten thousand lines asks a dozen times.
        01  WS-PC-ACTION             PIC X.
        01  WS-PC-PERIOD             PIC 9(6).
        01  WS-PC-RESULT             PIC X.
            88  PostingPeriodOpen        VALUE "Y".
        78  WS-PERIOD-CACHE-CAPACITY VALUE 60.
        01  WS-PV-COUNT              PIC 99 VALUE ZERO.
        01  WS-PV-IDX                PIC 99.
        01  WS-PV-PICK               PIC 99.
        01  WS-PERIOD-VERDICTS.
            05  PERIOD-VERDICT OCCURS 60 TIMES.
              10  PV-PERIOD          PIC 9(6).
              10  PV-RESULT          PIC X.

        01  WS-LINE-YEAR             PIC 9(4).
        01  WS-LINE-MONTH            PIC 99.
        01  WS-MO-IDX                PIC 99.
        01  WS-YEAR-NET              PIC S9(11)V99.
        01  WS-REFUSAL-REASON        PIC X(24).

        01  WS-POSTED-COUNT          PIC 9(7) VALUE ZERO.
        01  WS-REFUSED-COUNT         PIC 9(7) VALUE ZERO.
        01  WS-ALREADY-COUNT         PIC 9(7) VALUE ZERO.
        01  WS-POSTED-DEBITS         PIC 9(11)V99 VALUE ZERO.
        01  WS-POSTED-CREDITS        PIC 9(11)V99 VALUE ZERO.

        01  WS-JOURNAL-HEADING.
            05  FILLER               PIC X(28)
                VALUE "GL POSTING JOURNAL - RUN OF ".
            05  WS-JH-RUN-DATE       PIC 9(8).
        01  WS-JOURNAL-COLUMNS.
            05  FILLER               PIC X(40)
                VALUE "ACCT   DESCRIPTION          PERIOD   CAT".
            05  FILLER               PIC X(40)
                VALUE "EGORY D/C         AMOUNT DISPOSITION".
        01  WS-JOURNAL-DETAIL-LINE.
            05  WS-JDL-ACCOUNT       PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-JDL-DESCRIPTION   PIC X(20).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-JDL-PERIOD        PIC X(6).
            05  FILLER               PIC X(3) VALUE SPACES.
            05  WS-JDL-CATEGORY      PIC X(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-JDL-SIDE          PIC X.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-JDL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-JDL-DISPOSITION   PIC X(24).
        01  WS-JOURNAL-TOTAL-LINE.
            05  FILLER               PIC X(7) VALUE "POSTED ".
            05  WS-JTL-POSTED        PIC ZZZZZZ9.
            05  FILLER               PIC X(8) VALUE " DEBITS ".
            05  WS-JTL-DEBITS        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER               PIC X(9) VALUE " CREDITS ".
            05  WS-JTL-CREDITS       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER               PIC X(9) VALUE " REFUSED ".
            05  WS-JTL-REFUSED       PIC ZZZZZZ9.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            MOVE "S" TO WS-RL-ACTION
            MOVE "STARTED" TO WS-RL-STATUS
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS
            CALL "BusinessDate" USING WS-RUN-DATE
            OPEN I-O GL-ACCOUNT-MASTER
            IF NOT GlAccountMasterOK
                DISPLAY "No GLACCT.DAT account master, status "
                    WS-GL-ACCOUNT-STATUS " - posting run aborted"
                MOVE "NOMASTER" TO WS-RL-STATUS
                PERFORM LOG-RUN-END
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            OPEN INPUT GL-POSTING-FILE
            IF WS-GL-POST-STATUS NOT = "00"
                DISPLAY "No GLPOST.DAT available, nothing to post"
                CLOSE GL-ACCOUNT-MASTER
                MOVE "COMPLETE" TO WS-RL-STATUS
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            OPEN OUTPUT GL-POSTING-WORK-FILE
            OPEN OUTPUT POSTING-JOURNAL
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE PostingJournalLine FROM REPORT-STAMP-LINE
            MOVE WS-RUN-DATE TO WS-JH-RUN-DATE
            WRITE PostingJournalLine FROM WS-JOURNAL-HEADING
            WRITE PostingJournalLine FROM WS-JOURNAL-COLUMNS
            PERFORM READ-GL-POSTING-RECORD
            PERFORM UNTIL EndOfGlPostFile
                IF (GP-DebitLine OR GP-CreditLine)
                   AND NOT GP-LinePosted
                    PERFORM POST-ONE-DETAIL-LINE
                ELSE
                    IF GP-LinePosted
                        ADD 1 TO WS-ALREADY-COUNT
                    END-IF
                END-IF
                MOVE GL-POSTING-RECORD TO GL-POSTING-WORK-RECORD
                WRITE GL-POSTING-WORK-RECORD
                PERFORM READ-GL-POSTING-RECORD
            END-PERFORM
            CLOSE GL-POSTING-FILE
            CLOSE GL-POSTING-WORK-FILE
            CLOSE GL-ACCOUNT-MASTER
            PERFORM COPY-BACK-GL-POSTING-FILE
            MOVE WS-POSTED-COUNT TO WS-JTL-POSTED
            MOVE WS-POSTED-DEBITS TO WS-JTL-DEBITS
            MOVE WS-POSTED-CREDITS TO WS-JTL-CREDITS
            MOVE WS-REFUSED-COUNT TO WS-JTL-REFUSED
            WRITE PostingJournalLine FROM WS-JOURNAL-TOTAL-LINE
            CLOSE POSTING-JOURNAL
            DISPLAY "GL posting: " WS-POSTED-COUNT " line(s) posted, "
                WS-REFUSED-COUNT " refused, " WS-ALREADY-COUNT
                " already posted"
            IF WS-POSTED-DEBITS NOT = WS-POSTED-CREDITS
                DISPLAY "Lines posted this run do not balance - "
                    "see the refused lines on GLPOSTJ.RPT"
            END-IF
            MOVE "COMPLETE" TO WS-RL-STATUS
            PERFORM LOG-RUN-END
            GOBACK.

        LOG-RUN-END.
            MOVE "E" TO WS-RL-ACTION
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS.

        READ-GL-POSTING-RECORD.
            READ GL-POSTING-FILE
                AT END SET EndOfGlPostFile TO TRUE
                NOT AT END ADD 1 TO WS-RL-RECORDS-READ
            END-READ.

        POST-ONE-DETAIL-LINE.
            MOVE SPACES TO WS-REFUSAL-REASON
            IF GP-PERIOD IS NOT NUMERIC
                MOVE "NO PERIOD ON LINE" TO WS-REFUSAL-REASON
                PERFORM NOTE-REFUSED-LINE
                EXIT PARAGRAPH
            END-IF
            MOVE GP-PERIOD(1:4) TO WS-LINE-YEAR
            MOVE GP-PERIOD(5:2) TO WS-LINE-MONTH
            IF WS-LINE-MONTH < 1 OR WS-LINE-MONTH > 12
                MOVE "BAD PERIOD ON LINE" TO WS-REFUSAL-REASON
                PERFORM NOTE-REFUSED-LINE
                EXIT PARAGRAPH
            END-IF
            PERFORM VERIFY-LINE-PERIOD
            IF NOT PostingPeriodOpen
                MOVE "PERIOD CLOSED" TO WS-REFUSAL-REASON
                PERFORM NOTE-REFUSED-LINE
                EXIT PARAGRAPH
            END-IF
            MOVE GP-ACCOUNT TO GA-ACCOUNT-NO
            READ GL-ACCOUNT-MASTER
                INVALID KEY
                    MOVE "ACCOUNT NOT ON MASTER" TO WS-REFUSAL-REASON
            END-READ
            IF WS-REFUSAL-REASON NOT = SPACES
                PERFORM NOTE-REFUSED-LINE
                EXIT PARAGRAPH
            END-IF
            IF GA-FISCAL-YEAR = 0
                MOVE WS-LINE-YEAR TO GA-FISCAL-YEAR
            END-IF
            PERFORM UNTIL WS-LINE-YEAR NOT > GA-FISCAL-YEAR
                PERFORM ROLL-ACCOUNT-FORWARD
            END-PERFORM
            IF WS-LINE-YEAR < GA-FISCAL-YEAR - 1
                MOVE "YEAR ROLLED OFF" TO WS-REFUSAL-REASON
                PERFORM NOTE-REFUSED-LINE
                EXIT PARAGRAPH
            END-IF
            IF WS-LINE-YEAR = GA-FISCAL-YEAR
                IF GP-DebitLine
                    ADD GP-AMOUNT TO GA-MONTH-DEBITS(WS-LINE-MONTH)
                ELSE
                    ADD GP-AMOUNT TO GA-MONTH-CREDITS(WS-LINE-MONTH)
                END-IF
            ELSE
      * A late line for last year lands in the comparative month
      * and moves the balance brought forward with it.
                IF GP-DebitLine
                    ADD GP-AMOUNT TO GA-PRIOR-DEBITS(WS-LINE-MONTH)
                    ADD GP-AMOUNT TO GA-OPENING-BALANCE
                ELSE
                    ADD GP-AMOUNT TO GA-PRIOR-CREDITS(WS-LINE-MONTH)
                    SUBTRACT GP-AMOUNT FROM GA-OPENING-BALANCE
                END-IF
            END-IF
            MOVE WS-RUN-DATE TO GA-LAST-POSTED-DATE
            REWRITE GL-ACCOUNT-RECORD
                INVALID KEY
                    MOVE "MASTER REWRITE FAILED" TO WS-REFUSAL-REASON
                    PERFORM NOTE-REFUSED-LINE
                    EXIT PARAGRAPH
            END-REWRITE
            SET GP-LinePosted TO TRUE
            ADD 1 TO WS-POSTED-COUNT
            ADD 1 TO WS-RL-RECORDS-WRITTEN
            IF GP-DebitLine
                ADD GP-AMOUNT TO WS-POSTED-DEBITS
            ELSE
                ADD GP-AMOUNT TO WS-POSTED-CREDITS
            END-IF
            MOVE "POSTED" TO WS-JDL-DISPOSITION
            PERFORM WRITE-JOURNAL-DETAIL.

      * The first line for a new year closes the account's year:
      * the year's net joins the balance brought forward, the
      * months become last year's comparatives and start again.
        ROLL-ACCOUNT-FORWARD.
            MOVE 0 TO WS-YEAR-NET
            PERFORM VARYING WS-MO-IDX FROM 1 BY 1
                UNTIL WS-MO-IDX > 12
                COMPUTE WS-YEAR-NET = WS-YEAR-NET
                    + GA-MONTH-DEBITS(WS-MO-IDX)
                    - GA-MONTH-CREDITS(WS-MO-IDX)
                MOVE GA-MONTH-DEBITS(WS-MO-IDX)
                    TO GA-PRIOR-DEBITS(WS-MO-IDX)
                MOVE GA-MONTH-CREDITS(WS-MO-IDX)
                    TO GA-PRIOR-CREDITS(WS-MO-IDX)
                MOVE 0 TO GA-MONTH-DEBITS(WS-MO-IDX)
                MOVE 0 TO GA-MONTH-CREDITS(WS-MO-IDX)
            END-PERFORM
            ADD WS-YEAR-NET TO GA-OPENING-BALANCE
            ADD 1 TO GA-FISCAL-YEAR.

        VERIFY-LINE-PERIOD.
            MOVE 0 TO WS-PV-PICK
            PERFORM VARYING WS-PV-IDX FROM 1 BY 1
                UNTIL WS-PV-IDX > WS-PV-COUNT
                IF PV-PERIOD(WS-PV-IDX) = GP-PERIOD
                    MOVE WS-PV-IDX TO WS-PV-PICK
                END-IF
            END-PERFORM
            IF WS-PV-PICK > 0
                MOVE PV-RESULT(WS-PV-PICK) TO WS-PC-RESULT
                EXIT PARAGRAPH
            END-IF
            MOVE GP-PERIOD TO WS-PC-PERIOD
            MOVE "V" TO WS-PC-ACTION
            CALL "PeriodControl" USING WS-PC-ACTION WS-PC-PERIOD
                WS-PC-RESULT
            IF WS-PV-COUNT < WS-PERIOD-CACHE-CAPACITY
                ADD 1 TO WS-PV-COUNT
                MOVE GP-PERIOD TO PV-PERIOD(WS-PV-COUNT)
                MOVE WS-PC-RESULT TO PV-RESULT(WS-PV-COUNT)
            END-IF.

        NOTE-REFUSED-LINE.
            ADD 1 TO WS-REFUSED-COUNT
            MOVE SPACES TO GA-DESCRIPTION
            MOVE WS-REFUSAL-REASON TO WS-JDL-DISPOSITION
            PERFORM WRITE-JOURNAL-DETAIL.

        WRITE-JOURNAL-DETAIL.
            MOVE GP-ACCOUNT TO WS-JDL-ACCOUNT
            MOVE GA-DESCRIPTION TO WS-JDL-DESCRIPTION
            IF GP-PERIOD IS NUMERIC
                MOVE GP-PERIOD TO WS-JDL-PERIOD
            ELSE
                MOVE "------" TO WS-JDL-PERIOD
            END-IF
            MOVE GP-CATEGORY TO WS-JDL-CATEGORY
            MOVE GP-RECORD-TYPE TO WS-JDL-SIDE
            MOVE GP-AMOUNT TO WS-JDL-AMOUNT
            WRITE PostingJournalLine FROM WS-JOURNAL-DETAIL-LINE.

        COPY-BACK-GL-POSTING-FILE.
            OPEN INPUT GL-POSTING-WORK-FILE
            OPEN OUTPUT GL-POSTING-FILE
            PERFORM UNTIL EndOfGlWorkFile
                READ GL-POSTING-WORK-FILE
                    AT END SET EndOfGlWorkFile TO TRUE
                    NOT AT END
                        MOVE GL-POSTING-WORK-RECORD
                            TO GL-POSTING-RECORD
                        WRITE GL-POSTING-RECORD
                END-READ
            END-PERFORM
            CLOSE GL-POSTING-WORK-FILE
            CLOSE GL-POSTING-FILE.
