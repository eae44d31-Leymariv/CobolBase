       IDENTIFICATION DIVISION.
       PROGRAM-ID. JournalEntry.
      * Manual journal-entry edit and posting run - the sanctioned
      * way for the accountant to put a correction, a department
      * reclass or a month-end accrual onto the GLPOST.DAT feed.
      * Reads the JOURNAL.DAT lines (JRNLENT copybook) and edits
      * each journal whole: it is refused when its debits and
      * credits differ, when any line names an account GLMAP.REF
      * does not map, or when PeriodControl reports its period -
      * or, for a reversing journal, the next period - closed.
      * Journals that pass wait on one supervisor (level 2) sign-on
      * through OperatorSignOn, as WriteOffRun's large write-offs
      * do; once approved their lines append to the feed with a
      * trailer proving the run, and each line is written to
      * JRNLHIST.DAT stamped with the approver. A reversing journal
      * posts its mirror - every debit a credit and every credit a
      * debit - into the next period at the same time, so the
      * accrual comes back out on the first day of the new month
      * without anyone remembering to key it. Refused and
      * unapproved journals stay in JOURNAL.DAT for correction; the
      * file is rewritten through JOURNAL.TMP without the journals
      * that posted. JRNLEDIT.RPT shows every journal's fate.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT JOURNAL-ENTRY-FILE
            ASSIGN TO "JOURNAL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.
          SELECT JOURNAL-WORK-FILE
            ASSIGN TO "JOURNAL.TMP"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-WORK-STATUS.
          SELECT JOURNAL-HISTORY-FILE
            ASSIGN TO "JRNLHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.
          SELECT JOURNAL-EDIT-REGISTER
            ASSIGN TO "JRNLEDIT.RPT"
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
        FD  JOURNAL-ENTRY-FILE
            LABEL RECORDS ARE STANDARD.
            COPY JRNLENT.

        FD  JOURNAL-WORK-FILE
            LABEL RECORDS ARE STANDARD.
        01  JOURNAL-WORK-RECORD      PIC X(65).

        FD  JOURNAL-HISTORY-FILE
            LABEL RECORDS ARE STANDARD.
            COPY JRNLHIST.

        FD  JOURNAL-EDIT-REGISTER
            LABEL RECORDS ARE STANDARD.
        01  JournalEditRegisterLine  PIC X(80).

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
        01  WS-JOURNAL-STATUS        PIC XX.
            88  EndOfJournalFile         VALUE "10".
        01  WS-JOURNAL-WORK-STATUS   PIC XX.
            88  EndOfJournalWorkFile     VALUE "10".
        01  WS-HISTORY-STATUS        PIC XX.
        01  WS-REGISTER-STATUS       PIC XX.
        01  WS-GL-POST-STATUS        PIC XX.
        01  WS-GL-MAP-STATUS         PIC XX.
            88  EndOfGlAccountMap        VALUE "10".

        01  WS-PC-ACTION             PIC X.
        01  WS-PC-PERIOD             PIC 9(6).
        01  WS-PC-RESULT             PIC X.
            88  PostingPeriodOpen        VALUE "Y".
        01  WS-NEXT-PERIOD           PIC 9(6).
        01  WS-NEXT-PERIOD-PARTS REDEFINES WS-NEXT-PERIOD.
            05  WS-NEXT-YEAR         PIC 9(4).
            05  WS-NEXT-MONTH        PIC 99.
        01  WS-PERIOD-CHECK          PIC 9(6).
        01  WS-PERIOD-CHECK-PARTS REDEFINES WS-PERIOD-CHECK.
            05  FILLER               PIC 9(4).
            05  WS-PERIOD-CHECK-MONTH PIC 99.
                88  ValidPeriodMonth     VALUE 1 THRU 12.

        01  WS-OS-REQUIRED-LEVEL     PIC 9 VALUE 2.
        01  WS-OS-OPERATOR-ID        PIC X(8).
        01  WS-OS-RESULT             PIC X.
            88  SupervisorSignedOn       VALUE "Y".

        78  WS-GL-MAP-CAPACITY       VALUE 300.
        01  WS-GM-COUNT              PIC 999 VALUE ZERO.
        01  WS-GM-IDX                PIC 999.
        01  WS-GL-MAP-TABLE.
            05  GL-MAP-ENTRY OCCURS WS-GL-MAP-CAPACITY TIMES.
              10  GME-ACCOUNT        PIC 9(6).
        01  WS-MAPPED-ACCOUNT        PIC X.
            88  AccountIsMapped          VALUE "Y".

      * One entry per journal number seen; a blank verdict is a
      * journal that has passed every edit so far.
        78  WS-JOURNAL-TABLE-CAPACITY VALUE 100.
        01  WS-JT-COUNT              PIC 999 VALUE ZERO.
        01  WS-JT-IDX                PIC 999.
        01  WS-JT-PICK               PIC 999.
        01  WS-JOURNAL-TABLE.
            05  JOURNAL-ENTRY OCCURS 100 TIMES.
              10  JT-JOURNAL-NO      PIC 9(6).
              10  JT-PERIOD          PIC 9(6).
              10  JT-REVERSING       PIC X.
                  88  JT-ReversingJournal  VALUE "Y".
              10  JT-LINES           PIC 999.
              10  JT-DEBITS          PIC 9(11)V99.
              10  JT-CREDITS         PIC 9(11)V99.
              10  JT-VERDICT         PIC X(24).
                  88  JT-JournalPassed     VALUE SPACES.
                  88  JT-JournalPosted     VALUE "POSTED".

        01  WS-RUN-DATE              PIC 9(8).
        01  WS-LINE-VERDICT          PIC X(24).
        01  WS-PASSED-COUNT          PIC 999 VALUE ZERO.
        01  WS-POSTED-COUNT          PIC 999 VALUE ZERO.
        01  WS-REFUSED-COUNT         PIC 999 VALUE ZERO.
        01  WS-LINES-KEPT            PIC 9(5) VALUE ZERO.
        01  WS-TOTAL-DEBITS          PIC 9(9)V99 VALUE ZERO.
        01  WS-TOTAL-CREDITS         PIC 9(9)V99 VALUE ZERO.

        01  WS-RL-ACTION             PIC X.
        01  WS-RL-PROGRAM-NAME       PIC X(15) VALUE "JournalEntry".
        01  WS-RL-RECORDS-READ       PIC 9(7) VALUE ZERO.
        01  WS-RL-RECORDS-WRITTEN    PIC 9(7) VALUE ZERO.
        01  WS-RL-STATUS             PIC X(8).

        01  WS-REGISTER-HEADING      PIC X(40)
                VALUE "MANUAL JOURNAL EDIT REGISTER".
        01  WS-REGISTER-DETAIL-LINE.
            05  WS-RDL-JOURNAL-NO    PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-PERIOD        PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-LINES         PIC ZZ9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-DEBITS        PIC ZZZ,ZZZ,ZZ9.99.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-CREDITS       PIC ZZZ,ZZZ,ZZ9.99.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-REVERSING     PIC X(3).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-VERDICT       PIC X(24).
        01  WS-REGISTER-TOTAL-LINE.
            05  FILLER               PIC X(8) VALUE "POSTED  ".
            05  WS-RTL-POSTED        PIC ZZ9.
            05  FILLER               PIC X(9) VALUE " REFUSED ".
            05  WS-RTL-REFUSED       PIC ZZ9.
            05  FILLER               PIC X(10) VALUE " APPROVER ".
            05  WS-RTL-APPROVER      PIC X(8).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            MOVE "S" TO WS-RL-ACTION
            MOVE "STARTED" TO WS-RL-STATUS
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS
            OPEN INPUT JOURNAL-ENTRY-FILE
            IF WS-JOURNAL-STATUS NOT = "00"
                DISPLAY "No JOURNAL.DAT available, journal posting "
                    "skipped"
                MOVE "NOINPUT" TO WS-RL-STATUS
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            CALL "BusinessDate" USING WS-RUN-DATE
            PERFORM LOAD-GL-ACCOUNT-MAP
            PERFORM READ-JOURNAL-LINE
            PERFORM UNTIL EndOfJournalFile
                PERFORM EDIT-ONE-JOURNAL-LINE
                PERFORM READ-JOURNAL-LINE
            END-PERFORM
            CLOSE JOURNAL-ENTRY-FILE
            PERFORM VARYING WS-JT-IDX FROM 1 BY 1
                UNTIL WS-JT-IDX > WS-JT-COUNT
                PERFORM EDIT-ONE-JOURNAL
            END-PERFORM
            MOVE "N" TO WS-OS-RESULT
            MOVE SPACES TO WS-OS-OPERATOR-ID
            IF WS-PASSED-COUNT > 0
                DISPLAY "Supervisor approval needed to post "
                    WS-PASSED-COUNT " journal(s)"
                CALL "OperatorSignOn" USING WS-OS-REQUIRED-LEVEL
                    WS-OS-OPERATOR-ID WS-OS-RESULT
            END-IF
            PERFORM VARYING WS-JT-IDX FROM 1 BY 1
                UNTIL WS-JT-IDX > WS-JT-COUNT
                PERFORM SETTLE-ONE-JOURNAL
            END-PERFORM
            IF WS-POSTED-COUNT > 0
                PERFORM POST-APPROVED-JOURNALS
            END-IF
            PERFORM WRITE-EDIT-REGISTER
            DISPLAY "Manual journals: " WS-POSTED-COUNT " posted, "
                WS-REFUSED-COUNT " refused or unapproved"
            MOVE "COMPLETE" TO WS-RL-STATUS
            PERFORM LOG-RUN-END
            GOBACK.

        LOG-RUN-END.
            MOVE "E" TO WS-RL-ACTION
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS.

        READ-JOURNAL-LINE.
            READ JOURNAL-ENTRY-FILE
                AT END SET EndOfJournalFile TO TRUE
                NOT AT END ADD 1 TO WS-RL-RECORDS-READ
            END-READ.

      * A line with no usable journal number cannot be tied to a
      * journal at all; it is left in the file untouched.
        EDIT-ONE-JOURNAL-LINE.
            IF JE-JOURNAL-NO IS NOT NUMERIC
                DISPLAY "Journal line with no journal number left "
                    "on file: " JOURNAL-ENTRY-RECORD
                EXIT PARAGRAPH
            END-IF
            PERFORM FIND-JOURNAL-ENTRY
            IF WS-JT-PICK = 0
                DISPLAY "Journal table full - journal " JE-JOURNAL-NO
                    " left on file for the next run"
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO JT-LINES(WS-JT-PICK)
            IF JE-ReversingJournal
                MOVE "Y" TO JT-REVERSING(WS-JT-PICK)
            END-IF
            MOVE SPACES TO WS-LINE-VERDICT
            MOVE JE-PERIOD TO WS-PERIOD-CHECK
            EVALUATE TRUE
                WHEN JE-PERIOD IS NOT NUMERIC
                    MOVE "BAD PERIOD" TO WS-LINE-VERDICT
                WHEN NOT ValidPeriodMonth
                    MOVE "BAD PERIOD" TO WS-LINE-VERDICT
                WHEN JE-PERIOD NOT = JT-PERIOD(WS-JT-PICK)
                    MOVE "MIXED PERIODS" TO WS-LINE-VERDICT
                WHEN JE-ACCOUNT IS NOT NUMERIC
                    MOVE "BAD ACCOUNT" TO WS-LINE-VERDICT
                WHEN NOT JE-ValidSide
                    MOVE "BAD DEBIT/CREDIT SIDE" TO WS-LINE-VERDICT
                WHEN JE-AMOUNT IS NOT NUMERIC
                    MOVE "BAD AMOUNT" TO WS-LINE-VERDICT
            END-EVALUATE
            IF WS-LINE-VERDICT = SPACES
                PERFORM CHECK-MAPPED-ACCOUNT
                IF NOT AccountIsMapped
                    MOVE "ACCOUNT NOT ON GLMAP.REF" TO WS-LINE-VERDICT
                END-IF
            END-IF
            IF WS-LINE-VERDICT NOT = SPACES
                IF JT-JournalPassed(WS-JT-PICK)
                    MOVE WS-LINE-VERDICT TO JT-VERDICT(WS-JT-PICK)
                END-IF
                EXIT PARAGRAPH
            END-IF
            IF JE-DebitLine
                ADD JE-AMOUNT TO JT-DEBITS(WS-JT-PICK)
            ELSE
                ADD JE-AMOUNT TO JT-CREDITS(WS-JT-PICK)
            END-IF.

      * The first line of a journal fixes its period; the rest must
      * agree with it.
        FIND-JOURNAL-ENTRY.
            MOVE 0 TO WS-JT-PICK
            PERFORM VARYING WS-JT-IDX FROM 1 BY 1
                UNTIL WS-JT-IDX > WS-JT-COUNT OR WS-JT-PICK > 0
                IF JT-JOURNAL-NO(WS-JT-IDX) = JE-JOURNAL-NO
                    MOVE WS-JT-IDX TO WS-JT-PICK
                END-IF
            END-PERFORM
            IF WS-JT-PICK = 0
               AND WS-JT-COUNT < WS-JOURNAL-TABLE-CAPACITY
                ADD 1 TO WS-JT-COUNT
                MOVE WS-JT-COUNT TO WS-JT-PICK
                MOVE JE-JOURNAL-NO TO JT-JOURNAL-NO(WS-JT-PICK)
                MOVE ZERO TO JT-PERIOD(WS-JT-PICK)
                IF JE-PERIOD IS NUMERIC
                    MOVE JE-PERIOD TO JT-PERIOD(WS-JT-PICK)
                END-IF
                MOVE "N" TO JT-REVERSING(WS-JT-PICK)
                MOVE ZERO TO JT-LINES(WS-JT-PICK)
                    JT-DEBITS(WS-JT-PICK) JT-CREDITS(WS-JT-PICK)
                MOVE SPACES TO JT-VERDICT(WS-JT-PICK)
            END-IF.

        CHECK-MAPPED-ACCOUNT.
            MOVE "N" TO WS-MAPPED-ACCOUNT
            PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                UNTIL WS-GM-IDX > WS-GM-COUNT
                IF GME-ACCOUNT(WS-GM-IDX) = JE-ACCOUNT
                    MOVE "Y" TO WS-MAPPED-ACCOUNT
                END-IF
            END-PERFORM.

      * Whole-journal edits once every line is in: balance, then
      * the period the journal posts into and, for an accrual, the
      * period its reversal lands in.
        EDIT-ONE-JOURNAL.
            IF NOT JT-JournalPassed(WS-JT-IDX)
                EXIT PARAGRAPH
            END-IF
            IF JT-DEBITS(WS-JT-IDX) NOT = JT-CREDITS(WS-JT-IDX)
                MOVE "OUT OF BALANCE" TO JT-VERDICT(WS-JT-IDX)
                EXIT PARAGRAPH
            END-IF
            IF JT-DEBITS(WS-JT-IDX) = 0
                MOVE "NOTHING TO POST" TO JT-VERDICT(WS-JT-IDX)
                EXIT PARAGRAPH
            END-IF
            MOVE "V" TO WS-PC-ACTION
            MOVE JT-PERIOD(WS-JT-IDX) TO WS-PC-PERIOD
            CALL "PeriodControl" USING WS-PC-ACTION WS-PC-PERIOD
                WS-PC-RESULT
            IF NOT PostingPeriodOpen
                MOVE "PERIOD CLOSED" TO JT-VERDICT(WS-JT-IDX)
                EXIT PARAGRAPH
            END-IF
            IF JT-ReversingJournal(WS-JT-IDX)
                PERFORM SET-NEXT-PERIOD
                MOVE "V" TO WS-PC-ACTION
                MOVE WS-NEXT-PERIOD TO WS-PC-PERIOD
                CALL "PeriodControl" USING WS-PC-ACTION WS-PC-PERIOD
                    WS-PC-RESULT
                IF NOT PostingPeriodOpen
                    MOVE "REVERSAL PERIOD CLOSED"
                        TO JT-VERDICT(WS-JT-IDX)
                    EXIT PARAGRAPH
                END-IF
            END-IF
            ADD 1 TO WS-PASSED-COUNT.

        SET-NEXT-PERIOD.
            MOVE JT-PERIOD(WS-JT-IDX) TO WS-NEXT-PERIOD
            IF WS-NEXT-MONTH = 12
                ADD 1 TO WS-NEXT-YEAR
                MOVE 1 TO WS-NEXT-MONTH
            ELSE
                ADD 1 TO WS-NEXT-MONTH
            END-IF.

        SETTLE-ONE-JOURNAL.
            IF JT-JournalPassed(WS-JT-IDX)
                IF SupervisorSignedOn
                    MOVE "POSTED" TO JT-VERDICT(WS-JT-IDX)
                    ADD 1 TO WS-POSTED-COUNT
                ELSE
                    MOVE "NOT APPROVED" TO JT-VERDICT(WS-JT-IDX)
                    ADD 1 TO WS-REFUSED-COUNT
                END-IF
            ELSE
                ADD 1 TO WS-REFUSED-COUNT
            END-IF.

      * Second pass over JOURNAL.DAT: lines of posted journals go to
      * the feed and the history, everything else to JOURNAL.TMP,
      * which then replaces JOURNAL.DAT.
        POST-APPROVED-JOURNALS.
            OPEN INPUT JOURNAL-ENTRY-FILE
            OPEN OUTPUT JOURNAL-WORK-FILE
            OPEN EXTEND GL-POSTING-FILE
            IF WS-GL-POST-STATUS NOT = "00"
                OPEN OUTPUT GL-POSTING-FILE
            END-IF
            OPEN EXTEND JOURNAL-HISTORY-FILE
            IF WS-HISTORY-STATUS NOT = "00"
                OPEN OUTPUT JOURNAL-HISTORY-FILE
            END-IF
            MOVE "00" TO WS-JOURNAL-STATUS
            PERFORM UNTIL EndOfJournalFile
                READ JOURNAL-ENTRY-FILE
                    AT END SET EndOfJournalFile TO TRUE
                    NOT AT END PERFORM ROUTE-ONE-JOURNAL-LINE
                END-READ
            END-PERFORM
            MOVE SPACES TO GL-POSTING-RECORD
            MOVE "T" TO GT-RECORD-TYPE
            MOVE WS-TOTAL-DEBITS TO GT-DEBIT-TOTAL
            MOVE WS-TOTAL-CREDITS TO GT-CREDIT-TOTAL
            WRITE GL-POSTING-RECORD
            CLOSE JOURNAL-HISTORY-FILE
            CLOSE GL-POSTING-FILE
            CLOSE JOURNAL-WORK-FILE
            CLOSE JOURNAL-ENTRY-FILE
            PERFORM COPY-BACK-JOURNAL-FILE.

        ROUTE-ONE-JOURNAL-LINE.
            MOVE 0 TO WS-JT-PICK
            IF JE-JOURNAL-NO IS NUMERIC
                PERFORM VARYING WS-JT-IDX FROM 1 BY 1
                    UNTIL WS-JT-IDX > WS-JT-COUNT OR WS-JT-PICK > 0
                    IF JT-JOURNAL-NO(WS-JT-IDX) = JE-JOURNAL-NO
                        MOVE WS-JT-IDX TO WS-JT-PICK
                    END-IF
                END-PERFORM
            END-IF
            IF WS-JT-PICK = 0
                PERFORM KEEP-JOURNAL-LINE
                EXIT PARAGRAPH
            END-IF
            IF NOT JT-JournalPosted(WS-JT-PICK)
                PERFORM KEEP-JOURNAL-LINE
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO JOURNAL-HISTORY-RECORD
            MOVE "K" TO JH-LINE-TYPE
            MOVE JE-PERIOD TO JH-PERIOD
            MOVE JE-SIDE TO JH-SIDE
            PERFORM WRITE-POSTED-LINE
            IF JT-ReversingJournal(WS-JT-PICK)
                MOVE WS-JT-PICK TO WS-JT-IDX
                PERFORM SET-NEXT-PERIOD
                MOVE SPACES TO JOURNAL-HISTORY-RECORD
                MOVE "R" TO JH-LINE-TYPE
                MOVE WS-NEXT-PERIOD TO JH-PERIOD
                IF JE-DebitLine
                    MOVE "C" TO JH-SIDE
                ELSE
                    MOVE "D" TO JH-SIDE
                END-IF
                PERFORM WRITE-POSTED-LINE
            END-IF.

      * JH-LINE-TYPE, JH-PERIOD and JH-SIDE are set by the caller;
      * the feed line is built from the history line so the two
      * always agree.
        WRITE-POSTED-LINE.
            MOVE JE-JOURNAL-NO TO JH-JOURNAL-NO
            MOVE JE-ACCOUNT TO JH-ACCOUNT
            MOVE JE-DEPARTMENT TO JH-DEPARTMENT
            MOVE JE-AMOUNT TO JH-AMOUNT
            MOVE JE-NARRATIVE TO JH-NARRATIVE
            MOVE WS-OS-OPERATOR-ID TO JH-APPROVER
            MOVE WS-RUN-DATE TO JH-POSTED-DATE
            IF JH-SIDE = "D"
                ADD JH-AMOUNT TO WS-TOTAL-DEBITS
            ELSE
                ADD JH-AMOUNT TO WS-TOTAL-CREDITS
            END-IF
            MOVE SPACES TO GL-POSTING-RECORD
            MOVE JH-SIDE TO GP-RECORD-TYPE
            MOVE JH-ACCOUNT TO GP-ACCOUNT
            MOVE "JOURNAL" TO GP-CATEGORY
            MOVE JH-AMOUNT TO GP-AMOUNT
            MOVE JH-DEPARTMENT TO GP-DEPARTMENT
            MOVE JH-PERIOD TO GP-PERIOD
            WRITE JOURNAL-HISTORY-RECORD
            WRITE GL-POSTING-RECORD
            ADD 1 TO WS-RL-RECORDS-WRITTEN.

        KEEP-JOURNAL-LINE.
            MOVE JOURNAL-ENTRY-RECORD TO JOURNAL-WORK-RECORD
            WRITE JOURNAL-WORK-RECORD
            ADD 1 TO WS-LINES-KEPT.

        COPY-BACK-JOURNAL-FILE.
            OPEN INPUT JOURNAL-WORK-FILE
            OPEN OUTPUT JOURNAL-ENTRY-FILE
            PERFORM UNTIL EndOfJournalWorkFile
                READ JOURNAL-WORK-FILE
                    AT END SET EndOfJournalWorkFile TO TRUE
                    NOT AT END
                        MOVE JOURNAL-WORK-RECORD
                            TO JOURNAL-ENTRY-RECORD
                        WRITE JOURNAL-ENTRY-RECORD
                END-READ
            END-PERFORM
            CLOSE JOURNAL-WORK-FILE
            CLOSE JOURNAL-ENTRY-FILE.

        WRITE-EDIT-REGISTER.
            OPEN OUTPUT JOURNAL-EDIT-REGISTER
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE JournalEditRegisterLine FROM REPORT-STAMP-LINE
            WRITE JournalEditRegisterLine FROM WS-REGISTER-HEADING
            PERFORM VARYING WS-JT-IDX FROM 1 BY 1
                UNTIL WS-JT-IDX > WS-JT-COUNT
                MOVE JT-JOURNAL-NO(WS-JT-IDX) TO WS-RDL-JOURNAL-NO
                MOVE JT-PERIOD(WS-JT-IDX) TO WS-RDL-PERIOD
                MOVE JT-LINES(WS-JT-IDX) TO WS-RDL-LINES
                MOVE JT-DEBITS(WS-JT-IDX) TO WS-RDL-DEBITS
                MOVE JT-CREDITS(WS-JT-IDX) TO WS-RDL-CREDITS
                IF JT-ReversingJournal(WS-JT-IDX)
                    MOVE "REV" TO WS-RDL-REVERSING
                ELSE
                    MOVE SPACES TO WS-RDL-REVERSING
                END-IF
                MOVE JT-VERDICT(WS-JT-IDX) TO WS-RDL-VERDICT
                WRITE JournalEditRegisterLine
                    FROM WS-REGISTER-DETAIL-LINE
            END-PERFORM
            MOVE WS-POSTED-COUNT TO WS-RTL-POSTED
            MOVE WS-REFUSED-COUNT TO WS-RTL-REFUSED
            MOVE WS-OS-OPERATOR-ID TO WS-RTL-APPROVER
            WRITE JournalEditRegisterLine FROM WS-REGISTER-TOTAL-LINE
            CLOSE JOURNAL-EDIT-REGISTER.

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
                DISPLAY "No GLMAP.REF on file - every journal "
                    "account will be refused"
            END-IF.
