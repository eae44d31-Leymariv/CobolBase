       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExceptionBoard.
      * Morning exceptions dashboard, run as the last step of the
      * NightlyDriver stream. One page in place of the dozen reject
      * and suspense listings the operator used to open one by one:
      * for each source it counts the entries on file, splits them
      * into new tonight and carried forward from an earlier night,
      * sets them against the previous night's count, and flags any
      * source over its threshold. The sources are listed in order
      * of business urgency - payroll and money first - and the
      * first one flagged is named at the top of the page as the
      * place to start. Below them, the completion status RUNLOG.DAT
      * holds for each step of the JOBSTEPS.CTL stream since
      * yesterday, so a step that never ran or never finished -
      * whose listing is therefore stale - is seen as well.
      *
      * An entry is carried forward when the same line (its first 60
      * characters) was on the source at an earlier run; the
      * EXCBOARD.DAT snapshot remembers each night's entries with
      * the date each was first seen, and each source's count for
      * the comparison. A rerun the same morning compares against
      * the same previous night. Thresholds default per source as
      * set out below; EXCBOARD.REF (file name, space, 5-digit
      * limit) overrides them without a change here.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT SOURCE-FILE
            ASSIGN TO WS-SOURCE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SOURCE-STATUS.
          SELECT SNAPSHOT-FILE
            ASSIGN TO "EXCBOARD.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SNAPSHOT-STATUS.
          SELECT THRESHOLD-FILE
            ASSIGN TO "EXCBOARD.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-THRESHOLD-STATUS.
          SELECT STEP-TABLE-FILE
            ASSIGN TO "JOBSTEPS.CTL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STEP-TABLE-STATUS.
          SELECT RUN-LOG-FILE
            ASSIGN TO "RUNLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUN-LOG-STATUS.
          SELECT EXCEPTION-BOARD-REPORT
            ASSIGN TO "EXCBOARD.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

        DATA DIVISION.
        FILE SECTION.
      * Any of the listings, read a line at a time - the widest of
      * them is STUMAINT.REJ at 170.
        FD  SOURCE-FILE
            LABEL RECORDS ARE STANDARD.
        01  SourceLine               PIC X(170).

      * One "T" record per source with the night's count, and one
      * "E" record per entry with the date it was first seen.
        FD  SNAPSHOT-FILE
            LABEL RECORDS ARE STANDARD.
        01  SNAPSHOT-RECORD.
            05  SN-SOURCE-NO         PIC 99.
            05  FILLER               PIC X.
            05  SN-RECORD-TYPE       PIC X.
                88  SN-SourceTotals      VALUE "T".
                88  SN-EntrySeen         VALUE "E".
            05  FILLER               PIC X.
            05  SN-DATE              PIC 9(8).
            05  FILLER               PIC X.
            05  SN-ENTRY-KEY         PIC X(60).
            05  SN-TOTALS REDEFINES SN-ENTRY-KEY.
                10  SN-ENTRY-COUNT   PIC 9(5).
                10  FILLER           PIC X.
                10  SN-PRIOR-KNOWN   PIC X.
                10  FILLER           PIC X.
                10  SN-PRIOR-COUNT   PIC 9(5).
                10  FILLER           PIC X(47).

        FD  THRESHOLD-FILE
            LABEL RECORDS ARE STANDARD.
        01  THRESHOLD-RECORD.
            05  ET-FILE-NAME         PIC X(12).
            05  FILLER               PIC X.
            05  ET-THRESHOLD         PIC 9(5).

      * NightlyDriver's step table, read for the stream's order.
        FD  STEP-TABLE-FILE
            LABEL RECORDS ARE STANDARD.
        01  STEP-TABLE-RECORD.
            05  JS-STEP-NO           PIC 99.
            05  FILLER               PIC X.
            05  JS-PROGRAM-NAME      PIC X(30).

      * The line RunLog writes - business date, time, program,
      * action, counts, status, clock date.
        FD  RUN-LOG-FILE
            LABEL RECORDS ARE STANDARD.
        01  RUN-LOG-RECORD.
            05  RL-DATE              PIC 9(8).
            05  FILLER               PIC X.
            05  RL-TIME              PIC 9(8).
            05  FILLER               PIC X.
            05  RL-PROGRAM           PIC X(15).
            05  FILLER               PIC X.
            05  RL-LOG-ACTION        PIC X(5).
            05  FILLER               PIC X(17).
            05  RL-COMPLETION-STATUS PIC X(8).
            05  FILLER               PIC X(9).

        FD  EXCEPTION-BOARD-REPORT
            LABEL RECORDS ARE STANDARD.
        01  ExceptionBoardLine       PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-SOURCE-STATUS         PIC XX.
            88  EndOfSourceFile          VALUE "10".
        01  WS-SNAPSHOT-STATUS       PIC XX.
            88  EndOfSnapshotFile        VALUE "10".
        01  WS-THRESHOLD-STATUS      PIC XX.
            88  EndOfThresholdFile       VALUE "10".
        01  WS-STEP-TABLE-STATUS     PIC XX.
            88  EndOfStepTable           VALUE "10".
        01  WS-RUN-LOG-STATUS        PIC XX.
            88  EndOfRunLogFile          VALUE "10".
        01  WS-REPORT-STATUS         PIC XX.

        01  WS-SOURCE-PATH           PIC X(256).
        01  WS-RUN-DATE              PIC 9(8).
        01  WS-WINDOW-DATE           PIC 9(8).

        01  WS-RL-ACTION             PIC X.
        01  WS-RL-PROGRAM-NAME       PIC X(15) VALUE "ExceptionBoard".
        01  WS-RL-RECORDS-READ       PIC 9(7) VALUE ZERO.
        01  WS-RL-RECORDS-WRITTEN    PIC 9(7) VALUE ZERO.
        01  WS-RL-STATUS             PIC X(8).

      * The sources, in order of business urgency: payroll and money
      * first, then orders and the masters, mailing, and the student
      * office's edits. Each gives its file, what it holds, the area
      * it belongs to, its default threshold, and how an entry line
      * is told from a heading or total: a first character every
      * entry carries (space - any), and up to two line openings
      * that are not entries. The name-and-address suspense file is
      * wherever MainProgram (io-section.cbl) was told to put it.
        01  WS-SOURCE-VALUES.
            05  FILLER PIC X(12) VALUE "PAYEDIT.RPT".
            05  FILLER PIC X(28) VALUE "PAYROLL PRE-EDIT EXCEPTIONS".
            05  FILLER PIC X(7)  VALUE "PAYROLL".
            05  FILLER PIC 9(4)  VALUE 0.
            05  FILLER PIC X     VALUE SPACE.
            05  FILLER PIC X(16) VALUE "EMPLOYEES CHECKE".
            05  FILLER PIC X(16) VALUE SPACES.
            05  FILLER PIC X     VALUE "F".
            05  FILLER PIC X(12) VALUE "CHGBACK.SUS".
            05  FILLER PIC X(28) VALUE "CHARGEBACKS ON SUSPENSE".
            05  FILLER PIC X(7)  VALUE "MONEY".
            05  FILLER PIC 9(4)  VALUE 10.
            05  FILLER PIC X     VALUE SPACE.
            05  FILLER PIC X(16) VALUE SPACES.
            05  FILLER PIC X(16) VALUE SPACES.
            05  FILLER PIC X     VALUE "F".
            05  FILLER PIC X(12) VALUE "GCREJECT.DAT".
            05  FILLER PIC X(28) VALUE "GIFT CARD REDEMPTION REJECTS".
            05  FILLER PIC X(7)  VALUE "MONEY".
            05  FILLER PIC 9(4)  VALUE 5.
            05  FILLER PIC X     VALUE SPACE.
            05  FILLER PIC X(16) VALUE SPACES.
            05  FILLER PIC X(16) VALUE SPACES.
            05  FILLER PIC X     VALUE "F".
            05  FILLER PIC X(12) VALUE "HELDORD.TXT".
            05  FILLER PIC X(28) VALUE "SALES ORDERS HELD".
            05  FILLER PIC X(7)  VALUE "ORDERS".
            05  FILLER PIC 9(4)  VALUE 10.
            05  FILLER PIC X     VALUE "H".
            05  FILLER PIC X(16) VALUE SPACES.
            05  FILLER PIC X(16) VALUE SPACES.
            05  FILLER PIC X     VALUE "F".
            05  FILLER PIC X(12) VALUE "INTEGRTY.RPT".
            05  FILLER PIC X(28) VALUE "CROSS-MASTER ORPHANS".
            05  FILLER PIC X(7)  VALUE "MASTERS".
            05  FILLER PIC 9(4)  VALUE 0.
            05  FILLER PIC X     VALUE SPACE.
            05  FILLER PIC X(16) VALUE "CROSS-MASTER INT".
            05  FILLER PIC X(16) VALUE "RECORDS CHECKED ".
            05  FILLER PIC X     VALUE "F".
            05  FILLER PIC X(12) VALUE "SUSPENSE.TXT".
            05  FILLER PIC X(28) VALUE "NAME/ADDRESS EDIT SUSPENSE".
            05  FILLER PIC X(7)  VALUE "MAILING".
            05  FILLER PIC 9(4)  VALUE 25.
            05  FILLER PIC X     VALUE SPACE.
            05  FILLER PIC X(16) VALUE SPACES.
            05  FILLER PIC X(16) VALUE SPACES.
            05  FILLER PIC X     VALUE "E".
            05  FILLER PIC X(12) VALUE "STUMAINT.REJ".
            05  FILLER PIC X(28) VALUE "STUDENT MAINTENANCE REJECTS".
            05  FILLER PIC X(7)  VALUE "STUDENT".
            05  FILLER PIC 9(4)  VALUE 10.
            05  FILLER PIC X     VALUE SPACE.
            05  FILLER PIC X(16) VALUE SPACES.
            05  FILLER PIC X(16) VALUE SPACES.
            05  FILLER PIC X     VALUE "F".
            05  FILLER PIC X(12) VALUE "GRDPOST.REJ".
            05  FILLER PIC X(28) VALUE "GRADE POSTING REJECTS".
            05  FILLER PIC X(7)  VALUE "STUDENT".
            05  FILLER PIC 9(4)  VALUE 10.
            05  FILLER PIC X     VALUE SPACE.
            05  FILLER PIC X(16) VALUE SPACES.
            05  FILLER PIC X(16) VALUE SPACES.
            05  FILLER PIC X     VALUE "F".
            05  FILLER PIC X(12) VALUE "ATTCAP.REJ".
            05  FILLER PIC X(28) VALUE "ATTENDANCE CAPTURE REJECTS".
            05  FILLER PIC X(7)  VALUE "STUDENT".
            05  FILLER PIC 9(4)  VALUE 10.
            05  FILLER PIC X     VALUE SPACE.
            05  FILLER PIC X(16) VALUE SPACES.
            05  FILLER PIC X(16) VALUE SPACES.
            05  FILLER PIC X     VALUE "F".
            05  FILLER PIC X(12) VALUE "STUDENT.SUS".
            05  FILLER PIC X(28) VALUE "STUDENT DUP ID/BIRTHDATE".
            05  FILLER PIC X(7)  VALUE "STUDENT".
            05  FILLER PIC 9(4)  VALUE 25.
            05  FILLER PIC X     VALUE SPACE.
            05  FILLER PIC X(16) VALUE SPACES.
            05  FILLER PIC X(16) VALUE SPACES.
            05  FILLER PIC X     VALUE "F".
            05  FILLER PIC X(12) VALUE "GENDER.ERR".
            05  FILLER PIC X(28) VALUE "STUDENT GENDER ERRORS".
            05  FILLER PIC X(7)  VALUE "STUDENT".
            05  FILLER PIC 9(4)  VALUE 25.
            05  FILLER PIC X     VALUE SPACE.
            05  FILLER PIC X(16) VALUE SPACES.
            05  FILLER PIC X(16) VALUE SPACES.
            05  FILLER PIC X     VALUE "F".
            05  FILLER PIC X(12) VALUE "COURSE.ERR".
            05  FILLER PIC X(28) VALUE "STUDENT UNKNOWN COURSES".
            05  FILLER PIC X(7)  VALUE "STUDENT".
            05  FILLER PIC 9(4)  VALUE 25.
            05  FILLER PIC X     VALUE SPACE.
            05  FILLER PIC X(16) VALUE SPACES.
            05  FILLER PIC X(16) VALUE SPACES.
            05  FILLER PIC X     VALUE "F".
            05  FILLER PIC X(12) VALUE "EMAIL.ERR".
            05  FILLER PIC X(28) VALUE "STUDENT EMAIL ERRORS".
            05  FILLER PIC X(7)  VALUE "STUDENT".
            05  FILLER PIC 9(4)  VALUE 25.
            05  FILLER PIC X     VALUE SPACE.
            05  FILLER PIC X(16) VALUE SPACES.
            05  FILLER PIC X(16) VALUE SPACES.
            05  FILLER PIC X     VALUE "F".
        01  FILLER REDEFINES WS-SOURCE-VALUES.
            05  SOURCE-DEFINITION OCCURS 13 TIMES.
              10  SD-FILE-NAME       PIC X(12).
              10  SD-DESCRIPTION     PIC X(28).
              10  SD-AREA            PIC X(7).
              10  SD-THRESHOLD       PIC 9(4).
              10  SD-ENTRY-MARK      PIC X.
              10  SD-SKIP-MARK-1     PIC X(16).
              10  SD-SKIP-MARK-2     PIC X(16).
              10  SD-PATH-SOURCE     PIC X.
                  88  SD-PathFromEnvironment VALUE "E".
        78  WS-SOURCE-COUNT          VALUE 13.
        01  WS-SD-IDX                PIC 99.

        01  WS-SOURCE-STATE-TABLE.
            05  SOURCE-STATE OCCURS 13 TIMES.
              10  SS-FILE-FOUND      PIC X.
              10  SS-THRESHOLD       PIC 9(5).
              10  SS-NEW-COUNT       PIC 9(5).
              10  SS-CARRIED-COUNT   PIC 9(5).
              10  SS-TOTAL-COUNT     PIC 9(5).
              10  SS-PRIOR-KNOWN     PIC X.
              10  SS-PRIOR-COUNT     PIC 9(5).
              10  SS-OLDEST-DATE     PIC 9(8).
              10  SS-OVER-THRESHOLD  PIC X.

      * Last run's entries from EXCBOARD.DAT, and tonight's to go
      * back on it.
        78  WS-ENTRY-TABLE-CAPACITY  VALUE 3000.
        01  WS-PE-COUNT              PIC 9(4) VALUE ZERO.
        01  WS-PE-IDX                PIC 9(4).
        01  WS-PRIOR-ENTRY-TABLE.
            05  PRIOR-ENTRY OCCURS 3000 TIMES.
              10  PE-SOURCE-NO       PIC 99.
              10  PE-FIRST-SEEN      PIC 9(8).
              10  PE-ENTRY-KEY       PIC X(60).
        01  WS-CE-COUNT              PIC 9(4) VALUE ZERO.
        01  WS-CE-IDX                PIC 9(4).
        01  WS-CURRENT-ENTRY-TABLE.
            05  CURRENT-ENTRY OCCURS 3000 TIMES.
              10  CE-SOURCE-NO       PIC 99.
              10  CE-FIRST-SEEN      PIC 9(8).
              10  CE-ENTRY-KEY       PIC X(60).
        01  WS-PRIOR-OVERFLOW        PIC X VALUE "N".
            88  PriorTableFull           VALUE "Y".
        01  WS-CURRENT-OVERFLOW      PIC X VALUE "N".
            88  CurrentTableFull         VALUE "Y".

        01  WS-ENTRY-KEY             PIC X(60).
        01  WS-FIRST-SEEN            PIC 9(8).
        01  WS-ENTRY-FOUND           PIC X.
            88  EntryFound               VALUE "Y".

        78  WS-STEP-TABLE-CAPACITY   VALUE 20.
        01  WS-ST-COUNT              PIC 99 VALUE ZERO.
        01  WS-ST-IDX                PIC 99.
        01  WS-STEP-TABLE.
            05  STEP-ENTRY OCCURS 20 TIMES.
              10  ST-STEP-NO         PIC 99.
              10  ST-PROGRAM-NAME    PIC X(30).
              10  ST-LOG-STATE       PIC X.
                  88  ST-NotLogged       VALUE "N".
                  88  ST-StartedOnly     VALUE "S".
                  88  ST-Ended           VALUE "E".
              10  ST-START-DATE      PIC 9(8).
              10  ST-START-TIME      PIC 9(8).
              10  ST-END-DATE        PIC 9(8).
              10  ST-END-TIME        PIC 9(8).
              10  ST-END-STATUS      PIC X(8).

        01  WS-SOURCES-OVER          PIC 99 VALUE ZERO.
        01  WS-STEPS-UNFINISHED      PIC 99 VALUE ZERO.
        01  WS-FIRST-OVER-IDX        PIC 99 VALUE ZERO.
        01  WS-ALL-ENTRIES           PIC 9(6) VALUE ZERO.
        01  WS-ALL-NEW               PIC 9(6) VALUE ZERO.
        01  WS-CHANGE                PIC S9(5).

        01  WS-BOARD-HEADING-LINE.
            05  FILLER               PIC X(27)
                VALUE "MORNING EXCEPTIONS FOR RUN ".
            05  WS-BHL-RUN-DATE      PIC 9(8).
        01  WS-START-WITH-LINE.
            05  FILLER               PIC X(12) VALUE "START WITH: ".
            05  WS-SWL-FILE          PIC X(12).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-SWL-DESCRIPTION   PIC X(28).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-SWL-TOTAL         PIC ZZZZ9.
            05  FILLER               PIC X(16)
                VALUE " ENTRIES, LIMIT ".
            05  WS-SWL-THRESHOLD     PIC ZZZZ9.
        01  WS-NOTHING-OVER-LINE     PIC X(40)
                VALUE "START WITH: NOTHING OVER ITS THRESHOLD".
        01  WS-STREAM-WARNING-LINE.
            05  FILLER               PIC X(8) VALUE "STREAM: ".
            05  WS-SWN-COUNT         PIC Z9.
            05  FILLER               PIC X(46)
                VALUE " STEP(S) NOT FINISHED - THEIR LISTINGS ARE OLD".
        01  WS-BLANK-LINE            PIC X VALUE SPACE.
        01  WS-SOURCE-COLUMN-LINE.
            05  FILLER               PIC X(4)  VALUE "RK".
            05  FILLER               PIC X(13) VALUE "SOURCE".
            05  FILLER               PIC X(29) VALUE "DESCRIPTION".
            05  FILLER               PIC X(8)  VALUE "AREA".
            05  FILLER               PIC X(36)
                VALUE "  NEW CARRY TOTAL PRIOR CHNGE LIMIT ".
            05  FILLER               PIC X(9)  VALUE "OLDEST".
            05  FILLER               PIC X(4)  VALUE "FLAG".
        01  WS-SOURCE-DETAIL-LINE.
            05  WS-SDL-RANK          PIC Z9.
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-SDL-FILE          PIC X(12).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-SDL-DESCRIPTION   PIC X(28).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-SDL-AREA          PIC X(7).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-SDL-NEW           PIC ZZZZ9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-SDL-CARRIED       PIC ZZZZ9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-SDL-TOTAL         PIC ZZZZ9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-SDL-PRIOR         PIC ZZZZ9.
            05  WS-SDL-PRIOR-X REDEFINES WS-SDL-PRIOR
                                     PIC X(5).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-SDL-CHANGE        PIC ++++9.
            05  WS-SDL-CHANGE-X REDEFINES WS-SDL-CHANGE
                                     PIC X(5).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-SDL-THRESHOLD     PIC ZZZZ9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-SDL-OLDEST        PIC 9(8).
            05  WS-SDL-OLDEST-X REDEFINES WS-SDL-OLDEST
                                     PIC X(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-SDL-FLAG          PIC X(7).
        01  WS-SOURCE-TOTAL-LINE.
            05  FILLER               PIC X(16) VALUE "ENTRIES ON FILE ".
            05  WS-STL-ENTRIES       PIC ZZZZZ9.
            05  FILLER               PIC X(14) VALUE "  NEW TONIGHT ".
            05  WS-STL-NEW           PIC ZZZZZ9.
            05  FILLER               PIC X(25)
                VALUE "  SOURCES OVER THRESHOLD ".
            05  WS-STL-OVER          PIC Z9.

        01  WS-STREAM-HEADING-LINE.
            05  FILLER               PIC X(35)
                VALUE "NIGHTLY STREAM IN RUNLOG.DAT SINCE ".
            05  WS-SHL-WINDOW-DATE   PIC 9(8).
        01  WS-STREAM-COLUMN-LINE.
            05  FILLER               PIC X(5)  VALUE "STEP".
            05  FILLER               PIC X(16) VALUE "PROGRAM".
            05  FILLER               PIC X(15) VALUE "STARTED".
            05  FILLER               PIC X(15) VALUE "ENDED".
            05  FILLER               PIC X(6)  VALUE "STATUS".
        01  WS-STREAM-DETAIL-LINE.
            05  WS-TDL-STEP-NO       PIC Z9.
            05  FILLER               PIC X(3) VALUE SPACES.
            05  WS-TDL-PROGRAM       PIC X(15).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-TDL-STARTED.
                10  WS-TDL-START-DATE PIC 9(8).
                10  FILLER           PIC X.
                10  WS-TDL-START-TIME PIC 9(4).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-TDL-ENDED.
                10  WS-TDL-END-DATE  PIC 9(8).
                10  FILLER           PIC X.
                10  WS-TDL-END-TIME  PIC 9(4).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-TDL-STATUS        PIC X(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-TDL-FLAG          PIC X(2).
        01  WS-NO-STREAM-LINE        PIC X(50)
                VALUE "NO JOBSTEPS.CTL STEP TABLE - STREAM NOT SHOWN".

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
      * Start and finish go to the shop-wide run log (run-log.cbl).
            MOVE "S" TO WS-RL-ACTION
            MOVE "STARTED" TO WS-RL-STATUS
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS
            CALL "BusinessDate" USING WS-RUN-DATE
            COMPUTE WS-WINDOW-DATE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
            PERFORM INITIALIZE-SOURCE-STATE
            PERFORM LOAD-THRESHOLDS
            PERFORM LOAD-SNAPSHOT
            PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                UNTIL WS-SD-IDX > WS-SOURCE-COUNT
                PERFORM COUNT-ONE-SOURCE
                PERFORM JUDGE-ONE-SOURCE
            END-PERFORM
            PERFORM LOAD-STEP-TABLE
            PERFORM LOAD-STREAM-STATUS
            PERFORM WRITE-EXCEPTION-BOARD
            PERFORM WRITE-SNAPSHOT
            IF WS-FIRST-OVER-IDX > 0
                DISPLAY "Morning exceptions: " WS-SOURCES-OVER
                    " source(s) over threshold, start with "
                    SD-FILE-NAME(WS-FIRST-OVER-IDX)
            ELSE
                DISPLAY "Morning exceptions: nothing over its "
                    "threshold"
            END-IF
            IF WS-STEPS-UNFINISHED > 0
                DISPLAY "Morning exceptions: " WS-STEPS-UNFINISHED
                    " stream step(s) not finished"
            END-IF
            MOVE "E" TO WS-RL-ACTION
            MOVE WS-ALL-ENTRIES TO WS-RL-RECORDS-READ
            MOVE WS-SOURCES-OVER TO WS-RL-RECORDS-WRITTEN
            MOVE "COMPLETE" TO WS-RL-STATUS
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS
            MOVE 0 TO RETURN-CODE
            GOBACK.

        INITIALIZE-SOURCE-STATE.
            PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                UNTIL WS-SD-IDX > WS-SOURCE-COUNT
                MOVE "N" TO SS-FILE-FOUND(WS-SD-IDX)
                MOVE SD-THRESHOLD(WS-SD-IDX)
                    TO SS-THRESHOLD(WS-SD-IDX)
                MOVE 0 TO SS-NEW-COUNT(WS-SD-IDX)
                MOVE 0 TO SS-CARRIED-COUNT(WS-SD-IDX)
                MOVE 0 TO SS-TOTAL-COUNT(WS-SD-IDX)
                MOVE "N" TO SS-PRIOR-KNOWN(WS-SD-IDX)
                MOVE 0 TO SS-PRIOR-COUNT(WS-SD-IDX)
                MOVE 0 TO SS-OLDEST-DATE(WS-SD-IDX)
                MOVE "N" TO SS-OVER-THRESHOLD(WS-SD-IDX)
            END-PERFORM.

        LOAD-THRESHOLDS.
            OPEN INPUT THRESHOLD-FILE
            IF WS-THRESHOLD-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfThresholdFile
                READ THRESHOLD-FILE
                    AT END SET EndOfThresholdFile TO TRUE
                    NOT AT END PERFORM APPLY-ONE-THRESHOLD
                END-READ
            END-PERFORM
            CLOSE THRESHOLD-FILE.

        APPLY-ONE-THRESHOLD.
            IF ET-THRESHOLD IS NOT NUMERIC
                DISPLAY "Bad EXCBOARD.REF record ignored: "
                    THRESHOLD-RECORD
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-ENTRY-FOUND
            PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                UNTIL WS-SD-IDX > WS-SOURCE-COUNT
                IF SD-FILE-NAME(WS-SD-IDX) = ET-FILE-NAME
                    MOVE ET-THRESHOLD TO SS-THRESHOLD(WS-SD-IDX)
                    MOVE "Y" TO WS-ENTRY-FOUND
                END-IF
            END-PERFORM
            IF NOT EntryFound
                DISPLAY "EXCBOARD.REF names no known source, "
                    "ignored: " ET-FILE-NAME
            END-IF.

      * A snapshot already dated today is an earlier run this
      * morning: its own previous-night count is the one to compare
      * against, not the count it took.
        LOAD-SNAPSHOT.
            OPEN INPUT SNAPSHOT-FILE
            IF WS-SNAPSHOT-STATUS NOT = "00"
                DISPLAY "No EXCBOARD.DAT - every entry counts as new "
                    "this run"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfSnapshotFile
                READ SNAPSHOT-FILE
                    AT END SET EndOfSnapshotFile TO TRUE
                    NOT AT END PERFORM LOAD-ONE-SNAPSHOT-RECORD
                END-READ
            END-PERFORM
            CLOSE SNAPSHOT-FILE
            IF PriorTableFull
                DISPLAY "WS-PRIOR-ENTRY-TABLE full at "
                    WS-ENTRY-TABLE-CAPACITY " entries - the rest "
                    "count as new this run"
            END-IF.

        LOAD-ONE-SNAPSHOT-RECORD.
            IF SN-SOURCE-NO IS NOT NUMERIC
                OR SN-SOURCE-NO < 1
                OR SN-SOURCE-NO > WS-SOURCE-COUNT
                OR SN-DATE IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF
            MOVE SN-SOURCE-NO TO WS-SD-IDX
            EVALUATE TRUE
                WHEN SN-SourceTotals
                    IF SN-DATE = WS-RUN-DATE
                        IF SN-PRIOR-KNOWN = "Y"
                            MOVE "Y" TO SS-PRIOR-KNOWN(WS-SD-IDX)
                            MOVE SN-PRIOR-COUNT
                                TO SS-PRIOR-COUNT(WS-SD-IDX)
                        END-IF
                    ELSE
                        MOVE "Y" TO SS-PRIOR-KNOWN(WS-SD-IDX)
                        MOVE SN-ENTRY-COUNT
                            TO SS-PRIOR-COUNT(WS-SD-IDX)
                    END-IF
                WHEN SN-EntrySeen
                    IF WS-PE-COUNT >= WS-ENTRY-TABLE-CAPACITY
                        MOVE "Y" TO WS-PRIOR-OVERFLOW
                    ELSE
                        ADD 1 TO WS-PE-COUNT
                        MOVE SN-SOURCE-NO TO PE-SOURCE-NO(WS-PE-COUNT)
                        MOVE SN-DATE TO PE-FIRST-SEEN(WS-PE-COUNT)
                        MOVE SN-ENTRY-KEY TO PE-ENTRY-KEY(WS-PE-COUNT)
                    END-IF
            END-EVALUATE.

        COUNT-ONE-SOURCE.
            IF SD-PathFromEnvironment(WS-SD-IDX)
                ACCEPT WS-SOURCE-PATH FROM ENVIRONMENT
                    "SUSPENSE_FILE_PATH"
                IF WS-SOURCE-PATH = SPACES
                    MOVE "C:\TMP\SUSPENSE.TXT" TO WS-SOURCE-PATH
                END-IF
            ELSE
                MOVE SD-FILE-NAME(WS-SD-IDX) TO WS-SOURCE-PATH
            END-IF
            OPEN INPUT SOURCE-FILE
            IF WS-SOURCE-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO SS-FILE-FOUND(WS-SD-IDX)
            PERFORM UNTIL EndOfSourceFile
                READ SOURCE-FILE
                    AT END SET EndOfSourceFile TO TRUE
                    NOT AT END PERFORM CHECK-ONE-SOURCE-LINE
                END-READ
            END-PERFORM
            CLOSE SOURCE-FILE.

      * Report stamps, headings, totals and blank lines are not
      * entries; what is left is looked up in the snapshot for the
      * date it was first seen.
        CHECK-ONE-SOURCE-LINE.
            IF SourceLine = SPACES
                EXIT PARAGRAPH
            END-IF
            IF SourceLine(1:14) = "BUSINESS DATE "
                EXIT PARAGRAPH
            END-IF
            IF SD-ENTRY-MARK(WS-SD-IDX) NOT = SPACE
                AND SourceLine(1:1) NOT = SD-ENTRY-MARK(WS-SD-IDX)
                EXIT PARAGRAPH
            END-IF
            IF SD-SKIP-MARK-1(WS-SD-IDX) NOT = SPACES
                AND SourceLine(1:16) = SD-SKIP-MARK-1(WS-SD-IDX)
                EXIT PARAGRAPH
            END-IF
            IF SD-SKIP-MARK-2(WS-SD-IDX) NOT = SPACES
                AND SourceLine(1:16) = SD-SKIP-MARK-2(WS-SD-IDX)
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO SS-TOTAL-COUNT(WS-SD-IDX)
            ADD 1 TO WS-ALL-ENTRIES
            MOVE SourceLine(1:60) TO WS-ENTRY-KEY
            PERFORM FIND-PRIOR-ENTRY
            IF WS-FIRST-SEEN < WS-RUN-DATE
                ADD 1 TO SS-CARRIED-COUNT(WS-SD-IDX)
            ELSE
                ADD 1 TO SS-NEW-COUNT(WS-SD-IDX)
                ADD 1 TO WS-ALL-NEW
            END-IF
            IF SS-OLDEST-DATE(WS-SD-IDX) = 0
                OR WS-FIRST-SEEN < SS-OLDEST-DATE(WS-SD-IDX)
                MOVE WS-FIRST-SEEN TO SS-OLDEST-DATE(WS-SD-IDX)
            END-IF
            PERFORM RECORD-CURRENT-ENTRY.

        FIND-PRIOR-ENTRY.
            MOVE WS-RUN-DATE TO WS-FIRST-SEEN
            MOVE "N" TO WS-ENTRY-FOUND
            PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                UNTIL WS-PE-IDX > WS-PE-COUNT OR EntryFound
                IF PE-SOURCE-NO(WS-PE-IDX) = WS-SD-IDX
                    AND PE-ENTRY-KEY(WS-PE-IDX) = WS-ENTRY-KEY
                    MOVE PE-FIRST-SEEN(WS-PE-IDX) TO WS-FIRST-SEEN
                    MOVE "Y" TO WS-ENTRY-FOUND
                END-IF
            END-PERFORM.

        RECORD-CURRENT-ENTRY.
            IF WS-CE-COUNT >= WS-ENTRY-TABLE-CAPACITY
                IF NOT CurrentTableFull
                    DISPLAY "WS-CURRENT-ENTRY-TABLE full at "
                        WS-ENTRY-TABLE-CAPACITY " entries - the rest "
                        "will count as new again next run"
                    MOVE "Y" TO WS-CURRENT-OVERFLOW
                END-IF
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-CE-COUNT
            MOVE WS-SD-IDX TO CE-SOURCE-NO(WS-CE-COUNT)
            MOVE WS-FIRST-SEEN TO CE-FIRST-SEEN(WS-CE-COUNT)
            MOVE WS-ENTRY-KEY TO CE-ENTRY-KEY(WS-CE-COUNT).

      * Over its threshold is more entries than the limit allows; the
      * first such source down the urgency order is where to start.
        JUDGE-ONE-SOURCE.
            IF SS-TOTAL-COUNT(WS-SD-IDX) > SS-THRESHOLD(WS-SD-IDX)
                MOVE "Y" TO SS-OVER-THRESHOLD(WS-SD-IDX)
                ADD 1 TO WS-SOURCES-OVER
                IF WS-FIRST-OVER-IDX = 0
                    MOVE WS-SD-IDX TO WS-FIRST-OVER-IDX
                END-IF
            END-IF.

        LOAD-STEP-TABLE.
            OPEN INPUT STEP-TABLE-FILE
            IF WS-STEP-TABLE-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfStepTable
                OR WS-ST-COUNT >= WS-STEP-TABLE-CAPACITY
                READ STEP-TABLE-FILE
                    AT END SET EndOfStepTable TO TRUE
                    NOT AT END
                        IF JS-STEP-NO IS NUMERIC
                            ADD 1 TO WS-ST-COUNT
                            MOVE JS-STEP-NO TO ST-STEP-NO(WS-ST-COUNT)
                            MOVE JS-PROGRAM-NAME
                                TO ST-PROGRAM-NAME(WS-ST-COUNT)
                            MOVE "N" TO ST-LOG-STATE(WS-ST-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE STEP-TABLE-FILE.

      * One pass over the run log from yesterday on - the stream
      * runs across midnight. The log is append-only, so the last
      * START or END a step logged is where it stands.
        LOAD-STREAM-STATUS.
            IF WS-ST-COUNT = 0
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT RUN-LOG-FILE
            IF WS-RUN-LOG-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfRunLogFile
                READ RUN-LOG-FILE
                    AT END SET EndOfRunLogFile TO TRUE
                    NOT AT END PERFORM CHECK-ONE-LOG-LINE
                END-READ
            END-PERFORM
            CLOSE RUN-LOG-FILE.

        CHECK-ONE-LOG-LINE.
            IF RL-DATE IS NOT NUMERIC
                OR RL-DATE < WS-WINDOW-DATE
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                UNTIL WS-ST-IDX > WS-ST-COUNT
                IF ST-PROGRAM-NAME(WS-ST-IDX)(1:15) = RL-PROGRAM
                    IF RL-LOG-ACTION = "START"
                        MOVE "S" TO ST-LOG-STATE(WS-ST-IDX)
                        MOVE RL-DATE TO ST-START-DATE(WS-ST-IDX)
                        MOVE RL-TIME TO ST-START-TIME(WS-ST-IDX)
                    ELSE
                        MOVE "E" TO ST-LOG-STATE(WS-ST-IDX)
                        MOVE RL-DATE TO ST-END-DATE(WS-ST-IDX)
                        MOVE RL-TIME TO ST-END-TIME(WS-ST-IDX)
                        MOVE RL-COMPLETION-STATUS
                            TO ST-END-STATUS(WS-ST-IDX)
                    END-IF
                END-IF
                CALL "ReportStamp" USING REPORT-STAMP-LINE
                WRITE ExceptionBoardLine FROM REPORT-STAMP-LINE
            END-PERFORM.

        WRITE-EXCEPTION-BOARD.
            OPEN OUTPUT EXCEPTION-BOARD-REPORT
            MOVE WS-RUN-DATE TO WS-BHL-RUN-DATE
            WRITE ExceptionBoardLine FROM WS-BOARD-HEADING-LINE
            IF WS-FIRST-OVER-IDX > 0
                MOVE SD-FILE-NAME(WS-FIRST-OVER-IDX) TO WS-SWL-FILE
                MOVE SD-DESCRIPTION(WS-FIRST-OVER-IDX)
                    TO WS-SWL-DESCRIPTION
                MOVE SS-TOTAL-COUNT(WS-FIRST-OVER-IDX)
                    TO WS-SWL-TOTAL
                MOVE SS-THRESHOLD(WS-FIRST-OVER-IDX)
                    TO WS-SWL-THRESHOLD
                WRITE ExceptionBoardLine FROM WS-START-WITH-LINE
            ELSE
                WRITE ExceptionBoardLine FROM WS-NOTHING-OVER-LINE
            END-IF
            PERFORM COUNT-UNFINISHED-STEPS
            IF WS-STEPS-UNFINISHED > 0
                MOVE WS-STEPS-UNFINISHED TO WS-SWN-COUNT
                WRITE ExceptionBoardLine FROM WS-STREAM-WARNING-LINE
            END-IF
            WRITE ExceptionBoardLine FROM WS-BLANK-LINE
            WRITE ExceptionBoardLine FROM WS-SOURCE-COLUMN-LINE
            PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                UNTIL WS-SD-IDX > WS-SOURCE-COUNT
                PERFORM WRITE-SOURCE-DETAIL
            END-PERFORM
            MOVE WS-ALL-ENTRIES TO WS-STL-ENTRIES
            MOVE WS-ALL-NEW TO WS-STL-NEW
            MOVE WS-SOURCES-OVER TO WS-STL-OVER
            WRITE ExceptionBoardLine FROM WS-SOURCE-TOTAL-LINE
            WRITE ExceptionBoardLine FROM WS-BLANK-LINE
            IF WS-ST-COUNT = 0
                WRITE ExceptionBoardLine FROM WS-NO-STREAM-LINE
            ELSE
                MOVE WS-WINDOW-DATE TO WS-SHL-WINDOW-DATE
                WRITE ExceptionBoardLine FROM WS-STREAM-HEADING-LINE
                WRITE ExceptionBoardLine FROM WS-STREAM-COLUMN-LINE
                PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                    UNTIL WS-ST-IDX > WS-ST-COUNT
                    PERFORM WRITE-STREAM-DETAIL
                END-PERFORM
            END-IF
            CLOSE EXCEPTION-BOARD-REPORT.

      * This run is a step of the stream itself and has not logged
      * its END yet, so it is never counted against the night.
        COUNT-UNFINISHED-STEPS.
            MOVE 0 TO WS-STEPS-UNFINISHED
            PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                UNTIL WS-ST-IDX > WS-ST-COUNT
                IF ST-PROGRAM-NAME(WS-ST-IDX)(1:15)
                        NOT = WS-RL-PROGRAM-NAME
                    AND NOT ST-Ended(WS-ST-IDX)
                    ADD 1 TO WS-STEPS-UNFINISHED
                END-IF
            END-PERFORM.

        WRITE-SOURCE-DETAIL.
            MOVE WS-SD-IDX TO WS-SDL-RANK
            MOVE SD-FILE-NAME(WS-SD-IDX) TO WS-SDL-FILE
            MOVE SD-DESCRIPTION(WS-SD-IDX) TO WS-SDL-DESCRIPTION
            MOVE SD-AREA(WS-SD-IDX) TO WS-SDL-AREA
            MOVE SS-NEW-COUNT(WS-SD-IDX) TO WS-SDL-NEW
            MOVE SS-CARRIED-COUNT(WS-SD-IDX) TO WS-SDL-CARRIED
            MOVE SS-TOTAL-COUNT(WS-SD-IDX) TO WS-SDL-TOTAL
            IF SS-PRIOR-KNOWN(WS-SD-IDX) = "Y"
                MOVE SS-PRIOR-COUNT(WS-SD-IDX) TO WS-SDL-PRIOR
                COMPUTE WS-CHANGE = SS-TOTAL-COUNT(WS-SD-IDX)
                    - SS-PRIOR-COUNT(WS-SD-IDX)
                MOVE WS-CHANGE TO WS-SDL-CHANGE
            ELSE
                MOVE "  N/A" TO WS-SDL-PRIOR-X
                MOVE "  N/A" TO WS-SDL-CHANGE-X
            END-IF
            MOVE SS-THRESHOLD(WS-SD-IDX) TO WS-SDL-THRESHOLD
            IF SS-TOTAL-COUNT(WS-SD-IDX) > 0
                MOVE SS-OLDEST-DATE(WS-SD-IDX) TO WS-SDL-OLDEST
            ELSE
                MOVE SPACES TO WS-SDL-OLDEST-X
            END-IF
            EVALUATE TRUE
                WHEN SS-OVER-THRESHOLD(WS-SD-IDX) = "Y"
                    MOVE "OVER" TO WS-SDL-FLAG
                WHEN SS-FILE-FOUND(WS-SD-IDX) = "N"
                    MOVE "NO FILE" TO WS-SDL-FLAG
                WHEN OTHER
                    MOVE SPACES TO WS-SDL-FLAG
            END-EVALUATE
            WRITE ExceptionBoardLine FROM WS-SOURCE-DETAIL-LINE.

        WRITE-STREAM-DETAIL.
            MOVE ST-STEP-NO(WS-ST-IDX) TO WS-TDL-STEP-NO
            MOVE ST-PROGRAM-NAME(WS-ST-IDX) TO WS-TDL-PROGRAM
            MOVE SPACES TO WS-TDL-STARTED
            MOVE SPACES TO WS-TDL-ENDED
            MOVE SPACES TO WS-TDL-FLAG
            IF NOT ST-NotLogged(WS-ST-IDX)
                MOVE ST-START-DATE(WS-ST-IDX) TO WS-TDL-START-DATE
                MOVE ST-START-TIME(WS-ST-IDX)(1:4)
                    TO WS-TDL-START-TIME
            END-IF
            EVALUATE TRUE
                WHEN ST-PROGRAM-NAME(WS-ST-IDX)(1:15)
                        = WS-RL-PROGRAM-NAME
                    MOVE "THIS RUN" TO WS-TDL-STATUS
                WHEN ST-NotLogged(WS-ST-IDX)
                    MOVE "NOT RUN" TO WS-TDL-STATUS
                    MOVE "**" TO WS-TDL-FLAG
                WHEN ST-StartedOnly(WS-ST-IDX)
                    MOVE "NO END" TO WS-TDL-STATUS
                    MOVE "**" TO WS-TDL-FLAG
                WHEN OTHER
                    MOVE ST-END-DATE(WS-ST-IDX) TO WS-TDL-END-DATE
                    MOVE ST-END-TIME(WS-ST-IDX)(1:4)
                        TO WS-TDL-END-TIME
                    MOVE ST-END-STATUS(WS-ST-IDX) TO WS-TDL-STATUS
            END-EVALUATE
            WRITE ExceptionBoardLine FROM WS-STREAM-DETAIL-LINE.

        WRITE-SNAPSHOT.
            OPEN OUTPUT SNAPSHOT-FILE
            PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                UNTIL WS-SD-IDX > WS-SOURCE-COUNT
                MOVE SPACES TO SNAPSHOT-RECORD
                MOVE WS-SD-IDX TO SN-SOURCE-NO
                SET SN-SourceTotals TO TRUE
                MOVE WS-RUN-DATE TO SN-DATE
                MOVE SS-TOTAL-COUNT(WS-SD-IDX) TO SN-ENTRY-COUNT
                MOVE SS-PRIOR-KNOWN(WS-SD-IDX) TO SN-PRIOR-KNOWN
                MOVE SS-PRIOR-COUNT(WS-SD-IDX) TO SN-PRIOR-COUNT
                WRITE SNAPSHOT-RECORD
            END-PERFORM
            PERFORM VARYING WS-CE-IDX FROM 1 BY 1
                UNTIL WS-CE-IDX > WS-CE-COUNT
                MOVE SPACES TO SNAPSHOT-RECORD
                MOVE CE-SOURCE-NO(WS-CE-IDX) TO SN-SOURCE-NO
                SET SN-EntrySeen TO TRUE
                MOVE CE-FIRST-SEEN(WS-CE-IDX) TO SN-DATE
                MOVE CE-ENTRY-KEY(WS-CE-IDX) TO SN-ENTRY-KEY
                WRITE SNAPSHOT-RECORD
            END-PERFORM
            CLOSE SNAPSHOT-FILE.
