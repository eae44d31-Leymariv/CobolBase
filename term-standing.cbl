       IDENTIFICATION DIVISION.
       PROGRAM-ID. TermStanding.
      * End-of-term grade-point average and academic standing run.
      * Takes an operator-keyed term code (which must be on
      * TERMCAL.REF) and walks GRADES.DAT student by student. Each
      * graded result is weighed by its course's CRR-CREDIT-VALUE
      * on COURSE.REF at the GRADEPTS points for its grade; W and I
      * results, and courses with no credit value, do not count.
      * The term GPA is over the term's results; the cumulative GPA
      * is over every result in a term no later than this one on
      * the term calendar (a term code not on the calendar is taken
      * as earlier history).
      *
      * Every student with credit in the term is given a standing:
      * cumulative GPA under the probation floor is probation, or
      * suspension when the student's last assessed term was
      * already probation or suspension; otherwise a term GPA at or
      * over the honors floor is honors, and anything else is good
      * standing. The standing is kept on the STANDING.DAT history,
      * one record per student and term (a rerun of the term
      * rewrites its own record), and a student whose standing
      * differs from the last term's gets a NotifyQueue entry - once,
      * not again on a rerun. The honors list and the probation and
      * suspension list are printed under each student's course
      * heading to STANDING.RPT, sorted on STNDSORT.TMP (same
      * SORT shape as CourseRoster).

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT GRADE-RESULT-FILE
            ASSIGN TO "GRADES.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS GR-RESULT-KEY
            FILE STATUS IS WS-GRADE-STATUS.
          SELECT STUDENT-MASTER
            ASSIGN TO "STUDENT.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS StudentId
            ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
            FILE STATUS IS WS-STUDENT-STATUS.
          SELECT STANDING-FILE
            ASSIGN TO "STANDING.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AS-STANDING-KEY
            FILE STATUS IS WS-STANDING-STATUS.
          SELECT COURSE-REFERENCE
            ASSIGN TO "COURSE.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-COURSE-REF-STATUS.
          SELECT TERM-CALENDAR-FILE
            ASSIGN TO "TERMCAL.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TERM-CAL-STATUS.
          SELECT STANDING-REPORT
            ASSIGN TO "STANDING.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.
          SELECT STANDING-SORT-FILE
            ASSIGN TO "STNDSORT.TMP".

        DATA DIVISION.
        FILE SECTION.
        FD  GRADE-RESULT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY GRADEREC.

        FD  STUDENT-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY STUDREC.

        FD  STANDING-FILE
            LABEL RECORDS ARE STANDARD.
            COPY STANDING.

        FD  COURSE-REFERENCE
            LABEL RECORDS ARE STANDARD.
            COPY COURSREF.

        FD  TERM-CALENDAR-FILE
            LABEL RECORDS ARE STANDARD.
            COPY TERMCAL.

        FD  STANDING-REPORT
            LABEL RECORDS ARE STANDARD.
        01  StandingReportLine       PIC X(80).

        SD  STANDING-SORT-FILE.
        01  STANDING-SORT-RECORD.
            05  SS-LIST-TYPE         PIC X.
                88  SS-HonorsList        VALUE "H".
                88  SS-ProbationList     VALUE "P".
            05  SS-COURSE-CODE       PIC X(4).
            05  SS-STUDENT-ID        PIC 9(7).
            05  SS-SURNAME           PIC X(8).
            05  SS-INITIALS          PIC XX.
            05  SS-TERM-GPA          PIC 9V99.
            05  SS-CUMULATIVE-GPA    PIC 9V99.
            05  SS-STANDING-CODE     PIC X.
            05  SS-CHANGED           PIC X.

        WORKING-STORAGE SECTION.
        01  WS-GRADE-STATUS          PIC XX.
            88  GradeFileOK              VALUE "00".
        01  WS-STUDENT-STATUS        PIC XX.
            88  StudentFileOK            VALUE "00".
        01  WS-STANDING-STATUS       PIC XX.
            88  StandingFileOK           VALUE "00".
        01  WS-COURSE-REF-STATUS     PIC XX.
            88  EndOfCourseReference     VALUE "10".
        01  WS-TERM-CAL-STATUS       PIC XX.
            88  EndOfTermCalendar        VALUE "10".
        01  WS-REPORT-STATUS         PIC XX.

        01  WS-MC-ACTION             PIC X.
        01  WS-MC-FILE-ID            PIC X(8) VALUE "STUDENT".
        01  WS-MC-COUNT              PIC 9(7).
        01  WS-MC-HASH               PIC 9(15).
        01  WS-MC-RESULT             PIC X.
            88  MasterControlOK          VALUE "Y".
        01  WS-MASTER-EOF            PIC X.
            88  EndOfStudentMaster       VALUE "Y".

            COPY GRADEPTS.

      * The standing floors, on the four-point scale.
        01  WS-HONORS-GPA            PIC 9V99 VALUE 3.50.
        01  WS-PROBATION-GPA         PIC 9V99 VALUE 2.00.

        01  WS-RUN-TERM              PIC X(5).
        01  WS-RUN-FIRST-MONTH       PIC 9(6).
        01  WS-RUN-DATE              PIC 9(8).

        78  WS-TERM-TABLE-CAPACITY   VALUE 50.
        01  WS-TC-COUNT              PIC 99 VALUE ZERO.
        01  WS-TC-IDX                PIC 99.
        01  WS-TERM-CALENDAR-TABLE.
            05  TERM-CALENDAR-ENTRY OCCURS 50 TIMES.
              10  TCE-TERM-CODE      PIC X(5).
              10  TCE-FIRST-MONTH    PIC 9(6).
        01  WS-TERM-FOUND            PIC X.
            88  TermOnCalendar           VALUE "Y".
        01  WS-LOOKUP-TERM           PIC X(5).

        78  WS-COURSE-TABLE-CAPACITY VALUE 50.
        01  WS-CD-COUNT              PIC 999 VALUE ZERO.
        01  COURSE-DESCRIPTION-TABLE.
            05  COURSE-DESCRIPTION-ENTRY OCCURS 50 TIMES
                INDEXED BY CD-IDX.
              10  CD-COURSE-CODE     PIC X(4).
              10  CD-DESCRIPTION     PIC X(30).
              10  CD-CREDIT-VALUE    PIC 99V9.
        01  WS-HEADING-DESCRIPTION   PIC X(30).
        01  WS-COURSE-CREDIT         PIC 99V9.

        01  WS-GRADE-EOF             PIC X VALUE "N".
            88  EndOfGradeFile           VALUE "Y".
        01  WS-CURRENT-STUDENT       PIC 9(7) VALUE ZERO.
        01  WS-STUDENT-TOTALS.
            05  WS-TERM-CREDITS      PIC 9(3)V9.
            05  WS-TERM-POINTS       PIC 9(5)V99.
            05  WS-CUMULATIVE-CREDITS PIC 9(4)V9.
            05  WS-CUMULATIVE-POINTS PIC 9(6)V99.
        01  WS-TERM-GPA              PIC 9V99.
        01  WS-CUMULATIVE-GPA        PIC 9V99.
        01  WS-RESULT-POINTS         PIC 9V9.
        01  WS-RESULT-IN-TERM        PIC X.
            88  ResultInRunTerm          VALUE "Y".

        01  WS-STANDING-EOF          PIC X.
            88  EndOfStudentStandings    VALUE "Y".
        01  WS-PRIOR-STANDING        PIC X.
            88  PriorBelowStanding       VALUE "P" "S".
        01  WS-PRIOR-MONTH           PIC 9(6).
        01  WS-EXISTING-STANDING     PIC X.
        01  WS-STANDING-EXISTS       PIC X.
            88  TermAlreadyAssessed      VALUE "Y".
        01  WS-NEW-STANDING          PIC X.
            88  NewGoodStanding          VALUE "G".
            88  NewHonorsStanding        VALUE "H".
            88  NewProbationStanding     VALUE "P".
            88  NewSuspendedStanding     VALUE "S".
        01  WS-STANDING-WORD         PIC X(9).

        01  WS-NQ-TYPE               PIC X.
        01  WS-NQ-ADDRESSEE          PIC X(10).
        01  WS-NQ-EVENT              PIC X(8).
        01  WS-NQ-REFERENCE          PIC X(12).
        01  WS-NQ-GPA                PIC 9.99.
        01  WS-NQ-PROGRAM            PIC X(15)
                VALUE "TermStanding".

        01  WS-STUDENTS-ASSESSED     PIC 9(5) VALUE ZERO.
        01  WS-GOOD-COUNT            PIC 9(5) VALUE ZERO.
        01  WS-HONORS-COUNT          PIC 9(5) VALUE ZERO.
        01  WS-PROBATION-COUNT       PIC 9(5) VALUE ZERO.
        01  WS-SUSPENDED-COUNT       PIC 9(5) VALUE ZERO.
        01  WS-NOTICES-QUEUED        PIC 9(5) VALUE ZERO.
        01  WS-NOT-ON-MASTER-COUNT   PIC 9(5) VALUE ZERO.

        01  WS-EOSORT                PIC X VALUE "N".
            88  EndOfSortedStandings     VALUE "Y".
        01  WS-PRINT-LIST-TYPE       PIC X.
        01  WS-PREVIOUS-COURSE       PIC X(4).
        01  WS-COURSE-COUNT          PIC 9(5).
        01  WS-LIST-COUNT            PIC 9(5).

        01  WS-REPORT-HEADING.
            05  FILLER               PIC X(26)
                VALUE "ACADEMIC STANDING FOR TERM".
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RH-TERM           PIC X(5).
            05  FILLER               PIC X(10) VALUE "  RUN DATE".
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RH-RUN-DATE       PIC 9(8).
        01  WS-LIST-HEADING          PIC X(40).
        01  WS-COURSE-HEADING-LINE.
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-CHL-DESCRIPTION   PIC X(30).
            05  FILLER               PIC X(2) VALUE " (".
            05  WS-CHL-COURSE-CODE   PIC X(4).
            05  FILLER               PIC X VALUE ")".
        01  WS-STANDING-DETAIL-LINE.
            05  FILLER               PIC X(4) VALUE SPACES.
            05  WS-SDL-STUDENT-ID    PIC 9(7).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-SDL-SURNAME       PIC X(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-SDL-INITIALS      PIC XX.
            05  FILLER               PIC X(7) VALUE "  TERM ".
            05  WS-SDL-TERM-GPA      PIC 9.99.
            05  FILLER               PIC X(7) VALUE "  CUM. ".
            05  WS-SDL-CUMULATIVE-GPA PIC 9.99.
            05  FILLER               PIC XX VALUE SPACES.
            05  WS-SDL-STANDING      PIC X(9).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-SDL-CHANGED       PIC X(13).
        01  WS-COURSE-COUNT-LINE.
            05  FILLER               PIC X(4) VALUE SPACES.
            05  FILLER               PIC X(9) VALUE "STUDENTS ".
            05  WS-CCL-COUNT         PIC ZZZZ9.
        01  WS-NONE-LINE             PIC X(30)
                VALUE "  NONE THIS TERM".
        01  WS-SUMMARY-LINE.
            05  WS-SL-CAPTION        PIC X(30).
            05  WS-SL-COUNT          PIC ZZZZ9.
        01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            DISPLAY "Term to assess academic standing for - "
                WITH NO ADVANCING
            ACCEPT WS-RUN-TERM
            PERFORM LOAD-TERM-CALENDAR
            MOVE WS-RUN-TERM TO WS-LOOKUP-TERM
            PERFORM FIND-TERM-CALENDAR
            IF NOT TermOnCalendar
                DISPLAY "Term " WS-RUN-TERM " is not on TERMCAL.REF "
                    "- standing run refused"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE TCE-FIRST-MONTH(WS-TC-IDX) TO WS-RUN-FIRST-MONTH
            OPEN INPUT STUDENT-MASTER
            IF NOT StudentFileOK
                DISPLAY "No STUDENT-MASTER available, status "
                    WS-STUDENT-STATUS " - standing run refused"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM VERIFY-MASTER-CONTROL-TOTALS
            IF NOT MasterControlOK
                DISPLAY "STUDENT-MASTER FAILS ITS CONTROL "
                    "TOTALS - STANDING RUN REFUSED"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT GRADE-RESULT-FILE
            IF NOT GradeFileOK
                DISPLAY "No GRADES.DAT results file, status "
                    WS-GRADE-STATUS " - standing run skipped"
                CLOSE STUDENT-MASTER
                STOP RUN
            END-IF
            PERFORM LOAD-COURSE-DESCRIPTION-TABLE
            PERFORM OPEN-STANDING-FILE
            CALL "BusinessDate" USING WS-RUN-DATE
            OPEN OUTPUT STANDING-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE StandingReportLine FROM REPORT-STAMP-LINE
            MOVE WS-RUN-TERM TO WS-RH-TERM
            MOVE WS-RUN-DATE TO WS-RH-RUN-DATE
            WRITE StandingReportLine FROM WS-REPORT-HEADING
            SORT STANDING-SORT-FILE
                ON ASCENDING KEY SS-LIST-TYPE
                    SS-COURSE-CODE
                    SS-STUDENT-ID
                INPUT PROCEDURE IS ASSESS-ALL-STUDENTS
                OUTPUT PROCEDURE IS PRINT-STANDING-LISTS
            PERFORM WRITE-RUN-SUMMARY
            CLOSE STANDING-REPORT
            CLOSE STANDING-FILE
            CLOSE GRADE-RESULT-FILE
            CLOSE STUDENT-MASTER
            DISPLAY "Term standing " WS-RUN-TERM ": "
                WS-STUDENTS-ASSESSED " assessed, " WS-HONORS-COUNT
                " honors, " WS-PROBATION-COUNT " probation, "
                WS-SUSPENDED-COUNT " suspended, " WS-NOTICES-QUEUED
                " notice(s) queued"
            STOP RUN.

        OPEN-STANDING-FILE.
            OPEN I-O STANDING-FILE
            IF NOT StandingFileOK
                OPEN OUTPUT STANDING-FILE
                CLOSE STANDING-FILE
                OPEN I-O STANDING-FILE
                IF NOT StandingFileOK
                    DISPLAY "Unable to open STANDING.DAT, status "
                        WS-STANDING-STATUS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

      * GRADES.DAT is keyed student then course, so one sequential
      * pass brings each student's results together; the student
      * is assessed when the next one starts.
        ASSESS-ALL-STUDENTS.
            PERFORM UNTIL EndOfGradeFile
                READ GRADE-RESULT-FILE NEXT RECORD
                    AT END SET EndOfGradeFile TO TRUE
                    NOT AT END
                        IF GR-STUDENT-ID NOT = WS-CURRENT-STUDENT
                            IF WS-CURRENT-STUDENT NOT = ZERO
                                PERFORM ASSESS-ONE-STUDENT
                            END-IF
                            MOVE GR-STUDENT-ID TO WS-CURRENT-STUDENT
                            INITIALIZE WS-STUDENT-TOTALS
                        END-IF
                        PERFORM ACCUMULATE-ONE-RESULT
                END-READ
            END-PERFORM
            IF WS-CURRENT-STUDENT NOT = ZERO
                PERFORM ASSESS-ONE-STUDENT
            END-IF.

      * A result counts only with grade points (not W or I) and a
      * course credit value; a result from a term later than the
      * run term is left out of the cumulative figures.
        ACCUMULATE-ONE-RESULT.
            SET GPT-IDX TO 1
            SEARCH GRADE-POINT-ENTRY
                AT END
                    EXIT PARAGRAPH
                WHEN GPT-GRADE(GPT-IDX) = GR-GRADE
                    MOVE GPT-POINTS(GPT-IDX) TO WS-RESULT-POINTS
            END-SEARCH
            MOVE 0 TO WS-COURSE-CREDIT
            PERFORM VARYING CD-IDX FROM 1 BY 1
                UNTIL CD-IDX > WS-CD-COUNT
                IF CD-COURSE-CODE(CD-IDX) = GR-COURSE-CODE
                    MOVE CD-CREDIT-VALUE(CD-IDX) TO WS-COURSE-CREDIT
                END-IF
            END-PERFORM
            IF WS-COURSE-CREDIT = 0
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-RESULT-IN-TERM
            IF GR-TERM-CODE = WS-RUN-TERM
                MOVE "Y" TO WS-RESULT-IN-TERM
            ELSE
                MOVE GR-TERM-CODE TO WS-LOOKUP-TERM
                PERFORM FIND-TERM-CALENDAR
                IF TermOnCalendar
                   AND TCE-FIRST-MONTH(WS-TC-IDX) > WS-RUN-FIRST-MONTH
                    EXIT PARAGRAPH
                END-IF
            END-IF
            ADD WS-COURSE-CREDIT TO WS-CUMULATIVE-CREDITS
            COMPUTE WS-CUMULATIVE-POINTS = WS-CUMULATIVE-POINTS
                + (WS-RESULT-POINTS * WS-COURSE-CREDIT)
            IF ResultInRunTerm
                ADD WS-COURSE-CREDIT TO WS-TERM-CREDITS
                COMPUTE WS-TERM-POINTS = WS-TERM-POINTS
                    + (WS-RESULT-POINTS * WS-COURSE-CREDIT)
            END-IF.

      * A student with no credit in the run term has no standing to
      * give this term and keeps the last one.
        ASSESS-ONE-STUDENT.
            IF WS-TERM-CREDITS = 0
                EXIT PARAGRAPH
            END-IF
            MOVE WS-CURRENT-STUDENT TO StudentId
            READ STUDENT-MASTER
                INVALID KEY
                    DISPLAY "Student " WS-CURRENT-STUDENT
                        " has results but is not on STUDENT-MASTER"
                        " - standing not assessed"
                    ADD 1 TO WS-NOT-ON-MASTER-COUNT
                    EXIT PARAGRAPH
            END-READ
            ADD 1 TO WS-STUDENTS-ASSESSED
            COMPUTE WS-TERM-GPA ROUNDED =
                WS-TERM-POINTS / WS-TERM-CREDITS
            COMPUTE WS-CUMULATIVE-GPA ROUNDED =
                WS-CUMULATIVE-POINTS / WS-CUMULATIVE-CREDITS
            PERFORM FIND-PRIOR-STANDING
            EVALUATE TRUE
                WHEN WS-CUMULATIVE-GPA < WS-PROBATION-GPA
                     AND PriorBelowStanding
                    MOVE "S" TO WS-NEW-STANDING
                    ADD 1 TO WS-SUSPENDED-COUNT
                WHEN WS-CUMULATIVE-GPA < WS-PROBATION-GPA
                    MOVE "P" TO WS-NEW-STANDING
                    ADD 1 TO WS-PROBATION-COUNT
                WHEN WS-TERM-GPA >= WS-HONORS-GPA
                    MOVE "H" TO WS-NEW-STANDING
                    ADD 1 TO WS-HONORS-COUNT
                WHEN OTHER
                    MOVE "G" TO WS-NEW-STANDING
                    ADD 1 TO WS-GOOD-COUNT
            END-EVALUATE
            PERFORM SAVE-TERM-STANDING
            MOVE SPACE TO SS-CHANGED
            IF WS-NEW-STANDING NOT = WS-PRIOR-STANDING
                MOVE "Y" TO SS-CHANGED
                IF NOT TermAlreadyAssessed
                   OR WS-EXISTING-STANDING NOT = WS-NEW-STANDING
                    PERFORM QUEUE-STANDING-NOTICE
                END-IF
            END-IF
            IF NOT NewGoodStanding
                IF NewHonorsStanding
                    MOVE "H" TO SS-LIST-TYPE
                ELSE
                    MOVE "P" TO SS-LIST-TYPE
                END-IF
                MOVE CourseCode TO SS-COURSE-CODE
                MOVE WS-CURRENT-STUDENT TO SS-STUDENT-ID
                MOVE Surname TO SS-SURNAME
                MOVE Initials TO SS-INITIALS
                MOVE WS-TERM-GPA TO SS-TERM-GPA
                MOVE WS-CUMULATIVE-GPA TO SS-CUMULATIVE-GPA
                MOVE WS-NEW-STANDING TO SS-STANDING-CODE
                RELEASE STANDING-SORT-RECORD
            END-IF.

      * The student's standing history, keyed student then term:
      * the latest term before the run term (by the calendar month
      * kept on each record) gives the prior standing, good when
      * there is none, and a record for the run term itself means
      * this is a rerun.
        FIND-PRIOR-STANDING.
            MOVE "G" TO WS-PRIOR-STANDING
            MOVE 0 TO WS-PRIOR-MONTH
            MOVE "N" TO WS-STANDING-EXISTS
            MOVE SPACE TO WS-EXISTING-STANDING
            MOVE "N" TO WS-STANDING-EOF
            MOVE WS-CURRENT-STUDENT TO AS-STUDENT-ID
            MOVE LOW-VALUES TO AS-TERM-CODE
            START STANDING-FILE
                KEY IS NOT LESS THAN AS-STANDING-KEY
                INVALID KEY
                    SET EndOfStudentStandings TO TRUE
            END-START
            PERFORM UNTIL EndOfStudentStandings
                READ STANDING-FILE NEXT RECORD
                    AT END SET EndOfStudentStandings TO TRUE
                    NOT AT END
                        IF AS-STUDENT-ID NOT = WS-CURRENT-STUDENT
                            SET EndOfStudentStandings TO TRUE
                        ELSE
                            PERFORM NOTE-ONE-STANDING
                        END-IF
                END-READ
            END-PERFORM.

        NOTE-ONE-STANDING.
            IF AS-TERM-CODE = WS-RUN-TERM
                MOVE "Y" TO WS-STANDING-EXISTS
                MOVE AS-STANDING-CODE TO WS-EXISTING-STANDING
            ELSE
                IF AS-TERM-FIRST-MONTH < WS-RUN-FIRST-MONTH
                   AND AS-TERM-FIRST-MONTH > WS-PRIOR-MONTH
                    MOVE AS-TERM-FIRST-MONTH TO WS-PRIOR-MONTH
                    MOVE AS-STANDING-CODE TO WS-PRIOR-STANDING
                END-IF
            END-IF.

        SAVE-TERM-STANDING.
            MOVE WS-CURRENT-STUDENT TO AS-STUDENT-ID
            MOVE WS-RUN-TERM TO AS-TERM-CODE
            MOVE WS-RUN-FIRST-MONTH TO AS-TERM-FIRST-MONTH
            MOVE WS-TERM-CREDITS TO AS-TERM-CREDITS
            MOVE WS-TERM-GPA TO AS-TERM-GPA
            MOVE WS-CUMULATIVE-CREDITS TO AS-CUMULATIVE-CREDITS
            MOVE WS-CUMULATIVE-GPA TO AS-CUMULATIVE-GPA
            MOVE WS-NEW-STANDING TO AS-STANDING-CODE
            MOVE WS-RUN-DATE TO AS-ASSESSED-DATE
            IF TermAlreadyAssessed
                REWRITE ACADEMIC-STANDING-RECORD
                    INVALID KEY
                        DISPLAY "Rewrite failed for standing "
                            AS-STANDING-KEY
                END-REWRITE
            ELSE
                WRITE ACADEMIC-STANDING-RECORD
                    INVALID KEY
                        DISPLAY "Write failed for standing "
                            AS-STANDING-KEY
                END-WRITE
            END-IF.

      * A change of standing is a decision the student must be told
      * about - one line on the shared notification queue, drained
      * into a letter or email by NotifyFormat.
        QUEUE-STANDING-NOTICE.
            MOVE "S" TO WS-NQ-TYPE
            MOVE WS-CURRENT-STUDENT TO WS-NQ-ADDRESSEE
            EVALUATE TRUE
                WHEN NewHonorsStanding
                    MOVE "HONORS" TO WS-NQ-EVENT
                WHEN NewProbationStanding
                    MOVE "PROBATN" TO WS-NQ-EVENT
                WHEN NewSuspendedStanding
                    MOVE "SUSPEND" TO WS-NQ-EVENT
                WHEN OTHER
                    MOVE "GOODSTND" TO WS-NQ-EVENT
            END-EVALUATE
            MOVE SPACES TO WS-NQ-REFERENCE
            MOVE WS-CUMULATIVE-GPA TO WS-NQ-GPA
            STRING WS-RUN-TERM " " WS-NQ-GPA
                DELIMITED BY SIZE INTO WS-NQ-REFERENCE
            CALL "NotifyQueue" USING WS-NQ-TYPE WS-NQ-ADDRESSEE
                WS-NQ-EVENT WS-NQ-REFERENCE WS-NQ-PROGRAM
            ADD 1 TO WS-NOTICES-QUEUED.

      * Honors first, then probation and suspension, each broken
      * by the student's course.
        PRINT-STANDING-LISTS.
            PERFORM RETURN-SORTED-STANDING
            MOVE "H" TO WS-PRINT-LIST-TYPE
            MOVE "HONORS LIST" TO WS-LIST-HEADING
            PERFORM PRINT-ONE-LIST
            MOVE "P" TO WS-PRINT-LIST-TYPE
            MOVE "PROBATION AND SUSPENSION LIST" TO WS-LIST-HEADING
            PERFORM PRINT-ONE-LIST.

        PRINT-ONE-LIST.
            WRITE StandingReportLine FROM WS-BLANK-LINE
            WRITE StandingReportLine FROM WS-LIST-HEADING
            MOVE 0 TO WS-LIST-COUNT
            MOVE 0 TO WS-COURSE-COUNT
            MOVE HIGH-VALUES TO WS-PREVIOUS-COURSE
            PERFORM UNTIL EndOfSortedStandings
                    OR SS-LIST-TYPE NOT = WS-PRINT-LIST-TYPE
                IF SS-COURSE-CODE NOT = WS-PREVIOUS-COURSE
                    IF WS-COURSE-COUNT > 0
                        PERFORM WRITE-COURSE-COUNT
                    END-IF
                    MOVE SS-COURSE-CODE TO WS-PREVIOUS-COURSE
                    MOVE 0 TO WS-COURSE-COUNT
                    PERFORM WRITE-COURSE-HEADING
                END-IF
                ADD 1 TO WS-COURSE-COUNT
                ADD 1 TO WS-LIST-COUNT
                PERFORM WRITE-STANDING-DETAIL
                PERFORM RETURN-SORTED-STANDING
            END-PERFORM
            IF WS-COURSE-COUNT > 0
                PERFORM WRITE-COURSE-COUNT
            END-IF
            IF WS-LIST-COUNT = 0
                WRITE StandingReportLine FROM WS-NONE-LINE
            END-IF.

        RETURN-SORTED-STANDING.
            RETURN STANDING-SORT-FILE
                AT END SET EndOfSortedStandings TO TRUE
            END-RETURN.

        WRITE-COURSE-HEADING.
            PERFORM FIND-COURSE-DESCRIPTION
            MOVE WS-HEADING-DESCRIPTION TO WS-CHL-DESCRIPTION
            MOVE WS-PREVIOUS-COURSE TO WS-CHL-COURSE-CODE
            WRITE StandingReportLine FROM WS-COURSE-HEADING-LINE.

        WRITE-STANDING-DETAIL.
            MOVE SS-STUDENT-ID TO WS-SDL-STUDENT-ID
            MOVE SS-SURNAME TO WS-SDL-SURNAME
            MOVE SS-INITIALS TO WS-SDL-INITIALS
            MOVE SS-TERM-GPA TO WS-SDL-TERM-GPA
            MOVE SS-CUMULATIVE-GPA TO WS-SDL-CUMULATIVE-GPA
            MOVE SS-STANDING-CODE TO WS-NEW-STANDING
            PERFORM SET-STANDING-WORD
            MOVE WS-STANDING-WORD TO WS-SDL-STANDING
            IF SS-CHANGED = "Y"
                MOVE "NEW THIS TERM" TO WS-SDL-CHANGED
            ELSE
                MOVE SPACES TO WS-SDL-CHANGED
            END-IF
            WRITE StandingReportLine FROM WS-STANDING-DETAIL-LINE.

        WRITE-COURSE-COUNT.
            MOVE WS-COURSE-COUNT TO WS-CCL-COUNT
            WRITE StandingReportLine FROM WS-COURSE-COUNT-LINE.

        SET-STANDING-WORD.
            EVALUATE TRUE
                WHEN NewHonorsStanding
                    MOVE "HONORS" TO WS-STANDING-WORD
                WHEN NewProbationStanding
                    MOVE "PROBATION" TO WS-STANDING-WORD
                WHEN NewSuspendedStanding
                    MOVE "SUSPENDED" TO WS-STANDING-WORD
                WHEN OTHER
                    MOVE "GOOD" TO WS-STANDING-WORD
            END-EVALUATE.

        WRITE-RUN-SUMMARY.
            WRITE StandingReportLine FROM WS-BLANK-LINE
            MOVE "STUDENTS ASSESSED" TO WS-SL-CAPTION
            MOVE WS-STUDENTS-ASSESSED TO WS-SL-COUNT
            WRITE StandingReportLine FROM WS-SUMMARY-LINE
            MOVE "  GOOD STANDING" TO WS-SL-CAPTION
            MOVE WS-GOOD-COUNT TO WS-SL-COUNT
            WRITE StandingReportLine FROM WS-SUMMARY-LINE
            MOVE "  HONORS" TO WS-SL-CAPTION
            MOVE WS-HONORS-COUNT TO WS-SL-COUNT
            WRITE StandingReportLine FROM WS-SUMMARY-LINE
            MOVE "  PROBATION" TO WS-SL-CAPTION
            MOVE WS-PROBATION-COUNT TO WS-SL-COUNT
            WRITE StandingReportLine FROM WS-SUMMARY-LINE
            MOVE "  SUSPENDED" TO WS-SL-CAPTION
            MOVE WS-SUSPENDED-COUNT TO WS-SL-COUNT
            WRITE StandingReportLine FROM WS-SUMMARY-LINE
            MOVE "STANDING NOTICES QUEUED" TO WS-SL-CAPTION
            MOVE WS-NOTICES-QUEUED TO WS-SL-COUNT
            WRITE StandingReportLine FROM WS-SUMMARY-LINE
            IF WS-NOT-ON-MASTER-COUNT > 0
                MOVE "RESULTS FOR UNKNOWN STUDENTS" TO WS-SL-CAPTION
                MOVE WS-NOT-ON-MASTER-COUNT TO WS-SL-COUNT
                WRITE StandingReportLine FROM WS-SUMMARY-LINE
            END-IF.

        FIND-TERM-CALENDAR.
            MOVE "N" TO WS-TERM-FOUND
            PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                UNTIL WS-TC-IDX > WS-TC-COUNT
                    OR TermOnCalendar
                IF TCE-TERM-CODE(WS-TC-IDX) = WS-LOOKUP-TERM
                    MOVE "Y" TO WS-TERM-FOUND
                END-IF
            END-PERFORM
            IF TermOnCalendar
                SUBTRACT 1 FROM WS-TC-IDX
            END-IF.

        LOAD-TERM-CALENDAR.
            OPEN INPUT TERM-CALENDAR-FILE
            IF WS-TERM-CAL-STATUS = "00"
                PERFORM UNTIL EndOfTermCalendar
                    OR WS-TC-COUNT >= WS-TERM-TABLE-CAPACITY
                    READ TERM-CALENDAR-FILE
                        AT END SET EndOfTermCalendar TO TRUE
                        NOT AT END
                            IF TC-FIRST-MONTH IS NUMERIC
                                ADD 1 TO WS-TC-COUNT
                                MOVE TC-TERM-CODE
                                    TO TCE-TERM-CODE(WS-TC-COUNT)
                                MOVE TC-FIRST-MONTH
                                    TO TCE-FIRST-MONTH(WS-TC-COUNT)
                            ELSE
                                DISPLAY "Bad TERMCAL.REF record "
                                    "ignored: " TERM-CALENDAR-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TERM-CALENDAR-FILE
            ELSE
                DISPLAY "No TERMCAL.REF term calendar available"
            END-IF.

      * Same COURSE.REF load CourseRoster keeps, with the credit
      * value alongside the description. A course with no credit
      * value on its line counts for nothing in the averages.
        LOAD-COURSE-DESCRIPTION-TABLE.
            OPEN INPUT COURSE-REFERENCE
            IF WS-COURSE-REF-STATUS = "00"
                PERFORM UNTIL EndOfCourseReference
                    OR WS-CD-COUNT >= WS-COURSE-TABLE-CAPACITY
                    READ COURSE-REFERENCE
                        AT END SET EndOfCourseReference TO TRUE
                        NOT AT END
                            ADD 1 TO WS-CD-COUNT
                            MOVE CRR-COURSE-CODE
                                TO CD-COURSE-CODE(WS-CD-COUNT)
                            MOVE CRR-DESCRIPTION
                                TO CD-DESCRIPTION(WS-CD-COUNT)
                            IF CRR-CREDIT-VALUE IS NUMERIC
                                MOVE CRR-CREDIT-VALUE
                                    TO CD-CREDIT-VALUE(WS-CD-COUNT)
                            ELSE
                                MOVE 0
                                    TO CD-CREDIT-VALUE(WS-CD-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                IF NOT EndOfCourseReference
                    DISPLAY "COURSE-DESCRIPTION-TABLE full at 50 "
                        "entries, remaining COURSE-REFERENCE "
                        "records not loaded"
                END-IF
                CLOSE COURSE-REFERENCE
            ELSE
                DISPLAY
                  "No COURSE-REFERENCE file available - no course "
                  "carries credit and no GPA can be figured"
            END-IF.

        FIND-COURSE-DESCRIPTION.
            MOVE WS-PREVIOUS-COURSE TO WS-HEADING-DESCRIPTION
            PERFORM VARYING CD-IDX FROM 1 BY 1
                UNTIL CD-IDX > WS-CD-COUNT
                IF CD-COURSE-CODE(CD-IDX) = WS-PREVIOUS-COURSE
                    MOVE CD-DESCRIPTION(CD-IDX)
                        TO WS-HEADING-DESCRIPTION
                END-IF
            END-PERFORM.

      * One pass over the master recomputes the record count and
      * StudentId hash for the shared MasterControl check - the
      * refuse-on-imbalance convention every reader of the masters
      * follows. The file is reopened afterward for the keyed
      * reads.
        VERIFY-MASTER-CONTROL-TOTALS.
            MOVE 0 TO WS-MC-COUNT
            MOVE 0 TO WS-MC-HASH
            MOVE "N" TO WS-MASTER-EOF
            PERFORM UNTIL EndOfStudentMaster
                READ STUDENT-MASTER NEXT RECORD
                    AT END SET EndOfStudentMaster TO TRUE
                    NOT AT END
                        ADD 1 TO WS-MC-COUNT
                        ADD StudentId TO WS-MC-HASH
                END-READ
            END-PERFORM
            CLOSE STUDENT-MASTER
            MOVE "V" TO WS-MC-ACTION
            CALL "MasterControl" USING WS-MC-ACTION WS-MC-FILE-ID
                WS-MC-COUNT WS-MC-HASH WS-MC-RESULT
            IF MasterControlOK
                OPEN INPUT STUDENT-MASTER
            END-IF.
