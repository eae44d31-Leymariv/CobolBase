       IDENTIFICATION DIVISION.
       PROGRAM-ID. IncompleteLapse.
      * Incomplete-grade lapse run. Policy gives an "I" result
      * (GR-IncompleteGrade) WS-INCOMPLETE-WEEKS from its
      * GR-POSTED-DATE to be resolved. Every incomplete on
      * GRADES.DAT is followed on the INCTRACK.DAT tracking file
      * from the first run that sees it:
      *   - inside the operator-keyed warning period before the
      *     deadline the student and the course's INSTASGN.DAT
      *     instructor are warned through NotifyQueue, once;
      *   - past the deadline the result is converted to F, the
      *     conversion bracketed by before and after images on the
      *     GRDAUDT.DAT grade history under the LP reason code, and
      *     both are told;
      *   - a tracked incomplete no longer "I" on GRADES.DAT was
      *     resolved in time by GradePost and is closed off.
      * The INCLAPSE.RPT register lists what was warned, what
      * lapsed and what was resolved this run.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT GRADE-RESULT-FILE
            ASSIGN TO "GRADES.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS GR-RESULT-KEY
            FILE STATUS IS WS-GRADE-STATUS.
          SELECT INCOMPLETE-TRACKING-FILE
            ASSIGN TO "INCTRACK.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IT-RESULT-KEY
            FILE STATUS IS WS-TRACKING-STATUS.
          SELECT INSTRUCTOR-ASSIGNMENT-FILE
            ASSIGN TO "INSTASGN.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ASSIGNMENT-STATUS.
          SELECT GRADE-AUDIT-FILE
            ASSIGN TO "GRDAUDT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.
          SELECT LAPSE-REGISTER
            ASSIGN TO "INCLAPSE.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTER-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  GRADE-RESULT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY GRADEREC.

      * One record per incomplete ever seen, keyed like the result
      * it follows. O open, W warned, L lapsed to F, R resolved.
        FD  INCOMPLETE-TRACKING-FILE
            LABEL RECORDS ARE STANDARD.
        01  INCOMPLETE-TRACKING-RECORD.
            05  IT-RESULT-KEY.
                10  IT-STUDENT-ID    PIC 9(7).
                10  IT-COURSE-CODE   PIC X(4).
            05  IT-TERM-CODE         PIC X(5).
            05  IT-POSTED-DATE       PIC 9(8).
            05  IT-DEADLINE          PIC 9(8).
            05  IT-STATUS            PIC X.
                88  IT-IncompleteOpen    VALUE "O".
                88  IT-IncompleteWarned  VALUE "W".
                88  IT-IncompleteLapsed  VALUE "L".
                88  IT-IncompleteResolved VALUE "R".
                88  IT-StillOutstanding  VALUE "O" "W".
            05  IT-WARNED-DATE       PIC 9(8).
            05  IT-CLOSED-DATE       PIC 9(8).

        FD  INSTRUCTOR-ASSIGNMENT-FILE
            LABEL RECORDS ARE STANDARD.
        01  INSTRUCTOR-ASSIGNMENT-RECORD.
            05  IA-COURSE-CODE       PIC X(4).
            05  FILLER               PIC X.
            05  IA-EMPLOYEE-NO       PIC 9(6).
            05  FILLER               PIC X.
            05  IA-SESSION-FEE       PIC 9(5)V99.

        FD  GRADE-AUDIT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY GRADEAUD.

        FD  LAPSE-REGISTER
            LABEL RECORDS ARE STANDARD.
        01  LapseRegisterLine        PIC X(100).

        WORKING-STORAGE SECTION.
        01  WS-GRADE-STATUS          PIC XX.
            88  GradeFileOK              VALUE "00".
        01  WS-TRACKING-STATUS       PIC XX.
            88  TrackingFileOK           VALUE "00".
        01  WS-ASSIGNMENT-STATUS     PIC XX.
            88  EndOfAssignmentFile      VALUE "10".
        01  WS-AUDIT-STATUS          PIC XX.
        01  WS-REGISTER-STATUS       PIC XX.

      * Policy window for resolving an incomplete, and the warning
      * period used when the operator keys none.
        78  WS-INCOMPLETE-WEEKS      VALUE 12.
        78  WS-DEFAULT-WARNING-WEEKS VALUE 2.
        01  WS-WARNING-WEEKS         PIC 99.

        01  WS-RUN-DATE              PIC 9(8).
        01  WS-RUN-DAY-NO            PIC 9(7).
        01  WS-DEADLINE-DAY-NO       PIC 9(7).
        01  WS-WARNING-DAY-NO        PIC 9(7).
        01  WS-GRADE-EOF             PIC X.
            88  EndOfGradeFile           VALUE "Y".
        01  WS-TRACKING-EOF          PIC X.
            88  EndOfTrackingFile        VALUE "Y".
        01  WS-TRACKED               PIC X.
            88  AlreadyTracked           VALUE "Y".

        78  WS-ASSIGN-TABLE-CAPACITY VALUE 100.
        01  WS-AS-COUNT              PIC 999 VALUE ZERO.
        01  WS-AS-IDX                PIC 999.
        01  WS-ASSIGNMENT-TABLE.
            05  ASSIGNMENT-ENTRY OCCURS 100 TIMES.
              10  AS-COURSE-CODE     PIC X(4).
              10  AS-EMPLOYEE-NO     PIC 9(6).
        01  WS-INSTRUCTOR-NO         PIC 9(6).

        01  WS-NQ-TYPE               PIC X.
        01  WS-NQ-ADDRESSEE          PIC X(10).
        01  WS-NQ-EVENT              PIC X(8).
        01  WS-NQ-REFERENCE          PIC X(12).
        01  WS-NQ-PROGRAM            PIC X(15)
                VALUE "IncompleteLapse".

        01  WS-INCOMPLETES-SEEN      PIC 9(5) VALUE ZERO.
        01  WS-WARNED-COUNT          PIC 9(5) VALUE ZERO.
        01  WS-LAPSED-COUNT          PIC 9(5) VALUE ZERO.
        01  WS-RESOLVED-COUNT        PIC 9(5) VALUE ZERO.

        01  WS-REGISTER-HEADING      PIC X(40)
                VALUE "INCOMPLETE-GRADE LAPSE REGISTER".
        01  WS-COLUMN-HEADING.
            05  FILLER               PIC X(30)
                VALUE "STUDENT COURSE TERM  POSTED   ".
            05  FILLER               PIC X(31)
                VALUE "DEADLINE ACTION   GR INSTRUCTOR".
        01  WS-REGISTER-DETAIL.
            05  WS-RD-STUDENT-ID     PIC 9(7).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RD-COURSE         PIC X(4).
            05  FILLER               PIC X(3) VALUE SPACES.
            05  WS-RD-TERM           PIC X(5).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RD-POSTED         PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RD-DEADLINE       PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RD-ACTION         PIC X(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RD-GRADE          PIC XX.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RD-INSTRUCTOR     PIC X(13).
        01  WS-REGISTER-TOTALS.
            05  FILLER               PIC X(12) VALUE "INCOMPLETES ".
            05  WS-RT-SEEN           PIC ZZZZ9.
            05  FILLER               PIC X(9) VALUE "  WARNED ".
            05  WS-RT-WARNED         PIC ZZZZ9.
            05  FILLER               PIC X(9) VALUE "  LAPSED ".
            05  WS-RT-LAPSED         PIC ZZZZ9.
            05  FILLER               PIC X(11) VALUE "  RESOLVED ".
            05  WS-RT-RESOLVED       PIC ZZZZ9.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            CALL "BusinessDate" USING WS-RUN-DATE
            COMPUTE WS-RUN-DAY-NO =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            DISPLAY "Weeks of warning before an incomplete lapses "
                "(0 for " WS-DEFAULT-WARNING-WEEKS ") - "
                WITH NO ADVANCING
            ACCEPT WS-WARNING-WEEKS
            IF WS-WARNING-WEEKS IS NOT NUMERIC
               OR WS-WARNING-WEEKS = ZERO
                MOVE WS-DEFAULT-WARNING-WEEKS TO WS-WARNING-WEEKS
            END-IF
            OPEN I-O GRADE-RESULT-FILE
            IF NOT GradeFileOK
                DISPLAY "No GRADES.DAT results file, status "
                    WS-GRADE-STATUS " - lapse run skipped"
                STOP RUN
            END-IF
            PERFORM OPEN-TRACKING-FILE
            PERFORM OPEN-GRADE-AUDIT-FILE
            PERFORM LOAD-ASSIGNMENT-TABLE
            OPEN OUTPUT LAPSE-REGISTER
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE LapseRegisterLine FROM REPORT-STAMP-LINE
            WRITE LapseRegisterLine FROM WS-REGISTER-HEADING
            WRITE LapseRegisterLine FROM WS-COLUMN-HEADING
            PERFORM SCAN-INCOMPLETE-RESULTS
            PERFORM CLOSE-RESOLVED-INCOMPLETES
            MOVE WS-INCOMPLETES-SEEN TO WS-RT-SEEN
            MOVE WS-WARNED-COUNT TO WS-RT-WARNED
            MOVE WS-LAPSED-COUNT TO WS-RT-LAPSED
            MOVE WS-RESOLVED-COUNT TO WS-RT-RESOLVED
            WRITE LapseRegisterLine FROM WS-REGISTER-TOTALS
            CLOSE LAPSE-REGISTER
            CLOSE GRADE-AUDIT-FILE
            CLOSE INCOMPLETE-TRACKING-FILE
            CLOSE GRADE-RESULT-FILE
            DISPLAY "Incomplete lapse: " WS-INCOMPLETES-SEEN
                " incomplete(s), " WS-WARNED-COUNT " warned, "
                WS-LAPSED-COUNT " lapsed to F, "
                WS-RESOLVED-COUNT " resolved in time"
            STOP RUN.

      * INCTRACK.DAT will not exist before the first lapse run - an
      * OPEN I-O on a missing indexed file fails, so it is created
      * empty first and reopened for update.
        OPEN-TRACKING-FILE.
            OPEN I-O INCOMPLETE-TRACKING-FILE
            IF NOT TrackingFileOK
                OPEN OUTPUT INCOMPLETE-TRACKING-FILE
                CLOSE INCOMPLETE-TRACKING-FILE
                OPEN I-O INCOMPLETE-TRACKING-FILE
                IF NOT TrackingFileOK
                    DISPLAY "Unable to open INCTRACK.DAT, status "
                        WS-TRACKING-STATUS
                    CLOSE GRADE-RESULT-FILE
                    STOP RUN
                END-IF
            END-IF.

        OPEN-GRADE-AUDIT-FILE.
            OPEN EXTEND GRADE-AUDIT-FILE
            IF WS-AUDIT-STATUS NOT = "00"
                OPEN OUTPUT GRADE-AUDIT-FILE
            END-IF.

        SCAN-INCOMPLETE-RESULTS.
            MOVE "N" TO WS-GRADE-EOF
            PERFORM UNTIL EndOfGradeFile
                READ GRADE-RESULT-FILE NEXT RECORD
                    AT END SET EndOfGradeFile TO TRUE
                    NOT AT END
                        IF GR-IncompleteGrade
                            PERFORM FOLLOW-ONE-INCOMPLETE
                        END-IF
                END-READ
            END-PERFORM.

      * The deadline is set from the posted date the first time
      * the incomplete is seen and held on the tracking record, so
      * later reposting of other results cannot move it.
        FOLLOW-ONE-INCOMPLETE.
            ADD 1 TO WS-INCOMPLETES-SEEN
            MOVE GR-RESULT-KEY TO IT-RESULT-KEY
            MOVE "Y" TO WS-TRACKED
            READ INCOMPLETE-TRACKING-FILE
                INVALID KEY
                    MOVE "N" TO WS-TRACKED
            END-READ
            IF NOT AlreadyTracked
               OR NOT IT-StillOutstanding
                PERFORM START-TRACKING-INCOMPLETE
            END-IF
            COMPUTE WS-DEADLINE-DAY-NO =
                FUNCTION INTEGER-OF-DATE(IT-DEADLINE)
            COMPUTE WS-WARNING-DAY-NO =
                WS-DEADLINE-DAY-NO - WS-WARNING-WEEKS * 7
            PERFORM FIND-COURSE-INSTRUCTOR
            EVALUATE TRUE
                WHEN WS-RUN-DAY-NO > WS-DEADLINE-DAY-NO
                    PERFORM LAPSE-ONE-INCOMPLETE
                WHEN WS-RUN-DAY-NO NOT < WS-WARNING-DAY-NO
                     AND IT-IncompleteOpen
                    PERFORM WARN-ONE-INCOMPLETE
            END-EVALUATE.

      * A result with no usable posted date is dated from this run.
      * An incomplete that was lapsed or resolved before and is
      * now posted as "I" again starts a fresh window.
        START-TRACKING-INCOMPLETE.
            MOVE GR-TERM-CODE TO IT-TERM-CODE
            IF GR-POSTED-DATE IS NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(GR-POSTED-DATE)
                   = 0
                MOVE GR-POSTED-DATE TO IT-POSTED-DATE
            ELSE
                MOVE WS-RUN-DATE TO IT-POSTED-DATE
            END-IF
            COMPUTE IT-DEADLINE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(IT-POSTED-DATE)
                + WS-INCOMPLETE-WEEKS * 7)
            MOVE "O" TO IT-STATUS
            MOVE ZERO TO IT-WARNED-DATE
            MOVE ZERO TO IT-CLOSED-DATE
            IF AlreadyTracked
                REWRITE INCOMPLETE-TRACKING-RECORD
            ELSE
                WRITE INCOMPLETE-TRACKING-RECORD
            END-IF
            MOVE "Y" TO WS-TRACKED.

        WARN-ONE-INCOMPLETE.
            MOVE "INCWARN" TO WS-NQ-EVENT
            PERFORM QUEUE-STUDENT-AND-INSTRUCTOR
            MOVE "W" TO IT-STATUS
            MOVE WS-RUN-DATE TO IT-WARNED-DATE
            REWRITE INCOMPLETE-TRACKING-RECORD
            ADD 1 TO WS-WARNED-COUNT
            MOVE "WARNED" TO WS-RD-ACTION
            MOVE GR-GRADE TO WS-RD-GRADE
            PERFORM WRITE-REGISTER-DETAIL.

      * The conversion goes on the grade history exactly as a
      * GradePost change would, with the lapse reason code and no
      * operator - nobody keyed it.
        LAPSE-ONE-INCOMPLETE.
            MOVE WS-RUN-DATE TO GA-RUN-DATE
            MOVE "IncompleteLapse" TO GA-PROGRAM-NAME
            MOVE "LP" TO GA-REASON-CODE
            MOVE SPACES TO GA-OPERATOR-ID
            MOVE SPACES TO GA-APPROVED-BY
            MOVE "B" TO GA-IMAGE-TYPE
            MOVE GRADE-RESULT-RECORD TO GA-RECORD-IMAGE
            WRITE GRADE-AUDIT-RECORD
            MOVE "F " TO GR-GRADE
            MOVE WS-RUN-DATE TO GR-POSTED-DATE
            REWRITE GRADE-RESULT-RECORD
                INVALID KEY
                    DISPLAY "Rewrite failed for result "
                        GR-STUDENT-ID " " GR-COURSE-CODE
                    EXIT PARAGRAPH
            END-REWRITE
            MOVE "A" TO GA-IMAGE-TYPE
            MOVE GRADE-RESULT-RECORD TO GA-RECORD-IMAGE
            WRITE GRADE-AUDIT-RECORD
            MOVE "INCLAPSE" TO WS-NQ-EVENT
            PERFORM QUEUE-STUDENT-AND-INSTRUCTOR
            MOVE "L" TO IT-STATUS
            MOVE WS-RUN-DATE TO IT-CLOSED-DATE
            REWRITE INCOMPLETE-TRACKING-RECORD
            ADD 1 TO WS-LAPSED-COUNT
            MOVE "LAPSED" TO WS-RD-ACTION
            MOVE GR-GRADE TO WS-RD-GRADE
            PERFORM WRITE-REGISTER-DETAIL.

      * The reference carries "term course", as an enrollment
      * confirmation does. A course with no INSTASGN.DAT entry
      * tells the student only.
        QUEUE-STUDENT-AND-INSTRUCTOR.
            MOVE SPACES TO WS-NQ-REFERENCE
            STRING IT-TERM-CODE " " IT-COURSE-CODE
                DELIMITED BY SIZE INTO WS-NQ-REFERENCE
            MOVE "S" TO WS-NQ-TYPE
            MOVE IT-STUDENT-ID TO WS-NQ-ADDRESSEE
            CALL "NotifyQueue" USING WS-NQ-TYPE WS-NQ-ADDRESSEE
                WS-NQ-EVENT WS-NQ-REFERENCE WS-NQ-PROGRAM
            IF WS-INSTRUCTOR-NO NOT = ZERO
                MOVE "I" TO WS-NQ-TYPE
                MOVE WS-INSTRUCTOR-NO TO WS-NQ-ADDRESSEE
                CALL "NotifyQueue" USING WS-NQ-TYPE WS-NQ-ADDRESSEE
                    WS-NQ-EVENT WS-NQ-REFERENCE WS-NQ-PROGRAM
            END-IF.

      * Second pass: anything still outstanding on the tracking file
      * that the first pass did not find as "I" has been given a
      * grade, or removed, since - resolved in time.
        CLOSE-RESOLVED-INCOMPLETES.
            MOVE "N" TO WS-TRACKING-EOF
            MOVE LOW-VALUES TO IT-RESULT-KEY
            START INCOMPLETE-TRACKING-FILE
                KEY IS NOT LESS THAN IT-RESULT-KEY
                INVALID KEY
                    SET EndOfTrackingFile TO TRUE
            END-START
            PERFORM UNTIL EndOfTrackingFile
                READ INCOMPLETE-TRACKING-FILE NEXT RECORD
                    AT END SET EndOfTrackingFile TO TRUE
                    NOT AT END
                        IF IT-StillOutstanding
                            PERFORM CHECK-ONE-RESOLUTION
                        END-IF
                END-READ
            END-PERFORM.

        CHECK-ONE-RESOLUTION.
            MOVE IT-RESULT-KEY TO GR-RESULT-KEY
            READ GRADE-RESULT-FILE
                INVALID KEY
                    MOVE "--" TO WS-RD-GRADE
                NOT INVALID KEY
                    MOVE GR-GRADE TO WS-RD-GRADE
            END-READ
            IF WS-RD-GRADE = "I "
                EXIT PARAGRAPH
            END-IF
            MOVE "R" TO IT-STATUS
            MOVE WS-RUN-DATE TO IT-CLOSED-DATE
            REWRITE INCOMPLETE-TRACKING-RECORD
            ADD 1 TO WS-RESOLVED-COUNT
            MOVE "RESOLVED" TO WS-RD-ACTION
            PERFORM FIND-COURSE-INSTRUCTOR
            PERFORM WRITE-REGISTER-DETAIL.

        WRITE-REGISTER-DETAIL.
            MOVE IT-STUDENT-ID TO WS-RD-STUDENT-ID
            MOVE IT-COURSE-CODE TO WS-RD-COURSE
            MOVE IT-TERM-CODE TO WS-RD-TERM
            MOVE IT-POSTED-DATE TO WS-RD-POSTED
            MOVE IT-DEADLINE TO WS-RD-DEADLINE
            IF WS-INSTRUCTOR-NO = ZERO
                MOVE "NO INSTRUCTOR" TO WS-RD-INSTRUCTOR
            ELSE
                MOVE WS-INSTRUCTOR-NO TO WS-RD-INSTRUCTOR
            END-IF
            WRITE LapseRegisterLine FROM WS-REGISTER-DETAIL.

        FIND-COURSE-INSTRUCTOR.
            MOVE ZERO TO WS-INSTRUCTOR-NO
            PERFORM VARYING WS-AS-IDX FROM 1 BY 1
                UNTIL WS-AS-IDX > WS-AS-COUNT
                IF AS-COURSE-CODE(WS-AS-IDX) = IT-COURSE-CODE
                    MOVE AS-EMPLOYEE-NO(WS-AS-IDX) TO WS-INSTRUCTOR-NO
                END-IF
            END-PERFORM.

      * Same INSTASGN.DAT course-to-instructor links the workload
      * run proves; a bad line is skipped here.
        LOAD-ASSIGNMENT-TABLE.
            OPEN INPUT INSTRUCTOR-ASSIGNMENT-FILE
            IF WS-ASSIGNMENT-STATUS = "00"
                PERFORM UNTIL EndOfAssignmentFile
                    OR WS-AS-COUNT >= WS-ASSIGN-TABLE-CAPACITY
                    READ INSTRUCTOR-ASSIGNMENT-FILE
                        AT END SET EndOfAssignmentFile TO TRUE
                        NOT AT END
                            IF IA-EMPLOYEE-NO IS NUMERIC
                                ADD 1 TO WS-AS-COUNT
                                MOVE IA-COURSE-CODE
                                    TO AS-COURSE-CODE(WS-AS-COUNT)
                                MOVE IA-EMPLOYEE-NO
                                    TO AS-EMPLOYEE-NO(WS-AS-COUNT)
                            ELSE
                                DISPLAY "Bad INSTASGN.DAT record "
                                    "ignored: "
                                    INSTRUCTOR-ASSIGNMENT-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                IF NOT EndOfAssignmentFile
                    DISPLAY "WS-ASSIGNMENT-TABLE full at "
                        WS-ASSIGN-TABLE-CAPACITY " entries, "
                        "remaining INSTASGN.DAT records not loaded"
                END-IF
                CLOSE INSTRUCTOR-ASSIGNMENT-FILE
            ELSE
                DISPLAY "No INSTASGN.DAT on file, instructors will "
                    "not be told"
            END-IF.
