       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProgramAudit.
      * Program-requirement audit and graduation candidate list.
      * Audits one student, or every student of one program (the
      * home CourseCode on StudentDetails), against the program's
      * lines on PROGREQ.REF: each required course, each elective
      * pool with its minimum count, and the minimum credits. A
      * course is SATISFIED by a GR-PassingGrade result on
      * GRADES.DAT (the rule StudentMaint's prerequisite check
      * uses), shown with its term and grade; IN PROGRESS when an
      * active ENROLL.DAT enrollment for it exists; otherwise
      * OUTSTANDING, with the grade of any failed attempt. Credits
      * are the COURSE.REF credit values of every course passed,
      * with the credits in progress alongside.
      *
      * The run ends with the graduation candidates: every student
      * audited with nothing outstanding and nothing left to take
      * after the keyed current term - the students who complete
      * when the current term's results are posted, and any whose
      * requirements are already all met. The audit is printed to
      * PROGAUD.RPT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT PROGRAM-REQUIREMENT-FILE
            ASSIGN TO "PROGREQ.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REQUIREMENT-STATUS.
          SELECT STUDENT-MASTER
            ASSIGN TO "STUDENT.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS StudentId
            ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
            FILE STATUS IS WS-STUDENT-STATUS.
          SELECT GRADE-RESULT-FILE
            ASSIGN TO "GRADES.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS GR-RESULT-KEY
            FILE STATUS IS WS-GRADE-STATUS.
          SELECT ENROLLMENT-FILE
            ASSIGN TO "ENROLL.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EN-ENROLL-KEY
            FILE STATUS IS WS-ENROLLMENT-STATUS.
          SELECT COURSE-REFERENCE
            ASSIGN TO "COURSE.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-COURSE-REF-STATUS.
          SELECT AUDIT-REPORT
            ASSIGN TO "PROGAUD.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  PROGRAM-REQUIREMENT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY PROGREQ.

        FD  STUDENT-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY STUDREC.

        FD  GRADE-RESULT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY GRADEREC.

        FD  ENROLLMENT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY ENROLLRC.

        FD  COURSE-REFERENCE
            LABEL RECORDS ARE STANDARD.
            COPY COURSREF.

        FD  AUDIT-REPORT
            LABEL RECORDS ARE STANDARD.
        01  AuditReportLine          PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-REQUIREMENT-STATUS    PIC XX.
            88  EndOfRequirementFile     VALUE "10".
        01  WS-STUDENT-STATUS        PIC XX.
            88  StudentFileOK            VALUE "00".
        01  WS-GRADE-STATUS          PIC XX.
            88  GradeFileOK              VALUE "00".
        01  WS-ENROLLMENT-STATUS     PIC XX.
            88  EnrollmentFileOK         VALUE "00".
        01  WS-COURSE-REF-STATUS     PIC XX.
            88  EndOfCourseReference     VALUE "10".
        01  WS-REPORT-STATUS         PIC XX.

        01  WS-MC-ACTION             PIC X.
        01  WS-MC-FILE-ID            PIC X(8) VALUE "STUDENT".
        01  WS-MC-COUNT              PIC 9(7).
        01  WS-MC-HASH               PIC 9(15).
        01  WS-MC-RESULT             PIC X.
            88  MasterControlOK          VALUE "Y".
        01  WS-MASTER-EOF            PIC X.
            88  EndOfStudentMaster       VALUE "Y".

        01  WS-AUDIT-MODE            PIC X.
            88  AuditOneStudent          VALUE "S" "s".
            88  AuditWholeProgram        VALUE "P" "p".
        01  WS-CHOSEN-STUDENT-ID     PIC 9(7).
        01  WS-CHOSEN-PROGRAM        PIC X(4).
        01  WS-CURRENT-TERM          PIC X(5).
        01  WS-ID-DIGITS             PIC X(8).
        01  WS-ID-LENGTH             PIC 9 VALUE 7.
        01  WS-ID-VALID              PIC X.
            88  StudentIdIsValid         VALUE "Y".
        01  WS-ENROLL-FILE-OPEN      PIC X VALUE "N".
            88  EnrollmentFileAvailable  VALUE "Y".

      * Every PROGREQ.REF line, in file order.
        78  WS-REQUIREMENT-CAPACITY  VALUE 300.
        01  WS-RQ-COUNT              PIC 999 VALUE ZERO.
        01  WS-RQ-IDX                PIC 999.
        01  WS-PE-IDX                PIC 999.
        01  WS-REQUIREMENT-TABLE.
            05  REQUIREMENT-ENTRY OCCURS 300 TIMES.
              10  RQ-PROGRAM-CODE    PIC X(4).
              10  RQ-RECORD-TYPE     PIC X.
              10  RQ-COURSE-CODE     PIC X(4).
              10  RQ-POOL-CODE       PIC X(4).
              10  RQ-MINIMUM-COUNT   PIC 99.
              10  RQ-MINIMUM-CREDITS PIC 9(3)V9.
              10  RQ-DESCRIPTION     PIC X(20).
        01  WS-PROGRAM-LINES         PIC 999.

        78  WS-COURSE-TABLE-CAPACITY VALUE 50.
        01  WS-CD-COUNT              PIC 999 VALUE ZERO.
        01  COURSE-DESCRIPTION-TABLE.
            05  COURSE-DESCRIPTION-ENTRY OCCURS 50 TIMES
                INDEXED BY CD-IDX.
              10  CD-COURSE-CODE     PIC X(4).
              10  CD-DESCRIPTION     PIC X(30).
              10  CD-CREDIT-VALUE    PIC 99V9.
        01  WS-FOUND-DESCRIPTION     PIC X(30).
        01  WS-FOUND-CREDIT          PIC 99V9.

      * The audited student's results and active enrollments.
        78  WS-RESULT-CAPACITY       VALUE 100.
        01  WS-SR-COUNT              PIC 999.
        01  WS-SR-IDX                PIC 999.
        01  WS-STUDENT-RESULT-TABLE.
            05  STUDENT-RESULT-ENTRY OCCURS 100 TIMES.
              10  SR-COURSE-CODE     PIC X(4).
              10  SR-TERM-CODE       PIC X(5).
              10  SR-GRADE           PIC XX.
                  88  SR-PassingGrade      VALUE "A " "B " "C " "D ".
        78  WS-ENROLLMENT-CAPACITY   VALUE 50.
        01  WS-SE-COUNT              PIC 99.
        01  WS-SE-IDX                PIC 99.
        01  WS-CR-IDX                PIC 99.
        01  WS-STUDENT-ENROLLMENT-TABLE.
            05  STUDENT-ENROLLMENT-ENTRY OCCURS 50 TIMES.
              10  SE-COURSE-CODE     PIC X(4).
              10  SE-TERM-CODE       PIC X(5).
        01  WS-BROWSE-EOF            PIC X.
            88  EndOfStudentBrowse       VALUE "Y".

      * One course's outcome for the student: S satisfied, C in
      * progress in the current term, L in progress in a later
      * term, O outstanding.
        01  WS-LOOKUP-COURSE         PIC X(4).
        01  WS-COURSE-OUTCOME        PIC X.
            88  CourseSatisfied          VALUE "S".
            88  CourseThisTerm           VALUE "C".
            88  CourseLaterTerm          VALUE "L".
            88  CourseOutstanding        VALUE "O".
        01  WS-OUTCOME-TERM          PIC X(5).
        01  WS-OUTCOME-GRADE         PIC XX.
        01  WS-GRADED-TERM           PIC X(5).

        01  WS-STUDENT-COUNTS.
            05  WS-OUTSTANDING-COUNT PIC 999.
            05  WS-LATER-TERM-COUNT  PIC 999.
            05  WS-THIS-TERM-COUNT   PIC 999.
        01  WS-POOL-PASSED           PIC 99.
        01  WS-POOL-THIS-TERM        PIC 99.
        01  WS-POOL-LATER-TERM       PIC 99.
        01  WS-CREDITS-EARNED        PIC 9(4)V9.
        01  WS-CREDITS-THIS-TERM     PIC 9(4)V9.
        01  WS-CREDITS-LATER-TERM    PIC 9(4)V9.
        01  WS-REQUIREMENT-OUTCOME   PIC X.

        78  WS-CANDIDATE-CAPACITY    VALUE 500.
        01  WS-CA-COUNT              PIC 999 VALUE ZERO.
        01  WS-CA-IDX                PIC 999.
        01  WS-CANDIDATE-TABLE.
            05  CANDIDATE-ENTRY OCCURS 500 TIMES.
              10  CA-STUDENT-ID      PIC 9(7).
              10  CA-SURNAME         PIC X(8).
              10  CA-INITIALS        PIC XX.
              10  CA-PROGRAM-CODE    PIC X(4).
              10  CA-ALREADY-MET     PIC X.
        01  WS-STUDENTS-AUDITED      PIC 9(5) VALUE ZERO.

        01  WS-REPORT-HEADING.
            05  FILLER               PIC X(30)
                VALUE "PROGRAM REQUIREMENT AUDIT".
            05  FILLER               PIC X(14) VALUE "CURRENT TERM ".
            05  WS-RH-TERM           PIC X(5).
        01  WS-RULE-LINE             PIC X(72) VALUE ALL "-".
        01  WS-STUDENT-HEADING.
            05  FILLER               PIC X(8) VALUE "STUDENT ".
            05  WS-SH-STUDENT-ID     PIC 9(7).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-SH-SURNAME        PIC X(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-SH-INITIALS       PIC XX.
            05  FILLER               PIC X(10) VALUE "  PROGRAM ".
            05  WS-SH-PROGRAM        PIC X(4).
        01  WS-COURSE-LINE.
            05  WS-CL-KIND           PIC X(10).
            05  WS-CL-COURSE         PIC X(4).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-CL-DESCRIPTION    PIC X(26).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-CL-STATUS         PIC X(11).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-CL-TERM           PIC X(5).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-CL-GRADE          PIC XX.
        01  WS-POOL-LINE.
            05  FILLER               PIC X(10) VALUE "  POOL    ".
            05  WS-PL-POOL           PIC X(4).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-PL-DESCRIPTION    PIC X(20).
            05  FILLER               PIC X(6) VALUE " NEED ".
            05  WS-PL-NEEDED         PIC Z9.
            05  FILLER               PIC X(8) VALUE " PASSED ".
            05  WS-PL-PASSED         PIC Z9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-PL-STATUS         PIC X(11).
        01  WS-CREDIT-LINE.
            05  FILLER               PIC X(15) VALUE "  CREDITS NEED ".
            05  WS-CRL-NEEDED        PIC ZZ9.9.
            05  FILLER               PIC X(8) VALUE " EARNED ".
            05  WS-CRL-EARNED        PIC ZZZ9.9.
            05  FILLER               PIC X(13) VALUE " IN PROGRESS ".
            05  WS-CRL-IN-PROGRESS   PIC ZZZ9.9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-CRL-STATUS        PIC X(11).
        01  WS-VERDICT-LINE.
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-VL-TEXT           PIC X(50).
        01  WS-NO-REQUIREMENTS-LINE  PIC X(50)
                VALUE "  NO REQUIREMENTS ON FILE FOR THE PROGRAM".
        01  WS-CANDIDATE-HEADING.
            05  FILLER               PIC X(41)
                VALUE "GRADUATION CANDIDATES AT THE END OF TERM ".
            05  WS-CH-TERM           PIC X(5).
        01  WS-CANDIDATE-LINE.
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-CAL-STUDENT-ID    PIC 9(7).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-CAL-SURNAME       PIC X(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-CAL-INITIALS      PIC XX.
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-CAL-PROGRAM       PIC X(4).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-CAL-NOTE          PIC X(30).
        01  WS-CANDIDATE-COUNT-LINE.
            05  FILLER               PIC X(19)
                VALUE "CANDIDATES LISTED ".
            05  WS-CCL-COUNT         PIC ZZZ9.
            05  FILLER               PIC X(19)
                VALUE "  STUDENTS AUDITED ".
            05  WS-CCL-AUDITED       PIC ZZZZ9.
        01  WS-NO-CANDIDATES-LINE    PIC X(30)
                VALUE "  NONE".
        01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            DISPLAY "Audit one S(tudent) or a whole P(rogram) - "
                WITH NO ADVANCING
            ACCEPT WS-AUDIT-MODE
            EVALUATE TRUE
                WHEN AuditOneStudent
                    DISPLAY "Student id - " WITH NO ADVANCING
                    ACCEPT WS-CHOSEN-STUDENT-ID
                    MOVE WS-CHOSEN-STUDENT-ID TO WS-ID-DIGITS
                    CALL "ValidateId" USING WS-ID-DIGITS
                        WS-ID-LENGTH WS-ID-VALID
                    IF NOT StudentIdIsValid
                        DISPLAY "Student id " WS-CHOSEN-STUDENT-ID
                            " fails its check digit - audit refused"
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
                WHEN AuditWholeProgram
                    DISPLAY "Program (home course code) - "
                        WITH NO ADVANCING
                    ACCEPT WS-CHOSEN-PROGRAM
                WHEN OTHER
                    DISPLAY "Audit mode must be S or P - audit refused"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
            END-EVALUATE
            DISPLAY "Current term - " WITH NO ADVANCING
            ACCEPT WS-CURRENT-TERM
            PERFORM LOAD-REQUIREMENT-TABLE
            IF WS-RQ-COUNT = 0
                DISPLAY "No program requirements on PROGREQ.REF - "
                    "audit refused"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT STUDENT-MASTER
            IF NOT StudentFileOK
                DISPLAY "No STUDENT-MASTER available, status "
                    WS-STUDENT-STATUS " - audit refused"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM VERIFY-MASTER-CONTROL-TOTALS
            IF NOT MasterControlOK
                DISPLAY "STUDENT-MASTER FAILS ITS CONTROL "
                    "TOTALS - AUDIT REFUSED"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT GRADE-RESULT-FILE
            IF NOT GradeFileOK
                DISPLAY "No GRADES.DAT results file, status "
                    WS-GRADE-STATUS " - audit refused"
                CLOSE STUDENT-MASTER
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT ENROLLMENT-FILE
            IF EnrollmentFileOK
                MOVE "Y" TO WS-ENROLL-FILE-OPEN
            ELSE
                DISPLAY "No ENROLL.DAT available - nothing will "
                    "show in progress"
            END-IF
            PERFORM LOAD-COURSE-DESCRIPTION-TABLE
            OPEN OUTPUT AUDIT-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE AuditReportLine FROM REPORT-STAMP-LINE
            MOVE WS-CURRENT-TERM TO WS-RH-TERM
            WRITE AuditReportLine FROM WS-REPORT-HEADING
            IF AuditOneStudent
                MOVE WS-CHOSEN-STUDENT-ID TO StudentId
                READ STUDENT-MASTER
                    INVALID KEY
                        DISPLAY "Student " WS-CHOSEN-STUDENT-ID
                            " is not on STUDENT-MASTER"
                        MOVE 8 TO RETURN-CODE
                    NOT INVALID KEY
                        PERFORM AUDIT-ONE-STUDENT
                END-READ
            ELSE
                MOVE "N" TO WS-MASTER-EOF
                PERFORM UNTIL EndOfStudentMaster
                    READ STUDENT-MASTER NEXT RECORD
                        AT END SET EndOfStudentMaster TO TRUE
                        NOT AT END
                            IF CourseCode = WS-CHOSEN-PROGRAM
                                PERFORM AUDIT-ONE-STUDENT
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            PERFORM WRITE-CANDIDATE-LIST
            CLOSE AUDIT-REPORT
            IF EnrollmentFileAvailable
                CLOSE ENROLLMENT-FILE
            END-IF
            CLOSE GRADE-RESULT-FILE
            CLOSE STUDENT-MASTER
            DISPLAY "Program audit: " WS-STUDENTS-AUDITED
                " student(s) audited, " WS-CA-COUNT
                " graduation candidate(s)"
            STOP RUN.

      * Each requirement line is audited in PROGREQ.REF order; an
      * "E" line is audited under its pool's "P" line.
        AUDIT-ONE-STUDENT.
            ADD 1 TO WS-STUDENTS-AUDITED
            INITIALIZE WS-STUDENT-COUNTS
            WRITE AuditReportLine FROM WS-BLANK-LINE
            WRITE AuditReportLine FROM WS-RULE-LINE
            MOVE StudentId TO WS-SH-STUDENT-ID
            MOVE Surname TO WS-SH-SURNAME
            MOVE Initials TO WS-SH-INITIALS
            MOVE CourseCode TO WS-SH-PROGRAM
            WRITE AuditReportLine FROM WS-STUDENT-HEADING
            MOVE 0 TO WS-PROGRAM-LINES
            PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                UNTIL WS-RQ-IDX > WS-RQ-COUNT
                IF RQ-PROGRAM-CODE(WS-RQ-IDX) = CourseCode
                    ADD 1 TO WS-PROGRAM-LINES
                END-IF
            END-PERFORM
            IF WS-PROGRAM-LINES = 0
                WRITE AuditReportLine FROM WS-NO-REQUIREMENTS-LINE
                EXIT PARAGRAPH
            END-IF
            PERFORM LOAD-STUDENT-RESULTS
            PERFORM LOAD-STUDENT-ENROLLMENTS
            PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                UNTIL WS-RQ-IDX > WS-RQ-COUNT
                IF RQ-PROGRAM-CODE(WS-RQ-IDX) = CourseCode
                    EVALUATE RQ-RECORD-TYPE(WS-RQ-IDX)
                        WHEN "R"
                            PERFORM AUDIT-REQUIRED-COURSE
                        WHEN "P"
                            PERFORM AUDIT-ELECTIVE-POOL
                        WHEN "C"
                            PERFORM AUDIT-MINIMUM-CREDITS
                    END-EVALUATE
                END-IF
            END-PERFORM
            EVALUATE TRUE
                WHEN WS-OUTSTANDING-COUNT > 0
                    MOVE "REQUIREMENTS OUTSTANDING" TO WS-VL-TEXT
                WHEN WS-LATER-TERM-COUNT > 0
                    MOVE "COMPLETES AFTER THE CURRENT TERM"
                        TO WS-VL-TEXT
                WHEN WS-THIS-TERM-COUNT > 0
                    MOVE "COMPLETES AT THE END OF THE CURRENT TERM"
                        TO WS-VL-TEXT
                    PERFORM NOTE-GRADUATION-CANDIDATE
                WHEN OTHER
                    MOVE "ALL REQUIREMENTS MET" TO WS-VL-TEXT
                    PERFORM NOTE-GRADUATION-CANDIDATE
            END-EVALUATE
            WRITE AuditReportLine FROM WS-VERDICT-LINE.

        AUDIT-REQUIRED-COURSE.
            MOVE RQ-COURSE-CODE(WS-RQ-IDX) TO WS-LOOKUP-COURSE
            PERFORM FIND-COURSE-OUTCOME
            MOVE "  REQUIRED" TO WS-CL-KIND
            PERFORM WRITE-COURSE-LINE
            MOVE WS-COURSE-OUTCOME TO WS-REQUIREMENT-OUTCOME
            PERFORM COUNT-REQUIREMENT-OUTCOME.

      * A pool is met by its minimum count of passes; courses in
      * progress make up the rest toward the term they finish in.
        AUDIT-ELECTIVE-POOL.
            MOVE 0 TO WS-POOL-PASSED
            MOVE 0 TO WS-POOL-THIS-TERM
            MOVE 0 TO WS-POOL-LATER-TERM
            PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                UNTIL WS-PE-IDX > WS-RQ-COUNT
                IF RQ-PROGRAM-CODE(WS-PE-IDX) = CourseCode
                   AND RQ-RECORD-TYPE(WS-PE-IDX) = "E"
                   AND RQ-POOL-CODE(WS-PE-IDX)
                       = RQ-POOL-CODE(WS-RQ-IDX)
                    MOVE RQ-COURSE-CODE(WS-PE-IDX)
                        TO WS-LOOKUP-COURSE
                    PERFORM FIND-COURSE-OUTCOME
                    EVALUATE TRUE
                        WHEN CourseSatisfied
                            ADD 1 TO WS-POOL-PASSED
                        WHEN CourseThisTerm
                            ADD 1 TO WS-POOL-THIS-TERM
                        WHEN CourseLaterTerm
                            ADD 1 TO WS-POOL-LATER-TERM
                    END-EVALUATE
                END-IF
            END-PERFORM
            EVALUATE TRUE
                WHEN WS-POOL-PASSED >= RQ-MINIMUM-COUNT(WS-RQ-IDX)
                    MOVE "S" TO WS-REQUIREMENT-OUTCOME
                WHEN WS-POOL-PASSED + WS-POOL-THIS-TERM
                        >= RQ-MINIMUM-COUNT(WS-RQ-IDX)
                    MOVE "C" TO WS-REQUIREMENT-OUTCOME
                WHEN WS-POOL-PASSED + WS-POOL-THIS-TERM
                        + WS-POOL-LATER-TERM
                        >= RQ-MINIMUM-COUNT(WS-RQ-IDX)
                    MOVE "L" TO WS-REQUIREMENT-OUTCOME
                WHEN OTHER
                    MOVE "O" TO WS-REQUIREMENT-OUTCOME
            END-EVALUATE
            MOVE RQ-POOL-CODE(WS-RQ-IDX) TO WS-PL-POOL
            MOVE RQ-DESCRIPTION(WS-RQ-IDX) TO WS-PL-DESCRIPTION
            MOVE RQ-MINIMUM-COUNT(WS-RQ-IDX) TO WS-PL-NEEDED
            MOVE WS-POOL-PASSED TO WS-PL-PASSED
            MOVE WS-REQUIREMENT-OUTCOME TO WS-COURSE-OUTCOME
            PERFORM SET-OUTCOME-WORD
            MOVE WS-CL-STATUS TO WS-PL-STATUS
            WRITE AuditReportLine FROM WS-POOL-LINE
            PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                UNTIL WS-PE-IDX > WS-RQ-COUNT
                IF RQ-PROGRAM-CODE(WS-PE-IDX) = CourseCode
                   AND RQ-RECORD-TYPE(WS-PE-IDX) = "E"
                   AND RQ-POOL-CODE(WS-PE-IDX)
                       = RQ-POOL-CODE(WS-RQ-IDX)
                    MOVE RQ-COURSE-CODE(WS-PE-IDX)
                        TO WS-LOOKUP-COURSE
                    PERFORM FIND-COURSE-OUTCOME
                    MOVE "    ELECT" TO WS-CL-KIND
                    PERFORM WRITE-COURSE-LINE
                END-IF
            END-PERFORM
            PERFORM COUNT-REQUIREMENT-OUTCOME.

      * Credits count every course passed, in the program or not.
        AUDIT-MINIMUM-CREDITS.
            MOVE 0 TO WS-CREDITS-EARNED
            MOVE 0 TO WS-CREDITS-THIS-TERM
            MOVE 0 TO WS-CREDITS-LATER-TERM
            PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                UNTIL WS-SR-IDX > WS-SR-COUNT
                IF SR-PassingGrade(WS-SR-IDX)
                    MOVE SR-COURSE-CODE(WS-SR-IDX)
                        TO WS-LOOKUP-COURSE
                    PERFORM FIND-COURSE-DESCRIPTION
                    ADD WS-FOUND-CREDIT TO WS-CREDITS-EARNED
                END-IF
            END-PERFORM
            PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                UNTIL WS-CR-IDX > WS-SE-COUNT
                MOVE SE-COURSE-CODE(WS-CR-IDX) TO WS-LOOKUP-COURSE
                PERFORM FIND-COURSE-OUTCOME
                PERFORM FIND-COURSE-DESCRIPTION
                IF CourseThisTerm
                   AND SE-TERM-CODE(WS-CR-IDX) = WS-CURRENT-TERM
                    ADD WS-FOUND-CREDIT TO WS-CREDITS-THIS-TERM
                END-IF
                IF CourseLaterTerm
                   AND SE-TERM-CODE(WS-CR-IDX) = WS-OUTCOME-TERM
                    ADD WS-FOUND-CREDIT TO WS-CREDITS-LATER-TERM
                END-IF
            END-PERFORM
            EVALUATE TRUE
                WHEN WS-CREDITS-EARNED
                        >= RQ-MINIMUM-CREDITS(WS-RQ-IDX)
                    MOVE "S" TO WS-REQUIREMENT-OUTCOME
                WHEN WS-CREDITS-EARNED + WS-CREDITS-THIS-TERM
                        >= RQ-MINIMUM-CREDITS(WS-RQ-IDX)
                    MOVE "C" TO WS-REQUIREMENT-OUTCOME
                WHEN WS-CREDITS-EARNED + WS-CREDITS-THIS-TERM
                        + WS-CREDITS-LATER-TERM
                        >= RQ-MINIMUM-CREDITS(WS-RQ-IDX)
                    MOVE "L" TO WS-REQUIREMENT-OUTCOME
                WHEN OTHER
                    MOVE "O" TO WS-REQUIREMENT-OUTCOME
            END-EVALUATE
            MOVE RQ-MINIMUM-CREDITS(WS-RQ-IDX) TO WS-CRL-NEEDED
            MOVE WS-CREDITS-EARNED TO WS-CRL-EARNED
            COMPUTE WS-CRL-IN-PROGRESS =
                WS-CREDITS-THIS-TERM + WS-CREDITS-LATER-TERM
            MOVE WS-REQUIREMENT-OUTCOME TO WS-COURSE-OUTCOME
            PERFORM SET-OUTCOME-WORD
            MOVE WS-CL-STATUS TO WS-CRL-STATUS
            WRITE AuditReportLine FROM WS-CREDIT-LINE
            PERFORM COUNT-REQUIREMENT-OUTCOME.

        COUNT-REQUIREMENT-OUTCOME.
            EVALUATE WS-REQUIREMENT-OUTCOME
                WHEN "O"
                    ADD 1 TO WS-OUTSTANDING-COUNT
                WHEN "L"
                    ADD 1 TO WS-LATER-TERM-COUNT
                WHEN "C"
                    ADD 1 TO WS-THIS-TERM-COUNT
            END-EVALUATE.

      * Passed on GRADES.DAT first; then an active enrollment not
      * already graded, the current term's ahead of a later one;
      * otherwise outstanding, with any failed or unfinished grade.
        FIND-COURSE-OUTCOME.
            MOVE "O" TO WS-COURSE-OUTCOME
            MOVE SPACES TO WS-OUTCOME-TERM
            MOVE SPACES TO WS-OUTCOME-GRADE
            MOVE SPACES TO WS-GRADED-TERM
            PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                UNTIL WS-SR-IDX > WS-SR-COUNT
                IF SR-COURSE-CODE(WS-SR-IDX) = WS-LOOKUP-COURSE
                    MOVE SR-TERM-CODE(WS-SR-IDX) TO WS-OUTCOME-TERM
                    MOVE SR-TERM-CODE(WS-SR-IDX) TO WS-GRADED-TERM
                    MOVE SR-GRADE(WS-SR-IDX) TO WS-OUTCOME-GRADE
                    IF SR-PassingGrade(WS-SR-IDX)
                        MOVE "S" TO WS-COURSE-OUTCOME
                    END-IF
                END-IF
            END-PERFORM
            IF CourseSatisfied
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-SE-IDX FROM 1 BY 1
                UNTIL WS-SE-IDX > WS-SE-COUNT
                IF SE-COURSE-CODE(WS-SE-IDX) = WS-LOOKUP-COURSE
                   AND SE-TERM-CODE(WS-SE-IDX) NOT = WS-GRADED-TERM
                   AND NOT CourseThisTerm
                    MOVE SE-TERM-CODE(WS-SE-IDX) TO WS-OUTCOME-TERM
                    MOVE SPACES TO WS-OUTCOME-GRADE
                    IF SE-TERM-CODE(WS-SE-IDX) = WS-CURRENT-TERM
                        MOVE "C" TO WS-COURSE-OUTCOME
                    ELSE
                        MOVE "L" TO WS-COURSE-OUTCOME
                    END-IF
                END-IF
            END-PERFORM.

        SET-OUTCOME-WORD.
            EVALUATE TRUE
                WHEN CourseSatisfied
                    MOVE "SATISFIED" TO WS-CL-STATUS
                WHEN CourseThisTerm
                    MOVE "IN PROGRESS" TO WS-CL-STATUS
                WHEN CourseLaterTerm
                    MOVE "IN PROGRESS" TO WS-CL-STATUS
                WHEN OTHER
                    MOVE "OUTSTANDING" TO WS-CL-STATUS
            END-EVALUATE.

        WRITE-COURSE-LINE.
            MOVE WS-LOOKUP-COURSE TO WS-CL-COURSE
            PERFORM FIND-COURSE-DESCRIPTION
            MOVE WS-FOUND-DESCRIPTION TO WS-CL-DESCRIPTION
            PERFORM SET-OUTCOME-WORD
            MOVE WS-OUTCOME-TERM TO WS-CL-TERM
            MOVE WS-OUTCOME-GRADE TO WS-CL-GRADE
            WRITE AuditReportLine FROM WS-COURSE-LINE.

      * The results file is keyed student-then-course, browsed from
      * the student's first possible key as TranscriptPrint does.
        LOAD-STUDENT-RESULTS.
            MOVE 0 TO WS-SR-COUNT
            MOVE "N" TO WS-BROWSE-EOF
            MOVE StudentId TO GR-STUDENT-ID
            MOVE LOW-VALUES TO GR-COURSE-CODE
            START GRADE-RESULT-FILE
                KEY IS NOT LESS THAN GR-RESULT-KEY
                INVALID KEY
                    SET EndOfStudentBrowse TO TRUE
            END-START
            PERFORM UNTIL EndOfStudentBrowse
                READ GRADE-RESULT-FILE NEXT RECORD
                    AT END SET EndOfStudentBrowse TO TRUE
                    NOT AT END
                        IF GR-STUDENT-ID NOT = StudentId
                            SET EndOfStudentBrowse TO TRUE
                        ELSE
                            PERFORM HOLD-ONE-RESULT
                        END-IF
                END-READ
            END-PERFORM.

        HOLD-ONE-RESULT.
            IF WS-SR-COUNT >= WS-RESULT-CAPACITY
                DISPLAY "WS-STUDENT-RESULT-TABLE full at "
                    WS-RESULT-CAPACITY " entries, result "
                    GR-RESULT-KEY " not audited"
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-SR-COUNT
            MOVE GR-COURSE-CODE TO SR-COURSE-CODE(WS-SR-COUNT)
            MOVE GR-TERM-CODE TO SR-TERM-CODE(WS-SR-COUNT)
            MOVE GR-GRADE TO SR-GRADE(WS-SR-COUNT).

      * Active enrollments only - a withdrawn or cancelled one
      * holds nothing in progress.
        LOAD-STUDENT-ENROLLMENTS.
            MOVE 0 TO WS-SE-COUNT
            IF NOT EnrollmentFileAvailable
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-BROWSE-EOF
            MOVE StudentId TO EN-STUDENT-ID
            MOVE LOW-VALUES TO EN-TERM-CODE
            MOVE LOW-VALUES TO EN-COURSE-CODE
            START ENROLLMENT-FILE
                KEY IS NOT LESS THAN EN-ENROLL-KEY
                INVALID KEY
                    SET EndOfStudentBrowse TO TRUE
            END-START
            PERFORM UNTIL EndOfStudentBrowse
                READ ENROLLMENT-FILE NEXT RECORD
                    AT END SET EndOfStudentBrowse TO TRUE
                    NOT AT END
                        IF EN-STUDENT-ID NOT = StudentId
                            SET EndOfStudentBrowse TO TRUE
                        ELSE
                            IF EN-EnrollActive
                                PERFORM HOLD-ONE-ENROLLMENT
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

        HOLD-ONE-ENROLLMENT.
            IF WS-SE-COUNT >= WS-ENROLLMENT-CAPACITY
                DISPLAY "WS-STUDENT-ENROLLMENT-TABLE full at "
                    WS-ENROLLMENT-CAPACITY " entries, enrollment "
                    EN-ENROLL-KEY " not audited"
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-SE-COUNT
            MOVE EN-COURSE-CODE TO SE-COURSE-CODE(WS-SE-COUNT)
            MOVE EN-TERM-CODE TO SE-TERM-CODE(WS-SE-COUNT).

        NOTE-GRADUATION-CANDIDATE.
            IF WS-CA-COUNT >= WS-CANDIDATE-CAPACITY
                DISPLAY "WS-CANDIDATE-TABLE full at "
                    WS-CANDIDATE-CAPACITY " entries, student "
                    StudentId " not listed"
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-CA-COUNT
            MOVE StudentId TO CA-STUDENT-ID(WS-CA-COUNT)
            MOVE Surname TO CA-SURNAME(WS-CA-COUNT)
            MOVE Initials TO CA-INITIALS(WS-CA-COUNT)
            MOVE CourseCode TO CA-PROGRAM-CODE(WS-CA-COUNT)
            IF WS-THIS-TERM-COUNT = 0
                MOVE "Y" TO CA-ALREADY-MET(WS-CA-COUNT)
            ELSE
                MOVE "N" TO CA-ALREADY-MET(WS-CA-COUNT)
            END-IF.

        WRITE-CANDIDATE-LIST.
            WRITE AuditReportLine FROM WS-BLANK-LINE
            WRITE AuditReportLine FROM WS-RULE-LINE
            MOVE WS-CURRENT-TERM TO WS-CH-TERM
            WRITE AuditReportLine FROM WS-CANDIDATE-HEADING
            IF WS-CA-COUNT = 0
                WRITE AuditReportLine FROM WS-NO-CANDIDATES-LINE
            END-IF
            PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                UNTIL WS-CA-IDX > WS-CA-COUNT
                MOVE CA-STUDENT-ID(WS-CA-IDX) TO WS-CAL-STUDENT-ID
                MOVE CA-SURNAME(WS-CA-IDX) TO WS-CAL-SURNAME
                MOVE CA-INITIALS(WS-CA-IDX) TO WS-CAL-INITIALS
                MOVE CA-PROGRAM-CODE(WS-CA-IDX) TO WS-CAL-PROGRAM
                IF CA-ALREADY-MET(WS-CA-IDX) = "Y"
                    MOVE "REQUIREMENTS ALREADY MET"
                        TO WS-CAL-NOTE
                ELSE
                    MOVE "ON PASSING THIS TERM'S COURSES"
                        TO WS-CAL-NOTE
                END-IF
                WRITE AuditReportLine FROM WS-CANDIDATE-LINE
            END-PERFORM
            MOVE WS-CA-COUNT TO WS-CCL-COUNT
            MOVE WS-STUDENTS-AUDITED TO WS-CCL-AUDITED
            WRITE AuditReportLine FROM WS-BLANK-LINE
            WRITE AuditReportLine FROM WS-CANDIDATE-COUNT-LINE.

        LOAD-REQUIREMENT-TABLE.
            OPEN INPUT PROGRAM-REQUIREMENT-FILE
            IF WS-REQUIREMENT-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfRequirementFile
                READ PROGRAM-REQUIREMENT-FILE
                    AT END SET EndOfRequirementFile TO TRUE
                    NOT AT END
                        PERFORM LOAD-ONE-REQUIREMENT
                END-READ
            END-PERFORM
            CLOSE PROGRAM-REQUIREMENT-FILE.

        LOAD-ONE-REQUIREMENT.
            IF NOT PQ-ValidType
               OR (PQ-ElectivePool AND PQ-MINIMUM-COUNT IS NOT NUMERIC)
               OR (PQ-MinimumCredits
                   AND PQ-MINIMUM-CREDITS IS NOT NUMERIC)
                DISPLAY "Bad PROGREQ record ignored: "
                    PROGRAM-REQUIREMENT-RECORD
                EXIT PARAGRAPH
            END-IF
            IF WS-RQ-COUNT >= WS-REQUIREMENT-CAPACITY
                DISPLAY "WS-REQUIREMENT-TABLE full at "
                    WS-REQUIREMENT-CAPACITY " entries, "
                    "PROGREQ record ignored: "
                    PROGRAM-REQUIREMENT-RECORD
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-RQ-COUNT
            MOVE PQ-PROGRAM-CODE TO RQ-PROGRAM-CODE(WS-RQ-COUNT)
            MOVE PQ-RECORD-TYPE TO RQ-RECORD-TYPE(WS-RQ-COUNT)
            MOVE PQ-COURSE-CODE TO RQ-COURSE-CODE(WS-RQ-COUNT)
            MOVE PQ-POOL-CODE TO RQ-POOL-CODE(WS-RQ-COUNT)
            MOVE PQ-DESCRIPTION TO RQ-DESCRIPTION(WS-RQ-COUNT)
            MOVE 0 TO RQ-MINIMUM-COUNT(WS-RQ-COUNT)
            MOVE 0 TO RQ-MINIMUM-CREDITS(WS-RQ-COUNT)
            IF PQ-ElectivePool
                MOVE PQ-MINIMUM-COUNT TO RQ-MINIMUM-COUNT(WS-RQ-COUNT)
            END-IF
            IF PQ-MinimumCredits
                MOVE PQ-MINIMUM-CREDITS
                    TO RQ-MINIMUM-CREDITS(WS-RQ-COUNT)
            END-IF.

      * Same COURSE.REF load CourseRoster keeps, with the credit
      * value alongside the description.
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
                  "No COURSE-REFERENCE file available, course "
                  "descriptions will show codes only"
            END-IF.

        FIND-COURSE-DESCRIPTION.
            MOVE WS-LOOKUP-COURSE TO WS-FOUND-DESCRIPTION
            MOVE 0 TO WS-FOUND-CREDIT
            PERFORM VARYING CD-IDX FROM 1 BY 1
                UNTIL CD-IDX > WS-CD-COUNT
                IF CD-COURSE-CODE(CD-IDX) = WS-LOOKUP-COURSE
                    MOVE CD-DESCRIPTION(CD-IDX)
                        TO WS-FOUND-DESCRIPTION
                    MOVE CD-CREDIT-VALUE(CD-IDX) TO WS-FOUND-CREDIT
                END-IF
            END-PERFORM.

      * One pass over the master recomputes the record count and
      * StudentId hash for the shared MasterControl check - the
      * refuse-on-imbalance convention every reader of the masters
      * follows. The file is reopened afterward for the reads.
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
