       IDENTIFICATION DIVISION.
       PROGRAM-ID. CensusSnapshot.
      * Census-date enrollment snapshot and funding return. For the
      * keyed term the first run asks for the official census date
      * and freezes every enrollment active on ENROLL.DAT that day
      * into CENSUS.DAT (CENSUSRC copybook), joined to the student's
      * DateOfBirth, Gender and home CourseCode from STUDENT-MASTER
      * and the course's COURSE.REF credit value. Once a term is
      * frozen it stays frozen: every later run reports from the
      * snapshot alone, so the funding return (CENSUS.RPT) always
      * gives the same answer - headcount, credit load and full-
      * time equivalents per course, broken down by age band at the
      * census date and by gender, with the institution's totals
      * counting each student once. The movement report
      * (CENSMOVE.RPT) sets the snapshot against ENROLL.DAT as it
      * stands today: every enrollment added or dropped since the
      * census, and the net change per course.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT CENSUS-FILE
            ASSIGN TO "CENSUS.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CS-CENSUS-KEY
            FILE STATUS IS WS-CENSUS-STATUS.
          SELECT ENROLLMENT-FILE
            ASSIGN TO "ENROLL.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EN-ENROLL-KEY
            FILE STATUS IS WS-ENROLLMENT-STATUS.
          SELECT STUDENT-MASTER
            ASSIGN TO "STUDENT.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS StudentId
            ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
            FILE STATUS IS WS-STUDENT-STATUS.
          SELECT COURSE-REFERENCE
            ASSIGN TO "COURSE.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-COURSE-REF-STATUS.
          SELECT CENSUS-RETURN
            ASSIGN TO "CENSUS.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RETURN-STATUS.
          SELECT CENSUS-MOVEMENT
            ASSIGN TO "CENSMOVE.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MOVEMENT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CENSUS-FILE
            LABEL RECORDS ARE STANDARD.
            COPY CENSUSRC.

        FD  ENROLLMENT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY ENROLLRC.

        FD  STUDENT-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY STUDREC.

        FD  COURSE-REFERENCE
            LABEL RECORDS ARE STANDARD.
            COPY COURSREF.

        FD  CENSUS-RETURN
            LABEL RECORDS ARE STANDARD.
        01  CensusReturnLine         PIC X(80).

        FD  CENSUS-MOVEMENT
            LABEL RECORDS ARE STANDARD.
        01  CensusMovementLine       PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-CENSUS-STATUS         PIC XX.
            88  CensusFileOK             VALUE "00".
        01  WS-ENROLLMENT-STATUS     PIC XX.
            88  EnrollmentFileOK         VALUE "00".
        01  WS-STUDENT-STATUS        PIC XX.
            88  StudentFileOK            VALUE "00".
        01  WS-COURSE-REF-STATUS     PIC XX.
            88  EndOfCourseReference     VALUE "10".
        01  WS-RETURN-STATUS         PIC XX.
        01  WS-MOVEMENT-STATUS       PIC XX.

        01  WS-MC-ACTION             PIC X.
        01  WS-MC-FILE-ID            PIC X(8) VALUE "STUDENT".
        01  WS-MC-COUNT              PIC 9(7).
        01  WS-MC-HASH               PIC 9(15).
        01  WS-MC-RESULT             PIC X.
            88  MasterControlOK          VALUE "Y".
        01  WS-MASTER-EOF            PIC X.
            88  EndOfStudentMaster       VALUE "Y".

        01  WS-DATE-VALID            PIC X.
            88  CensusDateIsValid        VALUE "Y".
        01  WS-DATE-REASON           PIC XX.

        01  WS-RUN-DATE              PIC 9(8).
        01  WS-CENSUS-TERM           PIC X(5).
        01  WS-CENSUS-DATE.
            05  WS-CENSUS-CCYY       PIC 9(4).
            05  WS-CENSUS-MMDD       PIC 9(4).
        01  WS-CENSUS-DATE-NUM REDEFINES WS-CENSUS-DATE
                                     PIC 9(8).
        01  WS-FROZEN-SWITCH         PIC X VALUE "N".
            88  CensusFrozen             VALUE "Y".
        01  WS-ENROLLMENT-OPEN       PIC X VALUE "N".
            88  EnrollmentFileAvailable  VALUE "Y".
        01  WS-CENSUS-EOF            PIC X.
            88  EndOfCensusBrowse        VALUE "Y".
        01  WS-ENROLL-EOF            PIC X.
            88  EndOfEnrollBrowse        VALUE "Y".

      * A full-time student carries this many credits in a term;
      * a course's full-time equivalent is its credit load over it.
        78  WS-FULL-TIME-LOAD        VALUE 15.

        78  WS-COURSE-TABLE-CAPACITY VALUE 50.
        01  WS-CT-COUNT              PIC 99 VALUE ZERO.
        01  WS-CT-IDX                PIC 99.
        01  WS-COURSE-TABLE.
            05  COURSE-ENTRY OCCURS 50 TIMES.
              10  CT-COURSE-CODE     PIC X(4).
              10  CT-DESCRIPTION     PIC X(30).
              10  CT-CREDIT-VALUE    PIC 99V9.
              10  CT-HEADCOUNT       PIC 9(5).
              10  CT-CREDIT-LOAD     PIC 9(6)V9.
              10  CT-BAND OCCURS 5 TIMES.
                15  CT-GENDER-COUNT OCCURS 4 TIMES PIC 9(5).
              10  CT-TODAY-COUNT     PIC 9(5).
              10  CT-ADDED           PIC 9(5).
              10  CT-DROPPED         PIC 9(5).
        01  WS-COURSE-FOUND          PIC X.
            88  CourseEntryFound         VALUE "Y".
        01  WS-LOOKUP-COURSE         PIC X(4).

        01  WS-INSTITUTION-TOTALS.
            05  WS-INST-STUDENTS     PIC 9(5) VALUE ZERO.
            05  WS-INST-ENROLLMENTS  PIC 9(5) VALUE ZERO.
            05  WS-INST-CREDIT-LOAD  PIC 9(7)V9 VALUE ZERO.
            05  WS-INST-BAND OCCURS 5 TIMES.
              10  WS-INST-GENDER-COUNT OCCURS 4 TIMES
                                     PIC 9(5) VALUE ZERO.
        01  WS-PREVIOUS-STUDENT      PIC 9(7) VALUE ZERO.

        01  WS-STUDENT-AGE           PIC 999.
        01  WS-BAND-NUMBER           PIC 9.
        01  WS-GENDER-NUMBER         PIC 9.
        01  WS-BAND-IDX              PIC 9.
        01  WS-GENDER-IDX            PIC 9.
        01  WS-FTE                   PIC 9(5)V99.

        01  WS-BAND-CAPTIONS.
            05  FILLER PIC X(12) VALUE "UNDER 21    ".
            05  FILLER PIC X(12) VALUE "21 - 24     ".
            05  FILLER PIC X(12) VALUE "25 - 29     ".
            05  FILLER PIC X(12) VALUE "30 - 39     ".
            05  FILLER PIC X(12) VALUE "40 AND OVER ".
        01  FILLER REDEFINES WS-BAND-CAPTIONS.
            05  WS-BAND-CAPTION OCCURS 5 TIMES PIC X(12).

        01  WS-SNAPSHOT-COUNT        PIC 9(5) VALUE ZERO.
        01  WS-UNMATCHED-COUNT       PIC 9(5) VALUE ZERO.
        01  WS-ADDED-TOTAL           PIC 9(5) VALUE ZERO.
        01  WS-DROPPED-TOTAL         PIC 9(5) VALUE ZERO.
        01  WS-NET-CHANGE            PIC S9(5).

        01  WS-RETURN-HEADING.
            05  FILLER               PIC X(28)
                VALUE "CENSUS FUNDING RETURN  TERM ".
            05  WS-RH-TERM           PIC X(5).
            05  FILLER               PIC X(14)
                VALUE "  CENSUS DATE ".
            05  WS-RH-CENSUS-DATE    PIC 9(8).
        01  WS-COURSE-HEADING-LINE.
            05  FILLER               PIC X(7) VALUE "COURSE ".
            05  WS-CHL-COURSE        PIC X(4).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-CHL-DESCRIPTION   PIC X(30).
        01  WS-COURSE-TOTAL-LINE.
            05  FILLER               PIC X(12)
                VALUE "  HEADCOUNT ".
            05  WS-CTL-HEADCOUNT     PIC ZZZZ9.
            05  FILLER               PIC X(15)
                VALUE "  CREDIT LOAD ".
            05  WS-CTL-CREDIT-LOAD   PIC ZZZZZ9.9.
            05  FILLER               PIC X(6) VALUE "  FTE ".
            05  WS-CTL-FTE           PIC ZZ,ZZ9.99.
        01  WS-BAND-HEADING-LINE.
            05  FILLER               PIC X(14)
                VALUE "  AGE BAND".
            05  FILLER               PIC X(32)
                VALUE "    MALE  FEMALE   OTHER UNKNOWN".
        01  WS-BAND-DETAIL-LINE.
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-BDL-CAPTION       PIC X(12).
            05  WS-BDL-GENDER OCCURS 4 TIMES.
              10  FILLER             PIC X(3) VALUE SPACES.
              10  WS-BDL-COUNT       PIC ZZZZ9.
        01  WS-INSTITUTION-HEADING   PIC X(41)
                VALUE "INSTITUTION TOTAL - STUDENTS COUNTED ONCE".
        01  WS-INSTITUTION-LINE.
            05  FILLER               PIC X(11)
                VALUE "  STUDENTS ".
            05  WS-ITL-STUDENTS      PIC ZZZZ9.
            05  FILLER               PIC X(14)
                VALUE "  ENROLLMENTS ".
            05  WS-ITL-ENROLLMENTS   PIC ZZZZ9.
            05  FILLER               PIC X(9) VALUE "  CREDIT ".
            05  WS-ITL-CREDIT-LOAD   PIC ZZZZZZ9.9.
            05  FILLER               PIC X(6) VALUE "  FTE ".
            05  WS-ITL-FTE           PIC ZZ,ZZ9.99.

        01  WS-MOVEMENT-HEADING.
            05  FILLER               PIC X(29)
                VALUE "MOVEMENT SINCE CENSUS  TERM ".
            05  WS-MH-TERM           PIC X(5).
            05  FILLER               PIC X(14)
                VALUE "  CENSUS DATE ".
            05  WS-MH-CENSUS-DATE    PIC 9(8).
            05  FILLER               PIC X(8) VALUE "  TODAY ".
            05  WS-MH-RUN-DATE       PIC 9(8).
        01  WS-MOVEMENT-DETAIL-LINE.
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-MDL-STUDENT-ID    PIC 9(7).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-MDL-COURSE        PIC X(4).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-MDL-MOVEMENT      PIC X(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-MDL-NOTE          PIC X(30).
        01  WS-MOVEMENT-SUMMARY-HEADING.
            05  FILLER               PIC X(40)
                VALUE "COURSE   CENSUS   TODAY   ADDED DROPPED".
            05  FILLER               PIC X(8) VALUE "     NET".
        01  WS-MOVEMENT-SUMMARY-LINE.
            05  WS-MSL-COURSE        PIC X(4).
            05  FILLER               PIC X(3) VALUE SPACES.
            05  WS-MSL-CENSUS        PIC ZZZZ9.
            05  FILLER               PIC X(3) VALUE SPACES.
            05  WS-MSL-TODAY         PIC ZZZZ9.
            05  FILLER               PIC X(3) VALUE SPACES.
            05  WS-MSL-ADDED         PIC ZZZZ9.
            05  FILLER               PIC X(3) VALUE SPACES.
            05  WS-MSL-DROPPED       PIC ZZZZ9.
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-MSL-NET           PIC ----9.
        01  WS-NO-ENROLLMENT-LINE    PIC X(60)
                VALUE "ENROLL.DAT NOT AVAILABLE - NO COMPARISON MADE".

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            DISPLAY "Term code for the census - " WITH NO ADVANCING
            ACCEPT WS-CENSUS-TERM
            IF WS-CENSUS-TERM = SPACES
                DISPLAY "No term keyed, census run skipped"
                STOP RUN
            END-IF
            CALL "BusinessDate" USING WS-RUN-DATE
            PERFORM LOAD-COURSE-TABLE
            PERFORM OPEN-CENSUS-FILE
            PERFORM FIND-FROZEN-CENSUS
            IF NOT CensusFrozen
                PERFORM FREEZE-CENSUS-SNAPSHOT
                IF NOT CensusFrozen
                    CLOSE CENSUS-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            ELSE
                DISPLAY "Term " WS-CENSUS-TERM " was frozen at "
                    "census date " WS-CENSUS-DATE
                    " - reporting from the snapshot"
            END-IF
            OPEN INPUT ENROLLMENT-FILE
            IF EnrollmentFileOK
                MOVE "Y" TO WS-ENROLLMENT-OPEN
            END-IF
            OPEN OUTPUT CENSUS-RETURN
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE CensusReturnLine FROM REPORT-STAMP-LINE
            OPEN OUTPUT CENSUS-MOVEMENT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE CensusMovementLine FROM REPORT-STAMP-LINE
            MOVE WS-CENSUS-TERM TO WS-MH-TERM
            MOVE WS-CENSUS-DATE-NUM TO WS-MH-CENSUS-DATE
            MOVE WS-RUN-DATE TO WS-MH-RUN-DATE
            WRITE CensusMovementLine FROM WS-MOVEMENT-HEADING
            IF NOT EnrollmentFileAvailable
                WRITE CensusMovementLine FROM WS-NO-ENROLLMENT-LINE
            END-IF
            PERFORM TALLY-CENSUS-SNAPSHOT
            IF EnrollmentFileAvailable
                PERFORM TALLY-CURRENT-ENROLLMENT
                CLOSE ENROLLMENT-FILE
                PERFORM WRITE-MOVEMENT-SUMMARY
            END-IF
            PERFORM WRITE-FUNDING-RETURN
            CLOSE CENSUS-RETURN
            CLOSE CENSUS-MOVEMENT
            CLOSE CENSUS-FILE
            DISPLAY "Census return: " WS-INST-ENROLLMENTS
                " enrollment(s), " WS-INST-STUDENTS " student(s); "
                WS-ADDED-TOTAL " added and " WS-DROPPED-TOTAL
                " dropped since the census"
            STOP RUN.

        OPEN-CENSUS-FILE.
            OPEN I-O CENSUS-FILE
            IF NOT CensusFileOK
                OPEN OUTPUT CENSUS-FILE
                CLOSE CENSUS-FILE
                OPEN I-O CENSUS-FILE
                IF NOT CensusFileOK
                    DISPLAY "Unable to open CENSUS.DAT, status "
                        WS-CENSUS-STATUS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

      * Any snapshot record for the term means it is already frozen;
      * the census date it was frozen at comes from the record.
        FIND-FROZEN-CENSUS.
            MOVE WS-CENSUS-TERM TO CS-TERM-CODE
            MOVE ZERO TO CS-STUDENT-ID
            MOVE LOW-VALUES TO CS-COURSE-CODE
            START CENSUS-FILE
                KEY IS NOT LESS THAN CS-CENSUS-KEY
                INVALID KEY
                    EXIT PARAGRAPH
            END-START
            READ CENSUS-FILE NEXT RECORD
                AT END
                    EXIT PARAGRAPH
            END-READ
            IF CS-TERM-CODE = WS-CENSUS-TERM
                MOVE "Y" TO WS-FROZEN-SWITCH
                MOVE CS-CENSUS-DATE TO WS-CENSUS-DATE-NUM
            END-IF.

      * The census date cannot be still to come - the snapshot is
      * what ENROLL.DAT says now, so it is taken on the census date
      * or as soon after it as the run can be made. An enrollment
      * made after the census date is left out.
        FREEZE-CENSUS-SNAPSHOT.
            DISPLAY "Census date (CCYYMMDD) - " WITH NO ADVANCING
            ACCEPT WS-CENSUS-DATE
            CALL "ValidateDate" USING WS-CENSUS-DATE
                WS-DATE-VALID WS-DATE-REASON
            IF NOT CensusDateIsValid
                DISPLAY "Census date " WS-CENSUS-DATE
                    " is not a valid date, reason " WS-DATE-REASON
                    " - nothing frozen"
                EXIT PARAGRAPH
            END-IF
            IF WS-CENSUS-DATE-NUM > WS-RUN-DATE
                DISPLAY "Census date " WS-CENSUS-DATE
                    " is still to come - nothing frozen"
                EXIT PARAGRAPH
            END-IF
            IF WS-CENSUS-DATE-NUM < WS-RUN-DATE
                DISPLAY "Census date " WS-CENSUS-DATE
                    " is past - withdrawals since then are not "
                    "in the snapshot"
            END-IF
            OPEN INPUT STUDENT-MASTER
            IF NOT StudentFileOK
                DISPLAY "No STUDENT-MASTER available - nothing "
                    "frozen"
                EXIT PARAGRAPH
            END-IF
            PERFORM VERIFY-MASTER-CONTROL-TOTALS
            IF NOT MasterControlOK
                DISPLAY "STUDENT-MASTER FAILS ITS CONTROL TOTALS - "
                    "CENSUS SNAPSHOT REFUSED"
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT ENROLLMENT-FILE
            IF NOT EnrollmentFileOK
                DISPLAY "No ENROLL.DAT available, status "
                    WS-ENROLLMENT-STATUS " - nothing frozen"
                CLOSE STUDENT-MASTER
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-ENROLL-EOF
            PERFORM UNTIL EndOfEnrollBrowse
                READ ENROLLMENT-FILE NEXT RECORD
                    AT END SET EndOfEnrollBrowse TO TRUE
                    NOT AT END
                        IF EN-TERM-CODE = WS-CENSUS-TERM
                           AND EN-EnrollActive
                           AND EN-ENROLL-DATE NOT > WS-CENSUS-DATE-NUM
                            PERFORM FREEZE-ONE-ENROLLMENT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ENROLLMENT-FILE
            CLOSE STUDENT-MASTER
            IF WS-SNAPSHOT-COUNT > 0
                MOVE "Y" TO WS-FROZEN-SWITCH
                DISPLAY "Census snapshot: " WS-SNAPSHOT-COUNT
                    " enrollment(s) frozen for term " WS-CENSUS-TERM
            ELSE
                DISPLAY "No active enrollment for term "
                    WS-CENSUS-TERM " - nothing frozen"
            END-IF
            IF WS-UNMATCHED-COUNT > 0
                DISPLAY WS-UNMATCHED-COUNT " enrollment(s) left "
                    "out - student not on STUDENT-MASTER"
            END-IF.

        FREEZE-ONE-ENROLLMENT.
            MOVE EN-STUDENT-ID TO StudentId
            READ STUDENT-MASTER
                INVALID KEY
                    ADD 1 TO WS-UNMATCHED-COUNT
                    EXIT PARAGRAPH
            END-READ
            MOVE EN-COURSE-CODE TO WS-LOOKUP-COURSE
            PERFORM FIND-COURSE-ENTRY
            MOVE WS-CENSUS-TERM TO CS-TERM-CODE
            MOVE EN-STUDENT-ID TO CS-STUDENT-ID
            MOVE EN-COURSE-CODE TO CS-COURSE-CODE
            MOVE WS-CENSUS-DATE-NUM TO CS-CENSUS-DATE
            MOVE WS-RUN-DATE TO CS-FROZEN-DATE
            MOVE EN-ENROLL-DATE TO CS-ENROLL-DATE
            MOVE DateOfBirth TO CS-DATE-OF-BIRTH
            MOVE Gender TO CS-GENDER
            MOVE CourseCode TO CS-HOME-COURSE
            MOVE CT-CREDIT-VALUE(WS-CT-IDX) TO CS-CREDIT-VALUE
            WRITE CENSUS-RECORD
                INVALID KEY
                    DISPLAY "Census record already on file for "
                        CS-CENSUS-KEY
                NOT INVALID KEY
                    ADD 1 TO WS-SNAPSHOT-COUNT
            END-WRITE.

      * Everything the return prints comes from the frozen record -
      * age at the census date, gender and credit value as they
      * stood - so no later change reaches it. A snapshot enrollment
      * no longer active on ENROLL.DAT is a drop since the census.
        TALLY-CENSUS-SNAPSHOT.
            MOVE "N" TO WS-CENSUS-EOF
            MOVE WS-CENSUS-TERM TO CS-TERM-CODE
            MOVE ZERO TO CS-STUDENT-ID
            MOVE LOW-VALUES TO CS-COURSE-CODE
            START CENSUS-FILE
                KEY IS NOT LESS THAN CS-CENSUS-KEY
                INVALID KEY
                    SET EndOfCensusBrowse TO TRUE
            END-START
            PERFORM UNTIL EndOfCensusBrowse
                READ CENSUS-FILE NEXT RECORD
                    AT END SET EndOfCensusBrowse TO TRUE
                    NOT AT END
                        IF CS-TERM-CODE NOT = WS-CENSUS-TERM
                            SET EndOfCensusBrowse TO TRUE
                        ELSE
                            PERFORM TALLY-ONE-CENSUS-RECORD
                        END-IF
                END-READ
            END-PERFORM.

        TALLY-ONE-CENSUS-RECORD.
            PERFORM BAND-CENSUS-STUDENT
            MOVE CS-COURSE-CODE TO WS-LOOKUP-COURSE
            PERFORM FIND-COURSE-ENTRY
            ADD 1 TO CT-HEADCOUNT(WS-CT-IDX)
            ADD CS-CREDIT-VALUE TO CT-CREDIT-LOAD(WS-CT-IDX)
            ADD 1 TO CT-GENDER-COUNT(WS-CT-IDX, WS-BAND-NUMBER,
                WS-GENDER-NUMBER)
            ADD 1 TO WS-INST-ENROLLMENTS
            ADD CS-CREDIT-VALUE TO WS-INST-CREDIT-LOAD
            IF CS-STUDENT-ID NOT = WS-PREVIOUS-STUDENT
                ADD 1 TO WS-INST-STUDENTS
                ADD 1 TO WS-INST-GENDER-COUNT(WS-BAND-NUMBER,
                    WS-GENDER-NUMBER)
                MOVE CS-STUDENT-ID TO WS-PREVIOUS-STUDENT
            END-IF
            IF EnrollmentFileAvailable
                MOVE CS-STUDENT-ID TO EN-STUDENT-ID
                MOVE CS-TERM-CODE TO EN-TERM-CODE
                MOVE CS-COURSE-CODE TO EN-COURSE-CODE
                MOVE SPACES TO WS-MDL-NOTE
                READ ENROLLMENT-FILE
                    INVALID KEY
                        MOVE "NO LONGER ON ENROLL.DAT"
                            TO WS-MDL-NOTE
                    NOT INVALID KEY
                        EVALUATE TRUE
                            WHEN EN-EnrollWithdrawn
                                MOVE "WITHDRAWN" TO WS-MDL-NOTE
                            WHEN EN-EnrollCancelled
                                MOVE "COURSE CANCELLED" TO WS-MDL-NOTE
                        END-EVALUATE
                END-READ
                IF WS-MDL-NOTE NOT = SPACES
                    ADD 1 TO CT-DROPPED(WS-CT-IDX)
                    ADD 1 TO WS-DROPPED-TOTAL
                    MOVE CS-STUDENT-ID TO WS-MDL-STUDENT-ID
                    MOVE CS-COURSE-CODE TO WS-MDL-COURSE
                    MOVE "DROPPED" TO WS-MDL-MOVEMENT
                    WRITE CensusMovementLine
                        FROM WS-MOVEMENT-DETAIL-LINE
                END-IF
            END-IF.

      * Age is taken at the census date; a gender code outside the
      * master's own set counts as unknown.
        BAND-CENSUS-STUDENT.
            COMPUTE WS-STUDENT-AGE = WS-CENSUS-CCYY - CS-BIRTH-CCYY
            IF WS-CENSUS-MMDD < CS-BIRTH-MMDD
                SUBTRACT 1 FROM WS-STUDENT-AGE
            END-IF
            EVALUATE TRUE
                WHEN WS-STUDENT-AGE < 21
                    MOVE 1 TO WS-BAND-NUMBER
                WHEN WS-STUDENT-AGE < 25
                    MOVE 2 TO WS-BAND-NUMBER
                WHEN WS-STUDENT-AGE < 30
                    MOVE 3 TO WS-BAND-NUMBER
                WHEN WS-STUDENT-AGE < 40
                    MOVE 4 TO WS-BAND-NUMBER
                WHEN OTHER
                    MOVE 5 TO WS-BAND-NUMBER
            END-EVALUATE
            EVALUATE CS-GENDER
                WHEN "M"
                    MOVE 1 TO WS-GENDER-NUMBER
                WHEN "F"
                    MOVE 2 TO WS-GENDER-NUMBER
                WHEN "O"
                    MOVE 3 TO WS-GENDER-NUMBER
                WHEN OTHER
                    MOVE 4 TO WS-GENDER-NUMBER
            END-EVALUATE.

      * Today's active enrollments for the term; one not in the
      * snapshot was added since the census.
        TALLY-CURRENT-ENROLLMENT.
            MOVE "N" TO WS-ENROLL-EOF
            MOVE LOW-VALUES TO EN-ENROLL-KEY
            START ENROLLMENT-FILE
                KEY IS NOT LESS THAN EN-ENROLL-KEY
                INVALID KEY
                    SET EndOfEnrollBrowse TO TRUE
            END-START
            PERFORM UNTIL EndOfEnrollBrowse
                READ ENROLLMENT-FILE NEXT RECORD
                    AT END SET EndOfEnrollBrowse TO TRUE
                    NOT AT END
                        IF EN-TERM-CODE = WS-CENSUS-TERM
                           AND EN-EnrollActive
                            PERFORM TALLY-ONE-CURRENT-ENROLLMENT
                        END-IF
                END-READ
            END-PERFORM.

        TALLY-ONE-CURRENT-ENROLLMENT.
            MOVE EN-COURSE-CODE TO WS-LOOKUP-COURSE
            PERFORM FIND-COURSE-ENTRY
            ADD 1 TO CT-TODAY-COUNT(WS-CT-IDX)
            MOVE EN-TERM-CODE TO CS-TERM-CODE
            MOVE EN-STUDENT-ID TO CS-STUDENT-ID
            MOVE EN-COURSE-CODE TO CS-COURSE-CODE
            READ CENSUS-FILE
                INVALID KEY
                    ADD 1 TO CT-ADDED(WS-CT-IDX)
                    ADD 1 TO WS-ADDED-TOTAL
                    MOVE EN-STUDENT-ID TO WS-MDL-STUDENT-ID
                    MOVE EN-COURSE-CODE TO WS-MDL-COURSE
                    MOVE "ADDED" TO WS-MDL-MOVEMENT
                    MOVE "ENROLLED " TO WS-MDL-NOTE
                    MOVE EN-ENROLL-DATE TO WS-MDL-NOTE(10:8)
                    WRITE CensusMovementLine
                        FROM WS-MOVEMENT-DETAIL-LINE
            END-READ.

        WRITE-MOVEMENT-SUMMARY.
            MOVE SPACES TO CensusMovementLine
            WRITE CensusMovementLine
            WRITE CensusMovementLine FROM WS-MOVEMENT-SUMMARY-HEADING
            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                UNTIL WS-CT-IDX > WS-CT-COUNT
                IF CT-HEADCOUNT(WS-CT-IDX) > 0
                   OR CT-TODAY-COUNT(WS-CT-IDX) > 0
                    MOVE CT-COURSE-CODE(WS-CT-IDX) TO WS-MSL-COURSE
                    MOVE CT-HEADCOUNT(WS-CT-IDX) TO WS-MSL-CENSUS
                    MOVE CT-TODAY-COUNT(WS-CT-IDX) TO WS-MSL-TODAY
                    MOVE CT-ADDED(WS-CT-IDX) TO WS-MSL-ADDED
                    MOVE CT-DROPPED(WS-CT-IDX) TO WS-MSL-DROPPED
                    COMPUTE WS-NET-CHANGE = CT-TODAY-COUNT(WS-CT-IDX)
                        - CT-HEADCOUNT(WS-CT-IDX)
                    MOVE WS-NET-CHANGE TO WS-MSL-NET
                    WRITE CensusMovementLine
                        FROM WS-MOVEMENT-SUMMARY-LINE
                END-IF
            END-PERFORM.

        WRITE-FUNDING-RETURN.
            MOVE WS-CENSUS-TERM TO WS-RH-TERM
            MOVE WS-CENSUS-DATE-NUM TO WS-RH-CENSUS-DATE
            WRITE CensusReturnLine FROM WS-RETURN-HEADING
            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                UNTIL WS-CT-IDX > WS-CT-COUNT
                IF CT-HEADCOUNT(WS-CT-IDX) > 0
                    PERFORM WRITE-COURSE-RETURN
                END-IF
            END-PERFORM
            MOVE SPACES TO CensusReturnLine
            WRITE CensusReturnLine
            WRITE CensusReturnLine FROM WS-INSTITUTION-HEADING
            MOVE WS-INST-STUDENTS TO WS-ITL-STUDENTS
            MOVE WS-INST-ENROLLMENTS TO WS-ITL-ENROLLMENTS
            MOVE WS-INST-CREDIT-LOAD TO WS-ITL-CREDIT-LOAD
            COMPUTE WS-FTE ROUNDED =
                WS-INST-CREDIT-LOAD / WS-FULL-TIME-LOAD
            MOVE WS-FTE TO WS-ITL-FTE
            WRITE CensusReturnLine FROM WS-INSTITUTION-LINE
            WRITE CensusReturnLine FROM WS-BAND-HEADING-LINE
            PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                UNTIL WS-BAND-IDX > 5
                MOVE WS-BAND-CAPTION(WS-BAND-IDX) TO WS-BDL-CAPTION
                PERFORM VARYING WS-GENDER-IDX FROM 1 BY 1
                    UNTIL WS-GENDER-IDX > 4
                    MOVE WS-INST-GENDER-COUNT(WS-BAND-IDX,
                        WS-GENDER-IDX) TO WS-BDL-COUNT(WS-GENDER-IDX)
                END-PERFORM
                WRITE CensusReturnLine FROM WS-BAND-DETAIL-LINE
            END-PERFORM.

        WRITE-COURSE-RETURN.
            MOVE SPACES TO CensusReturnLine
            WRITE CensusReturnLine
            MOVE CT-COURSE-CODE(WS-CT-IDX) TO WS-CHL-COURSE
            MOVE CT-DESCRIPTION(WS-CT-IDX) TO WS-CHL-DESCRIPTION
            WRITE CensusReturnLine FROM WS-COURSE-HEADING-LINE
            MOVE CT-HEADCOUNT(WS-CT-IDX) TO WS-CTL-HEADCOUNT
            MOVE CT-CREDIT-LOAD(WS-CT-IDX) TO WS-CTL-CREDIT-LOAD
            COMPUTE WS-FTE ROUNDED =
                CT-CREDIT-LOAD(WS-CT-IDX) / WS-FULL-TIME-LOAD
            MOVE WS-FTE TO WS-CTL-FTE
            WRITE CensusReturnLine FROM WS-COURSE-TOTAL-LINE
            WRITE CensusReturnLine FROM WS-BAND-HEADING-LINE
            PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                UNTIL WS-BAND-IDX > 5
                MOVE WS-BAND-CAPTION(WS-BAND-IDX) TO WS-BDL-CAPTION
                PERFORM VARYING WS-GENDER-IDX FROM 1 BY 1
                    UNTIL WS-GENDER-IDX > 4
                    MOVE CT-GENDER-COUNT(WS-CT-IDX, WS-BAND-IDX,
                        WS-GENDER-IDX) TO WS-BDL-COUNT(WS-GENDER-IDX)
                END-PERFORM
                WRITE CensusReturnLine FROM WS-BAND-DETAIL-LINE
            END-PERFORM.

      * A course met in the snapshot or on ENROLL.DAT but missing
      * from COURSE.REF still gets an entry of its own.
        FIND-COURSE-ENTRY.
            MOVE "N" TO WS-COURSE-FOUND
            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                UNTIL WS-CT-IDX > WS-CT-COUNT
                OR CourseEntryFound
                IF CT-COURSE-CODE(WS-CT-IDX) = WS-LOOKUP-COURSE
                    MOVE "Y" TO WS-COURSE-FOUND
                END-IF
            END-PERFORM
            IF CourseEntryFound
                SUBTRACT 1 FROM WS-CT-IDX
                EXIT PARAGRAPH
            END-IF
            IF WS-CT-COUNT >= WS-COURSE-TABLE-CAPACITY
                DISPLAY "WS-COURSE-TABLE full at "
                    WS-COURSE-TABLE-CAPACITY " entries, course "
                    WS-LOOKUP-COURSE " counted with the last course"
                MOVE WS-CT-COUNT TO WS-CT-IDX
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-CT-COUNT
            MOVE WS-CT-COUNT TO WS-CT-IDX
            PERFORM CLEAR-COURSE-ENTRY
            MOVE WS-LOOKUP-COURSE TO CT-COURSE-CODE(WS-CT-IDX)
            MOVE "NOT ON COURSE.REF" TO CT-DESCRIPTION(WS-CT-IDX).

        CLEAR-COURSE-ENTRY.
            MOVE SPACES TO CT-COURSE-CODE(WS-CT-IDX)
            MOVE SPACES TO CT-DESCRIPTION(WS-CT-IDX)
            MOVE 0 TO CT-CREDIT-VALUE(WS-CT-IDX)
            MOVE 0 TO CT-HEADCOUNT(WS-CT-IDX)
            MOVE 0 TO CT-CREDIT-LOAD(WS-CT-IDX)
            PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                UNTIL WS-BAND-IDX > 5
                PERFORM VARYING WS-GENDER-IDX FROM 1 BY 1
                    UNTIL WS-GENDER-IDX > 4
                    MOVE 0 TO CT-GENDER-COUNT(WS-CT-IDX, WS-BAND-IDX,
                        WS-GENDER-IDX)
                END-PERFORM
            END-PERFORM
            MOVE 0 TO CT-TODAY-COUNT(WS-CT-IDX)
            MOVE 0 TO CT-ADDED(WS-CT-IDX)
            MOVE 0 TO CT-DROPPED(WS-CT-IDX).

        LOAD-COURSE-TABLE.
            OPEN INPUT COURSE-REFERENCE
            IF WS-COURSE-REF-STATUS = "00"
                PERFORM UNTIL EndOfCourseReference
                    OR WS-CT-COUNT >= WS-COURSE-TABLE-CAPACITY
                    READ COURSE-REFERENCE
                        AT END SET EndOfCourseReference TO TRUE
                        NOT AT END
                            ADD 1 TO WS-CT-COUNT
                            MOVE WS-CT-COUNT TO WS-CT-IDX
                            PERFORM CLEAR-COURSE-ENTRY
                            MOVE CRR-COURSE-CODE
                                TO CT-COURSE-CODE(WS-CT-IDX)
                            MOVE CRR-DESCRIPTION
                                TO CT-DESCRIPTION(WS-CT-IDX)
                            IF CRR-CREDIT-VALUE IS NUMERIC
                                MOVE CRR-CREDIT-VALUE
                                    TO CT-CREDIT-VALUE(WS-CT-IDX)
                            END-IF
                    END-READ
                END-PERFORM
                IF NOT EndOfCourseReference
                    DISPLAY "WS-COURSE-TABLE full at "
                        WS-COURSE-TABLE-CAPACITY " entries, "
                        "remaining COURSE-REFERENCE records not loaded"
                END-IF
                CLOSE COURSE-REFERENCE
            ELSE
                DISPLAY "No COURSE-REFERENCE file available, every "
                    "course freezes at zero credit"
            END-IF.

      * One pass over the master recomputes the record count and
      * StudentId hash for the shared MasterControl check - the
      * refuse-on-imbalance convention every reader of the masters
      * follows. The file is reopened afterward for keyed reads.
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
