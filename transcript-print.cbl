      * student, joins each course code to its COURSE.REF
      * description, and prints one formatted transcript: a heading
      * with the student, one line per result with term, course,
      * description and grade, then - once TermStanding has
      * assessed the student - the term and cumulative grade-point
      * average and standing for each term on STANDING.DAT in
      * calendar order, and a result-count control line so the
      * registrar knows the document is whole. Under the heading
      * goes the mailing block from the STUCONT.DAT contact file:
      * the student at the home address and, for a student under
      * 18, a copy line for each guardian flagged to receive
      * academic correspondence. No official transcript is printed
      * for a student with a hold standing on STUHOLD.DAT - the run
      * is refused with the hold's type and reason.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            ASSIGN TO "COURSE.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-COURSE-REF-STATUS.
          SELECT STANDING-FILE
            ASSIGN TO "STANDING.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AS-STANDING-KEY
            FILE STATUS IS WS-STANDING-STATUS.
          SELECT STUDENT-CONTACT-FILE
            ASSIGN TO "STUCONT.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CN-STUDENT-ID
            FILE STATUS IS WS-CONTACT-STATUS.
          SELECT STUDENT-HOLD-FILE
            ASSIGN TO "STUHOLD.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SH-HOLD-KEY
            FILE STATUS IS WS-HOLD-STATUS.
          SELECT TRANSCRIPT-FILE
            ASSIGN TO "TRANSCRT.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            LABEL RECORDS ARE STANDARD.
            COPY COURSREF.

        FD  STANDING-FILE
            LABEL RECORDS ARE STANDARD.
            COPY STANDING.

        FD  STUDENT-CONTACT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY STUCONT.

        FD  STUDENT-HOLD-FILE
            LABEL RECORDS ARE STANDARD.
            COPY STUHOLD.

        FD  TRANSCRIPT-FILE
            LABEL RECORDS ARE STANDARD.
        01  TranscriptLine           PIC X(80).
            88  StudentFileOK            VALUE "00".
        01  WS-COURSE-REF-STATUS     PIC XX.
            88  EndOfCourseReference     VALUE "10".
        01  WS-STANDING-STATUS       PIC XX.
            88  StandingFileOK           VALUE "00".
        01  WS-TRANSCRIPT-STATUS     PIC XX.
        01  WS-CONTACT-STATUS        PIC XX.
            88  ContactFileOK            VALUE "00".
        01  WS-HOLD-STATUS           PIC XX.
            88  HoldFileOK               VALUE "00".
        01  WS-HOLD-EOF              PIC X.
            88  EndOfHoldBrowse          VALUE "Y".
        01  WS-HOLD-FOUND            PIC X.
            88  StudentOnHold            VALUE "Y".
        01  WS-HOLD-TYPE-TEXT        PIC X(15).
        01  WS-HOLD-REASON-TEXT      PIC X(30).
        01  WS-CONTACT-FOUND         PIC X.
            88  ContactRecordFound       VALUE "Y".

        01  WS-RUN-DATE              PIC 9(8).
        01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
            05  WS-RUN-CCYY          PIC 9(4).
            05  WS-RUN-MMDD          PIC 9(4).
        01  WS-STUDENT-AGE           PIC 999.
        01  WS-BIRTH-MMDD            PIC 9(4).
        01  WS-MINOR-SWITCH          PIC X.
            88  StudentIsMinor           VALUE "Y".
        01  WS-GUARDIAN-IDX          PIC 9.

        01  WS-CHOSEN-STUDENT-ID     PIC 9(7).
        01  WS-ID-DIGITS             PIC X(8).
            88  EndOfGradeBrowse         VALUE "Y".
        01  WS-RESULT-COUNT          PIC 9(4) VALUE ZERO.

      * The student's assessed terms, put in calendar order by the
      * term's first month before printing.
        78  WS-TERM-GPA-CAPACITY     VALUE 40.
        01  WS-TG-COUNT              PIC 99 VALUE ZERO.
        01  WS-TG-IDX                PIC 99.
        01  WS-TG-SLOT               PIC 99.
        01  WS-STANDING-EOF          PIC X.
            88  EndOfStandingBrowse      VALUE "Y".
        01  WS-TERM-GPA-TABLE.
            05  TERM-GPA-ENTRY OCCURS 40 TIMES.
              10  TG-FIRST-MONTH     PIC 9(6).
              10  TG-TERM-CODE       PIC X(5).
              10  TG-TERM-GPA        PIC 9V99.
              10  TG-CUMULATIVE-GPA  PIC 9V99.
              10  TG-STANDING-CODE   PIC X.

        01  WS-CD-COUNT              PIC 999 VALUE ZERO.
        01  COURSE-DESCRIPTION-TABLE.
            05  COURSE-DESCRIPTION-ENTRY OCCURS 50 TIMES
            05  WS-TH-INITIALS       PIC XX.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-TH-STUDENT-ID     PIC 9(7).
        01  WS-MAIL-TO-LINE.
            05  FILLER               PIC X(9) VALUE "MAIL TO: ".
            05  WS-MT-SURNAME        PIC X(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-MT-INITIALS       PIC XX.
        01  WS-MAIL-STREET-LINE.
            05  FILLER               PIC X(9) VALUE SPACES.
            05  WS-MS-STREET         PIC X(30).
        01  WS-MAIL-CITY-LINE.
            05  FILLER               PIC X(9) VALUE SPACES.
            05  WS-ML-CITY           PIC X(20).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-ML-STATE          PIC X(2).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-ML-POSTAL         PIC X(10).
        01  WS-COPY-TO-LINE.
            05  FILLER               PIC X(9) VALUE "COPY TO: ".
            05  WS-CT-NAME           PIC X(20).
            05  FILLER               PIC X(2) VALUE " (".
            05  WS-CT-RELATIONSHIP   PIC X(10).
            05  FILLER               PIC X VALUE ")".
        01  WS-NO-ADDRESS-LINE       PIC X(50)
                VALUE "NO HOME ADDRESS ON FILE - HOLD FOR COLLECTION".
        01  WS-RESULT-DETAIL-LINE.
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-RDL-TERM          PIC X(5).
            05  WS-RDL-DESCRIPTION   PIC X(30).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-GRADE         PIC XX.
        01  WS-GPA-HEADING           PIC X(40)
                VALUE "GRADE-POINT AVERAGE AND STANDING".
        01  WS-GPA-DETAIL-LINE.
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-GDL-TERM          PIC X(5).
            05  FILLER               PIC X(11) VALUE "  TERM GPA ".
            05  WS-GDL-TERM-GPA      PIC 9.99.
            05  FILLER               PIC X(17)
                VALUE "  CUMULATIVE GPA ".
            05  WS-GDL-CUMULATIVE-GPA PIC 9.99.
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-GDL-STANDING      PIC X(9).
        01  WS-RESULT-COUNT-LINE.
            05  FILLER               PIC X(16)
                VALUE "RESULTS PRINTED ".
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
            END-READ
            PERFORM CHECK-STUDENT-HOLDS
            IF StudentOnHold
                DISPLAY "Student " WS-CHOSEN-STUDENT-ID " has a "
                    WS-HOLD-TYPE-TEXT " standing - "
                    WS-HOLD-REASON-TEXT
                DISPLAY "Transcript refused until the hold is "
                    "released"
                CLOSE STUDENT-MASTER
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT GRADE-RESULT-FILE
            IF NOT GradeFileOK
                DISPLAY "No GRADES.DAT results file, status "
            OPEN OUTPUT TRANSCRIPT-FILE
            PERFORM WRITE-TRANSCRIPT-HEADING
            PERFORM PRINT-STUDENT-RESULTS
            PERFORM PRINT-STUDENT-STANDINGS
            MOVE WS-RESULT-COUNT TO WS-RCL-COUNT
            WRITE TranscriptLine FROM WS-RESULT-COUNT-LINE
            CLOSE TRANSCRIPT-FILE
                " result(s) for student " WS-CHOSEN-STUDENT-ID
            STOP RUN.

      * Any hold standing against the student on STUHOLD.DAT
      * withholds the transcript; the first one found is reported.
      * With no hold file on hand no student can be on hold.
        CHECK-STUDENT-HOLDS.
            MOVE "N" TO WS-HOLD-FOUND
            OPEN INPUT STUDENT-HOLD-FILE
            IF NOT HoldFileOK
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-HOLD-EOF
            MOVE WS-CHOSEN-STUDENT-ID TO SH-STUDENT-ID
            MOVE LOW-VALUES TO SH-HOLD-TYPE
            START STUDENT-HOLD-FILE KEY IS NOT LESS THAN SH-HOLD-KEY
                INVALID KEY SET EndOfHoldBrowse TO TRUE
            END-START
            PERFORM UNTIL EndOfHoldBrowse OR StudentOnHold
                READ STUDENT-HOLD-FILE NEXT RECORD
                    AT END SET EndOfHoldBrowse TO TRUE
                    NOT AT END
                        IF SH-STUDENT-ID NOT = WS-CHOSEN-STUDENT-ID
                            SET EndOfHoldBrowse TO TRUE
                        ELSE
                            IF SH-HoldStanding
                                MOVE "Y" TO WS-HOLD-FOUND
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            MOVE SH-HOLD-REASON TO WS-HOLD-REASON-TEXT
            EVALUATE TRUE
                WHEN SH-FinancialHold
                    MOVE "FINANCIAL HOLD" TO WS-HOLD-TYPE-TEXT
                WHEN SH-LibraryHold
                    MOVE "LIBRARY HOLD" TO WS-HOLD-TYPE-TEXT
                WHEN SH-DisciplinaryHold
                    MOVE "DISCIPLINE HOLD" TO WS-HOLD-TYPE-TEXT
                WHEN OTHER
                    MOVE "HOLD" TO WS-HOLD-TYPE-TEXT
            END-EVALUATE
            CLOSE STUDENT-HOLD-FILE.

        WRITE-TRANSCRIPT-HEADING.
            WRITE TranscriptLine FROM WS-RULE-LINE
            MOVE Surname TO WS-TH-SURNAME
            MOVE Initials TO WS-TH-INITIALS
            MOVE StudentId TO WS-TH-STUDENT-ID
            WRITE TranscriptLine FROM WS-TRANSCRIPT-HEADING
            WRITE TranscriptLine FROM WS-BLANK-LINE
            PERFORM WRITE-MAILING-BLOCK.

      * A student with no contact record or no home address gets
      * a collection line in place of the address; a guardian
      * copy goes to the same home address.
        WRITE-MAILING-BLOCK.
            PERFORM FIND-STUDENT-CONTACT
            IF NOT ContactRecordFound OR CN-STREET = SPACES
                WRITE TranscriptLine FROM WS-NO-ADDRESS-LINE
                WRITE TranscriptLine FROM WS-BLANK-LINE
                EXIT PARAGRAPH
            END-IF
            MOVE Surname TO WS-MT-SURNAME
            MOVE Initials TO WS-MT-INITIALS
            WRITE TranscriptLine FROM WS-MAIL-TO-LINE
            MOVE CN-STREET TO WS-MS-STREET
            WRITE TranscriptLine FROM WS-MAIL-STREET-LINE
            MOVE CN-CITY TO WS-ML-CITY
            MOVE CN-STATE TO WS-ML-STATE
            MOVE CN-POSTAL-CODE TO WS-ML-POSTAL
            WRITE TranscriptLine FROM WS-MAIL-CITY-LINE
            PERFORM CHECK-STUDENT-MINOR
            IF StudentIsMinor
                PERFORM VARYING WS-GUARDIAN-IDX FROM 1 BY 1
                        UNTIL WS-GUARDIAN-IDX > 2
                    IF CN-CONTACT-NAME(WS-GUARDIAN-IDX) NOT = SPACES
                       AND CN-ReceivesAcademicMail(WS-GUARDIAN-IDX)
                        MOVE CN-CONTACT-NAME(WS-GUARDIAN-IDX)
                            TO WS-CT-NAME
                        MOVE CN-RELATIONSHIP(WS-GUARDIAN-IDX)
                            TO WS-CT-RELATIONSHIP
                        WRITE TranscriptLine FROM WS-COPY-TO-LINE
                    END-IF
                END-PERFORM
            END-IF
            WRITE TranscriptLine FROM WS-BLANK-LINE.

        FIND-STUDENT-CONTACT.
            MOVE "N" TO WS-CONTACT-FOUND
            OPEN INPUT STUDENT-CONTACT-FILE
            IF NOT ContactFileOK
                EXIT PARAGRAPH
            END-IF
            MOVE WS-CHOSEN-STUDENT-ID TO CN-STUDENT-ID
            READ STUDENT-CONTACT-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO WS-CONTACT-FOUND
            END-READ
            CLOSE STUDENT-CONTACT-FILE.

      * Under 18 on the run date by DateOfBirth - the birthday
      * itself counts as reached.
        CHECK-STUDENT-MINOR.
            MOVE "N" TO WS-MINOR-SWITCH
            IF DateOfBirth IS NOT NUMERIC OR YOBirth = ZERO
                EXIT PARAGRAPH
            END-IF
            CALL "BusinessDate" USING WS-RUN-DATE
            COMPUTE WS-STUDENT-AGE = WS-RUN-CCYY - YOBirth
            COMPUTE WS-BIRTH-MMDD = MOBirth * 100 + DOBirth
            IF WS-RUN-MMDD < WS-BIRTH-MMDD
                SUBTRACT 1 FROM WS-STUDENT-AGE
            END-IF
            IF WS-STUDENT-AGE < 18
                MOVE "Y" TO WS-MINOR-SWITCH
            END-IF.

      * The results file is keyed student-then-course, so a START
      * at the student's first possible key and sequential reads
      * until the student changes walks exactly this student's
            MOVE GR-GRADE TO WS-RDL-GRADE
            WRITE TranscriptLine FROM WS-RESULT-DETAIL-LINE.

      * No STANDING.DAT, or no term assessed for the student yet,
      * prints no averages at all.
        PRINT-STUDENT-STANDINGS.
            OPEN INPUT STANDING-FILE
            IF NOT StandingFileOK
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-STANDING-EOF
            MOVE WS-CHOSEN-STUDENT-ID TO AS-STUDENT-ID
            MOVE LOW-VALUES TO AS-TERM-CODE
            START STANDING-FILE
                KEY IS NOT LESS THAN AS-STANDING-KEY
                INVALID KEY
                    SET EndOfStandingBrowse TO TRUE
            END-START
            PERFORM UNTIL EndOfStandingBrowse
                READ STANDING-FILE NEXT RECORD
                    AT END SET EndOfStandingBrowse TO TRUE
                    NOT AT END
                        IF AS-STUDENT-ID NOT = WS-CHOSEN-STUDENT-ID
                            SET EndOfStandingBrowse TO TRUE
                        ELSE
                            PERFORM HOLD-ONE-STANDING
                        END-IF
                END-READ
            END-PERFORM
            CLOSE STANDING-FILE
            IF WS-TG-COUNT = 0
                EXIT PARAGRAPH
            END-IF
            WRITE TranscriptLine FROM WS-BLANK-LINE
            WRITE TranscriptLine FROM WS-GPA-HEADING
            PERFORM VARYING WS-TG-IDX FROM 1 BY 1
                UNTIL WS-TG-IDX > WS-TG-COUNT
                MOVE TG-TERM-CODE(WS-TG-IDX) TO WS-GDL-TERM
                MOVE TG-TERM-GPA(WS-TG-IDX) TO WS-GDL-TERM-GPA
                MOVE TG-CUMULATIVE-GPA(WS-TG-IDX)
                    TO WS-GDL-CUMULATIVE-GPA
                EVALUATE TG-STANDING-CODE(WS-TG-IDX)
                    WHEN "H"
                        MOVE "HONORS" TO WS-GDL-STANDING
                    WHEN "P"
                        MOVE "PROBATION" TO WS-GDL-STANDING
                    WHEN "S"
                        MOVE "SUSPENDED" TO WS-GDL-STANDING
                    WHEN OTHER
                        MOVE "GOOD" TO WS-GDL-STANDING
                END-EVALUATE
                WRITE TranscriptLine FROM WS-GPA-DETAIL-LINE
            END-PERFORM
            WRITE TranscriptLine FROM WS-BLANK-LINE.

      * Insertion by the term's first month, later terms moved up
      * one slot to make room.
        HOLD-ONE-STANDING.
            IF WS-TG-COUNT >= WS-TERM-GPA-CAPACITY
                DISPLAY "WS-TERM-GPA-TABLE full at "
                    WS-TERM-GPA-CAPACITY " entries, term "
                    AS-TERM-CODE " not printed"
                EXIT PARAGRAPH
            END-IF
            MOVE WS-TG-COUNT TO WS-TG-SLOT
            PERFORM UNTIL WS-TG-SLOT = 0
                    OR TG-FIRST-MONTH(WS-TG-SLOT)
                       NOT > AS-TERM-FIRST-MONTH
                MOVE TERM-GPA-ENTRY(WS-TG-SLOT)
                    TO TERM-GPA-ENTRY(WS-TG-SLOT + 1)
                SUBTRACT 1 FROM WS-TG-SLOT
            END-PERFORM
            ADD 1 TO WS-TG-SLOT
            ADD 1 TO WS-TG-COUNT
            MOVE AS-TERM-FIRST-MONTH TO TG-FIRST-MONTH(WS-TG-SLOT)
            MOVE AS-TERM-CODE TO TG-TERM-CODE(WS-TG-SLOT)
            MOVE AS-TERM-GPA TO TG-TERM-GPA(WS-TG-SLOT)
            MOVE AS-CUMULATIVE-GPA TO TG-CUMULATIVE-GPA(WS-TG-SLOT)
            MOVE AS-STANDING-CODE TO TG-STANDING-CODE(WS-TG-SLOT).

      * Same COURSE.REF description load CourseRoster keeps - a
      * code with no COURSE.REF entry prints the code itself in
      * place of the missing description.
