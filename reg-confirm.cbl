       IDENTIFICATION DIVISION.
       PROGRAM-ID. RegistrationConfirm.
      * Term registration confirmation run in the TranscriptPrint
      * mold. For an operator-keyed term it walks ENROLL.DAT and
      * prints one confirmation document per student with active
      * enrollment in the term: each course with its COURSE.REF
      * description and fee and its SCHEDULE.REF meeting days and
      * period; the tuition TuitionBilling billed the student for
      * the term (its B lines on TUITDEF.DAT); the balance still
      * open on AROPEN.DAT for the paying customer the CUSTSTUD.DAT
      * link names; and every WAITLIST.DAT entry still queued for
      * the student in the term with its place in the queue. The
      * courses each document showed are kept on REGCONF.DAT, so
      * the next run marks a student whose courses have changed
      * since - and on request prints only those students - and the
      * run closes with a document-count control line.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT ENROLLMENT-FILE
            ASSIGN TO "ENROLL.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
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
          SELECT SCHEDULE-REFERENCE
            ASSIGN TO "SCHEDULE.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SCHEDULE-STATUS.
          SELECT LINKAGE-FILE
            ASSIGN TO "CUSTSTUD.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LINKAGE-STATUS.
          SELECT TUITION-DEFERRAL-FILE
            ASSIGN TO "TUITDEF.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEFERRAL-STATUS.
          SELECT AR-OPEN-ITEM-FILE
            ASSIGN TO "AROPEN.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS AR-INVOICE-NO
            FILE STATUS IS WS-AR-STATUS.
          SELECT COURSE-WAITLIST
            ASSIGN TO "WAITLIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WAITLIST-STATUS.
          SELECT CONFIRMATION-HISTORY
            ASSIGN TO "REGCONF.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RH-HISTORY-KEY
            FILE STATUS IS WS-HISTORY-STATUS.
          SELECT CONFIRMATION-FILE
            ASSIGN TO "REGCONF.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONFIRMATION-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  ENROLLMENT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY ENROLLRC.

        FD  STUDENT-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY STUDREC.

        FD  COURSE-REFERENCE
            LABEL RECORDS ARE STANDARD.
            COPY COURSREF.

        FD  SCHEDULE-REFERENCE
            LABEL RECORDS ARE STANDARD.
            COPY SCHEDREF.

        FD  LINKAGE-FILE
            LABEL RECORDS ARE STANDARD.
        01  LinkageRecord.
            05  LR-CUSTOMER-ID       PIC 9(8).
            05  FILLER               PIC X.
            05  LR-STUDENT-ID        PIC 9(7).

        FD  TUITION-DEFERRAL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY TUITDEF.

        FD  AR-OPEN-ITEM-FILE
            LABEL RECORDS ARE STANDARD.
            COPY AROPEN.

        FD  COURSE-WAITLIST
            LABEL RECORDS ARE STANDARD.
        01  WaitlistRecord.
            05  WL-STUDENT-ID        PIC 9(7).
            05  WL-TERM-CODE         PIC X(5).
            05  WL-COURSE-CODE       PIC X(4).
            05  FILLER               PIC X(64).

      * One record per student per term: the courses the last
      * confirmation showed, in course order, and when it printed.
        FD  CONFIRMATION-HISTORY
            LABEL RECORDS ARE STANDARD.
        01  CONFIRMATION-HISTORY-RECORD.
            05  RH-HISTORY-KEY.
                10  RH-STUDENT-ID    PIC 9(7).
                10  RH-TERM-CODE     PIC X(5).
            05  RH-PRINTED-DATE      PIC 9(8).
            05  RH-COURSE-COUNT      PIC 99.
            05  RH-COURSE-LIST.
                10  RH-COURSE-CODE   PIC X(4) OCCURS 12 TIMES.

        FD  CONFIRMATION-FILE
            LABEL RECORDS ARE STANDARD.
        01  ConfirmationLine         PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-ENROLLMENT-STATUS     PIC XX.
            88  EnrollmentFileOK         VALUE "00".
            88  EndOfEnrollmentFile      VALUE "10".
        01  WS-STUDENT-STATUS        PIC XX.
            88  StudentFileOK            VALUE "00".
        01  WS-COURSE-REF-STATUS     PIC XX.
            88  EndOfCourseReference     VALUE "10".
        01  WS-SCHEDULE-STATUS       PIC XX.
            88  EndOfScheduleReference   VALUE "10".
        01  WS-LINKAGE-STATUS        PIC XX.
            88  EndOfLinkageFile         VALUE "10".
        01  WS-DEFERRAL-STATUS       PIC XX.
            88  EndOfDeferralFile        VALUE "10".
        01  WS-AR-STATUS             PIC XX.
            88  ArFileOK                 VALUE "00".
            88  EndOfArFile              VALUE "10".
        01  WS-WAITLIST-STATUS       PIC XX.
            88  EndOfWaitlist            VALUE "10".
        01  WS-HISTORY-STATUS        PIC XX.
            88  HistoryFileOK            VALUE "00".
        01  WS-CONFIRMATION-STATUS   PIC XX.

        01  WS-RUN-DATE              PIC 9(8).
        01  WS-CONFIRM-TERM          PIC X(5).
        01  WS-CHANGED-ONLY          PIC X.
            88  PrintChangedOnly         VALUE "Y".

        01  WS-CD-COUNT              PIC 999 VALUE ZERO.
        01  WS-CD-IDX                PIC 999.
        01  COURSE-DESCRIPTION-TABLE.
            05  COURSE-DESCRIPTION-ENTRY OCCURS 50 TIMES.
              10  CD-COURSE-CODE     PIC X(4).
              10  CD-DESCRIPTION     PIC X(30).
              10  CD-TUITION-FEE     PIC 9(5)V99.
        01  WS-FOUND-DESCRIPTION     PIC X(30).
        01  WS-FOUND-FEE             PIC 9(5)V99.
        01  WS-LOOKUP-COURSE         PIC X(4).

        78  WS-SCHEDULE-TABLE-CAPACITY VALUE 50.
        01  WS-SLOT-COUNT            PIC 999 VALUE ZERO.
        01  WS-SLOT-IDX              PIC 999.
        01  COURSE-SCHEDULE-TABLE.
            05  COURSE-SCHEDULE-ENTRY OCCURS 50 TIMES.
              10  CS-COURSE-CODE     PIC X(4).
              10  CS-MEETING-DAYS    PIC X(7).
              10  CS-PERIOD          PIC 99.
        01  WS-DAY-IDX               PIC 9.
        01  WS-DAY-LETTERS           PIC X(7) VALUE "MTWTFSS".

        78  WS-LINK-TABLE-CAPACITY   VALUE 1000.
        01  WS-LK-COUNT              PIC 9(4) VALUE ZERO.
        01  WS-LK-IDX                PIC 9(4).
        01  WS-LINK-TABLE.
            05  LINK-ENTRY OCCURS 1000 TIMES.
              10  LK-STUDENT-ID      PIC 9(7).
              10  LK-CUSTOMER-ID     PIC 9(8).
        01  WS-LINKED-CUSTOMER       PIC 9(8).
        01  WS-LINK-FOUND            PIC X.
            88  CustomerLinkFound        VALUE "Y".

      * Tuition billed in the term per student, from the B lines.
        78  WS-BILLED-TABLE-CAPACITY VALUE 1000.
        01  WS-BL-COUNT              PIC 9(4) VALUE ZERO.
        01  WS-BL-IDX                PIC 9(4).
        01  WS-BILLED-TABLE.
            05  BILLED-ENTRY OCCURS 1000 TIMES.
              10  BL-STUDENT-ID      PIC 9(7).
              10  BL-BILLED-AMOUNT   PIC 9(7)V99.
        01  WS-TERM-BILLED           PIC 9(7)V99.

      * Open balance per linked customer, from one ledger pass.
        78  WS-BALANCE-TABLE-CAPACITY VALUE 1000.
        01  WS-CB-COUNT              PIC 9(4) VALUE ZERO.
        01  WS-CB-IDX                PIC 9(4).
        01  WS-CUSTOMER-BALANCE-TABLE.
            05  CUSTOMER-BALANCE-ENTRY OCCURS 1000 TIMES.
              10  CB-CUSTOMER-ID     PIC 9(8).
              10  CB-OPEN-BALANCE    PIC S9(7)V99.
        01  WS-ACCOUNT-BALANCE       PIC S9(7)V99.

      * The term's queued entries in file order - oldest first, as
      * WaitlistPromote promotes them - each with its place in its
      * course's queue.
        78  WS-WAITLIST-TABLE-CAPACITY VALUE 500.
        01  WS-WQ-COUNT              PIC 999 VALUE ZERO.
        01  WS-WQ-IDX                PIC 999.
        01  WS-WQ-SCAN               PIC 999.
        01  WS-WAITLIST-TABLE.
            05  WAITLIST-ENTRY OCCURS 500 TIMES.
              10  WQ-STUDENT-ID      PIC 9(7).
              10  WQ-COURSE-CODE     PIC X(4).
              10  WQ-POSITION        PIC 999.

      * The student being gathered from the enrollment browse.
        78  WS-COURSE-LIST-CAPACITY  VALUE 12.
        01  WS-CURRENT-STUDENT       PIC 9(7) VALUE ZERO.
        01  WS-CL-COUNT              PIC 99 VALUE ZERO.
        01  WS-CL-IDX                PIC 99.
        01  WS-CURRENT-COURSE-LIST.
            05  CL-COURSE-CODE       PIC X(4) OCCURS 12 TIMES.
        01  WS-HISTORY-FOUND         PIC X.
            88  PrintedBefore            VALUE "Y".
        01  WS-COURSES-CHANGED       PIC X.
            88  CoursesChanged           VALUE "Y".
        01  WS-STUDENT-FOUND         PIC X.
            88  StudentOnMaster          VALUE "Y".

        01  WS-DOCUMENTS-PRINTED     PIC 9(5) VALUE ZERO.
        01  WS-DOCUMENTS-CHANGED     PIC 9(5) VALUE ZERO.
        01  WS-DOCUMENTS-SKIPPED     PIC 9(5) VALUE ZERO.

        01  WS-RULE-LINE             PIC X(72) VALUE ALL "-".
        01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.
        01  WS-CONFIRMATION-HEADING.
            05  FILLER               PIC X(26)
                VALUE "REGISTRATION CONFIRMATION ".
            05  FILLER               PIC X(5) VALUE "TERM ".
            05  WS-CH-TERM           PIC X(5).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-CH-CHANGE-FLAG    PIC X(24).
        01  WS-STUDENT-LINE.
            05  FILLER               PIC X(9) VALUE "STUDENT: ".
            05  WS-SL-SURNAME        PIC X(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-SL-INITIALS       PIC XX.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-SL-STUDENT-ID     PIC 9(7).
        01  WS-COLUMN-HEADING.
            05  FILLER               PIC X(40)
                VALUE "  COURSE DESCRIPTION                    ".
            05  FILLER               PIC X(26)
                VALUE "DAYS    PERIOD        FEE".
        01  WS-COURSE-LINE.
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-CL-COURSE         PIC X(4).
            05  FILLER               PIC X(3) VALUE SPACES.
            05  WS-CL-DESCRIPTION    PIC X(30).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-CL-DAYS           PIC X(7).
            05  FILLER               PIC X(3) VALUE SPACES.
            05  WS-CL-PERIOD         PIC Z9.
            05  FILLER               PIC X(3) VALUE SPACES.
            05  WS-CL-FEE            PIC ZZ,ZZ9.99.
        01  WS-NO-SLOT-TEXT          PIC X(7) VALUE "TBA".
        01  WS-TUITION-LINE.
            05  FILLER               PIC X(34)
                VALUE "TUITION BILLED FOR THE TERM       ".
            05  WS-TL-BILLED         PIC Z,ZZZ,ZZ9.99.
        01  WS-BALANCE-LINE.
            05  FILLER               PIC X(34)
                VALUE "BALANCE OWING ON ACCOUNT          ".
            05  WS-BAL-AMOUNT        PIC Z,ZZZ,ZZ9.99-.
        01  WS-NO-ACCOUNT-LINE       PIC X(50)
                VALUE "NO PAYING ACCOUNT LINKED - SEE THE BURSAR".
        01  WS-WAITLIST-LINE.
            05  FILLER               PIC X(13) VALUE "  WAITLISTED ".
            05  WS-WLL-COURSE        PIC X(4).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-WLL-DESCRIPTION   PIC X(30).
            05  FILLER               PIC X(10) VALUE " POSITION ".
            05  WS-WLL-POSITION      PIC ZZ9.
        01  WS-CONTROL-LINE.
            05  FILLER               PIC X(18)
                VALUE "DOCUMENTS PRINTED ".
            05  WS-CTL-PRINTED       PIC ZZZZ9.
            05  FILLER               PIC X(9) VALUE " CHANGED ".
            05  WS-CTL-CHANGED       PIC ZZZZ9.
            05  FILLER               PIC X(15)
                VALUE " NOT RESENT    ".
            05  WS-CTL-SKIPPED       PIC ZZZZ9.

        PROCEDURE DIVISION.
        Begin.
            CALL "BusinessDate" USING WS-RUN-DATE
            DISPLAY "Term to confirm registrations for - "
                WITH NO ADVANCING
            ACCEPT WS-CONFIRM-TERM
            MOVE FUNCTION UPPER-CASE(WS-CONFIRM-TERM)
                TO WS-CONFIRM-TERM
            IF WS-CONFIRM-TERM = SPACES
                DISPLAY "No term keyed - confirmation run refused"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            DISPLAY "Print changed students only (Y/N) - "
                WITH NO ADVANCING
            ACCEPT WS-CHANGED-ONLY
            MOVE FUNCTION UPPER-CASE(WS-CHANGED-ONLY)
                TO WS-CHANGED-ONLY
            OPEN INPUT ENROLLMENT-FILE
            IF NOT EnrollmentFileOK
                DISPLAY "No ENROLL.DAT enrollment file, status "
                    WS-ENROLLMENT-STATUS " - confirmation run skipped"
                STOP RUN
            END-IF
            OPEN INPUT STUDENT-MASTER
            IF NOT StudentFileOK
                DISPLAY "No STUDENT-MASTER available, status "
                    WS-STUDENT-STATUS " - confirmation run skipped"
                CLOSE ENROLLMENT-FILE
                STOP RUN
            END-IF
            PERFORM LOAD-COURSE-DESCRIPTION-TABLE
            PERFORM LOAD-COURSE-SCHEDULE-TABLE
            PERFORM LOAD-CUSTOMER-LINK-TABLE
            PERFORM LOAD-BILLED-TUITION-TABLE
            PERFORM LOAD-CUSTOMER-BALANCE-TABLE
            PERFORM LOAD-TERM-WAITLIST-TABLE
            PERFORM OPEN-CONFIRMATION-HISTORY
            OPEN OUTPUT CONFIRMATION-FILE
            PERFORM UNTIL EndOfEnrollmentFile
                READ ENROLLMENT-FILE NEXT RECORD
                    AT END SET EndOfEnrollmentFile TO TRUE
                    NOT AT END
                        IF EN-TERM-CODE = WS-CONFIRM-TERM
                           AND EN-EnrollActive
                            PERFORM GATHER-ONE-ENROLLMENT
                        END-IF
                END-READ
            END-PERFORM
            IF WS-CL-COUNT > ZERO
                PERFORM CONFIRM-ONE-STUDENT
            END-IF
            MOVE WS-DOCUMENTS-PRINTED TO WS-CTL-PRINTED
            MOVE WS-DOCUMENTS-CHANGED TO WS-CTL-CHANGED
            MOVE WS-DOCUMENTS-SKIPPED TO WS-CTL-SKIPPED
            WRITE ConfirmationLine FROM WS-RULE-LINE
            WRITE ConfirmationLine FROM WS-CONTROL-LINE
            CLOSE CONFIRMATION-FILE
            CLOSE CONFIRMATION-HISTORY
            CLOSE STUDENT-MASTER
            CLOSE ENROLLMENT-FILE
            DISPLAY "Registration confirmations: "
                WS-DOCUMENTS-PRINTED " printed, "
                WS-DOCUMENTS-CHANGED " changed, "
                WS-DOCUMENTS-SKIPPED " not resent"
            STOP RUN.

      * REGCONF.DAT does not exist before the first confirmation
      * run - it is created empty and reopened for update.
        OPEN-CONFIRMATION-HISTORY.
            OPEN I-O CONFIRMATION-HISTORY
            IF NOT HistoryFileOK
                OPEN OUTPUT CONFIRMATION-HISTORY
                CLOSE CONFIRMATION-HISTORY
                OPEN I-O CONFIRMATION-HISTORY
                IF NOT HistoryFileOK
                    DISPLAY "Unable to open REGCONF.DAT, status "
                        WS-HISTORY-STATUS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

      * ENROLL.DAT is keyed student, term, course, so one student's
      * courses in the term arrive together and in course order;
      * a new student closes off the one before.
        GATHER-ONE-ENROLLMENT.
            IF EN-STUDENT-ID NOT = WS-CURRENT-STUDENT
                IF WS-CL-COUNT > ZERO
                    PERFORM CONFIRM-ONE-STUDENT
                END-IF
                MOVE EN-STUDENT-ID TO WS-CURRENT-STUDENT
                MOVE ZERO TO WS-CL-COUNT
                MOVE SPACES TO WS-CURRENT-COURSE-LIST
            END-IF
            IF WS-CL-COUNT < WS-COURSE-LIST-CAPACITY
                ADD 1 TO WS-CL-COUNT
                MOVE EN-COURSE-CODE TO CL-COURSE-CODE(WS-CL-COUNT)
            ELSE
                DISPLAY "WS-CURRENT-COURSE-LIST full at "
                    WS-COURSE-LIST-CAPACITY " courses - course "
                    EN-COURSE-CODE " for student " EN-STUDENT-ID
                    " not confirmed"
            END-IF.

      * A student with no earlier confirmation for the term, or
      * whose courses differ from the last one printed, is marked
      * changed; an unchanged student is left out when only the
      * changed documents are wanted.
        CONFIRM-ONE-STUDENT.
            MOVE "N" TO WS-COURSES-CHANGED
            MOVE WS-CURRENT-STUDENT TO RH-STUDENT-ID
            MOVE WS-CONFIRM-TERM TO RH-TERM-CODE
            READ CONFIRMATION-HISTORY
                INVALID KEY
                    MOVE "N" TO WS-HISTORY-FOUND
                    MOVE "Y" TO WS-COURSES-CHANGED
                NOT INVALID KEY
                    MOVE "Y" TO WS-HISTORY-FOUND
                    IF RH-COURSE-COUNT NOT = WS-CL-COUNT
                       OR RH-COURSE-LIST NOT = WS-CURRENT-COURSE-LIST
                        MOVE "Y" TO WS-COURSES-CHANGED
                    END-IF
            END-READ
            IF PrintChangedOnly AND NOT CoursesChanged
                ADD 1 TO WS-DOCUMENTS-SKIPPED
                EXIT PARAGRAPH
            END-IF
            MOVE WS-CURRENT-STUDENT TO StudentId
            READ STUDENT-MASTER
                INVALID KEY
                    MOVE "N" TO WS-STUDENT-FOUND
                NOT INVALID KEY
                    MOVE "Y" TO WS-STUDENT-FOUND
            END-READ
            IF NOT StudentOnMaster
                DISPLAY "Student " WS-CURRENT-STUDENT " enrolled in "
                    WS-CONFIRM-TERM " is not on STUDENT-MASTER - "
                    "no confirmation printed"
                EXIT PARAGRAPH
            END-IF
            PERFORM PRINT-CONFIRMATION
            PERFORM SAVE-CONFIRMATION-HISTORY.

        PRINT-CONFIRMATION.
            ADD 1 TO WS-DOCUMENTS-PRINTED
            MOVE WS-CONFIRM-TERM TO WS-CH-TERM
            EVALUATE TRUE
                WHEN NOT PrintedBefore
                    MOVE "FIRST ISSUE" TO WS-CH-CHANGE-FLAG
                    ADD 1 TO WS-DOCUMENTS-CHANGED
                WHEN CoursesChanged
                    MOVE "*** COURSES CHANGED ***"
                        TO WS-CH-CHANGE-FLAG
                    ADD 1 TO WS-DOCUMENTS-CHANGED
                WHEN OTHER
                    MOVE SPACES TO WS-CH-CHANGE-FLAG
            END-EVALUATE
            WRITE ConfirmationLine FROM WS-RULE-LINE
            WRITE ConfirmationLine FROM WS-CONFIRMATION-HEADING
            MOVE Surname TO WS-SL-SURNAME
            MOVE Initials TO WS-SL-INITIALS
            MOVE StudentId TO WS-SL-STUDENT-ID
            WRITE ConfirmationLine FROM WS-STUDENT-LINE
            WRITE ConfirmationLine FROM WS-BLANK-LINE
            WRITE ConfirmationLine FROM WS-COLUMN-HEADING
            PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                UNTIL WS-CL-IDX > WS-CL-COUNT
                PERFORM WRITE-COURSE-LINE
            END-PERFORM
            WRITE ConfirmationLine FROM WS-BLANK-LINE
            PERFORM WRITE-ACCOUNT-LINES
            PERFORM WRITE-WAITLIST-LINES
            WRITE ConfirmationLine FROM WS-BLANK-LINE.

        WRITE-COURSE-LINE.
            MOVE CL-COURSE-CODE(WS-CL-IDX) TO WS-LOOKUP-COURSE
            PERFORM FIND-COURSE-DESCRIPTION
            MOVE WS-LOOKUP-COURSE TO WS-CL-COURSE
            MOVE WS-FOUND-DESCRIPTION TO WS-CL-DESCRIPTION
            MOVE WS-FOUND-FEE TO WS-CL-FEE
            MOVE WS-NO-SLOT-TEXT TO WS-CL-DAYS
            MOVE ZERO TO WS-CL-PERIOD
            PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                UNTIL WS-SLOT-IDX > WS-SLOT-COUNT
                IF CS-COURSE-CODE(WS-SLOT-IDX) = WS-LOOKUP-COURSE
                    PERFORM FORMAT-MEETING-DAYS
                    MOVE CS-PERIOD(WS-SLOT-IDX) TO WS-CL-PERIOD
                END-IF
            END-PERFORM
            WRITE ConfirmationLine FROM WS-COURSE-LINE.

      * Meeting days print as the day's letter, Monday through
      * Sunday, with a dash for a day the course does not meet.
        FORMAT-MEETING-DAYS.
            MOVE ALL "-" TO WS-CL-DAYS
            PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                UNTIL WS-DAY-IDX > 7
                IF CS-MEETING-DAYS(WS-SLOT-IDX)(WS-DAY-IDX:1) = "Y"
                    MOVE WS-DAY-LETTERS(WS-DAY-IDX:1)
                        TO WS-CL-DAYS(WS-DAY-IDX:1)
                END-IF
            END-PERFORM.

      * Tuition billed is the student's own term charge; the
      * balance owing is everything still open for the paying
      * customer, who may be paying for more than this student.
        WRITE-ACCOUNT-LINES.
            MOVE ZERO TO WS-TERM-BILLED
            PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                UNTIL WS-BL-IDX > WS-BL-COUNT
                IF BL-STUDENT-ID(WS-BL-IDX) = WS-CURRENT-STUDENT
                    ADD BL-BILLED-AMOUNT(WS-BL-IDX) TO WS-TERM-BILLED
                END-IF
            END-PERFORM
            MOVE WS-TERM-BILLED TO WS-TL-BILLED
            WRITE ConfirmationLine FROM WS-TUITION-LINE
            PERFORM FIND-LINKED-CUSTOMER
            IF NOT CustomerLinkFound
                WRITE ConfirmationLine FROM WS-NO-ACCOUNT-LINE
                EXIT PARAGRAPH
            END-IF
            MOVE ZERO TO WS-ACCOUNT-BALANCE
            PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                UNTIL WS-CB-IDX > WS-CB-COUNT
                IF CB-CUSTOMER-ID(WS-CB-IDX) = WS-LINKED-CUSTOMER
                    MOVE CB-OPEN-BALANCE(WS-CB-IDX)
                        TO WS-ACCOUNT-BALANCE
                END-IF
            END-PERFORM
            MOVE WS-ACCOUNT-BALANCE TO WS-BAL-AMOUNT
            WRITE ConfirmationLine FROM WS-BALANCE-LINE.

        WRITE-WAITLIST-LINES.
            PERFORM VARYING WS-WQ-IDX FROM 1 BY 1
                UNTIL WS-WQ-IDX > WS-WQ-COUNT
                IF WQ-STUDENT-ID(WS-WQ-IDX) = WS-CURRENT-STUDENT
                    MOVE WQ-COURSE-CODE(WS-WQ-IDX) TO WS-LOOKUP-COURSE
                    PERFORM FIND-COURSE-DESCRIPTION
                    MOVE WS-LOOKUP-COURSE TO WS-WLL-COURSE
                    MOVE WS-FOUND-DESCRIPTION TO WS-WLL-DESCRIPTION
                    MOVE WQ-POSITION(WS-WQ-IDX) TO WS-WLL-POSITION
                    WRITE ConfirmationLine FROM WS-WAITLIST-LINE
                END-IF
            END-PERFORM.

        SAVE-CONFIRMATION-HISTORY.
            MOVE WS-CURRENT-STUDENT TO RH-STUDENT-ID
            MOVE WS-CONFIRM-TERM TO RH-TERM-CODE
            MOVE WS-RUN-DATE TO RH-PRINTED-DATE
            MOVE WS-CL-COUNT TO RH-COURSE-COUNT
            MOVE WS-CURRENT-COURSE-LIST TO RH-COURSE-LIST
            IF PrintedBefore
                REWRITE CONFIRMATION-HISTORY-RECORD
                    INVALID KEY
                        DISPLAY "REGCONF.DAT rewrite failed for "
                            "student " WS-CURRENT-STUDENT
                END-REWRITE
            ELSE
                WRITE CONFIRMATION-HISTORY-RECORD
                    INVALID KEY
                        DISPLAY "REGCONF.DAT write failed for "
                            "student " WS-CURRENT-STUDENT
                END-WRITE
            END-IF.

        LOAD-COURSE-DESCRIPTION-TABLE.
            OPEN INPUT COURSE-REFERENCE
            IF WS-COURSE-REF-STATUS = "00"
                PERFORM UNTIL EndOfCourseReference
                    OR WS-CD-COUNT >= 50
                    READ COURSE-REFERENCE
                        AT END SET EndOfCourseReference TO TRUE
                        NOT AT END
                            ADD 1 TO WS-CD-COUNT
                            MOVE CRR-COURSE-CODE
                                TO CD-COURSE-CODE(WS-CD-COUNT)
                            MOVE CRR-DESCRIPTION
                                TO CD-DESCRIPTION(WS-CD-COUNT)
                            IF CRR-TUITION-FEE IS NUMERIC
                                MOVE CRR-TUITION-FEE
                                    TO CD-TUITION-FEE(WS-CD-COUNT)
                            ELSE
                                MOVE ZERO
                                    TO CD-TUITION-FEE(WS-CD-COUNT)
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
            MOVE ZERO TO WS-FOUND-FEE
            PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                UNTIL WS-CD-IDX > WS-CD-COUNT
                IF CD-COURSE-CODE(WS-CD-IDX) = WS-LOOKUP-COURSE
                    MOVE CD-DESCRIPTION(WS-CD-IDX)
                        TO WS-FOUND-DESCRIPTION
                    MOVE CD-TUITION-FEE(WS-CD-IDX) TO WS-FOUND-FEE
                END-IF
            END-PERFORM.

      * A course with no timetable entry prints its days as TBA.
        LOAD-COURSE-SCHEDULE-TABLE.
            OPEN INPUT SCHEDULE-REFERENCE
            IF WS-SCHEDULE-STATUS = "00"
                PERFORM UNTIL EndOfScheduleReference
                    OR WS-SLOT-COUNT >= WS-SCHEDULE-TABLE-CAPACITY
                    READ SCHEDULE-REFERENCE
                        AT END SET EndOfScheduleReference TO TRUE
                        NOT AT END
                            ADD 1 TO WS-SLOT-COUNT
                            MOVE SC-COURSE-CODE
                                TO CS-COURSE-CODE(WS-SLOT-COUNT)
                            MOVE SC-MEETING-DAYS
                                TO CS-MEETING-DAYS(WS-SLOT-COUNT)
                            IF SC-PERIOD IS NUMERIC
                                MOVE SC-PERIOD
                                    TO CS-PERIOD(WS-SLOT-COUNT)
                            ELSE
                                MOVE ZERO
                                    TO CS-PERIOD(WS-SLOT-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                IF NOT EndOfScheduleReference
                    DISPLAY "COURSE-SCHEDULE-TABLE full at "
                        WS-SCHEDULE-TABLE-CAPACITY " entries, "
                        "remaining SCHEDULE.REF records not loaded"
                END-IF
                CLOSE SCHEDULE-REFERENCE
            ELSE
                DISPLAY "No SCHEDULE.REF timetable on file, meeting "
                    "days print as TBA"
            END-IF.

      * The first link wins when a student is linked to more than
      * one customer - the same pair TuitionBilling billed.
        LOAD-CUSTOMER-LINK-TABLE.
            OPEN INPUT LINKAGE-FILE
            IF WS-LINKAGE-STATUS = "00"
                PERFORM UNTIL EndOfLinkageFile
                    OR WS-LK-COUNT >= WS-LINK-TABLE-CAPACITY
                    READ LINKAGE-FILE
                        AT END SET EndOfLinkageFile TO TRUE
                        NOT AT END
                            IF LR-CUSTOMER-ID IS NUMERIC
                               AND LR-STUDENT-ID IS NUMERIC
                                ADD 1 TO WS-LK-COUNT
                                MOVE LR-STUDENT-ID
                                    TO LK-STUDENT-ID(WS-LK-COUNT)
                                MOVE LR-CUSTOMER-ID
                                    TO LK-CUSTOMER-ID(WS-LK-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
                IF NOT EndOfLinkageFile
                    DISPLAY "WS-LINK-TABLE full at "
                        WS-LINK-TABLE-CAPACITY " entries, "
                        "remaining CUSTSTUD.DAT links not loaded"
                END-IF
                CLOSE LINKAGE-FILE
            ELSE
                DISPLAY "No CUSTSTUD.DAT linkage file - no account "
                    "balance can be shown this run"
            END-IF.

        FIND-LINKED-CUSTOMER.
            MOVE "N" TO WS-LINK-FOUND
            PERFORM VARYING WS-LK-IDX FROM 1 BY 1
                UNTIL WS-LK-IDX > WS-LK-COUNT
                OR CustomerLinkFound
                IF LK-STUDENT-ID(WS-LK-IDX) = WS-CURRENT-STUDENT
                    MOVE "Y" TO WS-LINK-FOUND
                    MOVE LK-CUSTOMER-ID(WS-LK-IDX)
                        TO WS-LINKED-CUSTOMER
                END-IF
            END-PERFORM.

        LOAD-BILLED-TUITION-TABLE.
            OPEN INPUT TUITION-DEFERRAL-FILE
            IF WS-DEFERRAL-STATUS NOT = "00"
                DISPLAY "No TUITDEF.DAT schedule - tuition billed "
                    "shows as zero this run"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfDeferralFile
                OR WS-BL-COUNT >= WS-BILLED-TABLE-CAPACITY
                READ TUITION-DEFERRAL-FILE
                    AT END SET EndOfDeferralFile TO TRUE
                    NOT AT END
                        IF TD-BilledLine
                           AND TD-TERM-CODE = WS-CONFIRM-TERM
                           AND TD-STUDENT-ID IS NUMERIC
                           AND TD-BILLED-AMOUNT IS NUMERIC
                            ADD 1 TO WS-BL-COUNT
                            MOVE TD-STUDENT-ID
                                TO BL-STUDENT-ID(WS-BL-COUNT)
                            MOVE TD-BILLED-AMOUNT
                                TO BL-BILLED-AMOUNT(WS-BL-COUNT)
                        END-IF
                END-READ
            END-PERFORM
            IF NOT EndOfDeferralFile
                DISPLAY "WS-BILLED-TABLE full at "
                    WS-BILLED-TABLE-CAPACITY " entries, "
                    "remaining TUITDEF.DAT lines not loaded"
            END-IF
            CLOSE TUITION-DEFERRAL-FILE.

      * Every open item - tuition, merchandise, finance charges and
      * credits alike - counts toward what the customer owes.
        LOAD-CUSTOMER-BALANCE-TABLE.
            OPEN INPUT AR-OPEN-ITEM-FILE
            IF NOT ArFileOK
                DISPLAY "No AROPEN.DAT ledger on file - balances "
                    "show as zero this run"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfArFile
                READ AR-OPEN-ITEM-FILE NEXT RECORD
                    AT END SET EndOfArFile TO TRUE
                    NOT AT END
                        IF AR-ItemOpen
                            PERFORM ADD-CUSTOMER-BALANCE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AR-OPEN-ITEM-FILE.

        ADD-CUSTOMER-BALANCE.
            PERFORM VARYING WS-CB-IDX FROM 1 BY 1
                UNTIL WS-CB-IDX > WS-CB-COUNT
                IF CB-CUSTOMER-ID(WS-CB-IDX) = AR-CUSTOMER-ID
                    ADD AR-OPEN-AMOUNT TO CB-OPEN-BALANCE(WS-CB-IDX)
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM
            IF WS-CB-COUNT < WS-BALANCE-TABLE-CAPACITY
                ADD 1 TO WS-CB-COUNT
                MOVE AR-CUSTOMER-ID TO CB-CUSTOMER-ID(WS-CB-COUNT)
                MOVE AR-OPEN-AMOUNT TO CB-OPEN-BALANCE(WS-CB-COUNT)
            ELSE
                DISPLAY "WS-CUSTOMER-BALANCE-TABLE full at "
                    WS-BALANCE-TABLE-CAPACITY " customers - customer "
                    AR-CUSTOMER-ID " balance not shown"
            END-IF.

      * An entry's place is one more than the term's entries ahead
      * of it in the same course's queue.
        LOAD-TERM-WAITLIST-TABLE.
            OPEN INPUT COURSE-WAITLIST
            IF WS-WAITLIST-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfWaitlist
                OR WS-WQ-COUNT >= WS-WAITLIST-TABLE-CAPACITY
                READ COURSE-WAITLIST
                    AT END SET EndOfWaitlist TO TRUE
                    NOT AT END
                        IF WL-TERM-CODE = WS-CONFIRM-TERM
                           AND WL-STUDENT-ID IS NUMERIC
                            PERFORM ADD-WAITLIST-ENTRY
                        END-IF
                END-READ
            END-PERFORM
            IF NOT EndOfWaitlist
                DISPLAY "WS-WAITLIST-TABLE full at "
                    WS-WAITLIST-TABLE-CAPACITY " entries, "
                    "remaining WAITLIST.DAT entries not loaded"
            END-IF
            CLOSE COURSE-WAITLIST.

        ADD-WAITLIST-ENTRY.
            ADD 1 TO WS-WQ-COUNT
            MOVE WL-STUDENT-ID TO WQ-STUDENT-ID(WS-WQ-COUNT)
            MOVE WL-COURSE-CODE TO WQ-COURSE-CODE(WS-WQ-COUNT)
            MOVE 1 TO WQ-POSITION(WS-WQ-COUNT)
            PERFORM VARYING WS-WQ-SCAN FROM 1 BY 1
                UNTIL WS-WQ-SCAN >= WS-WQ-COUNT
                IF WQ-COURSE-CODE(WS-WQ-SCAN) = WL-COURSE-CODE
                    ADD 1 TO WQ-POSITION(WS-WQ-COUNT)
                END-IF
            END-PERFORM.
