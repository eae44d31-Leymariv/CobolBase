      * and changes must name a student on STUDENT-MASTER, a course
      * on COURSE.REF and a grade code the GRADEREC layout knows,
      * so a result can never land on file for a student or course
      * the system has never heard of. Changes and deletes carry a
      * mandatory reason code and are bracketed by before and after
      * images on the GRDAUDT.DAT grade audit trail (GRADEAUD
      * copybook), stamped with the operator signed on for them;
      * altering a result posted in a term that has already ended
      * on TERMCAL.REF also needs a level-2 registrar sign-on, who
      * is stamped as the approver. Every rejected transaction goes
      * to its own listing with a reason.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            ASSIGN TO "COURSE.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-COURSE-REF-STATUS.
          SELECT TERM-CALENDAR-FILE
            ASSIGN TO "TERMCAL.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TERM-CAL-STATUS.
          SELECT GRADE-AUDIT-FILE
            ASSIGN TO "GRDAUDT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

        DATA DIVISION.
        FILE SECTION.
            05  GT-COURSE-CODE       PIC X(4).
            05  GT-TERM-CODE         PIC X(5).
            05  GT-GRADE             PIC XX.
            05  GT-REASON-CODE       PIC XX.

        FD  GRADE-REJECT-LISTING
            LABEL RECORDS ARE STANDARD.
            LABEL RECORDS ARE STANDARD.
            COPY COURSREF.

        FD  TERM-CALENDAR-FILE
            LABEL RECORDS ARE STANDARD.
            COPY TERMCAL.

        FD  GRADE-AUDIT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY GRADEAUD.

        WORKING-STORAGE SECTION.
        01  WS-GRADE-STATUS          PIC XX.
            88  GradeFileOK              VALUE "00".
            88  StudentFileOK            VALUE "00".
        01  WS-COURSE-REF-STATUS     PIC XX.
            88  EndOfCourseReference     VALUE "10".
        01  WS-TERM-CAL-STATUS       PIC XX.
            88  EndOfTermCalendar        VALUE "10".
        01  WS-AUDIT-STATUS          PIC XX.

        01  WS-TRANSACTIONS-READ     PIC 9(5) VALUE ZERO.
        01  WS-TRANSACTIONS-APPLIED  PIC 9(5) VALUE ZERO.
        01  WS-TRANSACTIONS-REJECTED PIC 9(5) VALUE ZERO.

        01  WS-RUN-DATE              PIC 9(8).
        01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
            05  WS-RUN-MONTH         PIC 9(6).
            05  FILLER               PIC 99.

      * The clerk signs on once, at the first change or delete in
      * the run; the registrar once, at the first that touches an
      * ended term. A refused sign-on is not asked again.
        01  WS-OS-REQUIRED-LEVEL     PIC 9 VALUE 1.
        01  WS-OS-OPERATOR-ID        PIC X(8).
        01  WS-OS-RESULT             PIC X VALUE "N".
            88  OperatorSignedOn         VALUE "Y".
        01  WS-OS-ASKED              PIC X VALUE "N".
            88  OperatorSignOnAsked      VALUE "Y".
        01  WS-RA-REQUIRED-LEVEL     PIC 9 VALUE 2.
        01  WS-RA-OPERATOR-ID        PIC X(8).
        01  WS-RA-RESULT             PIC X VALUE "N".
            88  RegistrarSignedOn        VALUE "Y".
        01  WS-RA-ASKED              PIC X VALUE "N".
            88  RegistrarSignOnAsked     VALUE "Y".
        01  WS-APPROVED-BY           PIC X(8).
        01  WS-BEFORE-IMAGE          PIC X(26).
        01  WS-AFTER-IMAGE-TYPE      PIC X.

      * Ended terms come from TERMCAL.REF: a term whose last month
      * is before the run month is closed. A term not on the
      * calendar is treated as closed, so an unknown term can never
      * slip past the registrar.
        78  WS-TERM-TABLE-CAPACITY   VALUE 50.
        01  WS-TC-COUNT              PIC 99 VALUE ZERO.
        01  WS-TC-IDX                PIC 99.
        01  WS-TERM-CALENDAR-TABLE.
            05  TERM-CALENDAR-ENTRY OCCURS 50 TIMES.
              10  TCE-TERM-CODE      PIC X(5).
              10  TCE-LAST-MONTH     PIC 9(6).
        01  WS-PRIOR-TERM            PIC X.
            88  ResultInPriorTerm        VALUE "Y".
        01  WS-STUDENT-FILE-OPEN     PIC X VALUE "N".
            88  StudentFileAvailable     VALUE "Y".

            05  WS-REJ-TERM          PIC X(5).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-REJ-GRADE         PIC XX.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-REJ-REASON-CODE   PIC XX.

        PROCEDURE DIVISION.
        Begin.
            CALL "BusinessDate" USING WS-RUN-DATE
            OPEN INPUT GRADE-TRANSACTION-FILE
            IF WS-TRANSACTION-STATUS NOT = "00"
                DISPLAY "No GRDTRANS.DAT available, grade posting "
                    STOP RUN
                END-IF
                PERFORM LOAD-OFFERED-COURSE-TABLE
                PERFORM LOAD-TERM-CALENDAR
                PERFORM OPEN-GRADE-RESULT-FILE
                PERFORM OPEN-GRADE-AUDIT-FILE
                OPEN OUTPUT GRADE-REJECT-LISTING
                PERFORM READ-GRADE-TRANSACTION
                PERFORM UNTIL EndOfTransactionFile
                    PERFORM READ-GRADE-TRANSACTION
                END-PERFORM
                CLOSE GRADE-RESULT-FILE
                CLOSE GRADE-AUDIT-FILE
                CLOSE GRADE-REJECT-LISTING
                CLOSE GRADE-TRANSACTION-FILE
                IF StudentFileAvailable
                OPEN INPUT STUDENT-MASTER
            END-IF.

        OPEN-GRADE-AUDIT-FILE.
            OPEN EXTEND GRADE-AUDIT-FILE
            IF WS-AUDIT-STATUS NOT = "00"
                OPEN OUTPUT GRADE-AUDIT-FILE
            END-IF.

        READ-GRADE-TRANSACTION.
            READ GRADE-TRANSACTION-FILE
                AT END SET EndOfTransactionFile TO TRUE
                   AND (GT-AddResult OR GT-ChangeResult)
                    PERFORM EDIT-TRANSACTION-FIELDS
                END-IF
                IF TransactionClean
                   AND (GT-ChangeResult OR GT-DeleteResult)
                    PERFORM EDIT-AUDITED-TRANSACTION
                END-IF
            END-IF
            IF TransactionClean
                EVALUATE TRUE
                MOVE "MISSING TERM CODE" TO WS-REJECT-REASON
            END-IF.

      * A change or delete must say why, with one of the GRADEAUD
      * reason codes, and must name a result already on file -
      * read here so its before image and term are in hand. The
      * operator sign-on, and the registrar's for an ended term,
      * come last so nobody is asked to approve a bad transaction.
        EDIT-AUDITED-TRANSACTION.
            MOVE GT-REASON-CODE TO GA-REASON-CODE
            IF GT-REASON-CODE = SPACES
                MOVE "N" TO WS-EDIT-RESULT
                MOVE "MISSING REASON CODE" TO WS-REJECT-REASON
            ELSE
                IF NOT GA-ValidReason
                    MOVE "N" TO WS-EDIT-RESULT
                    MOVE "BAD REASON CODE" TO WS-REJECT-REASON
                END-IF
            END-IF
            IF NOT TransactionClean
                EXIT PARAGRAPH
            END-IF
            MOVE GT-STUDENT-ID TO GR-STUDENT-ID
            MOVE GT-COURSE-CODE TO GR-COURSE-CODE
            READ GRADE-RESULT-FILE
                INVALID KEY
                    MOVE "N" TO WS-EDIT-RESULT
                    MOVE "RESULT NOT ON FILE" TO WS-REJECT-REASON
            END-READ
            IF NOT TransactionClean
                EXIT PARAGRAPH
            END-IF
            MOVE GRADE-RESULT-RECORD TO WS-BEFORE-IMAGE
            IF NOT OperatorSignOnAsked
                MOVE "Y" TO WS-OS-ASKED
                DISPLAY "Operator sign-on needed to change or "
                    "delete grades"
                MOVE SPACES TO WS-OS-OPERATOR-ID
                CALL "OperatorSignOn" USING WS-OS-REQUIRED-LEVEL
                    WS-OS-OPERATOR-ID WS-OS-RESULT
            END-IF
            IF NOT OperatorSignedOn
                MOVE "N" TO WS-EDIT-RESULT
                MOVE "NOT SIGNED ON" TO WS-REJECT-REASON
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-APPROVED-BY
            PERFORM CHECK-PRIOR-TERM
            IF NOT ResultInPriorTerm
                EXIT PARAGRAPH
            END-IF
            IF NOT RegistrarSignOnAsked
                MOVE "Y" TO WS-RA-ASKED
                DISPLAY "Registrar sign-on needed to alter a grade "
                    "from an ended term"
                MOVE SPACES TO WS-RA-OPERATOR-ID
                CALL "OperatorSignOn" USING WS-RA-REQUIRED-LEVEL
                    WS-RA-OPERATOR-ID WS-RA-RESULT
            END-IF
            IF RegistrarSignedOn
                MOVE WS-RA-OPERATOR-ID TO WS-APPROVED-BY
            ELSE
                MOVE "N" TO WS-EDIT-RESULT
                MOVE "NO REGISTRAR APPROVAL" TO WS-REJECT-REASON
            END-IF.

      * The term checked is the one the result was posted in, as
      * it stands on file before the change.
        CHECK-PRIOR-TERM.
            MOVE "Y" TO WS-PRIOR-TERM
            PERFORM VARYING WS-TC-IDX FROM 1 BY 1
                UNTIL WS-TC-IDX > WS-TC-COUNT
                IF TCE-TERM-CODE(WS-TC-IDX) = GR-TERM-CODE
                   AND TCE-LAST-MONTH(WS-TC-IDX)
                        NOT < WS-RUN-MONTH
                    MOVE "N" TO WS-PRIOR-TERM
                END-IF
            END-PERFORM.

      * Every action keys the results file by GT-STUDENT-ID, so the
      * shared ValidateId check digit gates adds, changes and
      * deletes alike before the key is trusted.
                    PERFORM WRITE-REJECTED-TRANSACTION
                NOT INVALID KEY
                    ADD 1 TO WS-TRANSACTIONS-APPLIED
                    MOVE "A" TO WS-AFTER-IMAGE-TYPE
                    PERFORM WRITE-AUDIT-IMAGES
            END-REWRITE.

        DELETE-GRADE-RESULT.
                    PERFORM WRITE-REJECTED-TRANSACTION
                NOT INVALID KEY
                    ADD 1 TO WS-TRANSACTIONS-APPLIED
                    MOVE SPACES TO GRADE-RESULT-RECORD
                    MOVE GT-STUDENT-ID TO GR-STUDENT-ID
                    MOVE GT-COURSE-CODE TO GR-COURSE-CODE
                    MOVE ZERO TO GR-POSTED-DATE
                    MOVE "D" TO WS-AFTER-IMAGE-TYPE
                    PERFORM WRITE-AUDIT-IMAGES
            END-DELETE.

      * WS-AFTER-IMAGE-TYPE arrives set for the after image - "A"
      * for a change, "D" for a delete.
        WRITE-AUDIT-IMAGES.
            MOVE WS-RUN-DATE TO GA-RUN-DATE
            MOVE "GradePost" TO GA-PROGRAM-NAME
            MOVE GT-REASON-CODE TO GA-REASON-CODE
            MOVE WS-OS-OPERATOR-ID TO GA-OPERATOR-ID
            MOVE WS-APPROVED-BY TO GA-APPROVED-BY
            MOVE "B" TO GA-IMAGE-TYPE
            MOVE WS-BEFORE-IMAGE TO GA-RECORD-IMAGE
            WRITE GRADE-AUDIT-RECORD
            MOVE WS-AFTER-IMAGE-TYPE TO GA-IMAGE-TYPE
            MOVE GRADE-RESULT-RECORD TO GA-RECORD-IMAGE
            WRITE GRADE-AUDIT-RECORD.

        WRITE-REJECTED-TRANSACTION.
            ADD 1 TO WS-TRANSACTIONS-REJECTED
            MOVE WS-REJECT-REASON TO WS-REJ-REASON
            MOVE GT-COURSE-CODE TO WS-REJ-COURSE
            MOVE GT-TERM-CODE TO WS-REJ-TERM
            MOVE GT-GRADE TO WS-REJ-GRADE
            MOVE GT-REASON-CODE TO WS-REJ-REASON-CODE
            WRITE GradeRejectLine FROM WS-REJECT-LINE.

      * Same offered-course load StudentMaint performs from
                  "left empty"
            END-IF.

      * Same TERMCAL.REF load TermStanding keeps, holding each
      * term's last month instead of its first.
        LOAD-TERM-CALENDAR.
            OPEN INPUT TERM-CALENDAR-FILE
            IF WS-TERM-CAL-STATUS = "00"
                PERFORM UNTIL EndOfTermCalendar
                    OR WS-TC-COUNT >= WS-TERM-TABLE-CAPACITY
                    READ TERM-CALENDAR-FILE
                        AT END SET EndOfTermCalendar TO TRUE
                        NOT AT END
                            IF TC-LAST-MONTH IS NUMERIC
                                ADD 1 TO WS-TC-COUNT
                                MOVE TC-TERM-CODE
                                    TO TCE-TERM-CODE(WS-TC-COUNT)
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
                DISPLAY "No TERMCAL.REF term calendar available, "
                    "every grade change needs the registrar"
            END-IF.

        CHECK-COURSE-CODE.
            MOVE "N" TO WS-COURSE-FOUND
            PERFORM VARYING OC-IDX FROM 1 BY 1
