      * master. Enrollments are edited against the master, the
      * course table and the course's CRR-CAPACITY seat limit
      * within the term; a full course queues the enrollment on the
      * ordered waitlist for WaitlistPromote. A student with a hold
      * standing on STUHOLD.DAT is refused enrollment, the hold's
      * type and reason going to the reject listing. Address (H) and
      * contact (G) transactions keep the student's STUCONT.DAT
      * contact record - home address edited against POSTAL.REF as
      * the mailing runs edit it, and two guardian or emergency
      * contact slots - for a student already on the master; the
      * contact record is deleted along with the student. Every
      * rejected transaction goes to its own listing with a reason.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            ASSIGN TO "REFUNDRQ.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REFUND-REQ-STATUS.
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
          SELECT POSTAL-REFERENCE
            ASSIGN TO "POSTAL.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-POSTAL-REF-STATUS.

        DATA DIVISION.
        FILE SECTION.
                88  MT-DeleteStudent     VALUE "D".
                88  MT-EnrollStudent     VALUE "E".
                88  MT-WithdrawStudent   VALUE "W".
                88  MT-HomeAddress       VALUE "H".
                88  MT-GuardianContact   VALUE "G".
                88  MT-ValidAction       VALUE "A" "C" "D" "E" "W"
                                               "H" "G".
            05  MT-STUDENT-DETAILS.
                10  MT-STUDENT-ID    PIC 9(7).
                10  MT-SURNAME       PIC X(8).
                10  MT-COURSE-CODE   PIC X(4).
                10  MT-GENDER        PIC X.
                10  MT-EMAIL         PIC X(50).
                10  FILLER           PIC X(40).
            05  MT-ENROLL-DETAILS REDEFINES MT-STUDENT-DETAILS.
                10  MT-EN-STUDENT-ID PIC 9(7).
                10  MT-EN-TERM-CODE  PIC X(5).
                10  MT-EN-COURSE-CODE PIC X(4).
                10  MT-EN-WEEK-OF-TERM PIC 99.
                10  FILLER           PIC X(102).
            05  MT-ADDRESS-DETAILS REDEFINES MT-STUDENT-DETAILS.
                10  MT-AD-STUDENT-ID PIC 9(7).
                10  MT-AD-STREET     PIC X(30).
                10  MT-AD-CITY       PIC X(20).
                10  MT-AD-STATE      PIC X(2).
                10  MT-AD-POSTAL-CODE PIC X(10).
                10  FILLER           PIC X(51).
      * A contact transaction with a blank name empties the slot.
            05  MT-CONTACT-DETAILS REDEFINES MT-STUDENT-DETAILS.
                10  MT-GC-STUDENT-ID PIC 9(7).
                10  MT-GC-SLOT       PIC 9.
                10  MT-GC-NAME       PIC X(20).
                10  MT-GC-RELATIONSHIP PIC X(10).
                10  MT-GC-PHONE      PIC X(15).
                10  MT-GC-EMAIL      PIC X(50).
                10  MT-GC-ACADEMIC-MAIL PIC X.
                10  FILLER           PIC X(16).

        FD  MAINT-REJECT-LISTING
            LABEL RECORDS ARE STANDARD.
        01  MaintRejectLine          PIC X(170).

        FD  COURSE-REFERENCE
            LABEL RECORDS ARE STANDARD.
            05  WL-COURSE-CODE       PIC X(4).
            05  FILLER               PIC X(64).

        FD  SCHEDULE-REFERENCE
            LABEL RECORDS ARE STANDARD.
            COPY SCHEDREF.

        FD  GRADE-RESULT-FILE
            LABEL RECORDS ARE STANDARD.
            05  RQ-COURSE-CODE       PIC X(4).
            05  RQ-WEEK-OF-TERM      PIC 99.

        FD  STUDENT-CONTACT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY STUCONT.

        FD  STUDENT-HOLD-FILE
            LABEL RECORDS ARE STANDARD.
            COPY STUHOLD.

        FD  POSTAL-REFERENCE
            LABEL RECORDS ARE STANDARD.
        01  POSTAL-REFERENCE-RECORD.
            05  PR-LOW-CODE          PIC X(10).
            05  PR-HIGH-CODE         PIC X(10).
            05  PR-CITY              PIC X(20).
            05  PR-STATE             PIC X(2).

        WORKING-STORAGE SECTION.
        01  WS-STUDENT-STATUS        PIC XX.
            88  StudentFileOK            VALUE "00".
            88  GradeFileAvailable       VALUE "Y".
        01  WS-REFUND-REQ-STATUS     PIC XX.
        01  WS-TRANSACTIONS-WITHDRAWN PIC 9(5) VALUE ZERO.
        01  WS-CONTACT-STATUS        PIC XX.
            88  ContactFileOK            VALUE "00".
        01  WS-CONTACT-FOUND         PIC X.
            88  ContactRecordFound       VALUE "Y".

        01  WS-HOLD-STATUS           PIC XX.
            88  HoldFileOK               VALUE "00".
        01  WS-HOLD-FILE-OPEN        PIC X VALUE "N".
            88  HoldFileAvailable        VALUE "Y".
        01  WS-HOLD-EOF              PIC X.
            88  EndOfHoldBrowse          VALUE "Y".
        01  WS-HOLD-FOUND            PIC X.
            88  StudentOnHold            VALUE "Y".

        01  WS-POSTAL-REF-STATUS     PIC XX.
            88  EndOfPostalReference     VALUE "10".
        78  WS-POSTAL-TABLE-CAPACITY VALUE 100.
        01  WS-PC-COUNT              PIC 999 VALUE 0.
        01  WS-PC-IDX                PIC 999.
        01  WS-POSTAL-CODE-TABLE.
            05  POSTAL-CODE-ENTRY OCCURS 100 TIMES.
              10  PC-LOW-CODE        PIC X(10).
              10  PC-HIGH-CODE       PIC X(10).
              10  PC-CITY            PIC X(20).
              10  PC-STATE           PIC X(2).
        01  WS-POSTAL-MATCH          PIC X.
            88  PostalCodeKnown          VALUE "Y".
        01  WS-ADDRESS-SUSPENDED     PIC X.
            88  AddressUndeliverable     VALUE "Y".

        01  WS-TRANSACTIONS-READ     PIC 9(5) VALUE ZERO.
        01  WS-TRANSACTIONS-APPLIED  PIC 9(5) VALUE ZERO.

        01  WS-EDIT-RESULT           PIC X.
            88  TransactionClean         VALUE "Y".
        01  WS-REJECT-REASON         PIC X(46).
        01  WS-EMAIL-VALID           PIC X.
            88  StudentEmailIsValid      VALUE "Y".
        01  WS-ID-DIGITS             PIC X(8).
            05  WS-PRR-COURSE        PIC X(4).
            05  FILLER               PIC X(6) VALUE SPACES.

        01  WS-HOLD-REASON.
            05  WS-HLR-TYPE          PIC X(15).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-HLR-TEXT          PIC X(30).

        01  WS-REJECT-LINE.
            05  WS-REJ-REASON        PIC X(46).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-REJ-ACTION        PIC X.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-REJ-DETAILS       PIC X(120).

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "StudentMaint".
        01  WS-RJ-IMAGE              PIC X(2000).

        PROCEDURE DIVISION.
        Begin.
            CALL "BusinessDate" USING WS-RUN-DATE
            OPEN INPUT MAINT-TRANSACTION-FILE
            IF WS-TRANSACTION-STATUS NOT = "00"
                DISPLAY "No STUTRANS.DAT available, maintenance "
                END-IF
                PERFORM LOAD-OFFERED-COURSE-TABLE
                PERFORM LOAD-COURSE-SCHEDULE-TABLE
                PERFORM LOAD-POSTAL-CODE-TABLE
                PERFORM OPEN-GRADE-RESULT-FILE
                PERFORM OPEN-STUDENT-HOLD-FILE
                PERFORM OPEN-STUDENT-MASTER
                PERFORM OPEN-ENROLLMENT-FILE
                PERFORM OPEN-STUDENT-CONTACT-FILE
                PERFORM COUNT-CURRENT-ENROLLMENT
                OPEN OUTPUT MAINT-REJECT-LISTING
                PERFORM OPEN-COURSE-WAITLIST
                END-PERFORM
                CLOSE STUDENT-MASTER
                CLOSE ENROLLMENT-FILE
                CLOSE STUDENT-CONTACT-FILE
                PERFORM UPDATE-MASTER-CONTROL-TOTALS
                CLOSE MAINT-REJECT-LISTING
                CLOSE COURSE-WAITLIST
                IF GradeFileAvailable
                    CLOSE GRADE-RESULT-FILE
                END-IF
                IF HoldFileAvailable
                    CLOSE STUDENT-HOLD-FILE
                END-IF
                CLOSE REFUND-REQUEST-FILE
                DISPLAY "Student maintenance: "
                    WS-TRANSACTIONS-READ " read, "
                END-IF
            END-IF.

      * Same first-run treatment for the student contact file.
        OPEN-STUDENT-CONTACT-FILE.
            OPEN I-O STUDENT-CONTACT-FILE
            IF NOT ContactFileOK
                OPEN OUTPUT STUDENT-CONTACT-FILE
                CLOSE STUDENT-CONTACT-FILE
                OPEN I-O STUDENT-CONTACT-FILE
                IF NOT ContactFileOK
                    DISPLAY "Unable to open STUCONT.DAT, status "
                        WS-CONTACT-STATUS
                    GOBACK
                END-IF
            END-IF.

        READ-MAINT-TRANSACTION.
            READ MAINT-TRANSACTION-FILE
                AT END SET EndOfTransactionFile TO TRUE
                IF TransactionClean AND MT-EnrollStudent
                    PERFORM EDIT-ENROLL-TRANSACTION
                END-IF
                IF TransactionClean AND MT-HomeAddress
                    PERFORM EDIT-ADDRESS-TRANSACTION
                END-IF
                IF TransactionClean AND MT-GuardianContact
                    PERFORM EDIT-CONTACT-TRANSACTION
                END-IF
            END-IF
            IF TransactionClean
                EVALUATE TRUE
                    WHEN MT-EnrollStudent PERFORM ENROLL-ONE-STUDENT
                    WHEN MT-WithdrawStudent
                        PERFORM WITHDRAW-ONE-STUDENT
                    WHEN MT-HomeAddress   PERFORM STORE-HOME-ADDRESS
                    WHEN MT-GuardianContact
                        PERFORM STORE-GUARDIAN-CONTACT
                END-EVALUATE
            ELSE
                PERFORM WRITE-REJECTED-TRANSACTION
                    MOVE "N" TO WS-EDIT-RESULT
                    MOVE "STUDENT NOT ON FILE" TO WS-REJECT-REASON
            END-READ
            IF TransactionClean
                PERFORM CHECK-STUDENT-HOLDS
                IF StudentOnHold
                    MOVE "N" TO WS-EDIT-RESULT
                END-IF
            END-IF
            IF TransactionClean
                MOVE MT-EN-COURSE-CODE TO WS-CHECK-COURSE-CODE
                PERFORM CHECK-COURSE-CODE
                END-IF
            END-IF.

      * A home address must belong to a student on the master and
      * pass the tests the mailing runs apply before a label is
      * printed: no blank street, city or postal code, a postal
      * code inside a POSTAL.REF range, and the reference city and
      * state agreeing with the address (compared upper-cased).
      * With no POSTAL.REF on hand only the blank checks apply.
        EDIT-ADDRESS-TRANSACTION.
            MOVE MT-AD-STUDENT-ID TO StudentId
            READ STUDENT-MASTER
                INVALID KEY
                    MOVE "N" TO WS-EDIT-RESULT
                    MOVE "STUDENT NOT ON FILE" TO WS-REJECT-REASON
            END-READ
            IF TransactionClean
               AND (MT-AD-STREET = SPACES
                    OR MT-AD-CITY = SPACES
                    OR MT-AD-POSTAL-CODE = SPACES)
                MOVE "N" TO WS-EDIT-RESULT
                MOVE "INCOMPLETE ADDRESS" TO WS-REJECT-REASON
            END-IF
            IF TransactionClean
                PERFORM CHECK-ADDRESS-DELIVERABLE
                IF AddressUndeliverable
                    MOVE "N" TO WS-EDIT-RESULT
                    MOVE "POSTAL CODE NOT VALID" TO WS-REJECT-REASON
                END-IF
            END-IF.

        CHECK-ADDRESS-DELIVERABLE.
            MOVE "N" TO WS-ADDRESS-SUSPENDED
            IF WS-PC-COUNT = 0
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-POSTAL-MATCH
            PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                    UNTIL WS-PC-IDX > WS-PC-COUNT
                IF MT-AD-POSTAL-CODE NOT < PC-LOW-CODE(WS-PC-IDX)
                   AND MT-AD-POSTAL-CODE NOT > PC-HIGH-CODE(WS-PC-IDX)
                    MOVE "Y" TO WS-POSTAL-MATCH
                    IF FUNCTION UPPER-CASE(MT-AD-CITY)
                            NOT = PC-CITY(WS-PC-IDX)
                       OR FUNCTION UPPER-CASE(MT-AD-STATE)
                            NOT = PC-STATE(WS-PC-IDX)
                        MOVE "Y" TO WS-ADDRESS-SUSPENDED
                    ELSE
                        MOVE "N" TO WS-ADDRESS-SUSPENDED
                    END-IF
                END-IF
            END-PERFORM
            IF NOT PostalCodeKnown
                MOVE "Y" TO WS-ADDRESS-SUSPENDED
            END-IF.

      * A contact goes in slot 1 or 2 for a student on the master.
      * A named contact needs a relationship and some way to reach
      * them - a phone number or an email that passes
      * ValidateEmail - and a Y/N correspondence flag (blank is N).
      * A blank name simply empties the slot.
        EDIT-CONTACT-TRANSACTION.
            MOVE MT-GC-STUDENT-ID TO StudentId
            READ STUDENT-MASTER
                INVALID KEY
                    MOVE "N" TO WS-EDIT-RESULT
                    MOVE "STUDENT NOT ON FILE" TO WS-REJECT-REASON
            END-READ
            IF TransactionClean
               AND MT-GC-SLOT NOT = 1 AND MT-GC-SLOT NOT = 2
                MOVE "N" TO WS-EDIT-RESULT
                MOVE "BAD CONTACT SLOT" TO WS-REJECT-REASON
            END-IF
            IF NOT TransactionClean OR MT-GC-NAME = SPACES
                EXIT PARAGRAPH
            END-IF
            IF MT-GC-RELATIONSHIP = SPACES
                MOVE "N" TO WS-EDIT-RESULT
                MOVE "MISSING RELATIONSHIP" TO WS-REJECT-REASON
            END-IF
            IF TransactionClean
               AND MT-GC-PHONE = SPACES AND MT-GC-EMAIL = SPACES
                MOVE "N" TO WS-EDIT-RESULT
                MOVE "NO PHONE OR EMAIL" TO WS-REJECT-REASON
            END-IF
            IF TransactionClean AND MT-GC-EMAIL NOT = SPACES
                CALL "ValidateEmail" USING MT-GC-EMAIL WS-EMAIL-VALID
                IF NOT StudentEmailIsValid
                    MOVE "N" TO WS-EDIT-RESULT
                    MOVE "BAD CONTACT EMAIL" TO WS-REJECT-REASON
                END-IF
            END-IF
            IF TransactionClean
                IF MT-GC-ACADEMIC-MAIL = SPACE
                    MOVE "N" TO MT-GC-ACADEMIC-MAIL
                END-IF
                IF MT-GC-ACADEMIC-MAIL NOT = "Y"
                   AND MT-GC-ACADEMIC-MAIL NOT = "N"
                    MOVE "N" TO WS-EDIT-RESULT
                    MOVE "BAD CORRESPONDENCE FLAG" TO WS-REJECT-REASON
                END-IF
            END-IF.

      * Each prerequisite on the course's COURSE.REF entry must
      * show a passing grade on the student's GRADES.DAT results -
      * a seat should never go to a student the course will fail
                    END-IF
            END-READ.

      * A student with any hold standing on STUHOLD.DAT may not
      * enroll; the first standing hold found names the reject
      * reason - its type, then the reason it was placed for.
        CHECK-STUDENT-HOLDS.
            MOVE "N" TO WS-HOLD-FOUND
            IF NOT HoldFileAvailable
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-HOLD-EOF
            MOVE MT-EN-STUDENT-ID TO SH-STUDENT-ID
            MOVE LOW-VALUES TO SH-HOLD-TYPE
            START STUDENT-HOLD-FILE KEY IS NOT LESS THAN SH-HOLD-KEY
                INVALID KEY SET EndOfHoldBrowse TO TRUE
            END-START
            PERFORM UNTIL EndOfHoldBrowse OR StudentOnHold
                READ STUDENT-HOLD-FILE NEXT RECORD
                    AT END SET EndOfHoldBrowse TO TRUE
                    NOT AT END
                        IF SH-STUDENT-ID NOT = MT-EN-STUDENT-ID
                            SET EndOfHoldBrowse TO TRUE
                        ELSE
                            IF SH-HoldStanding
                                MOVE "Y" TO WS-HOLD-FOUND
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            IF StudentOnHold
                EVALUATE TRUE
                    WHEN SH-FinancialHold
                        MOVE "FINANCIAL HOLD" TO WS-HLR-TYPE
                    WHEN SH-LibraryHold
                        MOVE "LIBRARY HOLD" TO WS-HLR-TYPE
                    WHEN SH-DisciplinaryHold
                        MOVE "DISCIPLINE HOLD" TO WS-HLR-TYPE
                    WHEN OTHER
                        MOVE "ON HOLD" TO WS-HLR-TYPE
                END-EVALUATE
                MOVE SH-HOLD-REASON TO WS-HLR-TEXT
                MOVE WS-HOLD-REASON TO WS-REJECT-REASON
            END-IF.

        OPEN-STUDENT-HOLD-FILE.
            OPEN INPUT STUDENT-HOLD-FILE
            IF HoldFileOK
                MOVE "Y" TO WS-HOLD-FILE-OPEN
            ELSE
                DISPLAY "No STUHOLD.DAT hold file, hold check "
                    "skipped this run"
            END-IF.

        OPEN-GRADE-RESULT-FILE.
            OPEN INPUT GRADE-RESULT-FILE
            IF GradeFileOK
                        TO WS-REJECT-REASON
                    PERFORM WRITE-REJECTED-TRANSACTION
                NOT INVALID KEY
                    MOVE "A" TO WS-RJ-OPERATION
                    PERFORM JOURNAL-STUDENT-RECORD
                    ADD 1 TO WS-TRANSACTIONS-APPLIED
            END-WRITE.

                                TO WS-REJECT-REASON
                            PERFORM WRITE-REJECTED-TRANSACTION
                        NOT INVALID KEY
                            MOVE "C" TO WS-RJ-OPERATION
                            PERFORM JOURNAL-STUDENT-RECORD
                            ADD 1 TO WS-TRANSACTIONS-APPLIED
                    END-REWRITE
            END-READ.
                                TO WS-REJECT-REASON
                            PERFORM WRITE-REJECTED-TRANSACTION
                        NOT INVALID KEY
                            MOVE "D" TO WS-RJ-OPERATION
                            PERFORM JOURNAL-STUDENT-RECORD
                            ADD 1 TO WS-TRANSACTIONS-APPLIED
                            PERFORM DELETE-STUDENT-CONTACT
                    END-DELETE
            END-READ.

        DELETE-STUDENT-CONTACT.
            MOVE MT-STUDENT-ID TO CN-STUDENT-ID
            DELETE STUDENT-CONTACT-FILE
                INVALID KEY
                    CONTINUE
            END-DELETE.

      * The contact record is created on the first address or
      * contact transaction for the student and rewritten after.
        READ-STUDENT-CONTACT.
            MOVE "Y" TO WS-CONTACT-FOUND
            READ STUDENT-CONTACT-FILE
                INVALID KEY
                    MOVE "N" TO WS-CONTACT-FOUND
                    MOVE SPACES TO CN-HOME-ADDRESS
                    MOVE SPACES TO CN-CONTACT(1)
                    MOVE SPACES TO CN-CONTACT(2)
            END-READ.

        SAVE-STUDENT-CONTACT.
            MOVE WS-RUN-DATE TO CN-LAST-CHANGED
            IF ContactRecordFound
                REWRITE STUDENT-CONTACT-RECORD
                    INVALID KEY
                        MOVE "CONTACT NOT ON FILE" TO WS-REJECT-REASON
                        PERFORM WRITE-REJECTED-TRANSACTION
                    NOT INVALID KEY
                        ADD 1 TO WS-TRANSACTIONS-APPLIED
                END-REWRITE
            ELSE
                WRITE STUDENT-CONTACT-RECORD
                    INVALID KEY
                        MOVE "CONTACT ALREADY ON FILE"
                            TO WS-REJECT-REASON
                        PERFORM WRITE-REJECTED-TRANSACTION
                    NOT INVALID KEY
                        ADD 1 TO WS-TRANSACTIONS-APPLIED
                END-WRITE
            END-IF.

        STORE-HOME-ADDRESS.
            MOVE MT-AD-STUDENT-ID TO CN-STUDENT-ID
            PERFORM READ-STUDENT-CONTACT
            MOVE MT-AD-STREET TO CN-STREET
            MOVE MT-AD-CITY TO CN-CITY
            MOVE MT-AD-STATE TO CN-STATE
            MOVE MT-AD-POSTAL-CODE TO CN-POSTAL-CODE
            PERFORM SAVE-STUDENT-CONTACT.

        STORE-GUARDIAN-CONTACT.
            MOVE MT-GC-STUDENT-ID TO CN-STUDENT-ID
            PERFORM READ-STUDENT-CONTACT
            IF MT-GC-NAME = SPACES
                MOVE SPACES TO CN-CONTACT(MT-GC-SLOT)
            ELSE
                MOVE MT-GC-NAME TO CN-CONTACT-NAME(MT-GC-SLOT)
                MOVE MT-GC-RELATIONSHIP
                    TO CN-RELATIONSHIP(MT-GC-SLOT)
                MOVE MT-GC-PHONE TO CN-PHONE(MT-GC-SLOT)
                MOVE MT-GC-EMAIL TO CN-CONTACT-EMAIL(MT-GC-SLOT)
                MOVE MT-GC-ACADEMIC-MAIL
                    TO CN-ACADEMIC-MAIL(MT-GC-SLOT)
            END-IF
            PERFORM SAVE-STUDENT-CONTACT.

      * An enrollment into a course at its CRR-CAPACITY limit for
      * the term is not an error - the transaction is queued on the
      * ordered waitlist for WaitlistPromote to promote as seats
                  "left empty"
            END-IF.

      * The same POSTAL.REF load the label run performs (see
      * LOAD-POSTAL-CODE-TABLE in label-print.cbl).
        LOAD-POSTAL-CODE-TABLE.
            OPEN INPUT POSTAL-REFERENCE
            IF WS-POSTAL-REF-STATUS = "00"
                PERFORM UNTIL EndOfPostalReference
                    OR WS-PC-COUNT >= WS-POSTAL-TABLE-CAPACITY
                    READ POSTAL-REFERENCE
                        AT END SET EndOfPostalReference TO TRUE
                        NOT AT END
                            ADD 1 TO WS-PC-COUNT
                            MOVE PR-LOW-CODE
                                TO PC-LOW-CODE(WS-PC-COUNT)
                            MOVE PR-HIGH-CODE
                                TO PC-HIGH-CODE(WS-PC-COUNT)
                            MOVE FUNCTION UPPER-CASE(PR-CITY)
                                TO PC-CITY(WS-PC-COUNT)
                            MOVE FUNCTION UPPER-CASE(PR-STATE)
                                TO PC-STATE(WS-PC-COUNT)
                    END-READ
                END-PERFORM
                IF NOT EndOfPostalReference
                    DISPLAY "WS-POSTAL-CODE-TABLE full at "
                        WS-POSTAL-TABLE-CAPACITY " entries, "
                        "remaining POSTAL.REF records not loaded"
                END-IF
                CLOSE POSTAL-REFERENCE
            ELSE
                DISPLAY "No POSTAL-REFERENCE file available, "
                    "addresses checked on the blank edits only"
            END-IF.

        CHECK-COURSE-CODE.
            MOVE "N" TO WS-COURSE-FOUND
            PERFORM VARYING OC-IDX FROM 1 BY 1
                    MOVE "Y" TO WS-COURSE-FOUND
                END-IF
            END-PERFORM.

      * Every change to STUDENT.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-STUDENT-RECORD.
            MOVE "STUDENT" TO WS-RJ-FILE-ID
            MOVE StudentId TO WS-RJ-KEY
            MOVE StudentDetails TO WS-RJ-IMAGE
            CALL "RecoveryJournal" USING WS-RJ-FILE-ID
                WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.
