      * runs write through NotifyQueue. Each entry is addressed
      * from the masters: a customer goes by email when one is on
      * file and not opted out, else by letter to the current
      * ADDRESS-HISTORY entry unless do-not-mail or flagged
      * undeliverable by ReturnedMail; a student goes
      * by email when one is on file, else by letter to the home
      * address on the STUCONT.DAT contact record. A student under
      * 18 on the run date is also written to about through each
      * guardian contact flagged to receive academic
      * correspondence - by the contact's email when there is one,
      * else by letter to the student's home address - with a copy
      * line of its own on the register. Ready-to-send letters
      * land on NOTIFYLT.RPT, emails on NOTIFYEM.RPT, and every
      * entry - sent or not - on the NOTIFY.RPT register, with the
      * ones that could not be addressed (unknown addressee, every
      * channel suppressed, no address held) flagged for someone
      * to chase by hand. An instructor, known only by name on
      * EMPLOYEE.DAT, gets a letter for the internal mail. The
      * queue is emptied once everything is on the register, so
      * nothing is told twice and nothing vanishes untold.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            RECORD KEY IS StudentId
            ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
            FILE STATUS IS WS-STUDENT-STATUS.
          SELECT ROOM-ALLOCATION-FILE
            ASSIGN TO "ROOMALOC.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RA-ALLOCATION-KEY
            FILE STATUS IS WS-ALLOCATION-STATUS.
          SELECT EMPLOYEE-MASTER
            ASSIGN TO "EMPLOYEE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EM-EMPLOYEE-NO
            FILE STATUS IS WS-EMPLOYEE-STATUS.
          SELECT STUDENT-CONTACT-FILE
            ASSIGN TO "STUCONT.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CN-STUDENT-ID
            FILE STATUS IS WS-CONTACT-STATUS.
          SELECT LETTER-FILE
            ASSIGN TO "NOTIFYLT.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            05  NQ-ADDRESSEE-TYPE    PIC X.
                88  NQ-ToCustomer        VALUE "C".
                88  NQ-ToStudent         VALUE "S".
                88  NQ-ToInstructor      VALUE "I".
            05  FILLER               PIC X.
            05  NQ-ADDRESSEE-ID      PIC X(10).
            05  FILLER               PIC X.
            LABEL RECORDS ARE STANDARD.
            COPY STUDREC.

        FD  ROOM-ALLOCATION-FILE
            LABEL RECORDS ARE STANDARD.
            COPY ROOMALOC.

        FD  EMPLOYEE-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY EMPREC.

        FD  STUDENT-CONTACT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY STUCONT.

        FD  LETTER-FILE
            LABEL RECORDS ARE STANDARD.
        01  LetterLine               PIC X(80).
            88  CustomerFileOK           VALUE "00".
        01  WS-STUDENT-STATUS        PIC XX.
            88  StudentFileOK            VALUE "00".
        01  WS-ALLOCATION-STATUS     PIC XX.
            88  AllocationFileOK         VALUE "00".
        01  WS-EMPLOYEE-STATUS       PIC XX.
            88  EmployeeFileOK           VALUE "00".
        01  WS-CONTACT-STATUS        PIC XX.
            88  ContactFileOK            VALUE "00".
        01  WS-LETTER-STATUS         PIC XX.
        01  WS-EMAIL-STATUS          PIC XX.
        01  WS-REGISTER-STATUS       PIC XX.
            88  CustomerMasterHere       VALUE "Y".
        01  WS-STUDENT-AVAILABLE     PIC X VALUE "N".
            88  StudentMasterHere        VALUE "Y".
        01  WS-ALLOCATION-AVAILABLE  PIC X VALUE "N".
            88  AllocationFileHere       VALUE "Y".
        01  WS-EMPLOYEE-AVAILABLE    PIC X VALUE "N".
            88  EmployeeMasterHere       VALUE "Y".
        01  WS-CONTACT-AVAILABLE     PIC X VALUE "N".
            88  ContactFileHere          VALUE "Y".
        01  WS-CLASS-ROOM-KNOWN      PIC X.
            88  ClassRoomKnown           VALUE "Y".

        01  WS-RUN-DATE              PIC 9(8).
        01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
            05  WS-RUN-CCYY          PIC 9(4).
            05  WS-RUN-MMDD          PIC 9(4).
        01  WS-STUDENT-AGE           PIC 999.
        01  WS-BIRTH-MMDD            PIC 9(4).
        01  WS-MINOR-SWITCH          PIC X.
            88  StudentIsMinor           VALUE "Y".
        01  WS-GUARDIAN-SWITCH       PIC X VALUE "N".
            88  GuardianCopy             VALUE "Y".
        01  WS-GUARDIAN-IDX          PIC 9.
        01  WS-STUDENT-NAME          PIC X(10).
        01  WS-HOME-ADDRESS.
            05  WS-HOME-STREET       PIC X(30).
            05  WS-HOME-CITY         PIC X(20).
            05  WS-HOME-STATE        PIC X(2).
            05  WS-HOME-POSTAL       PIC X(10).

        01  WS-ENTRIES-READ          PIC 9(5) VALUE ZERO.
        01  WS-LETTERS-WRITTEN       PIC 9(5) VALUE ZERO.

        01  WS-ADDRESSEE-NAME        PIC X(20).
        01  WS-ADDRESSEE-EMAIL       PIC X(50).
        01  WS-STREET                PIC X(30).
        01  WS-CITY                  PIC X(20).
        01  WS-STATE                 PIC X(2).
        01  WS-POSTAL                PIC X(10).
        01  WS-CHANNEL               PIC X.
            88  SendByEmail              VALUE "E".
            88  Unaddressable            VALUE "U".
        01  WS-FAIL-REASON           PIC X(24).
        01  WS-AH-IDX                PIC 9.
        01  WS-ADDRESS-UNDELIVERABLE PIC X.
        01  WS-EVENT-TEXT            PIC X(40).

        01  WS-RULE-LINE             PIC X(44) VALUE ALL "-".
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DT-ID             PIC X(10).
        01  WS-DOC-ADDRESS-LINE.
            05  WS-DA-STREET         PIC X(30).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DA-CITY           PIC X(20).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DA-STATE          PIC X(2).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DA-POSTAL         PIC X(10).
        01  WS-DOC-CONCERNING-LINE.
            05  FILLER               PIC X(27)
                VALUE "PARENT/GUARDIAN OF STUDENT ".
            05  WS-DC-NAME           PIC X(10).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DC-ID             PIC X(10).
        01  WS-DOC-EMAIL-LINE.
            05  FILLER               PIC X(4) VALUE "TO: ".
            05  WS-DE-EMAIL          PIC X(50).
            05  WS-DS-TEXT           PIC X(40).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DS-REFERENCE      PIC X(12).
        01  WS-DOC-ROOM-LINE.
            05  FILLER               PIC X(20)
                VALUE "THE CLASS MEETS IN ".
            05  WS-DR-ROOM           PIC X(6).
            05  FILLER               PIC X(2) VALUE ", ".
            05  WS-DR-BUILDING       PIC X(20).
        01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.

        01  WS-REGISTER-HEADING      PIC X(30)
                VALUE "  UNADDRESSED".
            05  WS-RT-UNADDRESSED    PIC ZZZZ9.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            OPEN INPUT NOTIFY-QUEUE-FILE
            IF StudentFileOK
                MOVE "Y" TO WS-STUDENT-AVAILABLE
            END-IF
            OPEN INPUT ROOM-ALLOCATION-FILE
            IF AllocationFileOK
                MOVE "Y" TO WS-ALLOCATION-AVAILABLE
            END-IF
            OPEN INPUT EMPLOYEE-MASTER
            IF EmployeeFileOK
                MOVE "Y" TO WS-EMPLOYEE-AVAILABLE
            END-IF
            OPEN INPUT STUDENT-CONTACT-FILE
            IF ContactFileOK
                MOVE "Y" TO WS-CONTACT-AVAILABLE
            END-IF
            CALL "BusinessDate" USING WS-RUN-DATE
            OPEN OUTPUT LETTER-FILE
            OPEN OUTPUT EMAIL-FILE
            OPEN OUTPUT SENT-REGISTER
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE SentRegisterLine FROM REPORT-STAMP-LINE
            WRITE SentRegisterLine FROM WS-REGISTER-HEADING
            PERFORM READ-QUEUE-ENTRY
            PERFORM UNTIL EndOfNotifyQueue
            IF StudentMasterHere
                CLOSE STUDENT-MASTER
            END-IF
            IF AllocationFileHere
                CLOSE ROOM-ALLOCATION-FILE
            END-IF
            IF ContactFileHere
                CLOSE STUDENT-CONTACT-FILE
            END-IF
            IF EmployeeMasterHere
                CLOSE EMPLOYEE-MASTER
            END-IF
            CLOSE NOTIFY-QUEUE-FILE
      * Every entry is on the register now - sent or flagged - so
      * the queue empties rather than telling anyone twice.
            ADD 1 TO WS-ENTRIES-READ
            PERFORM RESOLVE-THE-ADDRESSEE
            PERFORM DESCRIBE-THE-EVENT
            PERFORM FIND-CLASS-ROOM
            EVALUATE TRUE
                WHEN SendByEmail
                    ADD 1 TO WS-EMAILS-WRITTEN
            MOVE NQ-EVENT-CODE TO WS-RG-EVENT
            MOVE NQ-REFERENCE TO WS-RG-REFERENCE
            MOVE WS-FAIL-REASON TO WS-RG-DISPOSITION
            WRITE SentRegisterLine FROM WS-REGISTER-DETAIL
            IF NQ-ToStudent AND StudentIsMinor
                PERFORM VARYING WS-GUARDIAN-IDX FROM 1 BY 1
                        UNTIL WS-GUARDIAN-IDX > 2
                    IF CN-CONTACT-NAME(WS-GUARDIAN-IDX) NOT = SPACES
                       AND CN-ReceivesAcademicMail(WS-GUARDIAN-IDX)
                        PERFORM NOTIFY-ONE-GUARDIAN
                    END-IF
                END-PERFORM
            END-IF.

      * The guardian's own email when one is held, else a letter
      * to the student's home address; a guardian copy that can be
      * sent neither way is flagged on the register like any other
      * unaddressable entry.
        NOTIFY-ONE-GUARDIAN.
            MOVE "Y" TO WS-GUARDIAN-SWITCH
            MOVE CN-CONTACT-NAME(WS-GUARDIAN-IDX) TO WS-ADDRESSEE-NAME
            MOVE WS-STUDENT-NAME TO WS-DC-NAME
            MOVE NQ-ADDRESSEE-ID TO WS-DC-ID
            EVALUATE TRUE
                WHEN CN-CONTACT-EMAIL(WS-GUARDIAN-IDX) NOT = SPACES
                    MOVE CN-CONTACT-EMAIL(WS-GUARDIAN-IDX)
                        TO WS-ADDRESSEE-EMAIL
                    ADD 1 TO WS-EMAILS-WRITTEN
                    PERFORM WRITE-ONE-EMAIL
                    MOVE "GUARDIAN EMAIL WRITTEN" TO WS-FAIL-REASON
                WHEN WS-HOME-STREET NOT = SPACES
                    MOVE WS-HOME-STREET TO WS-STREET
                    MOVE WS-HOME-CITY TO WS-CITY
                    MOVE WS-HOME-STATE TO WS-STATE
                    MOVE WS-HOME-POSTAL TO WS-POSTAL
                    ADD 1 TO WS-LETTERS-WRITTEN
                    PERFORM WRITE-ONE-LETTER
                    MOVE "GUARDIAN LETTER WRITTEN" TO WS-FAIL-REASON
                WHEN OTHER
                    ADD 1 TO WS-UNADDRESSED-COUNT
                    MOVE "NO GUARDIAN ADDRESS" TO WS-FAIL-REASON
            END-EVALUATE
            MOVE WS-FAIL-REASON TO WS-RG-DISPOSITION
            WRITE SentRegisterLine FROM WS-REGISTER-DETAIL
            MOVE "N" TO WS-GUARDIAN-SWITCH.

      * Channel choice honors the contact-preference flags: a
      * suppressed channel is never used, and when every channel
            MOVE SPACES TO WS-ADDRESSEE-EMAIL
            MOVE SPACES TO WS-STREET
            MOVE SPACES TO WS-CITY
            MOVE SPACES TO WS-STATE
            MOVE SPACES TO WS-POSTAL
            MOVE SPACES TO WS-HOME-ADDRESS
            MOVE "N" TO WS-MINOR-SWITCH
            MOVE "U" TO WS-CHANNEL
            MOVE SPACES TO WS-FAIL-REASON
            EVALUATE TRUE
                    PERFORM RESOLVE-CUSTOMER-ADDRESSEE
                WHEN NQ-ToStudent
                    PERFORM RESOLVE-STUDENT-ADDRESSEE
                WHEN NQ-ToInstructor
                    PERFORM RESOLVE-INSTRUCTOR-ADDRESSEE
                WHEN OTHER
                    MOVE "BAD ADDRESSEE TYPE"
                        TO WS-FAIL-REASON
                EXIT PARAGRAPH
            END-IF
            PERFORM FIND-CURRENT-ADDRESS
      * Mail to an address ReturnedMail has flagged has already
      * come back once - with no email to fall back on, the entry
      * is left for someone to chase rather than posted again.
            IF WS-ADDRESS-UNDELIVERABLE = "Y"
                MOVE "ADDRESS UNDELIVERABLE" TO WS-FAIL-REASON
                EXIT PARAGRAPH
            END-IF
            MOVE "L" TO WS-CHANNEL.

        FIND-CURRENT-ADDRESS.
            MOVE "N" TO WS-ADDRESS-UNDELIVERABLE
            PERFORM VARYING WS-AH-IDX FROM 1 BY 1
                UNTIL WS-AH-IDX > 5
                IF IS-CURRENT-ADDRESS(WS-AH-IDX)
                    MOVE AH-STREET(WS-AH-IDX) TO WS-STREET
                    MOVE AH-CITY(WS-AH-IDX) TO WS-CITY
                    MOVE AH-POSTAL-CODE(WS-AH-IDX) TO WS-POSTAL
                    IF IS-UNDELIVERABLE-ADDRESS(WS-AH-IDX)
                        MOVE "Y" TO WS-ADDRESS-UNDELIVERABLE
                    END-IF
                END-IF
            END-PERFORM.

      * A student with no email is written to at the home address
      * on the contact file; with neither, the entry is flagged
      * for the registrar to chase.
        RESOLVE-STUDENT-ADDRESSEE.
            IF NOT StudentMasterHere
                MOVE "NO STUDENT MASTER" TO WS-FAIL-REASON
                        TO WS-FAIL-REASON
                NOT INVALID KEY
                    MOVE StudentName TO WS-ADDRESSEE-NAME
                    MOVE StudentName TO WS-STUDENT-NAME
                    PERFORM FIND-STUDENT-CONTACT
                    PERFORM CHECK-STUDENT-MINOR
                    EVALUATE TRUE
                        WHEN Email NOT = SPACES
                            MOVE Email TO WS-ADDRESSEE-EMAIL
                            MOVE "E" TO WS-CHANNEL
                        WHEN WS-HOME-STREET NOT = SPACES
                            MOVE WS-HOME-STREET TO WS-STREET
                            MOVE WS-HOME-CITY TO WS-CITY
                            MOVE WS-HOME-STATE TO WS-STATE
                            MOVE WS-HOME-POSTAL TO WS-POSTAL
                            MOVE "L" TO WS-CHANNEL
                        WHEN OTHER
                            MOVE "NO STUDENT ADDRESS"
                                TO WS-FAIL-REASON
                    END-EVALUATE
            END-READ.

        RESOLVE-INSTRUCTOR-ADDRESSEE.
            IF NOT EmployeeMasterHere
                MOVE "NO EMPLOYEE MASTER" TO WS-FAIL-REASON
                EXIT PARAGRAPH
            END-IF
            IF NQ-ADDRESSEE-ID(1:6) IS NOT NUMERIC
                MOVE "BAD EMPLOYEE NUMBER" TO WS-FAIL-REASON
                EXIT PARAGRAPH
            END-IF
            MOVE NQ-ADDRESSEE-ID(1:6) TO EM-EMPLOYEE-NO
            READ EMPLOYEE-MASTER
                INVALID KEY
                    MOVE "INSTRUCTOR NOT ON FILE"
                        TO WS-FAIL-REASON
                NOT INVALID KEY
                    MOVE EM-EMPLOYEE-NAME TO WS-ADDRESSEE-NAME
                    MOVE "L" TO WS-CHANNEL
            END-READ.

        FIND-STUDENT-CONTACT.
            MOVE SPACES TO CN-CONTACT(1)
            MOVE SPACES TO CN-CONTACT(2)
            IF NOT ContactFileHere
                EXIT PARAGRAPH
            END-IF
            MOVE StudentId TO CN-STUDENT-ID
            READ STUDENT-CONTACT-FILE
                INVALID KEY
                    MOVE SPACES TO CN-CONTACT(1)
                    MOVE SPACES TO CN-CONTACT(2)
                NOT INVALID KEY
                    MOVE CN-HOME-ADDRESS TO WS-HOME-ADDRESS
            END-READ.

      * Under 18 on the run date by DateOfBirth - the birthday
      * itself counts as reached.
        CHECK-STUDENT-MINOR.
            IF DateOfBirth IS NOT NUMERIC OR YOBirth = ZERO
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-STUDENT-AGE = WS-RUN-CCYY - YOBirth
            COMPUTE WS-BIRTH-MMDD = MOBirth * 100 + DOBirth
            IF WS-RUN-MMDD < WS-BIRTH-MMDD
                SUBTRACT 1 FROM WS-STUDENT-AGE
            END-IF
            IF WS-STUDENT-AGE < 18
                MOVE "Y" TO WS-MINOR-SWITCH
            END-IF.

        DESCRIBE-THE-EVENT.
            EVALUATE NQ-EVENT-CODE
                WHEN "PROMOTED"
                WHEN "ORDHELD"
                    MOVE "YOUR ORDER IS HELD - PLEASE CONTACT US"
                        TO WS-EVENT-TEXT
                WHEN "BOCANCEL"
                    MOVE "A BACK-ORDERED ITEM HAS BEEN CANCELLED"
                        TO WS-EVENT-TEXT
                WHEN "DUNNING"
                    MOVE "YOUR ACCOUNT IS OVERDUE - SEE LETTER"
                        TO WS-EVENT-TEXT
                WHEN "HONORS"
                    MOVE "YOU HAVE MADE THE HONORS LIST"
                        TO WS-EVENT-TEXT
                WHEN "PROBATN"
                    MOVE "YOU ARE ON ACADEMIC PROBATION"
                        TO WS-EVENT-TEXT
                WHEN "SUSPEND"
                    MOVE "YOU ARE ACADEMICALLY SUSPENDED"
                        TO WS-EVENT-TEXT
                WHEN "GOODSTND"
                    MOVE "YOUR ACADEMIC STANDING IS NOW GOOD"
                        TO WS-EVENT-TEXT
                WHEN "INCWARN"
                    MOVE "AN INCOMPLETE GRADE WILL SOON LAPSE TO F"
                        TO WS-EVENT-TEXT
                WHEN "INCLAPSE"
                    MOVE "AN INCOMPLETE GRADE HAS LAPSED TO F"
                        TO WS-EVENT-TEXT
                WHEN "TRUANT"
                    MOVE "ATTENDANCE IS BELOW THE REQUIRED LEVEL"
                        TO WS-EVENT-TEXT
                WHEN OTHER
                    MOVE "PLEASE CONTACT THE OFFICE REGARDING"
                        TO WS-EVENT-TEXT
            END-EVALUATE.

      * An enrollment confirmation carries "term course" as its
      * reference; once RoomAllocation has seated the course for
      * the term the student is told where it meets.
        FIND-CLASS-ROOM.
            MOVE "N" TO WS-CLASS-ROOM-KNOWN
            IF NQ-EVENT-CODE NOT = "PROMOTED"
               OR NOT AllocationFileHere
                EXIT PARAGRAPH
            END-IF
            MOVE NQ-REFERENCE(1:5) TO RA-TERM-CODE
            MOVE NQ-REFERENCE(7:4) TO RA-COURSE-CODE
            READ ROOM-ALLOCATION-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO WS-CLASS-ROOM-KNOWN
                    MOVE RA-ROOM-ID TO WS-DR-ROOM
                    MOVE RA-BUILDING TO WS-DR-BUILDING
            END-READ.

        WRITE-ONE-LETTER.
            WRITE LetterLine FROM WS-RULE-LINE
            MOVE WS-ADDRESSEE-NAME TO WS-DT-NAME
            MOVE NQ-ADDRESSEE-ID TO WS-DT-ID
            IF GuardianCopy
                MOVE SPACES TO WS-DT-ID
            END-IF
            WRITE LetterLine FROM WS-DOC-TO-LINE
            IF GuardianCopy
                WRITE LetterLine FROM WS-DOC-CONCERNING-LINE
            END-IF
            IF WS-STREET NOT = SPACES
                MOVE WS-STREET TO WS-DA-STREET
                MOVE WS-CITY TO WS-DA-CITY
                MOVE WS-STATE TO WS-DA-STATE
                MOVE WS-POSTAL TO WS-DA-POSTAL
                WRITE LetterLine FROM WS-DOC-ADDRESS-LINE
            END-IF
            MOVE WS-EVENT-TEXT TO WS-DS-TEXT
            MOVE NQ-REFERENCE TO WS-DS-REFERENCE
            WRITE LetterLine FROM WS-DOC-SUBJECT-LINE
            IF ClassRoomKnown
                WRITE LetterLine FROM WS-DOC-ROOM-LINE
            END-IF
            WRITE LetterLine FROM WS-BLANK-LINE.

        WRITE-ONE-EMAIL.
            WRITE EmailLine FROM WS-RULE-LINE
            MOVE WS-ADDRESSEE-EMAIL TO WS-DE-EMAIL
            WRITE EmailLine FROM WS-DOC-EMAIL-LINE
            IF GuardianCopy
                WRITE EmailLine FROM WS-DOC-CONCERNING-LINE
            END-IF
            MOVE WS-EVENT-TEXT TO WS-DS-TEXT
            MOVE NQ-REFERENCE TO WS-DS-REFERENCE
            WRITE EmailLine FROM WS-DOC-SUBJECT-LINE
            IF ClassRoomKnown
                WRITE EmailLine FROM WS-DOC-ROOM-LINE
            END-IF
            WRITE EmailLine FROM WS-BLANK-LINE.
