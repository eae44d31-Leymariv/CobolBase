       IDENTIFICATION DIVISION.
       PROGRAM-ID. GradeAuditPrint.
      * Companion print program for the grade-change audit trail
      * (GRADEAUD copybook, GRDAUDT.DAT) in the CustomerAuditPrint
      * mold. Lists the before and after images GradePost wrote
      * for a given StudentId, a course, a run-date range, or any
      * mix of them - zero or blank means "no filter" for each
      * prompt - with the reason, the operator who keyed the change
      * and the registrar who approved it, so a disputed grade can
      * be put before the academic board from the trail itself.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT GRADE-AUDIT-FILE
            ASSIGN TO "GRDAUDT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.
          SELECT AUDIT-LISTING
            ASSIGN TO "GRDAUDT.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LISTING-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  GRADE-AUDIT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY GRADEAUD.

        FD  AUDIT-LISTING
            LABEL RECORDS ARE STANDARD.
        01  AuditListingLine         PIC X(132).

        WORKING-STORAGE SECTION.
        01  WS-AUDIT-STATUS          PIC XX.
            88  EndOfAuditFile           VALUE "10".
        01  WS-LISTING-STATUS        PIC XX.

      * The image is parsed through the shared results layout so
      * the listing can show named fields instead of a raw dump.
        COPY GRADEREC.

        01  WS-FILTER-STUDENT-ID     PIC 9(7).
        01  WS-FILTER-COURSE         PIC X(4).
        01  WS-FILTER-DATE-FROM      PIC 9(8).
        01  WS-FILTER-DATE-TO        PIC 9(8).
        01  WS-LINES-PRINTED         PIC 9(5) VALUE ZERO.

        01  WS-LISTING-HEADING.
            05  FILLER               PIC X(40)
                VALUE "GRADE-CHANGE AUDIT TRAIL".
        01  WS-COLUMN-HEADING.
            05  FILLER               PIC X(33)
                VALUE "RUN DATE PROGRAM         IMAGE   ".
            05  FILLER               PIC X(34)
                VALUE "STUDENT COURSE TERM  GR POSTED    ".
            05  FILLER               PIC X(43)
                VALUE "REASON                    OPERATOR APPROVED".
        01  WS-LISTING-LINE.
            05  WS-ALL-RUN-DATE      PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-ALL-PROGRAM       PIC X(15).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-ALL-IMAGE         PIC X(7).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-ALL-STUDENT-ID    PIC 9(7).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-ALL-COURSE        PIC X(4).
            05  FILLER               PIC X(3) VALUE SPACES.
            05  WS-ALL-TERM          PIC X(5).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-ALL-GRADE         PIC XX.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-ALL-POSTED        PIC 9(8).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-ALL-REASON-CODE   PIC XX.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-ALL-REASON-TEXT   PIC X(22).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-ALL-OPERATOR      PIC X(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-ALL-APPROVED-BY   PIC X(8).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            DISPLAY "Student id to list (0 for all) - "
                WITH NO ADVANCING
            ACCEPT WS-FILTER-STUDENT-ID
            DISPLAY "Course code to list (blank for all) - "
                WITH NO ADVANCING
            ACCEPT WS-FILTER-COURSE
            MOVE FUNCTION UPPER-CASE(WS-FILTER-COURSE)
                TO WS-FILTER-COURSE
            DISPLAY "Run date from CCYYMMDD (0 for open) - "
                WITH NO ADVANCING
            ACCEPT WS-FILTER-DATE-FROM
            DISPLAY "Run date to CCYYMMDD (0 for open) - "
                WITH NO ADVANCING
            ACCEPT WS-FILTER-DATE-TO

            OPEN INPUT GRADE-AUDIT-FILE
            IF WS-AUDIT-STATUS NOT = "00"
                DISPLAY "No GRDAUDT.DAT audit trail on file"
            ELSE
                OPEN OUTPUT AUDIT-LISTING
                CALL "ReportStamp" USING REPORT-STAMP-LINE
                WRITE AuditListingLine FROM REPORT-STAMP-LINE
                WRITE AuditListingLine FROM WS-LISTING-HEADING
                WRITE AuditListingLine FROM WS-COLUMN-HEADING
                PERFORM READ-AUDIT-RECORD
                PERFORM UNTIL EndOfAuditFile
                    PERFORM LIST-ONE-AUDIT-RECORD
                    PERFORM READ-AUDIT-RECORD
                END-PERFORM
                CLOSE GRADE-AUDIT-FILE
                CLOSE AUDIT-LISTING
                DISPLAY "Grade audit listing: " WS-LINES-PRINTED
                    " image(s) written to GRDAUDT.RPT"
            END-IF
            STOP RUN.

        READ-AUDIT-RECORD.
            READ GRADE-AUDIT-FILE
                AT END SET EndOfAuditFile TO TRUE
            END-READ.

        LIST-ONE-AUDIT-RECORD.
            MOVE GA-RECORD-IMAGE TO GRADE-RESULT-RECORD
            IF (WS-FILTER-STUDENT-ID = ZERO
                    OR GR-STUDENT-ID = WS-FILTER-STUDENT-ID)
               AND (WS-FILTER-COURSE = SPACES
                    OR GR-COURSE-CODE = WS-FILTER-COURSE)
               AND (WS-FILTER-DATE-FROM = ZERO
                    OR GA-RUN-DATE NOT < WS-FILTER-DATE-FROM)
               AND (WS-FILTER-DATE-TO = ZERO
                    OR GA-RUN-DATE NOT > WS-FILTER-DATE-TO)
                MOVE GA-RUN-DATE TO WS-ALL-RUN-DATE
                MOVE GA-PROGRAM-NAME TO WS-ALL-PROGRAM
                EVALUATE TRUE
                    WHEN GA-BeforeImage
                        MOVE "BEFORE" TO WS-ALL-IMAGE
                    WHEN GA-AfterImage
                        MOVE "AFTER" TO WS-ALL-IMAGE
                    WHEN GA-DeletedImage
                        MOVE "DELETED" TO WS-ALL-IMAGE
                    WHEN OTHER
                        MOVE GA-IMAGE-TYPE TO WS-ALL-IMAGE
                END-EVALUATE
                MOVE GR-STUDENT-ID TO WS-ALL-STUDENT-ID
                MOVE GR-COURSE-CODE TO WS-ALL-COURSE
                MOVE GR-TERM-CODE TO WS-ALL-TERM
                MOVE GR-GRADE TO WS-ALL-GRADE
                MOVE GR-POSTED-DATE TO WS-ALL-POSTED
                MOVE GA-REASON-CODE TO WS-ALL-REASON-CODE
                PERFORM DESCRIBE-REASON-CODE
                MOVE GA-OPERATOR-ID TO WS-ALL-OPERATOR
                MOVE GA-APPROVED-BY TO WS-ALL-APPROVED-BY
                WRITE AuditListingLine FROM WS-LISTING-LINE
                ADD 1 TO WS-LINES-PRINTED
            END-IF.

        DESCRIBE-REASON-CODE.
            EVALUATE TRUE
                WHEN GA-MarkingError
                    MOVE "MARKING ERROR" TO WS-ALL-REASON-TEXT
                WHEN GA-AppealUpheld
                    MOVE "APPEAL UPHELD" TO WS-ALL-REASON-TEXT
                WHEN GA-IncompleteResolved
                    MOVE "INCOMPLETE RESOLVED" TO WS-ALL-REASON-TEXT
                WHEN GA-DataEntryError
                    MOVE "DATA ENTRY ERROR" TO WS-ALL-REASON-TEXT
                WHEN GA-LateWithdrawal
                    MOVE "LATE WITHDRAWAL" TO WS-ALL-REASON-TEXT
                WHEN GA-MisconductRuling
                    MOVE "MISCONDUCT RULING" TO WS-ALL-REASON-TEXT
                WHEN GA-LapsedToFail
                    MOVE "INCOMPLETE LAPSED" TO WS-ALL-REASON-TEXT
                WHEN OTHER
                    MOVE SPACES TO WS-ALL-REASON-TEXT
            END-EVALUATE.
