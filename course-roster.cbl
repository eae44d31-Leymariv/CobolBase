      * heading with its term, and ends each course with a
      * headcount and the run with a grand total. Withdrawn and
      * cancelled enrollments are left off the roster - they hold
      * no seat. Once RoomAllocation has seated a course for the
      * term, its ROOMALOC.DAT room and building print on the
      * course heading.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            ASSIGN TO "COURSE.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-COURSE-REF-STATUS.
          SELECT ROOM-ALLOCATION-FILE
            ASSIGN TO "ROOMALOC.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RA-ALLOCATION-KEY
            FILE STATUS IS WS-ALLOCATION-STATUS.
          SELECT ROSTER-REPORT
            ASSIGN TO "ROSTER.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            LABEL RECORDS ARE STANDARD.
            COPY COURSREF.

        FD  ROOM-ALLOCATION-FILE
            LABEL RECORDS ARE STANDARD.
            COPY ROOMALOC.

        FD  ROSTER-REPORT
            LABEL RECORDS ARE STANDARD.
        01  RosterReportLine         PIC X(80).
        01  WS-COURSE-REF-STATUS     PIC XX.
            88  EndOfCourseReference     VALUE "10".
        01  WS-ROSTER-STATUS         PIC XX.
        01  WS-ALLOCATION-STATUS     PIC XX.
            88  AllocationFileOK         VALUE "00".

        01  WS-EOSORT                PIC X VALUE "N".
            88  EndOfSortedEnrollments   VALUE "Y".
        01  WS-STUDENT-FILE-OPEN     PIC X VALUE "N".
            88  StudentFileAvailable     VALUE "Y".
        01  WS-ALLOCATION-FILE-OPEN  PIC X VALUE "N".
            88  AllocationFileAvailable  VALUE "Y".

        01  WS-MC-ACTION             PIC X.
        01  WS-MC-FILE-ID            PIC X(8) VALUE "STUDENT".
            05  WS-CHL-COURSE-CODE   PIC X(4).
            05  FILLER               PIC X(7) VALUE ") TERM ".
            05  WS-CHL-TERM          PIC X(5).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-CHL-ROOM-CAPTION  PIC X(5).
            05  WS-CHL-ROOM          PIC X(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-CHL-BUILDING      PIC X(19).
        01  WS-ROSTER-DETAIL-LINE.
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-RDL-STUDENT-ID    PIC 9(7).
            05  WS-GTL-COUNT         PIC ZZZZ9.
        01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            PERFORM VERIFY-MASTER-CONTROL-TOTALS
            IF StudentFileOK
                MOVE "Y" TO WS-STUDENT-FILE-OPEN
            END-IF
            OPEN INPUT ROOM-ALLOCATION-FILE
            IF AllocationFileOK
                MOVE "Y" TO WS-ALLOCATION-FILE-OPEN
            END-IF
            OPEN OUTPUT ROSTER-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE RosterReportLine FROM REPORT-STAMP-LINE
            SORT SORT-FILE-NAME
                ON ASCENDING KEY
                    EN-TERM-CODE OF SORT-ENROLLMENT-RECORD
                USING ENROLLMENT-FILE
                OUTPUT PROCEDURE IS PRINT-COURSE-ROSTER
            CLOSE ROSTER-REPORT
            IF AllocationFileAvailable
                CLOSE ROOM-ALLOCATION-FILE
            END-IF
            IF StudentFileAvailable
                CLOSE STUDENT-MASTER
            END-IF
            MOVE WS-HEADING-DESCRIPTION TO WS-CHL-DESCRIPTION
            MOVE WS-PREVIOUS-COURSE TO WS-CHL-COURSE-CODE
            MOVE WS-PREVIOUS-TERM TO WS-CHL-TERM
            MOVE SPACES TO WS-CHL-ROOM-CAPTION
            MOVE SPACES TO WS-CHL-ROOM
            MOVE SPACES TO WS-CHL-BUILDING
            IF AllocationFileAvailable
                MOVE WS-PREVIOUS-TERM TO RA-TERM-CODE
                MOVE WS-PREVIOUS-COURSE TO RA-COURSE-CODE
                READ ROOM-ALLOCATION-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "ROOM " TO WS-CHL-ROOM-CAPTION
                        MOVE RA-ROOM-ID TO WS-CHL-ROOM
                        MOVE RA-BUILDING TO WS-CHL-BUILDING
                END-READ
            END-IF
            WRITE RosterReportLine FROM WS-COURSE-HEADING-LINE.

      * The student's name comes from a keyed read on the master -
