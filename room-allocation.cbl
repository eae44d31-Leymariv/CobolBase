       IDENTIFICATION DIVISION.
       PROGRAM-ID. RoomAllocation.
      * Term classroom allocation run. Every course on the
      * SCHEDULE.REF timetable is seated in a ROOM.REF room for an
      * operator-keyed term: a room of the course's CRR-ROOM-TYPE
      * (any type when the course names none) whose seats cover
      * the larger of CRR-CAPACITY and the course's active
      * ENROLL.DAT headcount for the term, and which no other
      * course holds on any of the course's meeting days in its
      * period. The smallest room that fits is taken, the largest
      * courses first, so big rooms are kept for big classes.
      *
      * Allocations are kept on ROOMALOC.DAT. A rerun keeps each
      * course's room where it still fits; one that no longer does
      * (room gone, type changed, class grown) or that is
      * double-booked against a room another course already holds
      * in the same day and period is reported and placed afresh.
      * A course with no room free is listed as not placed and
      * loses any room it held. ROOMALOC.RPT ends with a grid of
      * the rooms in use by day and period and each room's load.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT ROOM-REFERENCE
            ASSIGN TO "ROOM.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ROOM-REF-STATUS.
          SELECT SCHEDULE-REFERENCE
            ASSIGN TO "SCHEDULE.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SCHEDULE-STATUS.
          SELECT COURSE-REFERENCE
            ASSIGN TO "COURSE.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-COURSE-REF-STATUS.
          SELECT ENROLLMENT-FILE
            ASSIGN TO "ENROLL.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EN-ENROLL-KEY
            FILE STATUS IS WS-ENROLLMENT-STATUS.
          SELECT ROOM-ALLOCATION-FILE
            ASSIGN TO "ROOMALOC.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RA-ALLOCATION-KEY
            FILE STATUS IS WS-ALLOCATION-STATUS.
          SELECT ALLOCATION-REPORT
            ASSIGN TO "ROOMALOC.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  ROOM-REFERENCE
            LABEL RECORDS ARE STANDARD.
            COPY ROOMREF.

        FD  SCHEDULE-REFERENCE
            LABEL RECORDS ARE STANDARD.
            COPY SCHEDREF.

        FD  COURSE-REFERENCE
            LABEL RECORDS ARE STANDARD.
            COPY COURSREF.

        FD  ENROLLMENT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY ENROLLRC.

        FD  ROOM-ALLOCATION-FILE
            LABEL RECORDS ARE STANDARD.
            COPY ROOMALOC.

        FD  ALLOCATION-REPORT
            LABEL RECORDS ARE STANDARD.
        01  AllocationReportLine     PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-ROOM-REF-STATUS       PIC XX.
            88  EndOfRoomReference       VALUE "10".
        01  WS-SCHEDULE-STATUS       PIC XX.
            88  EndOfScheduleReference   VALUE "10".
        01  WS-COURSE-REF-STATUS     PIC XX.
            88  EndOfCourseReference     VALUE "10".
        01  WS-ENROLLMENT-STATUS     PIC XX.
            88  EnrollmentFileOK         VALUE "00".
            88  EndOfEnrollmentFile      VALUE "10".
        01  WS-ALLOCATION-STATUS     PIC XX.
            88  AllocationFileOK         VALUE "00".
        01  WS-REPORT-STATUS         PIC XX.

        01  WS-RUN-TERM              PIC X(5).
        01  WS-RUN-DATE              PIC 9(8).
        01  WS-BROWSE-EOF            PIC X.
            88  EndOfAllocationBrowse    VALUE "Y".

      * The rooms, and what each holds in every day and period.
        78  WS-ROOM-TABLE-CAPACITY   VALUE 100.
        78  WS-PERIOD-CAPACITY       VALUE 12.
        01  WS-RM-COUNT              PIC 999 VALUE ZERO.
        01  WS-RM-IDX                PIC 999.
        01  ROOM-TABLE.
            05  ROOM-ENTRY OCCURS 100 TIMES.
              10  RT-ROOM-ID         PIC X(6).
              10  RT-BUILDING        PIC X(20).
              10  RT-SEAT-COUNT      PIC 9(4).
              10  RT-ROOM-TYPE       PIC X(4).
              10  RT-SLOTS-BOOKED    PIC 999.
              10  RT-COURSES-HELD    PIC 99.
              10  RT-DAY OCCURS 7 TIMES.
                15  RT-PERIOD-COURSE PIC X(4)
                        OCCURS 12 TIMES.

        78  WS-COURSE-TABLE-CAPACITY VALUE 50.
        01  WS-CR-COUNT              PIC 999 VALUE ZERO.
        01  WS-CR-IDX                PIC 999.
        01  COURSE-DETAIL-TABLE.
            05  COURSE-DETAIL-ENTRY OCCURS 50 TIMES.
              10  CR-COURSE-CODE     PIC X(4).
              10  CR-CAPACITY        PIC 9(4).
              10  CR-ROOM-TYPE       PIC X(4).

      * One entry per timetabled course. CT-OUTCOME: K kept its
      * room, N newly placed, M moved from the room it held, U
      * not placed.
        78  WS-SCHEDULE-TABLE-CAPACITY VALUE 50.
        01  WS-CT-COUNT              PIC 999 VALUE ZERO.
        01  WS-CT-IDX                PIC 999.
        01  WS-PICK-IDX              PIC 999.
        01  WS-PASS-COUNT            PIC 999.
        01  COURSE-TIMETABLE-TABLE.
            05  COURSE-TIMETABLE-ENTRY OCCURS 50 TIMES.
              10  CT-COURSE-CODE     PIC X(4).
              10  CT-MEETING-DAYS    PIC X(7).
              10  CT-PERIOD          PIC 99.
              10  CT-ROOM-TYPE       PIC X(4).
              10  CT-CAPACITY        PIC 9(4).
              10  CT-HEADCOUNT       PIC 9(4).
              10  CT-SEATS-NEEDED    PIC 9(4).
              10  CT-ROOM-IDX        PIC 999.
              10  CT-PRIOR-ROOM      PIC X(6).
              10  CT-HAD-ALLOCATION  PIC X.
              10  CT-TRIED           PIC X.
              10  CT-OUTCOME         PIC X.
              10  CT-REASON          PIC X(28).

        01  WS-DAY-IDX               PIC 9.
        01  WS-PERIOD-IDX            PIC 99.
        01  WS-HIGHEST-PERIOD        PIC 99 VALUE ZERO.
        01  WS-MEETING-DAY-COUNT     PIC 9.
        01  WS-ROOM-FREE             PIC X.
            88  RoomIsFree               VALUE "Y".
        01  WS-CLASH-COURSE          PIC X(4).
        01  WS-CLASH-DAY             PIC 9.
        01  WS-BEST-ROOM             PIC 999.
        01  WS-TYPE-MATCHES          PIC 999.
        01  WS-SIZE-MATCHES          PIC 999.
        01  WS-ROOMS-IN-USE          PIC 999.

        01  WS-COUNTS.
            05  WS-KEPT-COUNT        PIC 999 VALUE ZERO.
            05  WS-NEW-COUNT         PIC 999 VALUE ZERO.
            05  WS-MOVED-COUNT       PIC 999 VALUE ZERO.
            05  WS-UNPLACED-COUNT    PIC 999 VALUE ZERO.
            05  WS-DOUBLE-COUNT      PIC 999 VALUE ZERO.
            05  WS-DROPPED-COUNT     PIC 999 VALUE ZERO.

        01  WS-DAY-NAMES-VALUES      PIC X(21)
                VALUE "MONTUEWEDTHUFRISATSUN".
        01  WS-DAY-NAMES REDEFINES WS-DAY-NAMES-VALUES.
            05  WS-DAY-NAME          PIC X(3) OCCURS 7 TIMES.

        01  WS-REPORT-HEADING.
            05  FILLER               PIC X(31)
                VALUE "ROOM ALLOCATION FOR TERM ".
            05  WS-RH-TERM           PIC X(5).
            05  FILLER               PIC X(10) VALUE "  RUN ON ".
            05  WS-RH-DATE           PIC 9(8).
        01  WS-RULE-LINE             PIC X(78) VALUE ALL "-".
        01  WS-SECTION-LINE          PIC X(60).
        01  WS-BOOKING-LINE.
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-BL-COURSE         PIC X(4).
            05  FILLER               PIC X(7) VALUE " ROOM ".
            05  WS-BL-ROOM           PIC X(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-BL-TEXT           PIC X(40).
        01  WS-DOUBLE-TEXT.
            05  FILLER               PIC X(18)
                VALUE "DOUBLE-BOOKED WITH".
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DT-OTHER-COURSE   PIC X(4).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DT-DAY            PIC X(3).
            05  FILLER               PIC X(8) VALUE " PERIOD ".
            05  WS-DT-PERIOD         PIC Z9.
        01  WS-ALLOCATION-HEADING.
            05  FILLER               PIC X(40)
                VALUE "COURSE DAYS    PER  NEED  ENRL ROOM   BU".
            05  FILLER               PIC X(38)
                VALUE "ILDING            SEATS".
        01  WS-ALLOCATION-LINE.
            05  WS-AL-COURSE         PIC X(4).
            05  FILLER               PIC X(3) VALUE SPACES.
            05  WS-AL-DAYS           PIC X(7).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-AL-PERIOD         PIC Z9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-AL-NEEDED         PIC ZZZZ9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-AL-ENROLLED       PIC ZZZZ9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-AL-ROOM           PIC X(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-AL-BUILDING       PIC X(19).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-AL-SEATS          PIC ZZZ9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-AL-NOTE           PIC X(14).
        01  WS-UNPLACED-LINE.
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-UL-COURSE         PIC X(4).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-UL-DAYS           PIC X(7).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-UL-PERIOD         PIC Z9.
            05  FILLER               PIC X(7) VALUE " NEEDS ".
            05  WS-UL-NEEDED         PIC ZZZ9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-UL-TYPE           PIC X(4).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-UL-REASON         PIC X(28).
        01  WS-GRID-HEADING.
            05  FILLER               PIC X(28)
                VALUE "ROOMS IN USE BY DAY AND PERI".
            05  FILLER               PIC X(9) VALUE "OD - OF  ".
            05  WS-GH-ROOMS          PIC ZZ9.
            05  FILLER               PIC X(6) VALUE " ROOMS".
        01  WS-GRID-DAY-LINE.
            05  FILLER               PIC X(8) VALUE "PERIOD".
            05  WS-GD-CELL OCCURS 7 TIMES.
              10  FILLER             PIC X(4).
              10  WS-GD-DAY          PIC X(3).
              10  FILLER             PIC X(3).
        01  WS-GRID-LINE.
            05  FILLER               PIC X(3) VALUE SPACES.
            05  WS-GL-PERIOD         PIC Z9.
            05  FILLER               PIC X(3) VALUE SPACES.
            05  WS-GL-CELL OCCURS 7 TIMES.
              10  FILLER             PIC X(2).
              10  WS-GL-USED         PIC ZZ9.
              10  FILLER             PIC X.
              10  WS-GL-PERCENT      PIC ZZ9.
              10  WS-GL-SIGN         PIC X.
        01  WS-ROOM-LOAD-HEADING.
            05  FILLER               PIC X(40)
                VALUE "ROOM   BUILDING             TYPE SEATS ".
            05  FILLER               PIC X(30)
                VALUE "COURSES  SLOTS BOOKED".
        01  WS-ROOM-LOAD-LINE.
            05  WS-RL-ROOM           PIC X(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RL-BUILDING       PIC X(20).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RL-TYPE           PIC X(4).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RL-SEATS          PIC ZZZ9.
            05  FILLER               PIC X(3) VALUE SPACES.
            05  WS-RL-COURSES        PIC Z9.
            05  FILLER               PIC X(8) VALUE SPACES.
            05  WS-RL-SLOTS          PIC ZZ9.
        01  WS-SUMMARY-LINE-1.
            05  FILLER               PIC X(15) VALUE "COURSES KEPT  ".
            05  WS-SL-KEPT           PIC ZZ9.
            05  FILLER               PIC X(9) VALUE "   NEW   ".
            05  WS-SL-NEW            PIC ZZ9.
            05  FILLER               PIC X(9) VALUE "   MOVED ".
            05  WS-SL-MOVED          PIC ZZ9.
            05  FILLER               PIC X(14) VALUE "   NOT PLACED ".
            05  WS-SL-UNPLACED       PIC ZZ9.
        01  WS-SUMMARY-LINE-2.
            05  FILLER               PIC X(15) VALUE "DOUBLE-BOOKED ".
            05  WS-SL-DOUBLE         PIC ZZ9.
            05  FILLER               PIC X(28)
                VALUE "   ALLOCATIONS DROPPED      ".
            05  WS-SL-DROPPED        PIC ZZ9.
        01  WS-NONE-LINE             PIC X(8) VALUE "  NONE".
        01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            DISPLAY "Term to allocate rooms for - " WITH NO ADVANCING
            ACCEPT WS-RUN-TERM
            IF WS-RUN-TERM = SPACES
                DISPLAY "No term keyed - room allocation refused"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            CALL "BusinessDate" USING WS-RUN-DATE
            PERFORM LOAD-ROOM-TABLE
            IF WS-RM-COUNT = 0
                DISPLAY "No rooms on ROOM.REF - room allocation "
                    "refused"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LOAD-COURSE-DETAIL-TABLE
            PERFORM LOAD-COURSE-TIMETABLE
            IF WS-CT-COUNT = 0
                DISPLAY "No courses on SCHEDULE.REF - room "
                    "allocation refused"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM COUNT-TERM-HEADCOUNTS
            PERFORM SET-SEATS-NEEDED
            PERFORM OPEN-ROOM-ALLOCATION-FILE
            OPEN OUTPUT ALLOCATION-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE AllocationReportLine FROM REPORT-STAMP-LINE
            MOVE WS-RUN-TERM TO WS-RH-TERM
            MOVE WS-RUN-DATE TO WS-RH-DATE
            WRITE AllocationReportLine FROM WS-REPORT-HEADING
            WRITE AllocationReportLine FROM WS-BLANK-LINE
            MOVE "DOUBLE-BOOKINGS AND ALLOCATIONS NOT KEPT"
                TO WS-SECTION-LINE
            WRITE AllocationReportLine FROM WS-SECTION-LINE
            PERFORM CHECK-PRIOR-ALLOCATIONS
            IF WS-DOUBLE-COUNT + WS-DROPPED-COUNT = 0
                WRITE AllocationReportLine FROM WS-NONE-LINE
            END-IF
            PERFORM PLACE-UNPLACED-COURSES
            PERFORM SAVE-ROOM-ALLOCATIONS
            CLOSE ROOM-ALLOCATION-FILE
            PERFORM WRITE-ALLOCATION-LIST
            PERFORM WRITE-UNPLACED-LIST
            PERFORM WRITE-UTILIZATION-GRID
            PERFORM WRITE-ROOM-LOAD
            MOVE WS-KEPT-COUNT TO WS-SL-KEPT
            MOVE WS-NEW-COUNT TO WS-SL-NEW
            MOVE WS-MOVED-COUNT TO WS-SL-MOVED
            MOVE WS-UNPLACED-COUNT TO WS-SL-UNPLACED
            MOVE WS-DOUBLE-COUNT TO WS-SL-DOUBLE
            MOVE WS-DROPPED-COUNT TO WS-SL-DROPPED
            WRITE AllocationReportLine FROM WS-BLANK-LINE
            WRITE AllocationReportLine FROM WS-SUMMARY-LINE-1
            WRITE AllocationReportLine FROM WS-SUMMARY-LINE-2
            CLOSE ALLOCATION-REPORT
            DISPLAY "Room allocation " WS-RUN-TERM ": "
                WS-CT-COUNT " course(s), " WS-UNPLACED-COUNT
                " not placed, " WS-DOUBLE-COUNT " double-booked"
            IF WS-UNPLACED-COUNT > 0 OR WS-DOUBLE-COUNT > 0
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

        OPEN-ROOM-ALLOCATION-FILE.
            OPEN I-O ROOM-ALLOCATION-FILE
            IF NOT AllocationFileOK
                OPEN OUTPUT ROOM-ALLOCATION-FILE
                CLOSE ROOM-ALLOCATION-FILE
                OPEN I-O ROOM-ALLOCATION-FILE
                IF NOT AllocationFileOK
                    DISPLAY "Unable to open ROOMALOC.DAT, status "
                        WS-ALLOCATION-STATUS
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.

      * The term's allocations from an earlier run, in course
      * order. The first course to claim a room in a day and
      * period keeps it; a later one on the same room and slot is
      * double-booked and goes back to be placed again.
        CHECK-PRIOR-ALLOCATIONS.
            MOVE "N" TO WS-BROWSE-EOF
            MOVE WS-RUN-TERM TO RA-TERM-CODE
            MOVE LOW-VALUES TO RA-COURSE-CODE
            START ROOM-ALLOCATION-FILE
                KEY IS NOT LESS THAN RA-ALLOCATION-KEY
                INVALID KEY
                    SET EndOfAllocationBrowse TO TRUE
            END-START
            PERFORM UNTIL EndOfAllocationBrowse
                READ ROOM-ALLOCATION-FILE NEXT RECORD
                    AT END SET EndOfAllocationBrowse TO TRUE
                    NOT AT END
                        IF RA-TERM-CODE NOT = WS-RUN-TERM
                            SET EndOfAllocationBrowse TO TRUE
                        ELSE
                            PERFORM CHECK-ONE-PRIOR-ALLOCATION
                        END-IF
                END-READ
            END-PERFORM.

        CHECK-ONE-PRIOR-ALLOCATION.
            MOVE RA-COURSE-CODE TO WS-BL-COURSE
            MOVE RA-ROOM-ID TO WS-BL-ROOM
            MOVE 0 TO WS-PICK-IDX
            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                UNTIL WS-CT-IDX > WS-CT-COUNT
                IF CT-COURSE-CODE(WS-CT-IDX) = RA-COURSE-CODE
                    MOVE WS-CT-IDX TO WS-PICK-IDX
                END-IF
            END-PERFORM
            IF WS-PICK-IDX = 0
                DELETE ROOM-ALLOCATION-FILE RECORD
                    INVALID KEY
                        CONTINUE
                END-DELETE
                MOVE "RELEASED - COURSE NOT ON SCHEDULE.REF"
                    TO WS-BL-TEXT
                WRITE AllocationReportLine FROM WS-BOOKING-LINE
                ADD 1 TO WS-DROPPED-COUNT
                EXIT PARAGRAPH
            END-IF
            MOVE WS-PICK-IDX TO WS-CT-IDX
            MOVE "Y" TO CT-HAD-ALLOCATION(WS-CT-IDX)
            MOVE RA-ROOM-ID TO CT-PRIOR-ROOM(WS-CT-IDX)
            IF CT-PERIOD(WS-CT-IDX) = 0
               OR CT-PERIOD(WS-CT-IDX) > WS-PERIOD-CAPACITY
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-BEST-ROOM
            PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                UNTIL WS-RM-IDX > WS-RM-COUNT
                IF RT-ROOM-ID(WS-RM-IDX) = RA-ROOM-ID
                    MOVE WS-RM-IDX TO WS-BEST-ROOM
                END-IF
            END-PERFORM
            EVALUATE TRUE
                WHEN WS-BEST-ROOM = 0
                    MOVE "NOT KEPT - ROOM NOT ON ROOM.REF"
                        TO WS-BL-TEXT
                WHEN CT-ROOM-TYPE(WS-CT-IDX) NOT = SPACES
                 AND CT-ROOM-TYPE(WS-CT-IDX)
                        NOT = RT-ROOM-TYPE(WS-BEST-ROOM)
                    MOVE "NOT KEPT - WRONG ROOM TYPE" TO WS-BL-TEXT
                WHEN CT-SEATS-NEEDED(WS-CT-IDX)
                        > RT-SEAT-COUNT(WS-BEST-ROOM)
                    MOVE "NOT KEPT - TOO FEW SEATS" TO WS-BL-TEXT
                WHEN OTHER
                    MOVE SPACES TO WS-BL-TEXT
            END-EVALUATE
            IF WS-BL-TEXT NOT = SPACES
                WRITE AllocationReportLine FROM WS-BOOKING-LINE
                ADD 1 TO WS-DROPPED-COUNT
                EXIT PARAGRAPH
            END-IF
            MOVE WS-BEST-ROOM TO WS-RM-IDX
            PERFORM CHECK-ROOM-FREE
            IF NOT RoomIsFree
                MOVE WS-CLASH-COURSE TO WS-DT-OTHER-COURSE
                MOVE WS-DAY-NAME(WS-CLASH-DAY) TO WS-DT-DAY
                MOVE CT-PERIOD(WS-CT-IDX) TO WS-DT-PERIOD
                MOVE WS-DOUBLE-TEXT TO WS-BL-TEXT
                WRITE AllocationReportLine FROM WS-BOOKING-LINE
                ADD 1 TO WS-DOUBLE-COUNT
                EXIT PARAGRAPH
            END-IF
            PERFORM BOOK-ROOM
            MOVE "K" TO CT-OUTCOME(WS-CT-IDX)
            MOVE "Y" TO CT-TRIED(WS-CT-IDX)
            ADD 1 TO WS-KEPT-COUNT.

      * Largest seat need first; each pass takes the biggest
      * course still waiting for a room.
        PLACE-UNPLACED-COURSES.
            PERFORM VARYING WS-PASS-COUNT FROM 1 BY 1
                UNTIL WS-PASS-COUNT > WS-CT-COUNT
                MOVE 0 TO WS-PICK-IDX
                PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                    UNTIL WS-CT-IDX > WS-CT-COUNT
                    IF CT-TRIED(WS-CT-IDX) = "N"
                        IF WS-PICK-IDX = 0
                            MOVE WS-CT-IDX TO WS-PICK-IDX
                        ELSE
                            IF CT-SEATS-NEEDED(WS-CT-IDX)
                                > CT-SEATS-NEEDED(WS-PICK-IDX)
                                MOVE WS-CT-IDX TO WS-PICK-IDX
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
                IF WS-PICK-IDX > 0
                    MOVE WS-PICK-IDX TO WS-CT-IDX
                    MOVE "Y" TO CT-TRIED(WS-CT-IDX)
                    PERFORM PLACE-ONE-COURSE
                END-IF
            END-PERFORM.

      * Best fit: the smallest free room of the right type with
      * seats enough.
        PLACE-ONE-COURSE.
            MOVE 0 TO WS-MEETING-DAY-COUNT
            INSPECT CT-MEETING-DAYS(WS-CT-IDX)
                TALLYING WS-MEETING-DAY-COUNT FOR ALL "Y"
            IF CT-PERIOD(WS-CT-IDX) = 0
               OR CT-PERIOD(WS-CT-IDX) > WS-PERIOD-CAPACITY
               OR WS-MEETING-DAY-COUNT = 0
                MOVE "NO USABLE TIMETABLE SLOT"
                    TO CT-REASON(WS-CT-IDX)
                PERFORM MARK-COURSE-UNPLACED
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-BEST-ROOM
            MOVE 0 TO WS-TYPE-MATCHES
            MOVE 0 TO WS-SIZE-MATCHES
            PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                UNTIL WS-RM-IDX > WS-RM-COUNT
                IF CT-ROOM-TYPE(WS-CT-IDX) = SPACES
                   OR CT-ROOM-TYPE(WS-CT-IDX)
                        = RT-ROOM-TYPE(WS-RM-IDX)
                    ADD 1 TO WS-TYPE-MATCHES
                    IF RT-SEAT-COUNT(WS-RM-IDX)
                            >= CT-SEATS-NEEDED(WS-CT-IDX)
                        ADD 1 TO WS-SIZE-MATCHES
                        PERFORM CHECK-ROOM-FREE
                        IF RoomIsFree
                            IF WS-BEST-ROOM = 0
                                MOVE WS-RM-IDX TO WS-BEST-ROOM
                            ELSE
                                IF RT-SEAT-COUNT(WS-RM-IDX)
                                    < RT-SEAT-COUNT(WS-BEST-ROOM)
                                    MOVE WS-RM-IDX TO WS-BEST-ROOM
                                END-IF
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            EVALUATE TRUE
                WHEN WS-TYPE-MATCHES = 0
                    MOVE "NO ROOM OF THIS TYPE"
                        TO CT-REASON(WS-CT-IDX)
                WHEN WS-SIZE-MATCHES = 0
                    MOVE "NO ROOM WITH SEATS ENOUGH"
                        TO CT-REASON(WS-CT-IDX)
                WHEN WS-BEST-ROOM = 0
                    MOVE "EVERY SUITABLE ROOM IN USE"
                        TO CT-REASON(WS-CT-IDX)
            END-EVALUATE
            IF WS-BEST-ROOM = 0
                PERFORM MARK-COURSE-UNPLACED
                EXIT PARAGRAPH
            END-IF
            MOVE WS-BEST-ROOM TO WS-RM-IDX
            PERFORM BOOK-ROOM
            IF CT-HAD-ALLOCATION(WS-CT-IDX) = "Y"
                MOVE "M" TO CT-OUTCOME(WS-CT-IDX)
                ADD 1 TO WS-MOVED-COUNT
            ELSE
                MOVE "N" TO CT-OUTCOME(WS-CT-IDX)
                ADD 1 TO WS-NEW-COUNT
            END-IF.

        MARK-COURSE-UNPLACED.
            MOVE "U" TO CT-OUTCOME(WS-CT-IDX)
            MOVE 0 TO CT-ROOM-IDX(WS-CT-IDX)
            ADD 1 TO WS-UNPLACED-COUNT.

      * Room WS-RM-IDX is free for course WS-CT-IDX when nothing
      * holds it in the course's period on any of its days.
        CHECK-ROOM-FREE.
            MOVE "Y" TO WS-ROOM-FREE
            MOVE CT-PERIOD(WS-CT-IDX) TO WS-PERIOD-IDX
            PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                UNTIL WS-DAY-IDX > 7 OR NOT RoomIsFree
                IF CT-MEETING-DAYS(WS-CT-IDX)(WS-DAY-IDX:1) = "Y"
                   AND RT-PERIOD-COURSE(WS-RM-IDX, WS-DAY-IDX,
                        WS-PERIOD-IDX) NOT = SPACES
                    MOVE "N" TO WS-ROOM-FREE
                    MOVE RT-PERIOD-COURSE(WS-RM-IDX, WS-DAY-IDX,
                        WS-PERIOD-IDX) TO WS-CLASH-COURSE
                    MOVE WS-DAY-IDX TO WS-CLASH-DAY
                END-IF
            END-PERFORM.

        BOOK-ROOM.
            MOVE WS-RM-IDX TO CT-ROOM-IDX(WS-CT-IDX)
            MOVE CT-PERIOD(WS-CT-IDX) TO WS-PERIOD-IDX
            ADD 1 TO RT-COURSES-HELD(WS-RM-IDX)
            PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                UNTIL WS-DAY-IDX > 7
                IF CT-MEETING-DAYS(WS-CT-IDX)(WS-DAY-IDX:1) = "Y"
                    MOVE CT-COURSE-CODE(WS-CT-IDX)
                        TO RT-PERIOD-COURSE(WS-RM-IDX, WS-DAY-IDX,
                            WS-PERIOD-IDX)
                    ADD 1 TO RT-SLOTS-BOOKED(WS-RM-IDX)
                END-IF
            END-PERFORM
            IF CT-PERIOD(WS-CT-IDX) > WS-HIGHEST-PERIOD
                MOVE CT-PERIOD(WS-CT-IDX) TO WS-HIGHEST-PERIOD
            END-IF.

      * A placed course's record is written or rewritten; a course
      * that held a room and could not keep or regain one loses
      * its record.
        SAVE-ROOM-ALLOCATIONS.
            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                UNTIL WS-CT-IDX > WS-CT-COUNT
                MOVE WS-RUN-TERM TO RA-TERM-CODE
                MOVE CT-COURSE-CODE(WS-CT-IDX) TO RA-COURSE-CODE
                IF CT-ROOM-IDX(WS-CT-IDX) > 0
                    MOVE CT-ROOM-IDX(WS-CT-IDX) TO WS-RM-IDX
                    MOVE RT-ROOM-ID(WS-RM-IDX) TO RA-ROOM-ID
                    MOVE RT-BUILDING(WS-RM-IDX) TO RA-BUILDING
                    MOVE CT-MEETING-DAYS(WS-CT-IDX)
                        TO RA-MEETING-DAYS
                    MOVE CT-PERIOD(WS-CT-IDX) TO RA-PERIOD
                    MOVE CT-SEATS-NEEDED(WS-CT-IDX)
                        TO RA-SEATS-NEEDED
                    MOVE WS-RUN-DATE TO RA-ALLOCATED-DATE
                    WRITE ROOM-ALLOCATION-RECORD
                        INVALID KEY
                            REWRITE ROOM-ALLOCATION-RECORD
                                INVALID KEY
                                    DISPLAY "Unable to save the "
                                        "allocation for "
                                        RA-ALLOCATION-KEY
                                        ", status "
                                        WS-ALLOCATION-STATUS
                            END-REWRITE
                    END-WRITE
                ELSE
                    IF CT-HAD-ALLOCATION(WS-CT-IDX) = "Y"
                        DELETE ROOM-ALLOCATION-FILE RECORD
                            INVALID KEY
                                CONTINUE
                        END-DELETE
                    END-IF
                END-IF
            END-PERFORM.

        WRITE-ALLOCATION-LIST.
            WRITE AllocationReportLine FROM WS-BLANK-LINE
            MOVE "COURSES PLACED" TO WS-SECTION-LINE
            WRITE AllocationReportLine FROM WS-SECTION-LINE
            WRITE AllocationReportLine FROM WS-ALLOCATION-HEADING
            WRITE AllocationReportLine FROM WS-RULE-LINE
            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                UNTIL WS-CT-IDX > WS-CT-COUNT
                IF CT-ROOM-IDX(WS-CT-IDX) > 0
                    MOVE CT-ROOM-IDX(WS-CT-IDX) TO WS-RM-IDX
                    MOVE CT-COURSE-CODE(WS-CT-IDX) TO WS-AL-COURSE
                    MOVE CT-MEETING-DAYS(WS-CT-IDX) TO WS-AL-DAYS
                    MOVE CT-PERIOD(WS-CT-IDX) TO WS-AL-PERIOD
                    MOVE CT-SEATS-NEEDED(WS-CT-IDX) TO WS-AL-NEEDED
                    MOVE CT-HEADCOUNT(WS-CT-IDX) TO WS-AL-ENROLLED
                    MOVE RT-ROOM-ID(WS-RM-IDX) TO WS-AL-ROOM
                    MOVE RT-BUILDING(WS-RM-IDX) TO WS-AL-BUILDING
                    MOVE RT-SEAT-COUNT(WS-RM-IDX) TO WS-AL-SEATS
                    EVALUATE CT-OUTCOME(WS-CT-IDX)
                        WHEN "K"
                            MOVE "KEPT" TO WS-AL-NOTE
                        WHEN "N"
                            MOVE "NEW" TO WS-AL-NOTE
                        WHEN "M"
                            MOVE SPACES TO WS-AL-NOTE
                            STRING "MOVED FROM "
                                CT-PRIOR-ROOM(WS-CT-IDX)
                                DELIMITED BY SIZE INTO WS-AL-NOTE
                    END-EVALUATE
                    WRITE AllocationReportLine FROM WS-ALLOCATION-LINE
                END-IF
            END-PERFORM.

        WRITE-UNPLACED-LIST.
            WRITE AllocationReportLine FROM WS-BLANK-LINE
            MOVE "COURSES NOT PLACED" TO WS-SECTION-LINE
            WRITE AllocationReportLine FROM WS-SECTION-LINE
            IF WS-UNPLACED-COUNT = 0
                WRITE AllocationReportLine FROM WS-NONE-LINE
            END-IF
            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                UNTIL WS-CT-IDX > WS-CT-COUNT
                IF CT-OUTCOME(WS-CT-IDX) = "U"
                    MOVE CT-COURSE-CODE(WS-CT-IDX) TO WS-UL-COURSE
                    MOVE CT-MEETING-DAYS(WS-CT-IDX) TO WS-UL-DAYS
                    MOVE CT-PERIOD(WS-CT-IDX) TO WS-UL-PERIOD
                    MOVE CT-SEATS-NEEDED(WS-CT-IDX) TO WS-UL-NEEDED
                    MOVE CT-ROOM-TYPE(WS-CT-IDX) TO WS-UL-TYPE
                    MOVE CT-REASON(WS-CT-IDX) TO WS-UL-REASON
                    WRITE AllocationReportLine FROM WS-UNPLACED-LINE
                END-IF
            END-PERFORM.

      * One row per period up to the latest one in use, one column
      * per day: the rooms booked and their share of all rooms.
        WRITE-UTILIZATION-GRID.
            WRITE AllocationReportLine FROM WS-BLANK-LINE
            MOVE WS-RM-COUNT TO WS-GH-ROOMS
            WRITE AllocationReportLine FROM WS-GRID-HEADING
            IF WS-HIGHEST-PERIOD = 0
                WRITE AllocationReportLine FROM WS-NONE-LINE
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-GRID-DAY-LINE
            MOVE "PERIOD" TO WS-GRID-DAY-LINE(1:6)
            PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                UNTIL WS-DAY-IDX > 7
                MOVE WS-DAY-NAME(WS-DAY-IDX) TO WS-GD-DAY(WS-DAY-IDX)
            END-PERFORM
            WRITE AllocationReportLine FROM WS-GRID-DAY-LINE
            PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                UNTIL WS-PERIOD-IDX > WS-HIGHEST-PERIOD
                MOVE SPACES TO WS-GRID-LINE
                MOVE WS-PERIOD-IDX TO WS-GL-PERIOD
                PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                    UNTIL WS-DAY-IDX > 7
                    MOVE 0 TO WS-ROOMS-IN-USE
                    PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                        UNTIL WS-RM-IDX > WS-RM-COUNT
                        IF RT-PERIOD-COURSE(WS-RM-IDX, WS-DAY-IDX,
                                WS-PERIOD-IDX) NOT = SPACES
                            ADD 1 TO WS-ROOMS-IN-USE
                        END-IF
                    END-PERFORM
                    MOVE WS-ROOMS-IN-USE TO WS-GL-USED(WS-DAY-IDX)
                    COMPUTE WS-GL-PERCENT(WS-DAY-IDX) ROUNDED =
                        WS-ROOMS-IN-USE * 100 / WS-RM-COUNT
                    MOVE "%" TO WS-GL-SIGN(WS-DAY-IDX)
                END-PERFORM
                WRITE AllocationReportLine FROM WS-GRID-LINE
            END-PERFORM.

        WRITE-ROOM-LOAD.
            WRITE AllocationReportLine FROM WS-BLANK-LINE
            WRITE AllocationReportLine FROM WS-ROOM-LOAD-HEADING
            WRITE AllocationReportLine FROM WS-RULE-LINE
            PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                UNTIL WS-RM-IDX > WS-RM-COUNT
                MOVE RT-ROOM-ID(WS-RM-IDX) TO WS-RL-ROOM
                MOVE RT-BUILDING(WS-RM-IDX) TO WS-RL-BUILDING
                MOVE RT-ROOM-TYPE(WS-RM-IDX) TO WS-RL-TYPE
                MOVE RT-SEAT-COUNT(WS-RM-IDX) TO WS-RL-SEATS
                MOVE RT-COURSES-HELD(WS-RM-IDX) TO WS-RL-COURSES
                MOVE RT-SLOTS-BOOKED(WS-RM-IDX) TO WS-RL-SLOTS
                WRITE AllocationReportLine FROM WS-ROOM-LOAD-LINE
            END-PERFORM.

        LOAD-ROOM-TABLE.
            OPEN INPUT ROOM-REFERENCE
            IF WS-ROOM-REF-STATUS NOT = "00"
                DISPLAY "No ROOM.REF room master available"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfRoomReference
                READ ROOM-REFERENCE
                    AT END SET EndOfRoomReference TO TRUE
                    NOT AT END
                        PERFORM LOAD-ONE-ROOM
                END-READ
            END-PERFORM
            CLOSE ROOM-REFERENCE.

        LOAD-ONE-ROOM.
            IF RM-ROOM-ID = SPACES
               OR RM-SEAT-COUNT IS NOT NUMERIC
                DISPLAY "Bad ROOM record ignored: "
                    RoomReferenceRecord
                EXIT PARAGRAPH
            END-IF
            IF WS-RM-COUNT >= WS-ROOM-TABLE-CAPACITY
                DISPLAY "ROOM-TABLE full at "
                    WS-ROOM-TABLE-CAPACITY " entries, ROOM "
                    "record ignored: " RoomReferenceRecord
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-RM-COUNT
            MOVE RM-ROOM-ID TO RT-ROOM-ID(WS-RM-COUNT)
            MOVE RM-BUILDING TO RT-BUILDING(WS-RM-COUNT)
            MOVE RM-SEAT-COUNT TO RT-SEAT-COUNT(WS-RM-COUNT)
            MOVE RM-ROOM-TYPE TO RT-ROOM-TYPE(WS-RM-COUNT)
            MOVE 0 TO RT-SLOTS-BOOKED(WS-RM-COUNT)
            MOVE 0 TO RT-COURSES-HELD(WS-RM-COUNT)
            PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                UNTIL WS-DAY-IDX > 7
                MOVE SPACES TO RT-DAY(WS-RM-COUNT, WS-DAY-IDX)
            END-PERFORM.

        LOAD-COURSE-DETAIL-TABLE.
            OPEN INPUT COURSE-REFERENCE
            IF WS-COURSE-REF-STATUS = "00"
                PERFORM UNTIL EndOfCourseReference
                    OR WS-CR-COUNT >= WS-COURSE-TABLE-CAPACITY
                    READ COURSE-REFERENCE
                        AT END SET EndOfCourseReference TO TRUE
                        NOT AT END
                            ADD 1 TO WS-CR-COUNT
                            MOVE CRR-COURSE-CODE
                                TO CR-COURSE-CODE(WS-CR-COUNT)
                            IF CRR-CAPACITY IS NUMERIC
                                MOVE CRR-CAPACITY
                                    TO CR-CAPACITY(WS-CR-COUNT)
                            ELSE
                                MOVE 0 TO CR-CAPACITY(WS-CR-COUNT)
                            END-IF
                            MOVE CRR-ROOM-TYPE
                                TO CR-ROOM-TYPE(WS-CR-COUNT)
                    END-READ
                END-PERFORM
                IF NOT EndOfCourseReference
                    DISPLAY "COURSE-DETAIL-TABLE full at "
                        WS-COURSE-TABLE-CAPACITY " entries, "
                        "remaining COURSE-REFERENCE records not "
                        "loaded"
                END-IF
                CLOSE COURSE-REFERENCE
            ELSE
                DISPLAY "No COURSE-REFERENCE file available, seats "
                    "will follow headcount and any room type will do"
            END-IF.

      * Same SCHEDULE.REF load StudentMaint performs for its clash
      * check, joined to the course's capacity and room type.
        LOAD-COURSE-TIMETABLE.
            OPEN INPUT SCHEDULE-REFERENCE
            IF WS-SCHEDULE-STATUS NOT = "00"
                DISPLAY "No SCHEDULE.REF timetable on file"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfScheduleReference
                OR WS-CT-COUNT >= WS-SCHEDULE-TABLE-CAPACITY
                READ SCHEDULE-REFERENCE
                    AT END SET EndOfScheduleReference TO TRUE
                    NOT AT END
                        PERFORM LOAD-ONE-TIMETABLE-SLOT
                END-READ
            END-PERFORM
            IF NOT EndOfScheduleReference
                DISPLAY "COURSE-TIMETABLE-TABLE full at "
                    WS-SCHEDULE-TABLE-CAPACITY " entries, "
                    "remaining SCHEDULE.REF records not loaded"
            END-IF
            CLOSE SCHEDULE-REFERENCE.

        LOAD-ONE-TIMETABLE-SLOT.
            ADD 1 TO WS-CT-COUNT
            MOVE WS-CT-COUNT TO WS-CT-IDX
            MOVE SC-COURSE-CODE TO CT-COURSE-CODE(WS-CT-IDX)
            MOVE SC-MEETING-DAYS TO CT-MEETING-DAYS(WS-CT-IDX)
            IF SC-PERIOD IS NUMERIC
                MOVE SC-PERIOD TO CT-PERIOD(WS-CT-IDX)
            ELSE
                MOVE ZERO TO CT-PERIOD(WS-CT-IDX)
            END-IF
            MOVE SPACES TO CT-ROOM-TYPE(WS-CT-IDX)
            MOVE 0 TO CT-CAPACITY(WS-CT-IDX)
            PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                UNTIL WS-CR-IDX > WS-CR-COUNT
                IF CR-COURSE-CODE(WS-CR-IDX) = SC-COURSE-CODE
                    MOVE CR-ROOM-TYPE(WS-CR-IDX)
                        TO CT-ROOM-TYPE(WS-CT-IDX)
                    MOVE CR-CAPACITY(WS-CR-IDX)
                        TO CT-CAPACITY(WS-CT-IDX)
                END-IF
            END-PERFORM
            MOVE 0 TO CT-HEADCOUNT(WS-CT-IDX)
            MOVE 0 TO CT-SEATS-NEEDED(WS-CT-IDX)
            MOVE 0 TO CT-ROOM-IDX(WS-CT-IDX)
            MOVE SPACES TO CT-PRIOR-ROOM(WS-CT-IDX)
            MOVE "N" TO CT-HAD-ALLOCATION(WS-CT-IDX)
            MOVE "N" TO CT-TRIED(WS-CT-IDX)
            MOVE SPACES TO CT-OUTCOME(WS-CT-IDX)
            MOVE SPACES TO CT-REASON(WS-CT-IDX).

      * Active enrollments only, as CourseRoster counts them.
        COUNT-TERM-HEADCOUNTS.
            OPEN INPUT ENROLLMENT-FILE
            IF NOT EnrollmentFileOK
                DISPLAY "No ENROLL.DAT available - seats will "
                    "follow CRR-CAPACITY only"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfEnrollmentFile
                READ ENROLLMENT-FILE NEXT RECORD
                    AT END SET EndOfEnrollmentFile TO TRUE
                    NOT AT END
                        IF EN-TERM-CODE = WS-RUN-TERM
                           AND EN-EnrollActive
                            PERFORM COUNT-ONE-ENROLLMENT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ENROLLMENT-FILE.

        COUNT-ONE-ENROLLMENT.
            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                UNTIL WS-CT-IDX > WS-CT-COUNT
                IF CT-COURSE-CODE(WS-CT-IDX) = EN-COURSE-CODE
                    ADD 1 TO CT-HEADCOUNT(WS-CT-IDX)
                END-IF
            END-PERFORM.

        SET-SEATS-NEEDED.
            PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                UNTIL WS-CT-IDX > WS-CT-COUNT
                IF CT-HEADCOUNT(WS-CT-IDX) > CT-CAPACITY(WS-CT-IDX)
                    MOVE CT-HEADCOUNT(WS-CT-IDX)
                        TO CT-SEATS-NEEDED(WS-CT-IDX)
                ELSE
                    MOVE CT-CAPACITY(WS-CT-IDX)
                        TO CT-SEATS-NEEDED(WS-CT-IDX)
                END-IF
            END-PERFORM.
