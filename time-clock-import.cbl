       IDENTIFICATION DIVISION.
       PROGRAM-ID. TimeClockImport.
      * Time-clock punch import. Reads the terminals' PUNCHES.DAT
      * (one in or out punch per record: employee, date, time,
      * terminal) for the payroll week the operator keys, sorts it
      * by employee, date and time, and pairs each day's in and out
      * punches into worked minutes. A punch that cannot be paired
      * - an in with no out, an out with no in, the same punch
      * twice - earns nothing and goes on PUNCHEXC.RPT for the
      * supervisor to correct and rerun. Against the employee's
      * SHIFTSCH.REF shift (or the default shift) the first in
      * punch after the shift start is a late arrival and a
      * scheduled day without punches an absence; absences not
      * already keyed as authorized are unauthorized. The counts
      * and the clocked hours replace that week's EM-WEEK-RECORD
      * slot, flagged so PayrollRun pays the clocked hours rather
      * than deriving them from the standard week. Employees with
      * no punches are left exactly as they were, and a rerun of
      * the same week simply rebuilds the same slots.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT EMPLOYEE-MASTER
            ASSIGN TO "EMPLOYEE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EM-EMPLOYEE-NO
            FILE STATUS IS WS-EMPLOYEE-STATUS.
          SELECT PAY-CALENDAR-FILE
            ASSIGN TO "PAYCAL.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAY-CALENDAR-STATUS.
          SELECT SHIFT-SCHEDULE-FILE
            ASSIGN TO "SHIFTSCH.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SHIFT-STATUS.
          SELECT PUNCH-FILE
            ASSIGN TO "PUNCHES.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PUNCH-STATUS.
          SELECT PUNCH-EXCEPTION-REPORT
            ASSIGN TO "PUNCHEXC.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EXCEPTION-STATUS.
          SELECT PUNCH-SORT-FILE
            ASSIGN TO "PUNCHSRT.TMP".

        DATA DIVISION.
        FILE SECTION.
        FD  EMPLOYEE-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY EMPREC.

        FD  PAY-CALENDAR-FILE
            LABEL RECORDS ARE STANDARD.
        01  PAY-CALENDAR-RECORD.
            05  PK-WEEK-ONE-DATE     PIC 9(8).

      * Shift start (HHMM) and the days worked, Monday first, Y or
      * N; employee 000000 is the default shift for anyone without
      * a line of their own.
        FD  SHIFT-SCHEDULE-FILE
            LABEL RECORDS ARE STANDARD.
        01  SHIFT-SCHEDULE-RECORD.
            05  SS-EMPLOYEE-NO       PIC 9(6).
            05  FILLER               PIC X.
            05  SS-SHIFT-START       PIC 9(4).
            05  FILLER               PIC X.
            05  SS-SCHEDULED-DAYS    PIC X(7).

        FD  PUNCH-FILE
            LABEL RECORDS ARE STANDARD.
        01  PUNCH-RECORD.
            05  PU-EMPLOYEE-NO       PIC 9(6).
            05  FILLER               PIC X.
            05  PU-PUNCH-DATE        PIC 9(8).
            05  FILLER               PIC X.
            05  PU-PUNCH-TIME        PIC 9(4).
            05  FILLER               PIC X.
            05  PU-DIRECTION         PIC X.
            05  FILLER               PIC X.
            05  PU-TERMINAL-ID       PIC X(4).

        FD  PUNCH-EXCEPTION-REPORT
            LABEL RECORDS ARE STANDARD.
        01  PunchExceptionLine       PIC X(80).

        SD  PUNCH-SORT-FILE.
        01  SORT-PUNCH-RECORD.
            05  SP-EMPLOYEE-NO       PIC 9(6).
            05  FILLER               PIC X.
            05  SP-PUNCH-DATE        PIC 9(8).
            05  FILLER               PIC X.
            05  SP-PUNCH-TIME        PIC 9(4).
            05  SP-PUNCH-CLOCK REDEFINES SP-PUNCH-TIME.
              10  SP-PUNCH-HH        PIC 99.
              10  SP-PUNCH-MM        PIC 99.
            05  FILLER               PIC X.
            05  SP-DIRECTION         PIC X.
                88  SP-PunchIn           VALUE "I".
                88  SP-PunchOut          VALUE "O".
            05  FILLER               PIC X.
            05  SP-TERMINAL-ID       PIC X(4).

        WORKING-STORAGE SECTION.
        01  WS-EMPLOYEE-STATUS       PIC XX.
            88  EmployeeFileOK           VALUE "00".
        01  WS-PAY-CALENDAR-STATUS   PIC XX.
        01  WS-SHIFT-STATUS          PIC XX.
            88  EndOfShiftSchedule       VALUE "10".
        01  WS-PUNCH-STATUS          PIC XX.
        01  WS-EXCEPTION-STATUS      PIC XX.

        01  WS-RUN-DATE              PIC 9(8).
        01  WS-IMPORT-WEEK-NO        PIC 99.
        01  WS-WEEK-ONE-DATE         PIC 9(8).
        01  WS-WEEK-ONE-DAY-NO       PIC 9(7).
        01  WS-WEEK-START-DAY-NO     PIC 9(7).
        01  WS-WEEK-START-DATE       PIC 9(8).
        01  WS-WEEK-END-DATE         PIC 9(8).
        01  WS-PUNCH-DAY-NO          PIC 9(7).
        01  WS-CALENDAR-DAY-NO       PIC 9(7).
        01  WS-CALENDAR-DATE         PIC 9(8).
        01  WS-DAY-OF-WEEK           PIC 9.
        01  WS-DAY-QUOTIENT          PIC 9(7).

        01  WS-MC-ACTION             PIC X.
        01  WS-MC-FILE-ID            PIC X(8) VALUE "EMPLOYEE".
        01  WS-MC-COUNT              PIC 9(7).
        01  WS-MC-HASH               PIC 9(15).
        01  WS-MC-RESULT             PIC X.
            88  MasterControlOK          VALUE "Y".
        01  WS-MASTER-EOF            PIC X.
            88  EndOfEmployeeMaster      VALUE "Y".

        01  WS-RL-ACTION             PIC X.
        01  WS-RL-PROGRAM-NAME       PIC X(15)
                VALUE "TimeClockImport".
        01  WS-RL-RECORDS-READ       PIC 9(7) VALUE ZERO.
        01  WS-RL-RECORDS-WRITTEN    PIC 9(7) VALUE ZERO.
        01  WS-RL-STATUS             PIC X(8).

        78  WS-STANDARD-WEEK-HOURS   VALUE 40.
        78  WS-MAXIMUM-COUNT         VALUE 9.

      * The shift schedule; without SHIFTSCH.REF everyone works the
      * built-in default of 0900, Monday to Friday.
        78  WS-SHIFT-TABLE-CAPACITY  VALUE 500.
        01  WS-SH-COUNT              PIC 999 VALUE ZERO.
        01  WS-SH-IDX                PIC 999.
        01  WS-SHIFT-TABLE.
            05  WS-SHIFT-ENTRY OCCURS 500 TIMES.
              10  SH-EMPLOYEE-NO     PIC 9(6).
              10  SH-SHIFT-START     PIC 9(4).
              10  SH-SCHEDULED-DAYS  PIC X(7).
        01  WS-DEFAULT-SHIFT-START   PIC 9(4) VALUE 0900.
        01  WS-DEFAULT-SCHEDULE      PIC X(7) VALUE "YYYYYNN".
        01  WS-SHIFT-START           PIC 9(4).
        01  WS-SCHEDULED-DAYS        PIC X(7).

        01  WS-EOSORT                PIC X VALUE "N".
            88  EndOfSortedPunches       VALUE "Y".
        01  WS-PUNCH-OK              PIC X.
            88  PunchAccepted            VALUE "Y".
        01  WS-CURRENT-EMPLOYEE-NO   PIC 9(6) VALUE ZERO.
        01  WS-PUNCH-MINUTES         PIC 9(4).

      * One employee's week as the punches build it, from the
      * first day of the payroll week. DY-FIRST-IN-TIME holds 9999
      * until the day's first in punch arrives.
        01  WS-DAY-IDX               PIC 9.
        01  WS-DAY-TABLE.
            05  WS-DAY-ENTRY OCCURS 7 TIMES.
              10  DY-PUNCHED         PIC X.
                  88  DY-DayPunched      VALUE "Y".
              10  DY-FIRST-IN-TIME   PIC 9(4).
              10  DY-OPEN-IN         PIC X.
                  88  DY-InPunchOpen     VALUE "Y".
              10  DY-OPEN-IN-TIME    PIC 9(4).
              10  DY-OPEN-IN-MINUTES PIC 9(4).
              10  DY-OPEN-TERMINAL   PIC X(4).
              10  DY-LAST-OUT-TIME   PIC 9(4).
              10  DY-MINUTES         PIC 9(4).

        01  WS-WEEK-MINUTES          PIC 9(5).
        01  WS-ABSENCE-COUNT         PIC 99.
        01  WS-LATE-COUNT            PIC 99.
        01  WS-UNAUTHORIZED-COUNT    PIC S99.
        01  WS-WH-IDX                PIC 99.

        01  WS-EMPLOYEES-UPDATED     PIC 9(5) VALUE ZERO.
        01  WS-EXCEPTION-COUNT       PIC 9(5) VALUE ZERO.
        01  WS-OVERTIME-COUNT        PIC 9(5) VALUE ZERO.
        01  WS-HOURS-DISPLAY         PIC ZZ9.99.

        01  WS-EXCEPTION-EMPLOYEE-NO PIC 9(6).
        01  WS-EXCEPTION-DATE        PIC X(8).
        01  WS-EXCEPTION-TIME        PIC X(4).
        01  WS-EXCEPTION-TERMINAL    PIC X(4).
        01  WS-EXCEPTION-REASON      PIC X(48).

        01  WS-HEADING-LINE.
            05  FILLER               PIC X(42)
                VALUE "TIME-CLOCK PUNCH EXCEPTIONS - PAYROLL WEEK".
            05  FILLER               PIC X VALUE SPACE.
            05  WS-HL-WEEK-NO        PIC Z9.
            05  FILLER               PIC X(3) VALUE "  (".
            05  WS-HL-START-DATE     PIC 9(8).
            05  FILLER               PIC X(3) VALUE " - ".
            05  WS-HL-END-DATE       PIC 9(8).
            05  FILLER               PIC X VALUE ")".
        01  WS-COLUMN-HEADING-LINE   PIC X(80) VALUE
            "EMPLOYEE  DATE      TIME  TERM  EXCEPTION".
        01  WS-EXCEPTION-DETAIL-LINE.
            05  WS-EDL-EMPLOYEE-NO   PIC 9(6).
            05  FILLER               PIC X(4) VALUE SPACES.
            05  WS-EDL-DATE          PIC X(8).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-EDL-TIME          PIC X(4).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-EDL-TERMINAL      PIC X(4).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-EDL-REASON        PIC X(48).
        01  WS-OVERTIME-REASON.
            05  FILLER               PIC X(8) VALUE "CLOCKED ".
            05  WS-OTR-HOURS         PIC ZZ9.99.
            05  FILLER               PIC X(34)
                VALUE " HRS - OVERTIME NEEDS APPROVAL".
        01  WS-TOTALS-LINE.
            05  FILLER               PIC X(13) VALUE "PUNCHES READ ".
            05  WS-TL-PUNCHES        PIC ZZZZZZ9.
            05  FILLER               PIC X(20)
                VALUE "  EMPLOYEES UPDATED ".
            05  WS-TL-EMPLOYEES      PIC ZZZZ9.
            05  FILLER               PIC X(13) VALUE "  EXCEPTIONS ".
            05  WS-TL-EXCEPTIONS     PIC ZZZZ9.

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "TimeClockImport".
        01  WS-RJ-IMAGE              PIC X(2000).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            MOVE "S" TO WS-RL-ACTION
            MOVE "STARTED" TO WS-RL-STATUS
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS
            CALL "BusinessDate" USING WS-RUN-DATE
            PERFORM LOAD-PAY-CALENDAR
            DISPLAY "Payroll week to import punches for (1-52) - "
                WITH NO ADVANCING
            ACCEPT WS-IMPORT-WEEK-NO
            IF WS-IMPORT-WEEK-NO IS NOT NUMERIC
               OR WS-IMPORT-WEEK-NO < 1 OR WS-IMPORT-WEEK-NO > 52
                DISPLAY "Payroll week must be 1 to 52 - punch "
                    "import refused"
                MOVE "BADWEEK" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            COMPUTE WS-WEEK-START-DAY-NO =
                WS-WEEK-ONE-DAY-NO + ((WS-IMPORT-WEEK-NO - 1) * 7)
            COMPUTE WS-WEEK-START-DATE =
                FUNCTION DATE-OF-INTEGER(WS-WEEK-START-DAY-NO)
            COMPUTE WS-WEEK-END-DATE =
                FUNCTION DATE-OF-INTEGER(WS-WEEK-START-DAY-NO + 6)
            OPEN INPUT PUNCH-FILE
            IF WS-PUNCH-STATUS NOT = "00"
                DISPLAY "No PUNCHES.DAT on file, nothing to import"
                MOVE "NOFILE" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            CLOSE PUNCH-FILE
            OPEN INPUT EMPLOYEE-MASTER
            IF NOT EmployeeFileOK
                DISPLAY "No EMPLOYEE-MASTER available, punch import "
                    "aborted"
                MOVE "NOFILE" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            PERFORM VERIFY-MASTER-CONTROL-TOTALS
            IF NOT MasterControlOK
                DISPLAY "EMPLOYEE-MASTER FAILS ITS CONTROL TOTALS - "
                    "PUNCH IMPORT REFUSED"
                MOVE "BADCTL" TO WS-RL-STATUS
                MOVE 8 TO RETURN-CODE
                PERFORM LOG-RUN-END
                GOBACK
            END-IF
            PERFORM LOAD-SHIFT-SCHEDULE
            OPEN OUTPUT PUNCH-EXCEPTION-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE PunchExceptionLine FROM REPORT-STAMP-LINE
            MOVE WS-IMPORT-WEEK-NO TO WS-HL-WEEK-NO
            MOVE WS-WEEK-START-DATE TO WS-HL-START-DATE
            MOVE WS-WEEK-END-DATE TO WS-HL-END-DATE
            WRITE PunchExceptionLine FROM WS-HEADING-LINE
            WRITE PunchExceptionLine FROM WS-COLUMN-HEADING-LINE
            SORT PUNCH-SORT-FILE
                ON ASCENDING KEY SP-EMPLOYEE-NO
                                 SP-PUNCH-DATE
                                 SP-PUNCH-TIME
                                 SP-DIRECTION
                USING PUNCH-FILE
                OUTPUT PROCEDURE IS APPLY-SORTED-PUNCHES
            CLOSE EMPLOYEE-MASTER
            MOVE WS-RL-RECORDS-READ TO WS-TL-PUNCHES
            MOVE WS-EMPLOYEES-UPDATED TO WS-TL-EMPLOYEES
            MOVE WS-EXCEPTION-COUNT TO WS-TL-EXCEPTIONS
            WRITE PunchExceptionLine FROM WS-TOTALS-LINE
            CLOSE PUNCH-EXCEPTION-REPORT
            MOVE WS-EMPLOYEES-UPDATED TO WS-RL-RECORDS-WRITTEN
            DISPLAY "Punch import for week " WS-IMPORT-WEEK-NO ": "
                WS-RL-RECORDS-READ " punch(es), "
                WS-EMPLOYEES-UPDATED " employee(s) updated, "
                WS-OVERTIME-COUNT " over the standard week"
            IF WS-EXCEPTION-COUNT > 0
                DISPLAY WS-EXCEPTION-COUNT " PUNCH EXCEPTION(S) "
                    "FOR THE SUPERVISOR, SEE PUNCHEXC.RPT"
                MOVE 4 TO RETURN-CODE
            END-IF
            MOVE "COMPLETE" TO WS-RL-STATUS
            PERFORM LOG-RUN-END
            GOBACK.

      * Without a calendar on file the operator keys week 1.
        LOAD-PAY-CALENDAR.
            MOVE 0 TO WS-WEEK-ONE-DATE
            OPEN INPUT PAY-CALENDAR-FILE
            IF WS-PAY-CALENDAR-STATUS = "00"
                READ PAY-CALENDAR-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE PK-WEEK-ONE-DATE TO WS-WEEK-ONE-DATE
                END-READ
                CLOSE PAY-CALENDAR-FILE
            END-IF
            IF WS-WEEK-ONE-DATE IS NOT NUMERIC
               OR WS-WEEK-ONE-DATE = ZERO
                DISPLAY "No PAYCAL.REF on file - first day of "
                    "payroll week 1 (CCYYMMDD) - " WITH NO ADVANCING
                ACCEPT WS-WEEK-ONE-DATE
            END-IF
            COMPUTE WS-WEEK-ONE-DAY-NO =
                FUNCTION INTEGER-OF-DATE(WS-WEEK-ONE-DATE).

        LOAD-SHIFT-SCHEDULE.
            MOVE 0 TO WS-SH-COUNT
            OPEN INPUT SHIFT-SCHEDULE-FILE
            IF WS-SHIFT-STATUS = "00"
                PERFORM UNTIL EndOfShiftSchedule
                    OR WS-SH-COUNT = WS-SHIFT-TABLE-CAPACITY
                    READ SHIFT-SCHEDULE-FILE
                        AT END CONTINUE
                        NOT AT END
                            PERFORM LOAD-ONE-SHIFT
                    END-READ
                END-PERFORM
                IF NOT EndOfShiftSchedule
                    DISPLAY "WS-SHIFT-TABLE full at "
                        WS-SHIFT-TABLE-CAPACITY " entries, "
                        "remaining SHIFTSCH.REF records not loaded"
                END-IF
                CLOSE SHIFT-SCHEDULE-FILE
            ELSE
                DISPLAY "No SHIFTSCH.REF on file, every employee on "
                    "the default shift (0900, Monday to Friday)"
            END-IF.

      * The 000000 line replaces the built-in default shift.
        LOAD-ONE-SHIFT.
            IF SS-EMPLOYEE-NO IS NUMERIC
               AND SS-SHIFT-START IS NUMERIC
               AND SS-SHIFT-START < 2400
                IF SS-EMPLOYEE-NO = ZERO
                    MOVE SS-SHIFT-START TO WS-DEFAULT-SHIFT-START
                    MOVE SS-SCHEDULED-DAYS TO WS-DEFAULT-SCHEDULE
                ELSE
                    ADD 1 TO WS-SH-COUNT
                    MOVE SS-EMPLOYEE-NO TO SH-EMPLOYEE-NO(WS-SH-COUNT)
                    MOVE SS-SHIFT-START TO SH-SHIFT-START(WS-SH-COUNT)
                    MOVE SS-SCHEDULED-DAYS
                        TO SH-SCHEDULED-DAYS(WS-SH-COUNT)
                END-IF
            ELSE
                DISPLAY "Bad SHIFTSCH.REF record ignored: "
                    SHIFT-SCHEDULE-RECORD
            END-IF.

      * Sorted punches arrive employee by employee, each one's days
      * in date and time order; an employee's week is settled when
      * the next employee's first punch (or the end) arrives.
        APPLY-SORTED-PUNCHES.
            MOVE "N" TO WS-EOSORT
            MOVE 0 TO WS-CURRENT-EMPLOYEE-NO
            PERFORM RETURN-SORTED-PUNCH
            PERFORM UNTIL EndOfSortedPunches
                ADD 1 TO WS-RL-RECORDS-READ
                PERFORM EDIT-ONE-PUNCH
                IF PunchAccepted
                    IF SP-EMPLOYEE-NO NOT = WS-CURRENT-EMPLOYEE-NO
                        IF WS-CURRENT-EMPLOYEE-NO NOT = ZERO
                            PERFORM SETTLE-EMPLOYEE-WEEK
                        END-IF
                        PERFORM START-EMPLOYEE-WEEK
                    END-IF
                    PERFORM PAIR-ONE-PUNCH
                END-IF
                PERFORM RETURN-SORTED-PUNCH
            END-PERFORM
            IF WS-CURRENT-EMPLOYEE-NO NOT = ZERO
                PERFORM SETTLE-EMPLOYEE-WEEK
            END-IF.

        RETURN-SORTED-PUNCH.
            RETURN PUNCH-SORT-FILE
                AT END SET EndOfSortedPunches TO TRUE
            END-RETURN.

      * A punch that cannot be read, or falls outside the payroll
      * week being imported, is listed and takes no further part.
        EDIT-ONE-PUNCH.
            MOVE "N" TO WS-PUNCH-OK
            MOVE SP-EMPLOYEE-NO TO WS-EXCEPTION-EMPLOYEE-NO
            MOVE SP-PUNCH-DATE TO WS-EXCEPTION-DATE
            MOVE SP-PUNCH-TIME TO WS-EXCEPTION-TIME
            MOVE SP-TERMINAL-ID TO WS-EXCEPTION-TERMINAL
            IF SP-EMPLOYEE-NO IS NOT NUMERIC
               OR SP-EMPLOYEE-NO = ZERO
               OR SP-PUNCH-DATE IS NOT NUMERIC
               OR SP-PUNCH-TIME IS NOT NUMERIC
               OR NOT (SP-PunchIn OR SP-PunchOut)
                MOVE 0 TO WS-EXCEPTION-EMPLOYEE-NO
                MOVE "BAD PUNCH RECORD" TO WS-EXCEPTION-REASON
                PERFORM WRITE-EXCEPTION-LINE
                DISPLAY "Bad PUNCHES.DAT record ignored: "
                    SORT-PUNCH-RECORD
                EXIT PARAGRAPH
            END-IF
            IF SP-PUNCH-HH > 23 OR SP-PUNCH-MM > 59
               OR FUNCTION TEST-DATE-YYYYMMDD(SP-PUNCH-DATE) NOT = 0
                MOVE "INVALID PUNCH DATE OR TIME"
                    TO WS-EXCEPTION-REASON
                PERFORM WRITE-EXCEPTION-LINE
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-PUNCH-DAY-NO =
                FUNCTION INTEGER-OF-DATE(SP-PUNCH-DATE)
            IF WS-PUNCH-DAY-NO < WS-WEEK-START-DAY-NO
               OR WS-PUNCH-DAY-NO > WS-WEEK-START-DAY-NO + 6
                MOVE "PUNCH OUTSIDE THE PAYROLL WEEK"
                    TO WS-EXCEPTION-REASON
                PERFORM WRITE-EXCEPTION-LINE
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-DAY-IDX =
                WS-PUNCH-DAY-NO - WS-WEEK-START-DAY-NO + 1
            COMPUTE WS-PUNCH-MINUTES =
                (SP-PUNCH-HH * 60) + SP-PUNCH-MM
            MOVE "Y" TO WS-PUNCH-OK.

        START-EMPLOYEE-WEEK.
            MOVE SP-EMPLOYEE-NO TO WS-CURRENT-EMPLOYEE-NO
            PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
                MOVE "N" TO DY-PUNCHED(WS-DAY-IDX)
                MOVE 9999 TO DY-FIRST-IN-TIME(WS-DAY-IDX)
                MOVE "N" TO DY-OPEN-IN(WS-DAY-IDX)
                MOVE 0 TO DY-OPEN-IN-TIME(WS-DAY-IDX)
                MOVE 0 TO DY-OPEN-IN-MINUTES(WS-DAY-IDX)
                MOVE SPACES TO DY-OPEN-TERMINAL(WS-DAY-IDX)
                MOVE 9999 TO DY-LAST-OUT-TIME(WS-DAY-IDX)
                MOVE 0 TO DY-MINUTES(WS-DAY-IDX)
            END-PERFORM
            COMPUTE WS-DAY-IDX =
                WS-PUNCH-DAY-NO - WS-WEEK-START-DAY-NO + 1.

      * An in punch opens a pair and the next out punch closes it.
      * A second in while a pair is open leaves the first without
      * an out; an out with nothing open is listed, or is a repeat
      * of the out just taken. Only closed pairs count as worked.
        PAIR-ONE-PUNCH.
            MOVE "Y" TO DY-PUNCHED(WS-DAY-IDX)
            IF SP-PunchIn
                IF DY-InPunchOpen(WS-DAY-IDX)
                    IF SP-PUNCH-TIME = DY-OPEN-IN-TIME(WS-DAY-IDX)
                        MOVE "DUPLICATE IN PUNCH"
                            TO WS-EXCEPTION-REASON
                        PERFORM WRITE-EXCEPTION-LINE
                        EXIT PARAGRAPH
                    END-IF
                    MOVE DY-OPEN-IN-TIME(WS-DAY-IDX)
                        TO WS-EXCEPTION-TIME
                    MOVE DY-OPEN-TERMINAL(WS-DAY-IDX)
                        TO WS-EXCEPTION-TERMINAL
                    MOVE "IN PUNCH WITH NO OUT PUNCH"
                        TO WS-EXCEPTION-REASON
                    PERFORM WRITE-EXCEPTION-LINE
                END-IF
                IF DY-FIRST-IN-TIME(WS-DAY-IDX) = 9999
                    MOVE SP-PUNCH-TIME TO DY-FIRST-IN-TIME(WS-DAY-IDX)
                END-IF
                MOVE "Y" TO DY-OPEN-IN(WS-DAY-IDX)
                MOVE SP-PUNCH-TIME TO DY-OPEN-IN-TIME(WS-DAY-IDX)
                MOVE WS-PUNCH-MINUTES
                    TO DY-OPEN-IN-MINUTES(WS-DAY-IDX)
                MOVE SP-TERMINAL-ID TO DY-OPEN-TERMINAL(WS-DAY-IDX)
            ELSE
                IF DY-InPunchOpen(WS-DAY-IDX)
                    COMPUTE DY-MINUTES(WS-DAY-IDX) =
                        DY-MINUTES(WS-DAY-IDX) + WS-PUNCH-MINUTES
                        - DY-OPEN-IN-MINUTES(WS-DAY-IDX)
                    MOVE "N" TO DY-OPEN-IN(WS-DAY-IDX)
                    MOVE SP-PUNCH-TIME TO DY-LAST-OUT-TIME(WS-DAY-IDX)
                ELSE
                    IF SP-PUNCH-TIME = DY-LAST-OUT-TIME(WS-DAY-IDX)
                        MOVE "DUPLICATE OUT PUNCH"
                            TO WS-EXCEPTION-REASON
                    ELSE
                        MOVE "OUT PUNCH WITH NO IN PUNCH"
                            TO WS-EXCEPTION-REASON
                    END-IF
                    PERFORM WRITE-EXCEPTION-LINE
                END-IF
            END-IF.

      * Closes the employee's week: pairs still open are listed,
      * the days are checked against the shift, and the counts and
      * clocked hours replace the week's EM-WEEK-RECORD slot. The
      * authorized absences keyed for the week are kept and count
      * against the absences the punches show.
        SETTLE-EMPLOYEE-WEEK.
            MOVE WS-CURRENT-EMPLOYEE-NO TO WS-EXCEPTION-EMPLOYEE-NO
            PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
                IF DY-InPunchOpen(WS-DAY-IDX)
                    COMPUTE WS-CALENDAR-DAY-NO =
                        WS-WEEK-START-DAY-NO + WS-DAY-IDX - 1
                    COMPUTE WS-CALENDAR-DATE =
                        FUNCTION DATE-OF-INTEGER(WS-CALENDAR-DAY-NO)
                    MOVE WS-CALENDAR-DATE TO WS-EXCEPTION-DATE
                    MOVE DY-OPEN-IN-TIME(WS-DAY-IDX)
                        TO WS-EXCEPTION-TIME
                    MOVE DY-OPEN-TERMINAL(WS-DAY-IDX)
                        TO WS-EXCEPTION-TERMINAL
                    MOVE "IN PUNCH WITH NO OUT PUNCH"
                        TO WS-EXCEPTION-REASON
                    PERFORM WRITE-EXCEPTION-LINE
                END-IF
            END-PERFORM
            MOVE SPACES TO WS-EXCEPTION-DATE
            MOVE SPACES TO WS-EXCEPTION-TIME
            MOVE SPACES TO WS-EXCEPTION-TERMINAL
            MOVE WS-CURRENT-EMPLOYEE-NO TO EM-EMPLOYEE-NO
            READ EMPLOYEE-MASTER
                INVALID KEY
                    MOVE "EMPLOYEE NOT ON THE MASTER - PUNCHES IGNORED"
                        TO WS-EXCEPTION-REASON
                    PERFORM WRITE-EXCEPTION-LINE
                    EXIT PARAGRAPH
            END-READ
            PERFORM FIND-EMPLOYEE-SHIFT
            MOVE 0 TO WS-WEEK-MINUTES
            MOVE 0 TO WS-ABSENCE-COUNT
            MOVE 0 TO WS-LATE-COUNT
            PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
                COMPUTE WS-CALENDAR-DAY-NO =
                    WS-WEEK-START-DAY-NO + WS-DAY-IDX - 1
                DIVIDE 7 INTO WS-CALENDAR-DAY-NO
                    GIVING WS-DAY-QUOTIENT REMAINDER WS-DAY-OF-WEEK
      * Day 1 of the calendar count was a Monday.
                IF WS-DAY-OF-WEEK = 0
                    MOVE 7 TO WS-DAY-OF-WEEK
                END-IF
                IF DY-DayPunched(WS-DAY-IDX)
                    ADD DY-MINUTES(WS-DAY-IDX) TO WS-WEEK-MINUTES
                    IF DY-FIRST-IN-TIME(WS-DAY-IDX) NOT = 9999
                       AND DY-FIRST-IN-TIME(WS-DAY-IDX)
                           > WS-SHIFT-START
                        ADD 1 TO WS-LATE-COUNT
                    END-IF
                ELSE
                    IF WS-SCHEDULED-DAYS(WS-DAY-OF-WEEK:1) = "Y"
                        ADD 1 TO WS-ABSENCE-COUNT
                    END-IF
                END-IF
            END-PERFORM
            PERFORM VARYING WS-WH-IDX FROM 1 BY 1
                UNTIL WS-WH-IDX > 52
                OR EM-WEEK-NO(WS-WH-IDX) = WS-IMPORT-WEEK-NO
            END-PERFORM
            IF WS-WH-IDX > 52
                PERFORM VARYING WS-WH-IDX FROM 1 BY 1
                    UNTIL WS-WH-IDX > 52
                    OR EM-WEEK-NO(WS-WH-IDX) = ZERO
                END-PERFORM
                IF WS-WH-IDX > 52
                    MOVE "NO FREE WEEK-RECORD SLOT - NOT UPDATED"
                        TO WS-EXCEPTION-REASON
                    PERFORM WRITE-EXCEPTION-LINE
                    EXIT PARAGRAPH
                END-IF
                MOVE WS-IMPORT-WEEK-NO TO EM-WEEK-NO(WS-WH-IDX)
                MOVE 0 TO EM-AUTHORIZED-ABSENCES(WS-WH-IDX)
            END-IF
            IF EM-AUTHORIZED-ABSENCES(WS-WH-IDX) IS NOT NUMERIC
                MOVE 0 TO EM-AUTHORIZED-ABSENCES(WS-WH-IDX)
            END-IF
            COMPUTE WS-UNAUTHORIZED-COUNT =
                WS-ABSENCE-COUNT - EM-AUTHORIZED-ABSENCES(WS-WH-IDX)
            IF WS-UNAUTHORIZED-COUNT < 0
                MOVE 0 TO WS-UNAUTHORIZED-COUNT
            END-IF
            IF WS-UNAUTHORIZED-COUNT > WS-MAXIMUM-COUNT
                MOVE WS-MAXIMUM-COUNT TO WS-UNAUTHORIZED-COUNT
            END-IF
            IF WS-LATE-COUNT > WS-MAXIMUM-COUNT
                MOVE WS-MAXIMUM-COUNT TO WS-LATE-COUNT
            END-IF
            MOVE WS-UNAUTHORIZED-COUNT
                TO EM-UNAUTHORIZED-ABSENCES(WS-WH-IDX)
            MOVE WS-LATE-COUNT TO EM-LATE-ARRIVALS(WS-WH-IDX)
            MOVE "C" TO EM-CLOCKED-FLAG(WS-WH-IDX)
            COMPUTE EM-CLOCKED-HOURS(WS-WH-IDX) ROUNDED =
                WS-WEEK-MINUTES / 60
            REWRITE EMPLOYEE-MASTER-RECORD
                INVALID KEY
                    DISPLAY "Rewrite failed for employee "
                        EM-EMPLOYEE-NO
                    EXIT PARAGRAPH
            END-REWRITE
            MOVE "C" TO WS-RJ-OPERATION
            PERFORM JOURNAL-EMPLOYEE-RECORD
            ADD 1 TO WS-EMPLOYEES-UPDATED
      * Hours past the standard week are paid only once approved as
      * overtime, so the supervisor is shown them here.
            IF EM-CLOCKED-HOURS(WS-WH-IDX) > WS-STANDARD-WEEK-HOURS
                MOVE EM-CLOCKED-HOURS(WS-WH-IDX) TO WS-OTR-HOURS
                MOVE WS-OVERTIME-REASON TO WS-EDL-REASON
                MOVE WS-CURRENT-EMPLOYEE-NO TO WS-EDL-EMPLOYEE-NO
                MOVE SPACES TO WS-EDL-DATE
                MOVE SPACES TO WS-EDL-TIME
                MOVE SPACES TO WS-EDL-TERMINAL
                WRITE PunchExceptionLine FROM WS-EXCEPTION-DETAIL-LINE
                ADD 1 TO WS-OVERTIME-COUNT
            END-IF.

      * The employee's own shift line, else the default shift.
        FIND-EMPLOYEE-SHIFT.
            MOVE WS-DEFAULT-SHIFT-START TO WS-SHIFT-START
            MOVE WS-DEFAULT-SCHEDULE TO WS-SCHEDULED-DAYS
            PERFORM VARYING WS-SH-IDX FROM 1 BY 1
                UNTIL WS-SH-IDX > WS-SH-COUNT
                IF SH-EMPLOYEE-NO(WS-SH-IDX) = EM-EMPLOYEE-NO
                    MOVE SH-SHIFT-START(WS-SH-IDX) TO WS-SHIFT-START
                    MOVE SH-SCHEDULED-DAYS(WS-SH-IDX)
                        TO WS-SCHEDULED-DAYS
                END-IF
            END-PERFORM.

        WRITE-EXCEPTION-LINE.
            MOVE WS-EXCEPTION-EMPLOYEE-NO TO WS-EDL-EMPLOYEE-NO
            MOVE WS-EXCEPTION-DATE TO WS-EDL-DATE
            MOVE WS-EXCEPTION-TIME TO WS-EDL-TIME
            MOVE WS-EXCEPTION-TERMINAL TO WS-EDL-TERMINAL
            MOVE WS-EXCEPTION-REASON TO WS-EDL-REASON
            WRITE PunchExceptionLine FROM WS-EXCEPTION-DETAIL-LINE
            ADD 1 TO WS-EXCEPTION-COUNT.

        LOG-RUN-END.
            MOVE "E" TO WS-RL-ACTION
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-RECORDS-READ WS-RL-RECORDS-WRITTEN
                WS-RL-STATUS.

      * The refuse-on-imbalance check every reader of the employee
      * master makes before trusting it; reopened for update. The
      * import leaves the wage rates alone, so the control hash
      * stands as it was.
        VERIFY-MASTER-CONTROL-TOTALS.
            MOVE 0 TO WS-MC-COUNT
            MOVE 0 TO WS-MC-HASH
            MOVE "N" TO WS-MASTER-EOF
            PERFORM UNTIL EndOfEmployeeMaster
                READ EMPLOYEE-MASTER NEXT RECORD
                    AT END SET EndOfEmployeeMaster TO TRUE
                    NOT AT END
                        ADD 1 TO WS-MC-COUNT
                        COMPUTE WS-MC-HASH =
                            WS-MC-HASH + (EM-WAGE-RATE * 100)
                END-READ
            END-PERFORM
            CLOSE EMPLOYEE-MASTER
            MOVE "V" TO WS-MC-ACTION
            CALL "MasterControl" USING WS-MC-ACTION WS-MC-FILE-ID
                WS-MC-COUNT WS-MC-HASH WS-MC-RESULT
            IF MasterControlOK
                OPEN I-O EMPLOYEE-MASTER
            END-IF.

      * Every change to EMPLOYEE.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-EMPLOYEE-RECORD.
            MOVE "EMPLOYEE" TO WS-RJ-FILE-ID
            MOVE EM-EMPLOYEE-NO TO WS-RJ-KEY
            MOVE EMPLOYEE-MASTER-RECORD TO WS-RJ-IMAGE
            CALL "RecoveryJournal" USING WS-RJ-FILE-ID
                WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.
