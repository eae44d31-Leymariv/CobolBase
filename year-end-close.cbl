                VALUE "EMPLOYEES CLOSED ".
            05  WS-STL-COUNT         PIC ZZZ9.

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "YearEndClose".
        01  WS-RJ-IMAGE              PIC X(2000).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            DISPLAY "Year being closed (CCYY) - " WITH NO ADVANCING
            ELSE
                PERFORM OPEN-WEEK-HISTORY-FILE
                OPEN OUTPUT CLOSING-SUMMARY
                CALL "ReportStamp" USING REPORT-STAMP-LINE
                WRITE ClosingSummaryLine FROM REPORT-STAMP-LINE
                MOVE WS-CLOSING-YEAR TO WS-SH-YEAR
                WRITE ClosingSummaryLine FROM WS-SUMMARY-HEADING
                MOVE "N" TO WS-MASTER-EOF
                MOVE 0 TO EM-AUTHORIZED-ABSENCES(WS-WK-IDX)
                MOVE 0 TO EM-UNAUTHORIZED-ABSENCES(WS-WK-IDX)
                MOVE 0 TO EM-LATE-ARRIVALS(WS-WK-IDX)
                MOVE SPACE TO EM-CLOCKED-FLAG(WS-WK-IDX)
                MOVE 0 TO EM-CLOCKED-HOURS(WS-WK-IDX)
                MOVE SPACE TO EM-LEAVE-POSTED-FLAG(WS-WK-IDX)
                MOVE 0 TO EM-SICK-DAYS(WS-WK-IDX)
                MOVE 0 TO EM-UNPAID-DAYS(WS-WK-IDX)
            END-PERFORM
            WRITE WEEK-HISTORY-RECORD
            REWRITE EMPLOYEE-MASTER-RECORD
                INVALID KEY
                    DISPLAY "Rewrite failed for employee "
                        EM-EMPLOYEE-NO
                NOT INVALID KEY
                    MOVE "C" TO WS-RJ-OPERATION
                    PERFORM JOURNAL-EMPLOYEE-RECORD
            END-REWRITE
            MOVE EM-EMPLOYEE-NO TO WS-SDL-EMP-NO
            MOVE EM-EMPLOYEE-NAME TO WS-SDL-NAME
            MOVE WS-YEAR-UNAUTHORIZED TO WS-SDL-UNAUTHORIZED
            MOVE WS-YEAR-LATE TO WS-SDL-LATE
            WRITE ClosingSummaryLine FROM WS-SUMMARY-DETAIL-LINE.

      * Every change to EMPLOYEE.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-EMPLOYEE-RECORD.
            MOVE "EMPLOYEE" TO WS-RJ-FILE-ID
            MOVE EM-EMPLOYEE-NO TO WS-RJ-KEY
            MOVE EMPLOYEE-MASTER-RECORD TO WS-RJ-IMAGE
            CALL "RecoveryJournal" USING WS-RJ-FILE-ID
                WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.
