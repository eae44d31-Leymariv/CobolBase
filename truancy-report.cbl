      * threshold, broken out under each course's COURSE.REF
      * description heading with the rate shown. Funding rides on
      * these rates, so the report also ends each course with its
      * own session and absence totals. Every flagged student also
      * gets a TRUANT NotifyQueue entry naming the course and rate,
      * so NotifyFormat writes to the student - and to the
      * guardians of a minor - while the rate stays over the line.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            05  WS-RTL-FLAGGED       PIC ZZZ9.
        01  WS-BLANK-LINE            PIC X(100) VALUE SPACES.

        01  WS-NQ-TYPE               PIC X VALUE "S".
        01  WS-NQ-ADDRESSEE          PIC X(10).
        01  WS-NQ-EVENT              PIC X(8) VALUE "TRUANT".
        01  WS-NQ-REFERENCE          PIC X(12).
        01  WS-NQ-RATE               PIC ZZ9.99.
        01  WS-NQ-PROGRAM            PIC X(15)
                VALUE "TruancyReport".

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            OPEN INPUT ATTENDANCE-FILE
      * together, flagged when the rate reaches the threshold.
        WRITE-TRUANCY-REPORT.
            OPEN OUTPUT TRUANCY-REPORT-FILE
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE TruancyReportLine FROM REPORT-STAMP-LINE
            PERFORM VARYING WS-TY-IDX FROM 1 BY 1
                UNTIL WS-TY-IDX > WS-TY-COUNT
                IF TY-REPORTED(WS-TY-IDX) = "N"
                MOVE "TRUANT" TO WS-TDL-FLAG
                WRITE TruancyReportLine
                    FROM WS-TRUANCY-DETAIL-LINE
                PERFORM QUEUE-TRUANCY-NOTICE
            END-IF.

        QUEUE-TRUANCY-NOTICE.
            MOVE TY-STUDENT-ID(WS-TY-SCAN) TO WS-NQ-ADDRESSEE
            MOVE WS-ABSENCE-RATE TO WS-NQ-RATE
            MOVE SPACES TO WS-NQ-REFERENCE
            STRING WS-CURRENT-COURSE " " WS-NQ-RATE
                DELIMITED BY SIZE INTO WS-NQ-REFERENCE
            CALL "NotifyQueue" USING WS-NQ-TYPE WS-NQ-ADDRESSEE
                WS-NQ-EVENT WS-NQ-REFERENCE WS-NQ-PROGRAM.

        FIND-COURSE-DESCRIPTION.
            MOVE WS-CURRENT-COURSE TO WS-HEADING-DESCRIPTION
            PERFORM VARYING CD-IDX FROM 1 BY 1
