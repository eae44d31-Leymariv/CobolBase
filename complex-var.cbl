000000         02  FILLER             PIC X VALUE SPACE.
000000         02  WS-CPL-VERDICT     PIC X(14).
000000
000000           COPY RPTSTAMP.
000000
000000 PROCEDURE DIVISION.
000000 Begin.
      * Start and finish go to the shop-wide run log (run-log.cbl).
000000      PERFORM LOAD-COURSE-ELIGIBILITY-TABLE.
000000      PERFORM LOAD-OFFERED-COURSE-TABLE.
000000      PERFORM GET-EXCEPTION-TOLERANCE.
000000      CALL "BusinessDate" USING CurrentDate.
000000
000000      PERFORM READ-STUDENT-RECORD.
000000      PERFORM UNTIL EndOfStudentFile

000000 WRITE-CONTROL-REPORT.
000000      OPEN OUTPUT CONTROL-REPORT.
000000      CALL "ReportStamp" USING REPORT-STAMP-LINE.
000000      WRITE ControlReportLine FROM REPORT-STAMP-LINE.
000000      MOVE "RECORDS READ          " TO WS-CCL-CAPTION.
000000      MOVE WS-CTL-RECORDS-READ TO WS-CCL-COUNT.
000000      WRITE ControlReportLine FROM WS-CONTROL-COUNT-LINE.
