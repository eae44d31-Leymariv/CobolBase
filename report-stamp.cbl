       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportStamp.

      * Shared report-stamp subroutine. Every program that prints a
      * report carries the RPTSTAMP stamp line, calls this as the
      * report is opened and writes the line first: the business
      * date from BusinessDate beside the clock date and time the
      * report was actually produced. The linkage item lays out
      * the same positions as the copybook - the literal captions
      * come from the caller's VALUE clauses.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CLOCK-TIME.
           05  WS-CLOCK-HOUR        PIC 99.
           05  WS-CLOCK-MINUTE      PIC 99.
           05  WS-CLOCK-SECOND      PIC 99.
           05  WS-CLOCK-HUNDREDTHS  PIC 99.

       LINKAGE SECTION.
       01  LK-RS-STAMP-LINE.
           05  FILLER               PIC X(14).
           05  LK-RS-BUSINESS-DATE  PIC 9(8).
           05  FILLER               PIC X(10).
           05  LK-RS-RUN-DATE       PIC 9(8).
           05  FILLER               PIC X(4).
           05  LK-RS-RUN-HOUR       PIC 99.
           05  FILLER               PIC X.
           05  LK-RS-RUN-MINUTE     PIC 99.
           05  FILLER               PIC X.
           05  LK-RS-RUN-SECOND     PIC 99.

       PROCEDURE DIVISION USING LK-RS-STAMP-LINE.
         Begin.
             CALL "BusinessDate" USING LK-RS-BUSINESS-DATE
             ACCEPT LK-RS-RUN-DATE FROM DATE YYYYMMDD
             ACCEPT WS-CLOCK-TIME FROM TIME
             MOVE WS-CLOCK-HOUR TO LK-RS-RUN-HOUR
             MOVE WS-CLOCK-MINUTE TO LK-RS-RUN-MINUTE
             MOVE WS-CLOCK-SECOND TO LK-RS-RUN-SECOND
             EXIT PROGRAM.
