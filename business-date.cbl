       IDENTIFICATION DIVISION.
       PROGRAM-ID. BusinessDate.

      * Shared business-date subroutine in the RunLog/PeriodControl
      * mold. Every program that used to take its run date from the
      * system clock calls it instead and gets back the processing
      * date held on the BUSDATE.CTL control record, so a nightly
      * stream that fails and is rerun after midnight still stamps
      * its invoices, AR items, payroll, journal entries and run-log
      * lines with the day it is processing, and a month-end rerun
      * stays in its own period. The date only moves when
      * NightlyDriver advances it after a complete stream, or a
      * supervisor sets it through BusinessDateSet.
      * The record is read on every call - the date can advance
      * under a long-running caller such as NightlyDriver. Until the
      * first stream creates BUSDATE.CTL the clock date is returned,
      * and the console says so once a run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT BUSINESS-DATE-FILE
           ASSIGN TO "BUSDATE.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-BUSINESS-DATE-STATUS  PIC XX.
       01  WS-DATE-FOUND            PIC X.
           88  BusinessDateFound        VALUE "Y".
       01  WS-CLOCK-WARNED          PIC X VALUE "N".
           88  ClockDateWarned          VALUE "Y".

       LINKAGE SECTION.
       01  LK-BD-BUSINESS-DATE      PIC 9(8).

       PROCEDURE DIVISION USING LK-BD-BUSINESS-DATE.
         Begin.
             MOVE "N" TO WS-DATE-FOUND
             OPEN INPUT BUSINESS-DATE-FILE
             IF WS-BUSINESS-DATE-STATUS = "00"
                 READ BUSINESS-DATE-FILE
                     AT END CONTINUE
                     NOT AT END
                         IF BD-BUSINESS-DATE IS NUMERIC
                             AND BD-BUSINESS-DATE > 0
                             MOVE BD-BUSINESS-DATE
                                 TO LK-BD-BUSINESS-DATE
                             MOVE "Y" TO WS-DATE-FOUND
                         END-IF
                 END-READ
                 CLOSE BUSINESS-DATE-FILE
             END-IF
             IF NOT BusinessDateFound
                 ACCEPT LK-BD-BUSINESS-DATE FROM DATE YYYYMMDD
                 IF NOT ClockDateWarned
                     DISPLAY "No business date on BUSDATE.CTL - "
                         "running on the clock date "
                         LK-BD-BUSINESS-DATE
                     MOVE "Y" TO WS-CLOCK-WARNED
                 END-IF
             END-IF
             EXIT PROGRAM.
