       IDENTIFICATION DIVISION.
       PROGRAM-ID. BusinessDateCtl.

      * Business-date control subroutine in the PeriodControl mold -
      * the only program that changes the BUSDATE.CTL record the
      * BusinessDate subroutine reads. NightlyDriver calls it with
      * action S as a stream starts (the date is marked running),
      * C when the last step has finished (marked complete) and
      * then A to advance the date to the next day. A is refused
      * while the date's stream is not complete, so a failed night
      * keeps its date for the rerun however late that rerun is;
      * S is refused on a date whose stream already completed, so
      * the same day is never processed twice, and on a date the
      * calendar has not reached. Action O sets the date by hand
      * for a catch-up run - BusinessDateSet calls it after a
      * supervisor sign-on - and Q only reports the record.
      * Every call returns the business date as it stands after the
      * action and the stream status as it stood before it; the
      * result is N when the action was refused. The first S with
      * no control file creates it on the clock date.
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
       01  WS-RECORD-FOUND          PIC X.
           88  ControlRecordFound       VALUE "Y".
       01  WS-CURRENT-DATE          PIC 9(8).
       01  WS-CURRENT-STATUS        PIC X.
           88  CurrentStreamOpen        VALUE "O".
           88  CurrentStreamRunning     VALUE "R".
           88  CurrentStreamComplete    VALUE "C".
       01  WS-CLOCK-DATE            PIC 9(8).
       01  WS-CHANGED-DATE          PIC 9(8).
       01  WS-CHANGED-TIME          PIC 9(8).
       01  WS-NEXT-DATE             PIC 9(8).

       LINKAGE SECTION.
       01  LK-BC-ACTION             PIC X.
           88  LK-BC-Query              VALUE "Q".
           88  LK-BC-StreamStart        VALUE "S".
           88  LK-BC-StreamComplete     VALUE "C".
           88  LK-BC-AdvanceDate        VALUE "A".
           88  LK-BC-OverrideDate       VALUE "O".
       01  LK-BC-BUSINESS-DATE      PIC 9(8).
       01  LK-BC-STREAM-STATUS      PIC X.
       01  LK-BC-CHANGED-BY         PIC X(15).
       01  LK-BC-RESULT             PIC X.
           88  LK-BC-ActionDone         VALUE "Y".
           88  LK-BC-ActionRefused      VALUE "N".

       PROCEDURE DIVISION USING LK-BC-ACTION LK-BC-BUSINESS-DATE
           LK-BC-STREAM-STATUS LK-BC-CHANGED-BY LK-BC-RESULT.
         Begin.
             PERFORM READ-BUSINESS-DATE-RECORD
             MOVE WS-CURRENT-STATUS TO LK-BC-STREAM-STATUS
             MOVE "Y" TO LK-BC-RESULT
             EVALUATE TRUE
                 WHEN LK-BC-Query
                     IF NOT ControlRecordFound
                         MOVE "N" TO LK-BC-RESULT
                     END-IF
                 WHEN LK-BC-StreamStart
                     PERFORM MARK-STREAM-STARTED
                 WHEN LK-BC-StreamComplete
                     PERFORM MARK-STREAM-COMPLETE
                 WHEN LK-BC-AdvanceDate
                     PERFORM ADVANCE-BUSINESS-DATE
                 WHEN LK-BC-OverrideDate
                     PERFORM OVERRIDE-BUSINESS-DATE
             END-EVALUATE
             MOVE WS-CURRENT-DATE TO LK-BC-BUSINESS-DATE
             EXIT PROGRAM.

      * No record - or no file - reads as an open stream on the
      * clock date; a Q caller is told through the result.
         READ-BUSINESS-DATE-RECORD.
             MOVE "N" TO WS-RECORD-FOUND
             OPEN INPUT BUSINESS-DATE-FILE
             IF WS-BUSINESS-DATE-STATUS = "00"
                 READ BUSINESS-DATE-FILE
                     AT END CONTINUE
                     NOT AT END
                         IF BD-BUSINESS-DATE IS NUMERIC
                             AND BD-BUSINESS-DATE > 0
                             MOVE BD-BUSINESS-DATE
                                 TO WS-CURRENT-DATE
                             MOVE BD-STREAM-STATUS
                                 TO WS-CURRENT-STATUS
                             MOVE "Y" TO WS-RECORD-FOUND
                         END-IF
                 END-READ
                 CLOSE BUSINESS-DATE-FILE
             END-IF
             IF NOT ControlRecordFound
                 ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                 MOVE "O" TO WS-CURRENT-STATUS
             END-IF.

      * No stream starts on a date already complete, nor on a day
      * the calendar has not reached yet.
         MARK-STREAM-STARTED.
             ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
             EVALUATE TRUE
                 WHEN CurrentStreamComplete
                     MOVE "N" TO LK-BC-RESULT
                     DISPLAY "Stream for business date "
                         WS-CURRENT-DATE
                         " already complete - date not yet advanced"
                 WHEN WS-CURRENT-DATE > WS-CLOCK-DATE
                     MOVE "N" TO LK-BC-RESULT
                     DISPLAY "Business date " WS-CURRENT-DATE
                         " is after today's date " WS-CLOCK-DATE
                         " - stream not started"
                 WHEN OTHER
                     IF NOT ControlRecordFound
                         DISPLAY "BUSDATE.CTL created - business "
                             "date " WS-CURRENT-DATE
                     END-IF
                     MOVE "R" TO WS-CURRENT-STATUS
                     PERFORM WRITE-BUSINESS-DATE-RECORD
             END-EVALUATE.

         MARK-STREAM-COMPLETE.
             MOVE "C" TO WS-CURRENT-STATUS
             PERFORM WRITE-BUSINESS-DATE-RECORD.

         ADVANCE-BUSINESS-DATE.
             IF NOT CurrentStreamComplete
                 MOVE "N" TO LK-BC-RESULT
                 DISPLAY "Stream for business date " WS-CURRENT-DATE
                     " has not finished - date not advanced"
             ELSE
                 COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(
                     FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) + 1)
                 MOVE WS-NEXT-DATE TO WS-CURRENT-DATE
                 MOVE "O" TO WS-CURRENT-STATUS
                 PERFORM WRITE-BUSINESS-DATE-RECORD
             END-IF.

      * A date set by hand starts with no stream run against it.
         OVERRIDE-BUSINESS-DATE.
             MOVE LK-BC-BUSINESS-DATE TO WS-CURRENT-DATE
             MOVE "O" TO WS-CURRENT-STATUS
             PERFORM WRITE-BUSINESS-DATE-RECORD.

         WRITE-BUSINESS-DATE-RECORD.
             ACCEPT WS-CHANGED-DATE FROM DATE YYYYMMDD
             ACCEPT WS-CHANGED-TIME FROM TIME
             OPEN OUTPUT BUSINESS-DATE-FILE
             MOVE SPACES TO BUSINESS-DATE-RECORD
             MOVE WS-CURRENT-DATE TO BD-BUSINESS-DATE
             MOVE WS-CURRENT-STATUS TO BD-STREAM-STATUS
             MOVE WS-CHANGED-DATE TO BD-CHANGED-DATE
             MOVE WS-CHANGED-TIME TO BD-CHANGED-TIME
             MOVE LK-BC-CHANGED-BY TO BD-CHANGED-BY
             WRITE BUSINESS-DATE-RECORD
             CLOSE BUSINESS-DATE-FILE.
