            10  PRENOTE-DATE                      PIC 9(8).
            10  DISCIPLINE-STAGE                  PIC 9.
            10  DISCIPLINE-DATE                   PIC 9(8).
            10  WEEK-CLOCKED OCCURS 52 TIMES.
              15  CLOCKED-FLAG                    PIC X.
              15  CLOCKED-HOURS                   PIC 999V99.
            10  WEEK-LEAVE OCCURS 52 TIMES.
              15  LEAVE-POSTED-FLAG               PIC X.
              15  SICK-DAYS                       PIC 9.
              15  UNPAID-DAYS                     PIC 9.
            10  HIRE-DATE                         PIC 9(8).

       01  WS-CURSOR-POSITION.
           05  WS-CURSOR-LINE           PIC 9(3) VALUE 1.
               10  D2     PIC X(5).
               10  D3     PIC X(55).

       01  WS-RJ-FILE-ID            PIC X(8).
       01  WS-RJ-OPERATION          PIC X.
       01  WS-RJ-KEY                PIC X(20).
       01  WS-RJ-PROGRAM            PIC X(15) VALUE "LetterSearchAll".
       01  WS-RJ-IMAGE              PIC X(2000).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
      * The master is verified against its control totals before
                      DEPARTMENT-CODE(WS-EMPLOYEE-COUNT)
                  MOVE EM-PRENOTE-STATUS TO
                      PRENOTE-STATUS(WS-EMPLOYEE-COUNT)
      * Records written before the prenote, discipline,
      * clocked-hours, leave-breakdown and hire-date fields
      * existed carry spaces there - normalized at load so the
      * save never writes junk back.
                  IF EM-PRENOTE-DATE IS NUMERIC
                  ELSE
                      MOVE 0 TO
                          DISCIPLINE-DATE(WS-EMPLOYEE-COUNT)
                  END-IF
                  IF EM-HIRE-DATE IS NUMERIC
                      MOVE EM-HIRE-DATE TO
                          HIRE-DATE(WS-EMPLOYEE-COUNT)
                  ELSE
                      MOVE 0 TO HIRE-DATE(WS-EMPLOYEE-COUNT)
                  END-IF
                  PERFORM VARYING WS-WH-IDX FROM 1 BY 1
                      UNTIL WS-WH-IDX > 52
                      IF EM-HoursClocked(WS-WH-IDX)
                         AND EM-CLOCKED-HOURS(WS-WH-IDX) IS NUMERIC
                          MOVE "C" TO
                            CLOCKED-FLAG(WS-EMPLOYEE-COUNT, WS-WH-IDX)
                          MOVE EM-CLOCKED-HOURS(WS-WH-IDX) TO
                            CLOCKED-HOURS(WS-EMPLOYEE-COUNT, WS-WH-IDX)
                      ELSE
                          MOVE SPACE TO
                            CLOCKED-FLAG(WS-EMPLOYEE-COUNT, WS-WH-IDX)
                          MOVE 0 TO
                            CLOCKED-HOURS(WS-EMPLOYEE-COUNT, WS-WH-IDX)
                      END-IF
                      IF EM-LeavePosted(WS-WH-IDX)
                         AND EM-SICK-DAYS(WS-WH-IDX) IS NUMERIC
                         AND EM-UNPAID-DAYS(WS-WH-IDX) IS NUMERIC
                          MOVE "L" TO
                            LEAVE-POSTED-FLAG(WS-EMPLOYEE-COUNT,
                                WS-WH-IDX)
                          MOVE EM-SICK-DAYS(WS-WH-IDX) TO
                            SICK-DAYS(WS-EMPLOYEE-COUNT, WS-WH-IDX)
                          MOVE EM-UNPAID-DAYS(WS-WH-IDX) TO
                            UNPAID-DAYS(WS-EMPLOYEE-COUNT, WS-WH-IDX)
                      ELSE
                          MOVE SPACE TO
                            LEAVE-POSTED-FLAG(WS-EMPLOYEE-COUNT,
                                WS-WH-IDX)
                          MOVE 0 TO
                            SICK-DAYS(WS-EMPLOYEE-COUNT, WS-WH-IDX)
                          MOVE 0 TO
                            UNPAID-DAYS(WS-EMPLOYEE-COUNT, WS-WH-IDX)
                      END-IF
                  END-PERFORM.

        CHANGE-WAGE-RATE.
          IF WS-WAGE-CHANGE-INDEX < 1
              DISPLAY "Employee table index " WS-WAGE-CHANGE-INDEX
                  " is out of range 1 - " WS-EMPLOYEE-COUNT
          ELSE
              CALL "BusinessDate" USING WS-TODAY-CCYYMMDD
              IF WAGE-HISTORY-COUNT(WS-WAGE-CHANGE-INDEX) < 20
                ADD 1 TO WAGE-HISTORY-COUNT(WS-WAGE-CHANGE-INDEX)
                SET WS-WH-IDX TO
              MOVE PRENOTE-STATUS(A) TO EM-PRENOTE-STATUS
              MOVE PRENOTE-DATE(A) TO EM-PRENOTE-DATE
              MOVE DISCIPLINE-STAGE(A) TO EM-DISCIPLINE-STAGE
              MOVE DISCIPLINE-DATE(A) TO EM-DISCIPLINE-DATE
              MOVE HIRE-DATE(A) TO EM-HIRE-DATE
              PERFORM VARYING WS-WH-IDX FROM 1 BY 1
                  UNTIL WS-WH-IDX > 52
                  MOVE CLOCKED-FLAG(A, WS-WH-IDX) TO
                      EM-CLOCKED-FLAG(WS-WH-IDX)
                  MOVE CLOCKED-HOURS(A, WS-WH-IDX) TO
                      EM-CLOCKED-HOURS(WS-WH-IDX)
                  MOVE LEAVE-POSTED-FLAG(A, WS-WH-IDX) TO
                      EM-LEAVE-POSTED-FLAG(WS-WH-IDX)
                  MOVE SICK-DAYS(A, WS-WH-IDX) TO
                      EM-SICK-DAYS(WS-WH-IDX)
                  MOVE UNPAID-DAYS(A, WS-WH-IDX) TO
                      EM-UNPAID-DAYS(WS-WH-IDX)
              END-PERFORM.

        VERIFY-NEW-GENERATION.
          MOVE "N" TO WS-SAVE-VERIFIED
          MOVE 0 TO WS-MC-HASH
          OPEN INPUT EMPLOYEE-NEW-FILE
          OPEN OUTPUT EMPLOYEE-MASTER
          PERFORM JOURNAL-EMPLOYEE-CLEARED
          PERFORM UNTIL EndOfCopySource
              READ EMPLOYEE-NEW-FILE NEXT RECORD
                  AT END SET EndOfCopySource TO TRUE
                      MOVE EMPLOYEE-NEW-RECORD
                          TO EMPLOYEE-MASTER-RECORD
                      WRITE EMPLOYEE-MASTER-RECORD
                      MOVE "A" TO WS-RJ-OPERATION
                      PERFORM JOURNAL-EMPLOYEE-RECORD
                      ADD 1 TO WS-MC-COUNT
                      COMPUTE WS-MC-HASH =
                          WS-MC-HASH + (EM-WAGE-RATE * 100)
          CALL "MasterControl" USING WS-MC-ACTION WS-MC-FILE-ID
              WS-MC-COUNT WS-MC-HASH WS-MC-RESULT.

      * Every change to EMPLOYEE.DAT goes onto the recovery journal
      * for RollForward - the whole master rewritten from
      * EMPLOYEE.NEW goes on as a clear followed by an add for
      * each record.
        JOURNAL-EMPLOYEE-CLEARED.
          MOVE "R" TO WS-RJ-OPERATION
          MOVE SPACES TO WS-RJ-KEY
          MOVE SPACES TO WS-RJ-IMAGE
          PERFORM CALL-RECOVERY-JOURNAL.

        JOURNAL-EMPLOYEE-RECORD.
          MOVE EM-EMPLOYEE-NO TO WS-RJ-KEY
          MOVE EMPLOYEE-MASTER-RECORD TO WS-RJ-IMAGE
          PERFORM CALL-RECOVERY-JOURNAL.

        CALL-RECOVERY-JOURNAL.
          MOVE "EMPLOYEE" TO WS-RJ-FILE-ID
          CALL "RecoveryJournal" USING WS-RJ-FILE-ID
              WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.

      * Terminated employees (nonzero TERMINATION-DATE, set by
      * EmployeeMaint) no longer appear on the absence report.
        PRINT-ABSENCE-EXCEPTIONS.
          CALL "ReportName" USING WS-RN-BASE-NAME
              WS-ABSENCE-RPT-PATH
          OPEN OUTPUT ABSENCE-EXCEPTION-REPORT
          CALL "ReportStamp" USING REPORT-STAMP-LINE
          WRITE AbsenceExceptionLine FROM REPORT-STAMP-LINE
          PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-EMPLOYEE-COUNT
              IF TERMINATION-DATE(A) = ZERO
              PERFORM VARYING C FROM 1 BY 1 UNTIL C > 52
          OPEN INPUT LETTER-INPUT-FILE
          IF WS-LETTER-INPUT-STATUS = "00"
              OPEN OUTPUT LETTER-TRANSLATION-REPORT
              CALL "ReportStamp" USING REPORT-STAMP-LINE
              WRITE LetterTranslationLine FROM REPORT-STAMP-LINE
              PERFORM READ-LETTER-INPUT-RECORD
              PERFORM UNTIL EndOfLetterInputFile
                  PERFORM TRANSLATE-ONE-LETTER
