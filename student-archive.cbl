            05  FILLER               PIC X(11) VALUE "  ARCHIVED ".
            05  WS-RTL-ARCHIVED      PIC ZZZZ9.

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "StudentArchive".
        01  WS-RJ-IMAGE              PIC X(2000).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            PERFORM LOAD-SELECTION-CRITERIA
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                CALL "BusinessDate" USING CurrentDate
                STRING "STUARCH." CurrentDate
                    DELIMITED BY SIZE INTO WS-ARCHIVE-PATH
                OPEN I-O STUDENT-MASTER
                ELSE
                    OPEN OUTPUT STUDENT-ARCHIVE-FILE
                    OPEN OUTPUT PURGE-REGISTER
                    CALL "ReportStamp" USING REPORT-STAMP-LINE
                    WRITE PurgeRegisterLine FROM REPORT-STAMP-LINE
                    MOVE CurrentDate TO WS-RH-RUN-DATE
                    WRITE PurgeRegisterLine FROM WS-REGISTER-HEADING
                    PERFORM ARCHIVE-SELECTED-STUDENTS
            DELETE STUDENT-MASTER
                INVALID KEY
                    DISPLAY "Delete failed for student " StudentId
                NOT INVALID KEY
                    MOVE "D" TO WS-RJ-OPERATION
                    PERFORM JOURNAL-STUDENT-RECORD
            END-DELETE
            ADD 1 TO WS-RECORDS-ARCHIVED.

      * Every change to STUDENT.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-STUDENT-RECORD.
            MOVE "STUDENT" TO WS-RJ-FILE-ID
            MOVE StudentId TO WS-RJ-KEY
            MOVE StudentDetails TO WS-RJ-IMAGE
            CALL "RecoveryJournal" USING WS-RJ-FILE-ID
                WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.
