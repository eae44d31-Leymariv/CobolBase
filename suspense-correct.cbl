        01  WS-COURSE-FOUND          PIC X.
            88  CourseIsOffered          VALUE "Y".

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "SuspenseCorrect".
        01  WS-RJ-IMAGE              PIC X(2000).

        PROCEDURE DIVISION.
        Begin.
      * Verify-before-update: corrections only REWRITE fields
                            DISPLAY "Rewrite failed for student "
                                WS-CORRECT-ID
                        NOT INVALID KEY
                            MOVE "C" TO WS-RJ-OPERATION
                            PERFORM JOURNAL-STUDENT-RECORD
                            MOVE "Y" TO WS-REWRITE-OK
                    END-REWRITE
            END-READ.
                            DISPLAY "Rewrite failed for student "
                                WS-CORRECT-ID
                        NOT INVALID KEY
                            MOVE "C" TO WS-RJ-OPERATION
                            PERFORM JOURNAL-STUDENT-RECORD
                            MOVE "Y" TO WS-REWRITE-OK
                    END-REWRITE
            END-READ.
                            DISPLAY "Rewrite failed for student "
                                WS-CORRECT-ID
                        NOT INVALID KEY
                            MOVE "C" TO WS-RJ-OPERATION
                            PERFORM JOURNAL-STUDENT-RECORD
                            MOVE "Y" TO WS-REWRITE-OK
                    END-REWRITE
            END-READ.
                  "No COURSE-REFERENCE file available, course table "
                  "left empty"
            END-IF.

      * Every change to STUDENT.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-STUDENT-RECORD.
            MOVE "STUDENT" TO WS-RJ-FILE-ID
            MOVE StudentId TO WS-RJ-KEY
            MOVE StudentDetails TO WS-RJ-IMAGE
            CALL "RecoveryJournal" USING WS-RJ-FILE-ID
                WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.
