
        FD  RETAINED-MAILING-FILE
            LABEL RECORDS ARE STANDARD.
        01  RetainedMailingLine      PIC X(155).

        FD  PURGE-REGISTER
            LABEL RECORDS ARE STANDARD.
        01  WS-RUN-DATE              PIC 9(8).
        01  WS-RUN-TIME              PIC 9(8).

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "ErasureRun".
        01  WS-RJ-IMAGE              PIC X(2000).

        01  WS-MC-ACTION             PIC X.
        01  WS-MC-FILE-ID            PIC X(8) VALUE "CUSTOMER".
        01  WS-MC-COUNT              PIC 9(7).
                VALUE "  RETAINED ".
            05  WS-RTL-RETAINED      PIC ZZZ9.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            DISPLAY "Customer id to erase - " WITH NO ADVANCING
            ELSE
                MOVE LastName TO WS-ERASE-LASTNAME
                PERFORM FIND-CURRENT-ADDRESS-POSTAL
                CALL "BusinessDate" USING WS-RUN-DATE
                ACCEPT WS-RUN-TIME FROM TIME
                OPEN OUTPUT PURGE-REGISTER
                CALL "ReportStamp" USING REPORT-STAMP-LINE
                WRITE PurgeRegisterLine FROM REPORT-STAMP-LINE
                MOVE WS-RUN-DATE TO WS-RH-DATE
                MOVE WS-RUN-TIME TO WS-RH-TIME
                WRITE PurgeRegisterLine FROM WS-REGISTER-HEADING
                        DISPLAY "Delete failed for customer "
                            CustomerId
                    NOT INVALID KEY
                        PERFORM JOURNAL-CUSTOMER-ERASURE
                        WRITE PurgeRegisterLine
                            FROM WS-REGISTER-CUSTOMER-LINE
                        PERFORM SUPPRESS-MAILING-ENTRIES
                    " mailing record(s) suppressed"
            END-IF.

      * The erasure goes onto the recovery journal for RollForward
      * as a delete carrying the key alone - the journal must not
      * keep what the erasure removed.
        JOURNAL-CUSTOMER-ERASURE.
            MOVE "CUSTOMER" TO WS-RJ-FILE-ID
            MOVE "D" TO WS-RJ-OPERATION
            MOVE CustomerId TO WS-RJ-KEY
            MOVE SPACES TO WS-RJ-IMAGE
            MOVE CustomerId TO WS-RJ-IMAGE(1:8)
            CALL "RecoveryJournal" USING WS-RJ-FILE-ID
                WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.

        FIND-CURRENT-ADDRESS-POSTAL.
            MOVE SPACES TO WS-ERASE-POSTAL
            PERFORM VARYING AH-IDX FROM 1 BY 1 UNTIL AH-IDX > 5
