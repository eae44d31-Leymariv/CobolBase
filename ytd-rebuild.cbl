        01  WS-WEEKS-READ            PIC 9(5) VALUE ZERO.
        01  WS-EMPLOYEES-BUILT       PIC 9(4) VALUE ZERO.

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "YtdRebuild".
        01  WS-RJ-IMAGE              PIC X(2000).

        PROCEDURE DIVISION.
        Begin.
            CALL "ConfirmEntry" USING WS-CE-PROMPT WS-CE-RESPONSE
            ELSE
                OPEN OUTPUT YTD-MASTER
                CLOSE YTD-MASTER
                PERFORM JOURNAL-YTD-CLEARED
                OPEN I-O YTD-MASTER
                IF NOT YtdFileOK
                    DISPLAY "Unable to open PAYYTD.DAT, status "
                    MOVE 0 TO YT-NET
                    MOVE 0 TO YT-PENSION-EE
                    MOVE 0 TO YT-PENSION-ER
                    MOVE 0 TO YT-RETRO-PAY
                    MOVE 0 TO YT-OFF-CYCLE-GROSS
                    PERFORM ACCUMULATE-YTD-FIELDS
                    WRITE YTD-RECORD
                        INVALID KEY
                            DISPLAY "YTD write failed for employee "
                                PW-EMPLOYEE-NO
                        NOT INVALID KEY
                            MOVE "A" TO WS-RJ-OPERATION
                            PERFORM JOURNAL-YTD-RECORD
                            ADD 1 TO WS-EMPLOYEES-BUILT
                    END-WRITE
                NOT INVALID KEY
                        INVALID KEY
                            DISPLAY "YTD rewrite failed for "
                                "employee " PW-EMPLOYEE-NO
                        NOT INVALID KEY
                            MOVE "C" TO WS-RJ-OPERATION
                            PERFORM JOURNAL-YTD-RECORD
                    END-REWRITE
            END-READ.

      * An off-cycle payment adds its money but not a week paid;
      * so does a final pay with no part-week hours in it.
        ACCUMULATE-YTD-FIELDS.
            IF PW-OffCyclePayment
                ADD PW-GROSS TO YT-OFF-CYCLE-GROSS
            ELSE
                IF NOT PW-FinalPayment OR PW-HOURS > 0
                    ADD 1 TO YT-WEEKS-PAID
                END-IF
            END-IF
            ADD PW-HOURS TO YT-HOURS
            ADD PW-GROSS TO YT-GROSS
            ADD PW-DEDUCTIONS TO YT-DEDUCTIONS
            END-IF
            IF PW-PENSION-ER IS NUMERIC
                ADD PW-PENSION-ER TO YT-PENSION-ER
            END-IF
            IF PW-RETRO-PAY IS NUMERIC
                ADD PW-RETRO-PAY TO YT-RETRO-PAY
            END-IF.

      * Every change to PAYYTD.DAT goes onto the recovery journal
      * for RollForward - the rebuild goes on as a clear of the
      * master followed by each employee's record as it is built.
        JOURNAL-YTD-CLEARED.
            MOVE "R" TO WS-RJ-OPERATION
            MOVE SPACES TO WS-RJ-KEY
            MOVE SPACES TO WS-RJ-IMAGE
            PERFORM CALL-RECOVERY-JOURNAL.

        JOURNAL-YTD-RECORD.
            MOVE YT-EMPLOYEE-NO TO WS-RJ-KEY
            MOVE YTD-RECORD TO WS-RJ-IMAGE
            PERFORM CALL-RECOVERY-JOURNAL.

        CALL-RECOVERY-JOURNAL.
            MOVE "PAYYTD" TO WS-RJ-FILE-ID
            CALL "RecoveryJournal" USING WS-RJ-FILE-ID
                WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.
