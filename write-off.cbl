      * as paid. The register shows every write-off with its path
      * and the approving operator, and the amounts append to the
      * GLPOST.DAT feed - bad-debt debit, AR relief credit, trailer
      * proving the pair - so the ledger reflects reality. Each
      * write-off is also appended, dated, to the ARAPPLY.DAT
      * application journal. The
      * request list is truncated on a clean end of run.

        ENVIRONMENT DIVISION.
            ASSIGN TO "GLMAP.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GL-MAP-STATUS.
          SELECT AR-APPLICATION-JOURNAL
            ASSIGN TO "ARAPPLY.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.

        DATA DIVISION.
        FILE SECTION.
            05  FILLER               PIC X.
            05  GM-ACCOUNT           PIC 9(6).

        FD  AR-APPLICATION-JOURNAL
            LABEL RECORDS ARE STANDARD.
            COPY ARAPPLY.

        WORKING-STORAGE SECTION.
        01  WS-AR-STATUS             PIC XX.
            88  ArFileOK                 VALUE "00".
            88  EndOfRequestFile         VALUE "10".
        01  WS-REGISTER-STATUS       PIC XX.
        01  WS-GL-POST-STATUS        PIC XX.
        01  WS-JOURNAL-STATUS        PIC XX.
        01  WS-GL-MAP-STATUS         PIC XX.
            88  EndOfGlAccountMap        VALUE "10".

        01  WS-OS-RESULT             PIC X.
            88  SupervisorSignedOn       VALUE "Y".

        78  WS-GL-MAP-CAPACITY       VALUE 300.
        01  WS-GM-COUNT              PIC 999 VALUE ZERO.
        01  WS-GM-IDX                PIC 999.
        01  WS-GL-MAP-TABLE.
            05  GL-MAP-ENTRY OCCURS WS-GL-MAP-CAPACITY TIMES.
              10  GME-CATEGORY       PIC X(8).
              10  GME-ACCOUNT        PIC 9(6).
        01  WS-GL-ACCOUNT-FOUND      PIC X.
            05  FILLER               PIC X(7) VALUE " TOTAL ".
            05  WS-RTL-TOTAL         PIC ZZZ,ZZ9.99-.

        01  WS-RJ-FILE-ID            PIC X(8).
        01  WS-RJ-OPERATION          PIC X.
        01  WS-RJ-KEY                PIC X(20).
        01  WS-RJ-PROGRAM            PIC X(15) VALUE "WriteOffRun".
        01  WS-RJ-IMAGE              PIC X(2000).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
      * Write-offs post into the run month; a closed month
      * refuses the run before anything is closed out.
            CALL "BusinessDate" USING WS-PC-RUN-DATE
            MOVE WS-PC-RUN-DATE(1:6) TO WS-PC-PERIOD
            MOVE "V" TO WS-PC-ACTION
            CALL "PeriodControl" USING WS-PC-ACTION WS-PC-PERIOD
                STOP RUN
            END-IF
            OPEN OUTPUT WRITE-OFF-REGISTER
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE WriteOffRegisterLine FROM REPORT-STAMP-LINE
            OPEN EXTEND AR-APPLICATION-JOURNAL
            IF WS-JOURNAL-STATUS NOT = "00"
                OPEN OUTPUT AR-APPLICATION-JOURNAL
            END-IF
            IF WS-AUTO-FLOOR > 0
                PERFORM SWEEP-SMALL-BALANCES
            END-IF
            MOVE WS-TOTAL-WRITTEN-OFF TO WS-RTL-TOTAL
            WRITE WriteOffRegisterLine FROM WS-REGISTER-TOTAL-LINE
            CLOSE WRITE-OFF-REGISTER
            CLOSE AR-APPLICATION-JOURNAL
            CLOSE AR-OPEN-ITEM-FILE
            IF WS-TOTAL-WRITTEN-OFF > 0 AND WS-GM-COUNT > 0
                PERFORM APPEND-GL-POSTINGS
                INVALID KEY
                    DISPLAY "Rewrite failed for AR item "
                        AR-INVOICE-NO
                NOT INVALID KEY
                    MOVE "C" TO WS-RJ-OPERATION
                    PERFORM JOURNAL-AR-OPEN-RECORD
            END-REWRITE
            MOVE SPACES TO AR-APPLICATION-RECORD
            MOVE "W" TO AJ-ENTRY-TYPE
            MOVE WS-PC-RUN-DATE TO AJ-ENTRY-DATE
            MOVE AR-INVOICE-NO TO AJ-INVOICE-NO
            MOVE AR-CUSTOMER-ID TO AJ-CUSTOMER-ID
            MOVE AR-ORDER-NUMBER TO AJ-ORDER-NUMBER
            MOVE AR-OPEN-AMOUNT TO AJ-AMOUNT
            WRITE AR-APPLICATION-RECORD
            WRITE WriteOffRegisterLine
                FROM WS-REGISTER-DETAIL-LINE.

            OPEN INPUT GL-ACCOUNT-MAP
            IF WS-GL-MAP-STATUS = "00"
                PERFORM UNTIL EndOfGlAccountMap
                    OR WS-GM-COUNT >= WS-GL-MAP-CAPACITY
                    READ GL-ACCOUNT-MAP
                        AT END SET EndOfGlAccountMap TO TRUE
                        NOT AT END
                            END-IF
                    END-READ
                END-PERFORM
                IF NOT EndOfGlAccountMap
                    READ GL-ACCOUNT-MAP
                        AT END CONTINUE
                        NOT AT END
                            DISPLAY "WS-GL-MAP-TABLE full at "
                                WS-GL-MAP-CAPACITY " categories - "
                                "rest of GLMAP.REF not loaded"
                    END-READ
                END-IF
                CLOSE GL-ACCOUNT-MAP
            ELSE
                DISPLAY "No GLMAP.REF on file, no GL posting "
                    "extract this run"
            END-IF.

      * Every change to AROPEN.DAT goes onto the recovery journal
      * for RollForward.
        JOURNAL-AR-OPEN-RECORD.
            MOVE "AROPEN" TO WS-RJ-FILE-ID
            MOVE AR-INVOICE-NO TO WS-RJ-KEY
            MOVE AR-OPEN-ITEM-RECORD TO WS-RJ-IMAGE
            CALL "RecoveryJournal" USING WS-RJ-FILE-ID
                WS-RJ-OPERATION WS-RJ-KEY WS-RJ-PROGRAM WS-RJ-IMAGE.
