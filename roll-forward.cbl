       IDENTIFICATION DIVISION.
       PROGRAM-ID. RollForward.
      * Roll-forward recovery, run after MasterRestore. A
      * supervisor names the generation just restored (1-3), the
      * same master file id or ALL, and the point in time to roll
      * forward to (date and time; blank for everything journalled
      * so far). After an explicit confirmation the recovery
      * journals RecoveryJournal keeps - RECOVERY.JN<g> from that
      * generation's backup onwards, then any later generations'
      * journals in save order - are replayed entry by entry onto
      * the restored master(s) up to that point, and each master's
      * MasterControl sidecar is restamped from the result so
      * every reader's verify passes. A journal whose header does
      * not match the generation's manifest save date does not
      * belong to that backup and is refused.
      * Each entry is an after-image, so replay is forgiving: an
      * add that finds the record already there rewrites it, a
      * change that finds none writes it, and a delete that finds
      * none is passed; each such entry is shown and counted as
      * adjusted. Only name the master(s) actually restored - an
      * older image replayed onto a master that was never lost
      * takes it backwards.
      * Stopping short of the journal's end leaves the later
      * entries in the live journal; take a BackupRun before the
      * day's work resumes so they can never be replayed again.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT EMPLOYEE-MASTER
            ASSIGN TO "EMPLOYEE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EM-EMPLOYEE-NO
            FILE STATUS IS WS-MASTER-STATUS.
          SELECT CUSTOMER-MASTER
            ASSIGN TO "CUSTOMER.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CustomerId
            FILE STATUS IS WS-MASTER-STATUS.
          SELECT STUDENT-MASTER
            ASSIGN TO "STUDENT.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS StudentId
            ALTERNATE RECORD KEY IS Surname WITH DUPLICATES
            FILE STATUS IS WS-MASTER-STATUS.
          SELECT ITEM-MASTER
            ASSIGN TO "ITEMS.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IM-ITEM-NUMBER
            FILE STATUS IS WS-MASTER-STATUS.
          SELECT AR-OPEN-ITEM-FILE
            ASSIGN TO "AROPEN.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AR-INVOICE-NO
            FILE STATUS IS WS-MASTER-STATUS.
          SELECT YTD-MASTER
            ASSIGN TO "PAYYTD.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS YT-EMPLOYEE-NO
            FILE STATUS IS WS-MASTER-STATUS.
          SELECT GIFT-CARD-FILE
            ASSIGN TO "GIFTCARD.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS GC-CARD-NUMBER
            FILE STATUS IS WS-MASTER-STATUS.
          SELECT MANIFEST-FILE
            ASSIGN TO WS-MANIFEST-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MANIFEST-STATUS.
          SELECT RECOVERY-JOURNAL-FILE
            ASSIGN TO WS-JOURNAL-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EMPLOYEE-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY EMPREC.

        FD  CUSTOMER-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY CUSTREC.

        FD  STUDENT-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY STUDREC.

        FD  ITEM-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY ITEMREC.

        FD  AR-OPEN-ITEM-FILE
            LABEL RECORDS ARE STANDARD.
            COPY AROPEN.

        FD  YTD-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY YTDREC.

        FD  GIFT-CARD-FILE
            LABEL RECORDS ARE STANDARD.
            COPY GIFTCARD.

        FD  MANIFEST-FILE
            LABEL RECORDS ARE STANDARD.
        01  MANIFEST-RECORD.
            05  MF-FILE-ID           PIC X(8).
            05  FILLER               PIC X.
            05  MF-RECORD-COUNT      PIC 9(7).
            05  FILLER               PIC X.
            05  MF-HASH-TOTAL        PIC 9(15).

        FD  RECOVERY-JOURNAL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY RCVJRNL.

        WORKING-STORAGE SECTION.
        01  WS-MASTER-STATUS         PIC XX.
            88  MasterFileOK             VALUE "00".
            88  EndOfMasterFile          VALUE "10".
        01  WS-MANIFEST-STATUS       PIC XX.
        01  WS-JOURNAL-STATUS        PIC XX.
            88  EndOfJournalFile         VALUE "10".

        01  WS-MANIFEST-PATH         PIC X(12).
        01  WS-JOURNAL-PATH          PIC X(12).
        01  WS-GENERATION-X          PIC X.
        01  WS-GENERATION            PIC 9.
        01  WS-CHOSEN-FILE-ID        PIC X(8).
            88  RollWholeSet             VALUE "ALL".
        01  WS-SAVE-DATE             PIC 9(8) VALUE ZERO.

        01  WS-STOP-DATE-X           PIC X(8).
        01  WS-STOP-TIME-X           PIC X(6).
        01  WS-STOP-DATE             PIC 9(8).
        01  WS-STOP-TIME             PIC 9(6).
        01  WS-STOP-POINT            PIC 9(14) VALUE 99999999999999.
        01  WS-ENTRY-POINT           PIC 9(14).
        01  WS-STOP-REACHED          PIC X VALUE "N".
            88  StopPointReached         VALUE "Y".
        01  WS-DATE-VALID            PIC X.
            88  StopDateIsValid          VALUE "Y".
        01  WS-DATE-REASON           PIC XX.

        78  WS-SUPERVISOR-LEVEL      VALUE 2.
        01  WS-OS-REQUIRED-LEVEL     PIC 9.
        01  WS-OS-OPERATOR-ID        PIC X(8).
        01  WS-OS-RESULT             PIC X.
            88  OperatorSignedOn         VALUE "Y".

        01  WS-CE-PROMPT             PIC X(40)
                VALUE "Replay the recovery journal onto master".
        01  WS-CE-RESPONSE           PIC X.
            88  RollForwardConfirmed     VALUE "Y".

      * One row per generation's journal: its backup header, and
      * the order the journals are replayed in.
        01  WS-JOURNAL-TABLE.
            05  JOURNAL-ENTRY OCCURS 3 TIMES.
              10  JT-PRESENT         PIC X.
                  88  JT-JournalPresent  VALUE "Y".
              10  JT-HEADER-DATE     PIC 9(8).
              10  JT-HEADER-POINT    PIC 9(14).
        01  WS-JT-IDX                PIC 9.
        01  WS-REPLAY-ORDER.
            05  RO-GENERATION        PIC 9 OCCURS 3 TIMES.
        01  WS-RO-COUNT              PIC 9 VALUE ZERO.
        01  WS-RO-IDX                PIC 9.
        01  WS-LAST-POINT            PIC 9(14).
        01  WS-NEXT-IDX              PIC 9.
        01  WS-NEXT-POINT            PIC 9(14).

        01  WS-MASTER-NAME-VALUES.
            05  FILLER               PIC X(8) VALUE "EMPLOYEE".
            05  FILLER               PIC X(8) VALUE "CUSTOMER".
            05  FILLER               PIC X(8) VALUE "STUDENT".
            05  FILLER               PIC X(8) VALUE "ITEMS".
            05  FILLER               PIC X(8) VALUE "AROPEN".
            05  FILLER               PIC X(8) VALUE "PAYYTD".
            05  FILLER               PIC X(8) VALUE "GIFTCARD".
        01  FILLER REDEFINES WS-MASTER-NAME-VALUES.
            05  MS-FILE-ID           PIC X(8) OCCURS 7 TIMES.
        78  WS-MASTER-COUNT          VALUE 7.
        01  WS-MS-IDX                PIC 9.
        01  WS-MASTER-STATE-TABLE.
            05  MASTER-STATE OCCURS 7 TIMES.
              10  MS-CHOSEN          PIC X.
                  88  MS-MasterChosen    VALUE "Y".
              10  MS-OPEN            PIC X.
                  88  MS-MasterOpen      VALUE "Y".
              10  MS-APPLIED         PIC 9(7).
              10  MS-ADJUSTED        PIC 9(5).
              10  MS-SKIPPED         PIC 9(7).
        01  WS-MASTERS-CHOSEN        PIC 9 VALUE ZERO.
        01  WS-ENTRY-ADJUSTED        PIC X.
            88  EntryAdjusted            VALUE "Y".
        01  WS-UNKNOWN-ENTRIES       PIC 9(5) VALUE ZERO.
        01  WS-ROLL-FAILED           PIC X VALUE "N".
            88  RollForwardFailed        VALUE "Y".

        01  WS-MC-ACTION             PIC X.
        01  WS-MC-FILE-ID            PIC X(8).
        01  WS-MC-COUNT              PIC 9(7).
        01  WS-MC-HASH               PIC 9(15).
        01  WS-MC-RESULT             PIC X.

        PROCEDURE DIVISION.
        Begin.
            MOVE WS-SUPERVISOR-LEVEL TO WS-OS-REQUIRED-LEVEL
            CALL "OperatorSignOn" USING WS-OS-REQUIRED-LEVEL
                WS-OS-OPERATOR-ID WS-OS-RESULT
            IF NOT OperatorSignedOn
                DISPLAY "Roll-forward refused - supervisor sign-on "
                    "failed"
                STOP RUN
            END-IF
            DISPLAY "Generation restored from (1-3) - "
                WITH NO ADVANCING
            ACCEPT WS-GENERATION-X
            IF WS-GENERATION-X < "1" OR WS-GENERATION-X > "3"
                DISPLAY "Generation must be 1, 2 or 3"
                STOP RUN
            END-IF
            MOVE WS-GENERATION-X TO WS-GENERATION
            DISPLAY "Master to roll forward (EMPLOYEE, CUSTOMER, "
                "STUDENT, ITEMS, AROPEN, PAYYTD, GIFTCARD or "
                "ALL) - " WITH NO ADVANCING
            ACCEPT WS-CHOSEN-FILE-ID
            PERFORM CHOOSE-MASTERS
            IF WS-MASTERS-CHOSEN = 0
                DISPLAY "No master called " WS-CHOSEN-FILE-ID
                    " - nothing rolled forward"
                STOP RUN
            END-IF
            PERFORM ACCEPT-STOP-POINT
            IF RollForwardFailed
                STOP RUN
            END-IF
            PERFORM LOAD-SAVE-DATE
            IF WS-SAVE-DATE = 0
                DISPLAY "No manifest " WS-MANIFEST-PATH " - "
                    "that generation was never saved"
                STOP RUN
            END-IF
            PERFORM VARYING WS-JT-IDX FROM 1 BY 1 UNTIL WS-JT-IDX > 3
                PERFORM LOAD-JOURNAL-HEADER
            END-PERFORM
            IF NOT JT-JournalPresent(WS-GENERATION)
               OR JT-HEADER-DATE(WS-GENERATION) NOT = WS-SAVE-DATE
                DISPLAY "RECOVERY.JN" WS-GENERATION-X
                    " DOES NOT START AT THE GENERATION "
                    WS-GENERATION-X " BACKUP OF " WS-SAVE-DATE
                    " - ROLL-FORWARD REFUSED"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM ORDER-JOURNALS
            CALL "ConfirmEntry" USING WS-CE-PROMPT WS-CE-RESPONSE
            IF NOT RollForwardConfirmed
                DISPLAY "Roll-forward not confirmed, nothing touched"
                STOP RUN
            END-IF
            PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                UNTIL WS-MS-IDX > WS-MASTER-COUNT
                IF MS-MasterChosen(WS-MS-IDX)
                    PERFORM OPEN-ONE-MASTER
                END-IF
            END-PERFORM
            PERFORM VARYING WS-RO-IDX FROM 1 BY 1
                UNTIL WS-RO-IDX > WS-RO-COUNT OR StopPointReached
                PERFORM REPLAY-ONE-JOURNAL
            END-PERFORM
            PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                UNTIL WS-MS-IDX > WS-MASTER-COUNT
                IF MS-MasterOpen(WS-MS-IDX)
                    PERFORM CLOSE-ONE-MASTER
                    PERFORM RESTAMP-ONE-MASTER
                    DISPLAY MS-FILE-ID(WS-MS-IDX) " rolled forward: "
                        MS-APPLIED(WS-MS-IDX) " entries applied, "
                        MS-ADJUSTED(WS-MS-IDX) " adjusted"
                END-IF
                IF MS-MasterChosen(WS-MS-IDX)
                   AND MS-SKIPPED(WS-MS-IDX) > 0
                    DISPLAY MS-FILE-ID(WS-MS-IDX) " NOT ON FILE - "
                        MS-SKIPPED(WS-MS-IDX) " JOURNAL ENTRIES "
                        "NOT APPLIED"
                    MOVE "Y" TO WS-ROLL-FAILED
                END-IF
            END-PERFORM
            IF WS-UNKNOWN-ENTRIES > 0
                DISPLAY WS-UNKNOWN-ENTRIES " journal entries name "
                    "no known master - passed"
            END-IF
            DISPLAY "Roll-forward from generation " WS-GENERATION-X
                " through " WS-RO-COUNT " journal(s) by "
                WS-OS-OPERATOR-ID
            IF WS-STOP-POINT NOT = 99999999999999
                DISPLAY "Stopped at " WS-STOP-DATE " " WS-STOP-TIME
                    " - take a BackupRun before work resumes"
            END-IF
            IF RollForwardFailed
                MOVE 8 TO RETURN-CODE
            END-IF
            STOP RUN.

        CHOOSE-MASTERS.
            INITIALIZE WS-MASTER-STATE-TABLE
            PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                UNTIL WS-MS-IDX > WS-MASTER-COUNT
                MOVE "N" TO MS-CHOSEN(WS-MS-IDX)
                MOVE "N" TO MS-OPEN(WS-MS-IDX)
                IF RollWholeSet
                   OR MS-FILE-ID(WS-MS-IDX) = WS-CHOSEN-FILE-ID
                    MOVE "Y" TO MS-CHOSEN(WS-MS-IDX)
                    ADD 1 TO WS-MASTERS-CHOSEN
                END-IF
            END-PERFORM.

      * Blank date rolls forward through everything journalled; a
      * date with a blank time means the end of that day.
        ACCEPT-STOP-POINT.
            DISPLAY "Roll forward to date (YYYYMMDD, blank for all) "
                "- " WITH NO ADVANCING
            ACCEPT WS-STOP-DATE-X
            IF WS-STOP-DATE-X = SPACES
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-DATE-VALID
            IF WS-STOP-DATE-X IS NUMERIC
                MOVE WS-STOP-DATE-X TO WS-STOP-DATE
                CALL "ValidateDate" USING WS-STOP-DATE
                    WS-DATE-VALID WS-DATE-REASON
            END-IF
            IF NOT StopDateIsValid
                DISPLAY "Roll-forward date " WS-STOP-DATE-X
                    " is not a valid date"
                MOVE "Y" TO WS-ROLL-FAILED
                EXIT PARAGRAPH
            END-IF
            DISPLAY "Roll forward to time (HHMMSS, blank for end "
                "of day) - " WITH NO ADVANCING
            ACCEPT WS-STOP-TIME-X
            IF WS-STOP-TIME-X = SPACES
                MOVE 235959 TO WS-STOP-TIME
            ELSE
                IF WS-STOP-TIME-X IS NOT NUMERIC
                   OR WS-STOP-TIME-X(1:2) > "23"
                   OR WS-STOP-TIME-X(3:2) > "59"
                   OR WS-STOP-TIME-X(5:2) > "59"
                    DISPLAY "Roll-forward time " WS-STOP-TIME-X
                        " is not a valid time"
                    MOVE "Y" TO WS-ROLL-FAILED
                    EXIT PARAGRAPH
                END-IF
                MOVE WS-STOP-TIME-X TO WS-STOP-TIME
            END-IF
            COMPUTE WS-STOP-POINT =
                WS-STOP-DATE * 1000000 + WS-STOP-TIME.

      * The manifest's SAVEDATE line carries the save date in the
      * hash-total column.
        LOAD-SAVE-DATE.
            MOVE SPACES TO WS-MANIFEST-PATH
            STRING "MANIFEST.BK" WS-GENERATION-X
                DELIMITED BY SIZE INTO WS-MANIFEST-PATH
            OPEN INPUT MANIFEST-FILE
            IF WS-MANIFEST-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            READ MANIFEST-FILE
                AT END CONTINUE
                NOT AT END
                    IF MF-FILE-ID = "SAVEDATE"
                       AND MF-HASH-TOTAL IS NUMERIC
                        MOVE MF-HASH-TOTAL TO WS-SAVE-DATE
                    END-IF
            END-READ
            CLOSE MANIFEST-FILE.

        LOAD-JOURNAL-HEADER.
            MOVE "N" TO JT-PRESENT(WS-JT-IDX)
            MOVE 0 TO JT-HEADER-DATE(WS-JT-IDX)
            MOVE 0 TO JT-HEADER-POINT(WS-JT-IDX)
            PERFORM BUILD-JOURNAL-PATH
            OPEN INPUT RECOVERY-JOURNAL-FILE
            IF WS-JOURNAL-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            READ RECOVERY-JOURNAL-FILE
                AT END CONTINUE
                NOT AT END
                    IF RJ-BackupHeader
                       AND RJ-STAMP-DATE IS NUMERIC
                       AND RJ-STAMP-TIME IS NUMERIC
                        MOVE "Y" TO JT-PRESENT(WS-JT-IDX)
                        MOVE RJ-STAMP-DATE TO JT-HEADER-DATE(WS-JT-IDX)
                        COMPUTE JT-HEADER-POINT(WS-JT-IDX) =
                            RJ-STAMP-DATE * 1000000
                            + RJ-STAMP-TIME / 100
                    END-IF
            END-READ
            CLOSE RECOVERY-JOURNAL-FILE.

        BUILD-JOURNAL-PATH.
            MOVE SPACES TO WS-JOURNAL-PATH
            STRING "RECOVERY.JN" WS-JT-IDX
                DELIMITED BY SIZE INTO WS-JOURNAL-PATH.

      * The restored generation's journal first, then each later
      * generation's in the order their backups were taken. An
      * older journal belongs to a backup before this one and is
      * left alone.
        ORDER-JOURNALS.
            MOVE 1 TO WS-RO-COUNT
            MOVE WS-GENERATION TO RO-GENERATION(1)
            MOVE JT-HEADER-POINT(WS-GENERATION) TO WS-LAST-POINT
            PERFORM 2 TIMES
                MOVE 0 TO WS-NEXT-IDX
                MOVE 99999999999999 TO WS-NEXT-POINT
                PERFORM VARYING WS-JT-IDX FROM 1 BY 1
                    UNTIL WS-JT-IDX > 3
                    IF JT-JournalPresent(WS-JT-IDX)
                       AND JT-HEADER-POINT(WS-JT-IDX) > WS-LAST-POINT
                       AND JT-HEADER-POINT(WS-JT-IDX) < WS-NEXT-POINT
                        MOVE WS-JT-IDX TO WS-NEXT-IDX
                        MOVE JT-HEADER-POINT(WS-JT-IDX)
                            TO WS-NEXT-POINT
                    END-IF
                END-PERFORM
                IF WS-NEXT-IDX > 0
                    ADD 1 TO WS-RO-COUNT
                    MOVE WS-NEXT-IDX TO RO-GENERATION(WS-RO-COUNT)
                    MOVE WS-NEXT-POINT TO WS-LAST-POINT
                END-IF
            END-PERFORM.

        OPEN-ONE-MASTER.
            MOVE "N" TO MS-OPEN(WS-MS-IDX)
            EVALUATE WS-MS-IDX
                WHEN 1 OPEN I-O EMPLOYEE-MASTER
                WHEN 2 OPEN I-O CUSTOMER-MASTER
                WHEN 3 OPEN I-O STUDENT-MASTER
                WHEN 4 OPEN I-O ITEM-MASTER
                WHEN 5 OPEN I-O AR-OPEN-ITEM-FILE
                WHEN 6 OPEN I-O YTD-MASTER
                WHEN 7 OPEN I-O GIFT-CARD-FILE
            END-EVALUATE
            IF MasterFileOK
                MOVE "Y" TO MS-OPEN(WS-MS-IDX)
            END-IF.

        CLOSE-ONE-MASTER.
            EVALUATE WS-MS-IDX
                WHEN 1 CLOSE EMPLOYEE-MASTER
                WHEN 2 CLOSE CUSTOMER-MASTER
                WHEN 3 CLOSE STUDENT-MASTER
                WHEN 4 CLOSE ITEM-MASTER
                WHEN 5 CLOSE AR-OPEN-ITEM-FILE
                WHEN 6 CLOSE YTD-MASTER
                WHEN 7 CLOSE GIFT-CARD-FILE
            END-EVALUATE.

      * A file-cleared entry empties the master so the full
      * rewrite that follows it lands on nothing.
        CLEAR-ONE-MASTER.
            PERFORM CLOSE-ONE-MASTER
            EVALUATE WS-MS-IDX
                WHEN 1 OPEN OUTPUT EMPLOYEE-MASTER
                WHEN 2 OPEN OUTPUT CUSTOMER-MASTER
                WHEN 3 OPEN OUTPUT STUDENT-MASTER
                WHEN 4 OPEN OUTPUT ITEM-MASTER
                WHEN 5 OPEN OUTPUT AR-OPEN-ITEM-FILE
                WHEN 6 OPEN OUTPUT YTD-MASTER
                WHEN 7 OPEN OUTPUT GIFT-CARD-FILE
            END-EVALUATE
            PERFORM CLOSE-ONE-MASTER
            PERFORM OPEN-ONE-MASTER.

        REPLAY-ONE-JOURNAL.
            MOVE RO-GENERATION(WS-RO-IDX) TO WS-JT-IDX
            PERFORM BUILD-JOURNAL-PATH
            OPEN INPUT RECOVERY-JOURNAL-FILE
            IF WS-JOURNAL-STATUS NOT = "00"
                DISPLAY "Cannot open " WS-JOURNAL-PATH " status "
                    WS-JOURNAL-STATUS " - roll-forward incomplete"
                MOVE "Y" TO WS-ROLL-FAILED
                SET StopPointReached TO TRUE
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfJournalFile OR StopPointReached
                READ RECOVERY-JOURNAL-FILE
                    AT END SET EndOfJournalFile TO TRUE
                    NOT AT END PERFORM REPLAY-ONE-ENTRY
                END-READ
            END-PERFORM
            CLOSE RECOVERY-JOURNAL-FILE
            MOVE SPACES TO WS-JOURNAL-STATUS.

        REPLAY-ONE-ENTRY.
            IF RJ-BackupHeader
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-ENTRY-POINT =
                RJ-STAMP-DATE * 1000000 + RJ-STAMP-TIME / 100
            IF WS-ENTRY-POINT > WS-STOP-POINT
                SET StopPointReached TO TRUE
                EXIT PARAGRAPH
            END-IF
            PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                UNTIL WS-MS-IDX > WS-MASTER-COUNT
                   OR MS-FILE-ID(WS-MS-IDX) = RJ-FILE-ID
                CONTINUE
            END-PERFORM
            IF WS-MS-IDX > WS-MASTER-COUNT
                ADD 1 TO WS-UNKNOWN-ENTRIES
                EXIT PARAGRAPH
            END-IF
            IF NOT MS-MasterChosen(WS-MS-IDX)
                EXIT PARAGRAPH
            END-IF
            IF NOT MS-MasterOpen(WS-MS-IDX)
                ADD 1 TO MS-SKIPPED(WS-MS-IDX)
                EXIT PARAGRAPH
            END-IF
            MOVE "N" TO WS-ENTRY-ADJUSTED
            IF RJ-FileCleared
                PERFORM CLEAR-ONE-MASTER
            ELSE
                EVALUATE WS-MS-IDX
                    WHEN 1 PERFORM APPLY-EMPLOYEE-ENTRY
                    WHEN 2 PERFORM APPLY-CUSTOMER-ENTRY
                    WHEN 3 PERFORM APPLY-STUDENT-ENTRY
                    WHEN 4 PERFORM APPLY-ITEM-ENTRY
                    WHEN 5 PERFORM APPLY-AR-OPEN-ENTRY
                    WHEN 6 PERFORM APPLY-YTD-ENTRY
                    WHEN 7 PERFORM APPLY-GIFT-CARD-ENTRY
                END-EVALUATE
            END-IF
            ADD 1 TO MS-APPLIED(WS-MS-IDX)
            IF EntryAdjusted
                ADD 1 TO MS-ADJUSTED(WS-MS-IDX)
                DISPLAY RJ-FILE-ID " " RJ-RECORD-KEY " "
                    RJ-OPERATION " by " RJ-PROGRAM-NAME " at "
                    RJ-STAMP-DATE " " RJ-STAMP-TIME
                    " did not match the master - adjusted"
            END-IF.

        APPLY-EMPLOYEE-ENTRY.
            MOVE RJ-RECORD-IMAGE TO EMPLOYEE-MASTER-RECORD
            EVALUATE TRUE
                WHEN RJ-RecordDeleted
                    DELETE EMPLOYEE-MASTER
                        INVALID KEY SET EntryAdjusted TO TRUE
                    END-DELETE
                WHEN RJ-RecordAdded
                    WRITE EMPLOYEE-MASTER-RECORD
                        INVALID KEY
                            SET EntryAdjusted TO TRUE
                            REWRITE EMPLOYEE-MASTER-RECORD
                    END-WRITE
                WHEN OTHER
                    REWRITE EMPLOYEE-MASTER-RECORD
                        INVALID KEY
                            SET EntryAdjusted TO TRUE
                            WRITE EMPLOYEE-MASTER-RECORD
                    END-REWRITE
            END-EVALUATE.

        APPLY-CUSTOMER-ENTRY.
            MOVE RJ-RECORD-IMAGE TO CUSTOMER-RECORD
            EVALUATE TRUE
                WHEN RJ-RecordDeleted
                    DELETE CUSTOMER-MASTER
                        INVALID KEY SET EntryAdjusted TO TRUE
                    END-DELETE
                WHEN RJ-RecordAdded
                    WRITE CUSTOMER-RECORD
                        INVALID KEY
                            SET EntryAdjusted TO TRUE
                            REWRITE CUSTOMER-RECORD
                    END-WRITE
                WHEN OTHER
                    REWRITE CUSTOMER-RECORD
                        INVALID KEY
                            SET EntryAdjusted TO TRUE
                            WRITE CUSTOMER-RECORD
                    END-REWRITE
            END-EVALUATE.

        APPLY-STUDENT-ENTRY.
            MOVE RJ-RECORD-IMAGE TO StudentDetails
            EVALUATE TRUE
                WHEN RJ-RecordDeleted
                    DELETE STUDENT-MASTER
                        INVALID KEY SET EntryAdjusted TO TRUE
                    END-DELETE
                WHEN RJ-RecordAdded
                    WRITE StudentDetails
                        INVALID KEY
                            SET EntryAdjusted TO TRUE
                            REWRITE StudentDetails
                    END-WRITE
                WHEN OTHER
                    REWRITE StudentDetails
                        INVALID KEY
                            SET EntryAdjusted TO TRUE
                            WRITE StudentDetails
                    END-REWRITE
            END-EVALUATE.

        APPLY-ITEM-ENTRY.
            MOVE RJ-RECORD-IMAGE TO ITEM-MASTER-RECORD
            EVALUATE TRUE
                WHEN RJ-RecordDeleted
                    DELETE ITEM-MASTER
                        INVALID KEY SET EntryAdjusted TO TRUE
                    END-DELETE
                WHEN RJ-RecordAdded
                    WRITE ITEM-MASTER-RECORD
                        INVALID KEY
                            SET EntryAdjusted TO TRUE
                            REWRITE ITEM-MASTER-RECORD
                    END-WRITE
                WHEN OTHER
                    REWRITE ITEM-MASTER-RECORD
                        INVALID KEY
                            SET EntryAdjusted TO TRUE
                            WRITE ITEM-MASTER-RECORD
                    END-REWRITE
            END-EVALUATE.

        APPLY-AR-OPEN-ENTRY.
            MOVE RJ-RECORD-IMAGE TO AR-OPEN-ITEM-RECORD
            EVALUATE TRUE
                WHEN RJ-RecordDeleted
                    DELETE AR-OPEN-ITEM-FILE
                        INVALID KEY SET EntryAdjusted TO TRUE
                    END-DELETE
                WHEN RJ-RecordAdded
                    WRITE AR-OPEN-ITEM-RECORD
                        INVALID KEY
                            SET EntryAdjusted TO TRUE
                            REWRITE AR-OPEN-ITEM-RECORD
                    END-WRITE
                WHEN OTHER
                    REWRITE AR-OPEN-ITEM-RECORD
                        INVALID KEY
                            SET EntryAdjusted TO TRUE
                            WRITE AR-OPEN-ITEM-RECORD
                    END-REWRITE
            END-EVALUATE.

        APPLY-YTD-ENTRY.
            MOVE RJ-RECORD-IMAGE TO YTD-RECORD
            EVALUATE TRUE
                WHEN RJ-RecordDeleted
                    DELETE YTD-MASTER
                        INVALID KEY SET EntryAdjusted TO TRUE
                    END-DELETE
                WHEN RJ-RecordAdded
                    WRITE YTD-RECORD
                        INVALID KEY
                            SET EntryAdjusted TO TRUE
                            REWRITE YTD-RECORD
                    END-WRITE
                WHEN OTHER
                    REWRITE YTD-RECORD
                        INVALID KEY
                            SET EntryAdjusted TO TRUE
                            WRITE YTD-RECORD
                    END-REWRITE
            END-EVALUATE.

        APPLY-GIFT-CARD-ENTRY.
            MOVE RJ-RECORD-IMAGE TO GIFT-CARD-RECORD
            EVALUATE TRUE
                WHEN RJ-RecordDeleted
                    DELETE GIFT-CARD-FILE
                        INVALID KEY SET EntryAdjusted TO TRUE
                    END-DELETE
                WHEN RJ-RecordAdded
                    WRITE GIFT-CARD-RECORD
                        INVALID KEY
                            SET EntryAdjusted TO TRUE
                            REWRITE GIFT-CARD-RECORD
                    END-WRITE
                WHEN OTHER
                    REWRITE GIFT-CARD-RECORD
                        INVALID KEY
                            SET EntryAdjusted TO TRUE
                            WRITE GIFT-CARD-RECORD
                    END-REWRITE
            END-EVALUATE.

      * Same count and hash each master's own programs and
      * BackupRun stamp, so the rolled-forward file verifies.
        RESTAMP-ONE-MASTER.
            MOVE 0 TO WS-MC-COUNT
            MOVE 0 TO WS-MC-HASH
            EVALUATE WS-MS-IDX
                WHEN 1 PERFORM TOTAL-EMPLOYEE-MASTER
                WHEN 2 PERFORM TOTAL-CUSTOMER-MASTER
                WHEN 3 PERFORM TOTAL-STUDENT-MASTER
                WHEN 4 PERFORM TOTAL-ITEM-MASTER
                WHEN 5 PERFORM TOTAL-AR-OPEN-FILE
                WHEN 6 PERFORM TOTAL-YTD-MASTER
                WHEN 7 PERFORM TOTAL-GIFT-CARD-FILE
            END-EVALUATE
            MOVE MS-FILE-ID(WS-MS-IDX) TO WS-MC-FILE-ID
            MOVE "W" TO WS-MC-ACTION
            CALL "MasterControl" USING WS-MC-ACTION WS-MC-FILE-ID
                WS-MC-COUNT WS-MC-HASH WS-MC-RESULT.

        TOTAL-EMPLOYEE-MASTER.
            OPEN INPUT EMPLOYEE-MASTER
            PERFORM UNTIL EndOfMasterFile
                READ EMPLOYEE-MASTER NEXT RECORD
                    AT END SET EndOfMasterFile TO TRUE
                    NOT AT END
                        ADD 1 TO WS-MC-COUNT
                        COMPUTE WS-MC-HASH =
                            WS-MC-HASH + (EM-WAGE-RATE * 100)
                END-READ
            END-PERFORM
            CLOSE EMPLOYEE-MASTER.

        TOTAL-CUSTOMER-MASTER.
            OPEN INPUT CUSTOMER-MASTER
            PERFORM UNTIL EndOfMasterFile
                READ CUSTOMER-MASTER NEXT RECORD
                    AT END SET EndOfMasterFile TO TRUE
                    NOT AT END
                        ADD 1 TO WS-MC-COUNT
                        ADD CustomerId TO WS-MC-HASH
                END-READ
            END-PERFORM
            CLOSE CUSTOMER-MASTER.

        TOTAL-STUDENT-MASTER.
            OPEN INPUT STUDENT-MASTER
            PERFORM UNTIL EndOfMasterFile
                READ STUDENT-MASTER NEXT RECORD
                    AT END SET EndOfMasterFile TO TRUE
                    NOT AT END
                        ADD 1 TO WS-MC-COUNT
                        ADD StudentId TO WS-MC-HASH
                END-READ
            END-PERFORM
            CLOSE STUDENT-MASTER.

        TOTAL-ITEM-MASTER.
            OPEN INPUT ITEM-MASTER
            PERFORM UNTIL EndOfMasterFile
                READ ITEM-MASTER NEXT RECORD
                    AT END SET EndOfMasterFile TO TRUE
                    NOT AT END
                        ADD 1 TO WS-MC-COUNT
                        ADD IM-ITEM-NUMBER TO WS-MC-HASH
                END-READ
            END-PERFORM
            CLOSE ITEM-MASTER.

        TOTAL-AR-OPEN-FILE.
            OPEN INPUT AR-OPEN-ITEM-FILE
            PERFORM UNTIL EndOfMasterFile
                READ AR-OPEN-ITEM-FILE NEXT RECORD
                    AT END SET EndOfMasterFile TO TRUE
                    NOT AT END
                        ADD 1 TO WS-MC-COUNT
                        ADD AR-INVOICE-NO TO WS-MC-HASH
                END-READ
            END-PERFORM
            CLOSE AR-OPEN-ITEM-FILE.

        TOTAL-YTD-MASTER.
            OPEN INPUT YTD-MASTER
            PERFORM UNTIL EndOfMasterFile
                READ YTD-MASTER NEXT RECORD
                    AT END SET EndOfMasterFile TO TRUE
                    NOT AT END
                        ADD 1 TO WS-MC-COUNT
                        ADD YT-EMPLOYEE-NO TO WS-MC-HASH
                END-READ
            END-PERFORM
            CLOSE YTD-MASTER.

        TOTAL-GIFT-CARD-FILE.
            OPEN INPUT GIFT-CARD-FILE
            PERFORM UNTIL EndOfMasterFile
                READ GIFT-CARD-FILE NEXT RECORD
                    AT END SET EndOfMasterFile TO TRUE
                    NOT AT END
                        ADD 1 TO WS-MC-COUNT
                        ADD GC-CARD-NUMBER TO WS-MC-HASH
                END-READ
            END-PERFORM
            CLOSE GIFT-CARD-FILE.
