       PROGRAM-ID. BackupRun.
      * Shop-wide end-of-day backup, run as a NightlyDriver step.
      * Copies every indexed master - EMPLOYEE, CUSTOMER, STUDENT,
      * ITEMS, AROPEN, PAYYTD, GIFTCARD, GLACCT, APOPEN and LOTS -
      * into a dated generation set (<file-id>.BK1 through .BK3,
      * cycling by day of month) with a MANIFEST.BK<g> manifest of
      * record counts and hash totals, then verifies each copy by
      * re-reading it and re-proving its totals against the
      * manifest - and, for EMPLOYEE, CUSTOMER and STUDENT, against
      * the live MasterControl sidecar their maintenance programs
      * keep current. The masters nothing else stamps - ITEMS,
      * AROPEN, PAYYTD, GIFTCARD, GLACCT, APOPEN, LOTS - drift from
      * their sidecar with every ordinary day's postings, so for
      * them the verdict is the copy-vs-reread totals alone and a
      * clean copy restamps the sidecar with tonight's figures.
      * A copy that fails its verify fails the run - a backup that
      * cannot be proved is worse than none, because someone will
      * trust it. MasterRestore brings a generation back.
      * A proved generation also starts its own recovery journal:
      * RECOVERY.JN<g> is emptied down to a header naming tonight's
      * save time and RECOVERY.CTL pointed at it, so from here on
      * RecoveryJournal records every change on top of this copy
      * and RollForward can replay them after a restore. The
      * journal that went with the generation being overwritten
      * goes with it, so there are never more than three. A run
      * that fails its verify leaves the journal where it was -
      * the last good generation's journal keeps growing until a
      * backup can be proved. GLACCT, APOPEN and LOTS are saved
      * but not journalled: restored, they stand as at the save,
      * and the runs that posted to them since must be run again.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS GC-CARD-NUMBER
            FILE STATUS IS WS-MASTER-STATUS.
          SELECT GL-ACCOUNT-MASTER
            ASSIGN TO "GLACCT.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS GA-ACCOUNT-NO
            FILE STATUS IS WS-MASTER-STATUS.
          SELECT AP-OPEN-ITEM-FILE
            ASSIGN TO "APOPEN.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS AP-KEY
            FILE STATUS IS WS-MASTER-STATUS.
          SELECT LOT-FILE
            ASSIGN TO "LOTS.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS LT-LOT-KEY
            FILE STATUS IS WS-MASTER-STATUS.
          SELECT BACKUP-COPY-FILE
            ASSIGN TO WS-BACKUP-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            ASSIGN TO WS-MANIFEST-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MANIFEST-STATUS.
          SELECT JOURNAL-CONTROL-FILE
            ASSIGN TO "RECOVERY.CTL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-CONTROL-STATUS.
          SELECT RECOVERY-JOURNAL-FILE
            ASSIGN TO WS-JOURNAL-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.

        DATA DIVISION.
        FILE SECTION.
            LABEL RECORDS ARE STANDARD.
            COPY GIFTCARD.

        FD  GL-ACCOUNT-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY GLACCT.

        FD  AP-OPEN-ITEM-FILE
            LABEL RECORDS ARE STANDARD.
            COPY APOPEN.

        FD  LOT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY LOTREC.

      * One generic copy record serves every master - the restore
      * side MOVEs the line back into the right record layout.
        FD  BACKUP-COPY-FILE
            05  FILLER               PIC X.
            05  MF-HASH-TOTAL        PIC 9(15).

        FD  JOURNAL-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
        01  JOURNAL-CONTROL-RECORD.
            05  JC-GENERATION        PIC X.
            05  FILLER               PIC X.
            05  JC-SAVE-DATE         PIC 9(8).
            05  FILLER               PIC X.
            05  JC-SAVE-TIME         PIC 9(8).

        FD  RECOVERY-JOURNAL-FILE
            LABEL RECORDS ARE STANDARD.
            COPY RCVJRNL.

        WORKING-STORAGE SECTION.
        01  WS-MASTER-STATUS         PIC XX.
            88  EndOfMasterFile          VALUE "10".
        01  WS-BACKUP-STATUS         PIC XX.
            88  EndOfBackupCopy          VALUE "10".
        01  WS-MANIFEST-STATUS       PIC XX.
        01  WS-JOURNAL-CONTROL-STATUS PIC XX.
        01  WS-JOURNAL-STATUS        PIC XX.

        01  WS-BACKUP-PATH           PIC X(12).
        01  WS-MANIFEST-PATH         PIC X(12).
        01  WS-JOURNAL-PATH          PIC X(12).
        01  WS-SAVE-TIME             PIC 9(8).
        01  WS-RUN-DATE              PIC 9(8).
        01  WS-DAY-OF-MONTH          PIC 99.
        01  WS-GENERATION            PIC 9.
        01  WS-COPY-HASH             PIC 9(15).
        01  WS-VERIFY-COUNT          PIC 9(7).
        01  WS-VERIFY-HASH           PIC 9(15).
        01  WS-MASTERS-SAVED         PIC 99 VALUE ZERO.
        01  WS-MASTERS-MISSING       PIC 99 VALUE ZERO.
        01  WS-VERIFY-FAILED         PIC X VALUE "N".
            88  BackupVerifyFailed       VALUE "Y".

                REPLACING ==GIFT-CARD-RECORD==
                       BY ==WK-GIFT-CARD-RECORD==
                  LEADING ==GC-== BY ==WG-==.
            COPY GLACCT
                REPLACING ==GL-ACCOUNT-RECORD==
                       BY ==WK-GL-ACCOUNT-RECORD==
                  LEADING ==GA-== BY ==WL-==.
            COPY APOPEN
                REPLACING ==AP-OPEN-ITEM-RECORD==
                       BY ==WK-AP-RECORD==
                  LEADING ==AP-== BY ==WP-==.
            COPY LOTREC
                REPLACING ==LOT-RECORD==
                       BY ==WK-LOT-RECORD==
                  LEADING ==LT-== BY ==WT-==.

        PROCEDURE DIVISION.
        Begin.
            PERFORM SAVE-AR-OPEN-FILE
            PERFORM SAVE-YTD-MASTER
            PERFORM SAVE-GIFT-CARD-FILE
            PERFORM SAVE-GL-ACCOUNT-MASTER
            PERFORM SAVE-AP-OPEN-FILE
            PERFORM SAVE-LOT-FILE
            CLOSE MANIFEST-FILE
            DISPLAY "Backup generation " WS-GENERATION ": "
                WS-MASTERS-SAVED " master(s) saved and verified, "
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            PERFORM CYCLE-RECOVERY-JOURNAL
            MOVE "E" TO WS-RL-ACTION
            MOVE "COMPLETE" TO WS-RL-STATUS
            CALL "RunLog" USING WS-RL-ACTION WS-RL-PROGRAM-NAME
                WS-RL-STATUS
            GOBACK.

        CYCLE-RECOVERY-JOURNAL.
            ACCEPT WS-SAVE-TIME FROM TIME
            MOVE SPACES TO WS-JOURNAL-PATH
            STRING "RECOVERY.JN" WS-GENERATION-X
                DELIMITED BY SIZE INTO WS-JOURNAL-PATH
            OPEN OUTPUT RECOVERY-JOURNAL-FILE
            IF WS-JOURNAL-STATUS NOT = "00"
                DISPLAY "Cannot start " WS-JOURNAL-PATH ", status "
                    WS-JOURNAL-STATUS " - journal not cycled"
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO RECOVERY-JOURNAL-RECORD
            MOVE WS-RUN-DATE TO RJ-STAMP-DATE
            MOVE WS-SAVE-TIME TO RJ-STAMP-TIME
            MOVE "BACKUP" TO RJ-FILE-ID
            SET RJ-BackupHeader TO TRUE
            MOVE WS-GENERATION-X TO RJ-RECORD-KEY
            MOVE WS-RL-PROGRAM-NAME TO RJ-PROGRAM-NAME
            WRITE RECOVERY-JOURNAL-RECORD
            CLOSE RECOVERY-JOURNAL-FILE
            OPEN OUTPUT JOURNAL-CONTROL-FILE
            MOVE SPACES TO JOURNAL-CONTROL-RECORD
            MOVE WS-GENERATION-X TO JC-GENERATION
            MOVE WS-RUN-DATE TO JC-SAVE-DATE
            MOVE WS-SAVE-TIME TO JC-SAVE-TIME
            WRITE JOURNAL-CONTROL-RECORD
            CLOSE JOURNAL-CONTROL-FILE
            DISPLAY "Recovery journal " WS-JOURNAL-PATH
                " started for generation " WS-GENERATION.

        BUILD-BACKUP-PATH.
            MOVE SPACES TO WS-BACKUP-PATH
            STRING FUNCTION TRIM(WS-FILE-ID) ".BK"
                    " REREAD " WS-VERIFY-COUNT "/" WS-VERIFY-HASH
            END-IF.

      * ITEMS, AROPEN, PAYYTD, GIFTCARD, GLACCT, APOPEN and LOTS
      * have no stamper but this run, and every ordinary day moves
      * them - new open items, new YTD records, new cards, new
      * postings, new lots - so last night's
      * sidecar disagreeing is the expected day's drift, not
      * corruption. The verdict here is the copy-vs-reread totals
      * alone; a clean copy then restamps the sidecar with
            MOVE SPACES TO WS-BACKUP-STATUS
            MOVE "GIFTCARD" TO WS-MC-FILE-ID
            PERFORM JUDGE-SELF-STAMPED-MASTER.

        SAVE-GL-ACCOUNT-MASTER.
            MOVE "GLACCT" TO WS-FILE-ID
            PERFORM BUILD-BACKUP-PATH
            OPEN INPUT GL-ACCOUNT-MASTER
            IF NOT MasterFileOK
                PERFORM NOTE-MASTER-ABSENT
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-COPY-COUNT
            MOVE 0 TO WS-COPY-HASH
            OPEN OUTPUT BACKUP-COPY-FILE
            PERFORM UNTIL EndOfMasterFile
                READ GL-ACCOUNT-MASTER NEXT RECORD
                    AT END SET EndOfMasterFile TO TRUE
                    NOT AT END
                        ADD 1 TO WS-COPY-COUNT
                        ADD GA-ACCOUNT-NO TO WS-COPY-HASH
                        MOVE GL-ACCOUNT-RECORD TO BackupCopyLine
                        WRITE BackupCopyLine
                END-READ
            END-PERFORM
            CLOSE GL-ACCOUNT-MASTER
            CLOSE BACKUP-COPY-FILE
            MOVE 0 TO WS-VERIFY-COUNT
            MOVE 0 TO WS-VERIFY-HASH
            OPEN INPUT BACKUP-COPY-FILE
            PERFORM UNTIL EndOfBackupCopy
                READ BACKUP-COPY-FILE
                    AT END SET EndOfBackupCopy TO TRUE
                    NOT AT END
                        ADD 1 TO WS-VERIFY-COUNT
                        MOVE BackupCopyLine TO WK-GL-ACCOUNT-RECORD
                        ADD WL-ACCOUNT-NO TO WS-VERIFY-HASH
                END-READ
            END-PERFORM
            CLOSE BACKUP-COPY-FILE
            MOVE SPACES TO WS-BACKUP-STATUS
            MOVE "GLACCT" TO WS-MC-FILE-ID
            PERFORM JUDGE-SELF-STAMPED-MASTER.

        SAVE-AP-OPEN-FILE.
            MOVE "APOPEN" TO WS-FILE-ID
            PERFORM BUILD-BACKUP-PATH
            OPEN INPUT AP-OPEN-ITEM-FILE
            IF NOT MasterFileOK
                PERFORM NOTE-MASTER-ABSENT
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-COPY-COUNT
            MOVE 0 TO WS-COPY-HASH
            OPEN OUTPUT BACKUP-COPY-FILE
            PERFORM UNTIL EndOfMasterFile
                READ AP-OPEN-ITEM-FILE NEXT RECORD
                    AT END SET EndOfMasterFile TO TRUE
                    NOT AT END
                        ADD 1 TO WS-COPY-COUNT
                        ADD AP-SUPPLIER-NO TO WS-COPY-HASH
                        MOVE AP-OPEN-ITEM-RECORD TO BackupCopyLine
                        WRITE BackupCopyLine
                END-READ
            END-PERFORM
            CLOSE AP-OPEN-ITEM-FILE
            CLOSE BACKUP-COPY-FILE
            MOVE 0 TO WS-VERIFY-COUNT
            MOVE 0 TO WS-VERIFY-HASH
            OPEN INPUT BACKUP-COPY-FILE
            PERFORM UNTIL EndOfBackupCopy
                READ BACKUP-COPY-FILE
                    AT END SET EndOfBackupCopy TO TRUE
                    NOT AT END
                        ADD 1 TO WS-VERIFY-COUNT
                        MOVE BackupCopyLine TO WK-AP-RECORD
                        ADD WP-SUPPLIER-NO TO WS-VERIFY-HASH
                END-READ
            END-PERFORM
            CLOSE BACKUP-COPY-FILE
            MOVE SPACES TO WS-BACKUP-STATUS
            MOVE "APOPEN" TO WS-MC-FILE-ID
            PERFORM JUDGE-SELF-STAMPED-MASTER.

        SAVE-LOT-FILE.
            MOVE "LOTS" TO WS-FILE-ID
            PERFORM BUILD-BACKUP-PATH
            OPEN INPUT LOT-FILE
            IF NOT MasterFileOK
                PERFORM NOTE-MASTER-ABSENT
                EXIT PARAGRAPH
            END-IF
            MOVE 0 TO WS-COPY-COUNT
            MOVE 0 TO WS-COPY-HASH
            OPEN OUTPUT BACKUP-COPY-FILE
            PERFORM UNTIL EndOfMasterFile
                READ LOT-FILE NEXT RECORD
                    AT END SET EndOfMasterFile TO TRUE
                    NOT AT END
                        ADD 1 TO WS-COPY-COUNT
                        ADD LT-ITEM-NUMBER TO WS-COPY-HASH
                        MOVE LOT-RECORD TO BackupCopyLine
                        WRITE BackupCopyLine
                END-READ
            END-PERFORM
            CLOSE LOT-FILE
            CLOSE BACKUP-COPY-FILE
            MOVE 0 TO WS-VERIFY-COUNT
            MOVE 0 TO WS-VERIFY-HASH
            OPEN INPUT BACKUP-COPY-FILE
            PERFORM UNTIL EndOfBackupCopy
                READ BACKUP-COPY-FILE
                    AT END SET EndOfBackupCopy TO TRUE
                    NOT AT END
                        ADD 1 TO WS-VERIFY-COUNT
                        MOVE BackupCopyLine TO WK-LOT-RECORD
                        ADD WT-ITEM-NUMBER TO WS-VERIFY-HASH
                END-READ
            END-PERFORM
            CLOSE BACKUP-COPY-FILE
            MOVE SPACES TO WS-BACKUP-STATUS
            MOVE "LOTS" TO WS-MC-FILE-ID
            PERFORM JUDGE-SELF-STAMPED-MASTER.
