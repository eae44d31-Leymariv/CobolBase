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

        FD  BACKUP-COPY-FILE
            LABEL RECORDS ARE STANDARD.
        01  BackupCopyLine           PIC X(2000).
        01  WS-CE-RESPONSE           PIC X.
            88  RestoreConfirmed         VALUE "Y".

        78  WS-MANIFEST-CAPACITY     VALUE 20.
        01  WS-MN-COUNT              PIC 99 VALUE ZERO.
        01  WS-MN-IDX                PIC 99.
        01  WS-MANIFEST-TABLE.
            05  MANIFEST-ENTRY OCCURS 20 TIMES.
              10  MN-FILE-ID         PIC X(8).
              10  MN-RECORD-COUNT    PIC 9(7).
              10  MN-HASH-TOTAL      PIC 9(15).
        01  WS-FILE-ID               PIC X(8).
        01  WS-RESTORE-COUNT         PIC 9(7).
        01  WS-RESTORE-HASH          PIC 9(15).
        01  WS-MASTERS-RESTORED      PIC 99 VALUE ZERO.
        01  WS-RESTORE-FAILED        PIC X VALUE "N".
            88  RestoreFailed            VALUE "Y".

                WITH NO ADVANCING
            ACCEPT WS-GENERATION-X
            DISPLAY "Master to restore (EMPLOYEE, CUSTOMER, "
                "STUDENT, ITEMS, AROPEN, PAYYTD, GIFTCARD, "
                "GLACCT, APOPEN, LOTS or ALL) - "
                WITH NO ADVANCING
            ACCEPT WS-CHOSEN-FILE-ID
            MOVE SPACES TO WS-MANIFEST-PATH
            STRING "MANIFEST.BK" WS-GENERATION-X
                    PERFORM REBUILD-YTD-MASTER
                WHEN "GIFTCARD"
                    PERFORM REBUILD-GIFT-CARD-FILE
                WHEN "GLACCT"
                    PERFORM REBUILD-GL-ACCOUNT-MASTER
                WHEN "APOPEN"
                    PERFORM REBUILD-AP-OPEN-FILE
                WHEN "LOTS"
                    PERFORM REBUILD-LOT-FILE
                WHEN OTHER
                    DISPLAY "Manifest names unknown master "
                        WS-FILE-ID " - skipped"
                END-READ
            END-PERFORM
            CLOSE GIFT-CARD-FILE.

        REBUILD-GL-ACCOUNT-MASTER.
            OPEN OUTPUT GL-ACCOUNT-MASTER
            PERFORM UNTIL EndOfBackupCopy
                READ BACKUP-COPY-FILE
                    AT END SET EndOfBackupCopy TO TRUE
                    NOT AT END
                        MOVE BackupCopyLine TO GL-ACCOUNT-RECORD
                        WRITE GL-ACCOUNT-RECORD
                        ADD 1 TO WS-RESTORE-COUNT
                        ADD GA-ACCOUNT-NO TO WS-RESTORE-HASH
                END-READ
            END-PERFORM
            CLOSE GL-ACCOUNT-MASTER.

        REBUILD-AP-OPEN-FILE.
            OPEN OUTPUT AP-OPEN-ITEM-FILE
            PERFORM UNTIL EndOfBackupCopy
                READ BACKUP-COPY-FILE
                    AT END SET EndOfBackupCopy TO TRUE
                    NOT AT END
                        MOVE BackupCopyLine TO AP-OPEN-ITEM-RECORD
                        WRITE AP-OPEN-ITEM-RECORD
                        ADD 1 TO WS-RESTORE-COUNT
                        ADD AP-SUPPLIER-NO TO WS-RESTORE-HASH
                END-READ
            END-PERFORM
            CLOSE AP-OPEN-ITEM-FILE.

        REBUILD-LOT-FILE.
            OPEN OUTPUT LOT-FILE
            PERFORM UNTIL EndOfBackupCopy
                READ BACKUP-COPY-FILE
                    AT END SET EndOfBackupCopy TO TRUE
                    NOT AT END
                        MOVE BackupCopyLine TO LOT-RECORD
                        WRITE LOT-RECORD
                        ADD 1 TO WS-RESTORE-COUNT
                        ADD LT-ITEM-NUMBER TO WS-RESTORE-HASH
                END-READ
            END-PERFORM
            CLOSE LOT-FILE.
