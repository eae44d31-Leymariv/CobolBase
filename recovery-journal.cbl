       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecoveryJournal.

      * Shared recovery-journal subroutine in the MasterControl/
      * FileLock mold. Every program that changes one of the
      * indexed masters BackupRun saves calls it after each
      * successful WRITE, REWRITE or DELETE with the file id, the
      * key, the operation (A add, C change, D delete, R file
      * cleared for a full rewrite), its own name and the full
      * record image; the entry goes onto the end of the journal
      * for the current backup generation stamped with the date
      * and time. RollForward replays the entries on top of a
      * MasterRestore, so the day's keying survives losing a
      * master. The journal in use - RECOVERY.JN<g> - is named by
      * the RECOVERY.CTL control record BackupRun writes when it
      * cycles the journal with a proved backup generation; until
      * the first such backup there is nothing to roll forward
      * from, so nothing is journalled and the console says so
      * once a run. Each entry is closed onto the file before the
      * caller carries on - a journal that loses its tail when a
      * run dies is no journal.
      * MasterRestore and EmployeeRestore are recoveries in their
      * own right and do not journal; take a BackupRun after one.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT JOURNAL-CONTROL-FILE
           ASSIGN TO "RECOVERY.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.
         SELECT RECOVERY-JOURNAL-FILE
           ASSIGN TO WS-JOURNAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       01  WS-CONTROL-STATUS        PIC XX.
       01  WS-JOURNAL-STATUS        PIC XX.
       01  WS-JOURNAL-PATH          PIC X(12) VALUE SPACES.
       01  WS-CONTROL-READ          PIC X VALUE "N".
           88  JournalControlRead       VALUE "Y".
       01  WS-JOURNAL-ACTIVE        PIC X VALUE "N".
           88  JournalActive            VALUE "Y".

       LINKAGE SECTION.
       01  LK-RJ-FILE-ID            PIC X(8).
       01  LK-RJ-OPERATION          PIC X.
       01  LK-RJ-KEY                PIC X(20).
       01  LK-RJ-PROGRAM-NAME       PIC X(15).
       01  LK-RJ-RECORD-IMAGE       PIC X(2000).

       PROCEDURE DIVISION USING LK-RJ-FILE-ID LK-RJ-OPERATION
           LK-RJ-KEY LK-RJ-PROGRAM-NAME LK-RJ-RECORD-IMAGE.
         Begin.
             IF NOT JournalControlRead
                 PERFORM READ-JOURNAL-CONTROL
             END-IF
             IF JournalActive
                 PERFORM APPEND-JOURNAL-ENTRY
             END-IF
             EXIT PROGRAM.

      * Read once per run unit and remembered - BackupRun only
      * cycles the journal with the masters at rest.
         READ-JOURNAL-CONTROL.
             MOVE "Y" TO WS-CONTROL-READ
             OPEN INPUT JOURNAL-CONTROL-FILE
             IF WS-CONTROL-STATUS NOT = "00"
                 DISPLAY "No RECOVERY.CTL - no backup to roll "
                     "forward from, changes not journalled this run"
                 EXIT PARAGRAPH
             END-IF
             READ JOURNAL-CONTROL-FILE
                 AT END
                     DISPLAY "RECOVERY.CTL is empty - changes not "
                         "journalled this run"
                 NOT AT END
                     MOVE "Y" TO WS-JOURNAL-ACTIVE
                     STRING "RECOVERY.JN" JC-GENERATION
                         DELIMITED BY SIZE INTO WS-JOURNAL-PATH
             END-READ
             CLOSE JOURNAL-CONTROL-FILE.

      * A journal gone missing under its control record is started
      * again so nothing more is lost, but without its backup
      * header RollForward will refuse it - the break is shouted
      * here so a fresh BackupRun is taken.
         APPEND-JOURNAL-ENTRY.
             OPEN EXTEND RECOVERY-JOURNAL-FILE
             IF WS-JOURNAL-STATUS NOT = "00"
                 DISPLAY WS-JOURNAL-PATH " missing, status "
                     WS-JOURNAL-STATUS " - journal restarted, "
                     "take a BackupRun before relying on it"
                 OPEN OUTPUT RECOVERY-JOURNAL-FILE
             END-IF
             MOVE SPACES TO RECOVERY-JOURNAL-RECORD
             ACCEPT RJ-STAMP-DATE FROM DATE YYYYMMDD
             ACCEPT RJ-STAMP-TIME FROM TIME
             MOVE LK-RJ-FILE-ID TO RJ-FILE-ID
             MOVE LK-RJ-OPERATION TO RJ-OPERATION
             MOVE LK-RJ-KEY TO RJ-RECORD-KEY
             MOVE LK-RJ-PROGRAM-NAME TO RJ-PROGRAM-NAME
             MOVE LK-RJ-RECORD-IMAGE TO RJ-RECORD-IMAGE
             WRITE RECOVERY-JOURNAL-RECORD
             CLOSE RECOVERY-JOURNAL-FILE.
