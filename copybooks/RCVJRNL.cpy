      *> RCVJRNL - recovery-journal record (RECOVERY.JN1 - .JN3).
      *> Every program that changes an indexed master appends one
      *> after-image entry per record it writes, rewrites or
      *> deletes, through the shared RecoveryJournal subroutine;
      *> RollForward reapplies them on top of a restored backup
      *> generation. A program that rewrites a whole master from
      *> scratch first journals a clear ("R") for the file, then
      *> each record it writes as an add. Each journal file opens
      *> with the "H" header BackupRun writes when it cycles the
      *> journal for its generation - the file id reads BACKUP,
      *> the key the generation, and the stamp the save time.
      *> A delete carries the record as it stood when deleted.
       01  RECOVERY-JOURNAL-RECORD.
           05  RJ-STAMP-DATE        PIC 9(8).
           05  RJ-STAMP-TIME        PIC 9(8).
           05  RJ-FILE-ID           PIC X(8).
           05  RJ-OPERATION         PIC X.
               88  RJ-BackupHeader      VALUE "H".
               88  RJ-RecordAdded       VALUE "A".
               88  RJ-RecordChanged     VALUE "C".
               88  RJ-RecordDeleted     VALUE "D".
               88  RJ-FileCleared       VALUE "R".
           05  RJ-RECORD-KEY        PIC X(20).
           05  RJ-PROGRAM-NAME      PIC X(15).
           05  RJ-RECORD-IMAGE      PIC X(2000).
