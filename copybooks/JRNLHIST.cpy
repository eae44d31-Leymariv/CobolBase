      *> JRNLHIST - posted manual-journal history (JRNLHIST.DAT).
      *> JournalEntry appends one record per line it puts on the
      *> GLPOST.DAT feed - the journal line as keyed, or its
      *> generated mirror for a reversing journal - stamped with the
      *> supervisor who approved it and the date it posted, so every
      *> manual line in the ledger answers to someone.
       01  JOURNAL-HISTORY-RECORD.
           05  JH-LINE-TYPE         PIC X.
               88  JH-KeyedLine         VALUE "K".
               88  JH-ReversalLine      VALUE "R".
           05  FILLER               PIC X.
           05  JH-JOURNAL-NO        PIC 9(6).
           05  JH-PERIOD            PIC 9(6).
           05  JH-ACCOUNT           PIC 9(6).
           05  JH-DEPARTMENT        PIC X(4).
           05  JH-SIDE              PIC X.
           05  JH-AMOUNT            PIC 9(9)V99.
           05  JH-NARRATIVE         PIC X(30).
           05  FILLER               PIC X.
           05  JH-APPROVER          PIC X(8).
           05  FILLER               PIC X.
           05  JH-POSTED-DATE       PIC 9(8).
