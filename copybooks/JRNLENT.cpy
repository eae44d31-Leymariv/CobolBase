      *> JRNLENT - one line of a manual journal entry (JOURNAL.DAT),
      *> keyed by the accountant for corrections, department
      *> reclasses and month-end accruals. Every line of a journal
      *> carries the same journal number and period; JournalEntry
      *> posts a journal only when its lines balance, every account
      *> is one GLMAP.REF maps and the period is open. A "Y" in
      *> JE-REVERSING on any line makes the whole journal an
      *> accrual, mirrored into the next period when it posts.
       01  JOURNAL-ENTRY-RECORD.
           05  JE-JOURNAL-NO        PIC 9(6).
           05  JE-PERIOD            PIC 9(6).
           05  JE-ACCOUNT           PIC 9(6).
           05  JE-DEPARTMENT        PIC X(4).
           05  JE-SIDE              PIC X.
               88  JE-DebitLine         VALUE "D".
               88  JE-CreditLine        VALUE "C".
               88  JE-ValidSide         VALUE "D" "C".
           05  JE-AMOUNT            PIC 9(9)V99.
           05  JE-REVERSING         PIC X.
               88  JE-ReversingJournal  VALUE "Y".
           05  JE-NARRATIVE         PIC X(30).
