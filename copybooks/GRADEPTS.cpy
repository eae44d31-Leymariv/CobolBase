      *> GRADEPTS - grade points per GR-GRADE code on the four-point
      *> scale, shared by AcademicStanding and TranscriptPrint so
      *> the standing run and the transcript can never disagree on
      *> a GPA. W (withdrawn) and I (incomplete) have no entry: a
      *> result with either grade carries no points and no credit.
       01  GRADE-POINT-VALUES.
           05  FILLER               PIC X(4) VALUE "A 40".
           05  FILLER               PIC X(4) VALUE "B 30".
           05  FILLER               PIC X(4) VALUE "C 20".
           05  FILLER               PIC X(4) VALUE "D 10".
           05  FILLER               PIC X(4) VALUE "F 00".
       01  FILLER REDEFINES GRADE-POINT-VALUES.
           05  GRADE-POINT-ENTRY OCCURS 5 TIMES
               INDEXED BY GPT-IDX.
               10  GPT-GRADE            PIC XX.
               10  GPT-POINTS           PIC 9V9.
