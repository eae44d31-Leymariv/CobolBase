      *> CRR-MINIMUM-ENROLLMENT is the viability floor CourseCancel
      *> enforces pre-term (zero means the course always runs), and
      *> CRR-ALTERNATE-COURSE is where its students are re-seated.
      *> CRR-CREDIT-VALUE is the credit a result in the course
      *> carries in the grade-point average; zero (or spaces on an
      *> older line) means the course does not count toward it.
      *> CRR-ROOM-TYPE is the ROOM.REF room type the course must be
      *> taught in; spaces mean any room will do.
       01  CourseReferenceRecord.
           05  CRR-COURSE-CODE      PIC X(4).
           05  FILLER               PIC X.
           05  CRR-MINIMUM-ENROLLMENT PIC 9(4).
           05  FILLER               PIC X.
           05  CRR-ALTERNATE-COURSE PIC X(4).
           05  FILLER               PIC X.
           05  CRR-CREDIT-VALUE     PIC 99V9.
           05  FILLER               PIC X.
           05  CRR-ROOM-TYPE        PIC X(4).
