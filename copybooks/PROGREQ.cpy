      *> PROGREQ - program requirement file (PROGREQ.REF), kept by
      *> the registrar. Lines for one program (the home CourseCode
      *> on StudentDetails) may come in any order: an "R" line names
      *> a course every student of the program must pass; a "P"
      *> line opens an elective pool with the number of its courses
      *> that must be passed and a caption; each "E" line puts one
      *> course in a pool; one "C" line sets the credits (COURSE.REF
      *> CRR-CREDIT-VALUE over every course passed) the program
      *> needs. Fields not used by a line's type are spaces.
       01  PROGRAM-REQUIREMENT-RECORD.
           05  PQ-PROGRAM-CODE      PIC X(4).
           05  FILLER               PIC X.
           05  PQ-RECORD-TYPE       PIC X.
               88  PQ-RequiredCourse    VALUE "R".
               88  PQ-ElectivePool      VALUE "P".
               88  PQ-PoolCourse        VALUE "E".
               88  PQ-MinimumCredits    VALUE "C".
               88  PQ-ValidType         VALUE "R" "P" "E" "C".
           05  FILLER               PIC X.
           05  PQ-COURSE-CODE       PIC X(4).
           05  FILLER               PIC X.
           05  PQ-POOL-CODE         PIC X(4).
           05  FILLER               PIC X.
           05  PQ-MINIMUM-COUNT     PIC 99.
           05  FILLER               PIC X.
           05  PQ-MINIMUM-CREDITS   PIC 9(3)V9.
           05  FILLER               PIC X.
           05  PQ-DESCRIPTION       PIC X(20).
