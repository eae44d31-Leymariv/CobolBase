      *> STANDING - academic standing history (STANDING.DAT, indexed
      *> by AS-STANDING-KEY: student then term). One record per
      *> student per term assessed by AcademicStanding, holding the
      *> term and cumulative grade-point averages over the credits
      *> that counted and the standing given. AS-TERM-FIRST-MONTH is
      *> the term's first month from TERMCAL.REF, so the terms can
      *> be put in calendar order whatever their codes.
       01  ACADEMIC-STANDING-RECORD.
           05  AS-STANDING-KEY.
               10  AS-STUDENT-ID        PIC 9(7).
               10  AS-TERM-CODE         PIC X(5).
           05  AS-TERM-FIRST-MONTH      PIC 9(6).
           05  AS-TERM-CREDITS          PIC 9(3)V9.
           05  AS-TERM-GPA              PIC 9V99.
           05  AS-CUMULATIVE-CREDITS    PIC 9(4)V9.
           05  AS-CUMULATIVE-GPA        PIC 9V99.
           05  AS-STANDING-CODE         PIC X.
               88  AS-GoodStanding          VALUE "G".
               88  AS-HonorsStanding        VALUE "H".
               88  AS-ProbationStanding     VALUE "P".
               88  AS-SuspendedStanding     VALUE "S".
               88  AS-BelowStanding         VALUE "P" "S".
           05  AS-ASSESSED-DATE         PIC 9(8).
