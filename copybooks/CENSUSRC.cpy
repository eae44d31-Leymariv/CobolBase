      *> CENSUSRC - census-date enrollment snapshot (CENSUS.DAT,
      *> indexed by CS-CENSUS-KEY: term, student, course). Written
      *> once per term by CensusSnapshot: every enrollment active on
      *> the census date, frozen with the student's date of birth,
      *> gender and home course and the course's credit value as
      *> they stood, so the funding return built from it gives the
      *> same answer however late it is rerun. A term already on
      *> the file is never frozen again.
       01  CENSUS-RECORD.
           05  CS-CENSUS-KEY.
               10  CS-TERM-CODE     PIC X(5).
               10  CS-STUDENT-ID    PIC 9(7).
               10  CS-COURSE-CODE   PIC X(4).
           05  CS-CENSUS-DATE       PIC 9(8).
           05  CS-FROZEN-DATE       PIC 9(8).
           05  CS-ENROLL-DATE       PIC 9(8).
           05  CS-DATE-OF-BIRTH.
               10  CS-BIRTH-CCYY    PIC 9(4).
               10  CS-BIRTH-MMDD    PIC 9(4).
           05  CS-GENDER            PIC X.
           05  CS-HOME-COURSE       PIC X(4).
           05  CS-CREDIT-VALUE      PIC 99V9.
