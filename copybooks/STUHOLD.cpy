      *> STUHOLD - student hold record (STUHOLD.DAT, indexed by
      *> SH-HOLD-KEY: student, hold type). A hold stands while its
      *> released date is zero; StudentMaint refuses an enrollment
      *> and TranscriptPrint an official transcript for a student
      *> with any hold standing. The financial hold is placed and
      *> released nightly by StudentHoldRun from the linked
      *> customer's overdue tuition; a hold of any type may also be
      *> placed or released by hand through StudentHoldMaint under a
      *> level-2 sign-on. SH-PLACED-BY carries the operator, or
      *> "HOLDRUN" for a hold the nightly run placed - only those
      *> does the nightly run release of its own accord. Placing a
      *> released hold again reuses its record with the new date.
       01  STUDENT-HOLD-RECORD.
           05  SH-HOLD-KEY.
               10  SH-STUDENT-ID    PIC 9(7).
               10  SH-HOLD-TYPE     PIC X.
                   88  SH-FinancialHold     VALUE "F".
                   88  SH-LibraryHold       VALUE "L".
                   88  SH-DisciplinaryHold  VALUE "D".
                   88  SH-ValidHoldType     VALUE "F" "L" "D".
           05  SH-PLACED-DATE       PIC 9(8).
           05  SH-PLACED-BY         PIC X(8).
               88  SH-PlacedByHoldRun   VALUE "HOLDRUN".
           05  SH-RELEASED-DATE     PIC 9(8).
               88  SH-HoldStanding      VALUE ZERO.
           05  SH-RELEASED-BY       PIC X(8).
           05  SH-HOLD-REASON       PIC X(30).
