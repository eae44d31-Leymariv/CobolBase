      *> GRADEAUD - grade-change audit-trail record (GRDAUDT.DAT).
      *> A before-image and an after-image record bracket every
      *> change GradePost makes to a GRADES.DAT result, stamped with
      *> the run date, the program, the signed-on operator, the
      *> registrar who approved a change to a prior term's grade and
      *> the reason code the change was keyed with. A deleted result
      *> has its after image flagged GA-DeletedImage and carries the
      *> key alone. IncompleteLapse writes its conversions of lapsed
      *> incompletes to F under GA-LapsedToFail, a code no operator
      *> can key.
       01  GRADE-AUDIT-RECORD.
           05  GA-RUN-DATE          PIC 9(8).
           05  GA-PROGRAM-NAME      PIC X(15).
           05  GA-IMAGE-TYPE        PIC X.
               88  GA-BeforeImage       VALUE "B".
               88  GA-AfterImage        VALUE "A".
               88  GA-DeletedImage      VALUE "D".
           05  GA-REASON-CODE       PIC XX.
               88  GA-MarkingError      VALUE "ME".
               88  GA-AppealUpheld      VALUE "AP".
               88  GA-IncompleteResolved VALUE "IR".
               88  GA-DataEntryError    VALUE "DE".
               88  GA-LateWithdrawal    VALUE "LW".
               88  GA-MisconductRuling  VALUE "MR".
               88  GA-ValidReason       VALUE "ME" "AP" "IR" "DE"
                                              "LW" "MR".
               88  GA-LapsedToFail      VALUE "LP".
           05  GA-OPERATOR-ID       PIC X(8).
           05  GA-APPROVED-BY       PIC X(8).
           05  GA-RECORD-IMAGE      PIC X(26).
