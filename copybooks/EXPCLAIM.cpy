      *> EXPCLAIM - employee expense-claim master (EXPCLAIM.DAT,
      *> indexed by XC-CLAIM-KEY: employee and receipt reference).
      *> Kept by ExpenseClaimMaint: a claim is entered as requested,
      *> then approved or rejected by a supervisor, and may be
      *> cancelled while it is still requested or approved. The
      *> next PayrollRun pays every approved claim untaxed, outside
      *> gross, and marks it paid in its run week, so a rerun of
      *> that week pays the same claims again and no other week
      *> ever does. ChequeVoid puts the claims of a backed-out pay
      *> line back to approved. XC-CATEGORY is one of the EXPCAT.REF
      *> categories and is also the GLMAP.REF category the claim's
      *> expense posts under.
       01  EXPENSE-CLAIM-RECORD.
           05  XC-CLAIM-KEY.
               10  XC-EMPLOYEE-NO       PIC 9(6).
               10  XC-RECEIPT-REF       PIC X(12).
           05  XC-CLAIM-DATE            PIC 9(8).
           05  XC-CATEGORY              PIC X(8).
           05  XC-AMOUNT                PIC 9(5)V99.
           05  XC-CLAIM-STATUS          PIC X.
               88  XC-ClaimRequested        VALUE "R".
               88  XC-ClaimApproved         VALUE "A".
               88  XC-ClaimRejected         VALUE "J".
               88  XC-ClaimCancelled        VALUE "C".
               88  XC-ClaimPaid             VALUE "P".
               88  XC-ClaimOpen             VALUE "R" "A".
           05  XC-ENTERED-DATE          PIC 9(8).
           05  XC-DECIDED-BY            PIC X(8).
           05  XC-DECIDED-DATE          PIC 9(8).
           05  XC-PAID-WEEK-NO          PIC 99.
