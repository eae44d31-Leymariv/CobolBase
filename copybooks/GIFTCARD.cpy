           05  GC-CARD-STATUS       PIC X.
               88  GC-CardActive        VALUE "A".
               88  GC-CardRedeemed      VALUE "R".
               88  GC-CardEscheated     VALUE "E".
      *> GC-LAST-USED-DATE is the last redemption (zero = never
      *> used); UnclaimedProperty measures a card's dormancy from
      *> it, or from GC-ISSUE-DATE on a card never used, and marks
      *> a card remitted to the state escheated.
           05  GC-LAST-USED-DATE    PIC 9(8).
