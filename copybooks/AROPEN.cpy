               88  AR-ItemOpen          VALUE "O".
               88  AR-ItemPaid          VALUE "P".
               88  AR-ItemWrittenOff    VALUE "W".
      *> A credit item remitted to the state as unclaimed property
      *> by UnclaimedProperty.
               88  AR-ItemEscheated     VALUE "E".
      *> AR-CHARGE-REF names the original invoice on a finance-
      *> charge item (zero on ordinary items); the last-charge
      *> month keeps FinanceCharge from assessing an item twice in
      *> one month however often the run is restarted.
           05  AR-CHARGE-REF        PIC 9(6).
           05  AR-LAST-CHARGE-MONTH PIC 9(6).
      *> Terms the item was raised on (TERMS.REF code from the
      *> customer master). InvoicePrint stamps the due date and,
      *> where the terms allow one, the early-payment discount and
      *> the last day CashApply may let it be taken. A zero due
      *> date - items other runs raise, and items from before terms
      *> were carried - falls due the standard thirty days after
      *> AR-INVOICE-DATE.
           05  AR-TERMS-CODE        PIC X(4).
           05  AR-DUE-DATE          PIC 9(8).
           05  AR-DISCOUNT-DATE     PIC 9(8).
           05  AR-DISCOUNT-AMOUNT   PIC 9(5)V99.
