      *> ARAPPLY - AR application journal (ARAPPLY.DAT), appended
      *> whenever something other than an invoice moves an open
      *> item: CashApply writes a C entry for each amount of cash
      *> it applies to an item, ReturnsRun an R entry for each
      *> credit memo it raises (invoice number is the credit memo,
      *> order number the original order), WriteOffRun a W entry
      *> for each item it writes off, and CashApply a D entry for
      *> each early-payment discount it allows. AROPEN.DAT only
      *> holds what is left open; this is how much moved, when,
      *> and why - the basis CommissionRun pays salespeople on.
       01  AR-APPLICATION-RECORD.
           05  AJ-ENTRY-TYPE        PIC X.
               88  AJ-CashApplied       VALUE "C".
               88  AJ-CreditMemo        VALUE "R".
               88  AJ-WrittenOff        VALUE "W".
      *> Early-payment discount CashApply allowed on the item.
               88  AJ-DiscountTaken     VALUE "D".
           05  AJ-ENTRY-DATE        PIC 9(8).
           05  AJ-INVOICE-NO        PIC 9(6).
           05  AJ-CUSTOMER-ID       PIC 9(8).
           05  AJ-ORDER-NUMBER      PIC 9(6).
      *> Always the size of the movement, never signed by type.
           05  AJ-AMOUNT            PIC S9(7)V99
                                    SIGN IS LEADING SEPARATE.
