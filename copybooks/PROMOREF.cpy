      *> PROMOREF - promotional price line (PROMO.REF, one line per
      *> promotion, kept by the sales office the way CONTRACT.REF
      *> is). A promotion covers one item or a range of items for
      *> a date window and a minimum line quantity, and is either
      *> a percentage off the price master or a fixed price; a
      *> price group limits it to customers in that group, spaces
      *> offer it to everyone. OrderEntry applies the cheapest
      *> eligible promotion after contract pricing, and PromoEffect
      *> reports what each one sold.
       01  PROMOTION-RECORD.
           05  PO-PROMO-CODE        PIC X(6).
           05  FILLER               PIC X.
           05  PO-ITEM-LOW          PIC 9(6).
           05  FILLER               PIC X.
      *> Zero or spaces = the low item alone.
           05  PO-ITEM-HIGH         PIC 9(6).
           05  FILLER               PIC X.
           05  PO-START-DATE        PIC 9(8).
           05  FILLER               PIC X.
           05  PO-END-DATE          PIC 9(8).
           05  FILLER               PIC X.
           05  PO-MIN-QUANTITY      PIC 9(4).
           05  FILLER               PIC X.
      *> One of the two is keyed; a fixed price wins if both are.
           05  PO-DISCOUNT-PCT      PIC 99V99.
           05  FILLER               PIC X.
           05  PO-FIXED-PRICE       PIC 9(5)V99.
           05  FILLER               PIC X.
           05  PO-PRICE-GROUP       PIC X(4).
