      *> KITCOMP - kit component line (KITCOMP.REF, one line per
      *> component of a kit, kept by purchasing the way PROMO.REF
      *> is kept by the sales office). An item with component lines
      *> is sold as a kit: OrderEntry allocates its components
      *> instead of the kit itself and costs the line at their unit
      *> costs, GoodsReceiving releases a kit back order only in
      *> whole kits, ShipConfirm returns a short-picked kit's
      *> components to the shelf, and KitWhereUsed lists which kits
      *> a component shortage holds up. Kits are one level deep - a
      *> component is always a stocked item, never another kit.
       01  KIT-COMPONENT-RECORD.
           05  KC-KIT-ITEM          PIC 9(6).
           05  FILLER               PIC X.
           05  KC-COMPONENT-ITEM    PIC 9(6).
           05  FILLER               PIC X.
           05  KC-QUANTITY-PER-KIT  PIC 9(3).
