      *> Warehouse bin - the pick-list sort key, so pickers walk
      *> the aisles in one pass.
           05  IM-BIN-LOCATION      PIC X(6).
      *> Item category - the key COMMPLAN.REF commission rates
      *> are set by; spaces = uncategorised, paid at the plan's
      *> flat rate.
           05  IM-CATEGORY-CODE     PIC X(4).
      *> Shipping weight of one unit, in pounds - ShipConfirm's
      *> freight is rated on the weight actually picked; zero
      *> means the item adds nothing to the shipment's weight.
           05  IM-SHIP-WEIGHT       PIC 9(4)V99.
      *> Stock by warehouse - slot 1 the main warehouse (code M,
      *> or spaces), slot 2 the campus store (code C). The on-hand
      *> figures are what each shelf holds; in-transit is stock
      *> StockTransfer has dispatched toward that warehouse and it
      *> has not yet received. IM-ON-HAND-QUANTITY stays the
      *> company on-hand total - the sum of the two shelves - so
      *> every reader wanting one figure still has it. A record
      *> written before stock was split carries no breakdown (not
      *> numeric) and is read as all of its stock in main.
           05  IM-WAREHOUSE-STOCK OCCURS 2 TIMES.
               10  IM-WH-ON-HAND    PIC 9999.
               10  IM-WH-IN-TRANSIT PIC 9999.
      *> Lot control - Y for stock that must not be sold past a
      *> date: its on-hand is held by lot on LOTS.DAT (LOTREC),
      *> every receipt must name a lot and expiry date, and
      *> allocation draws the unexpired lots oldest-expiry first.
      *> Anything else (spaces on older records) is ordinary stock.
           05  IM-LOT-CONTROLLED    PIC X.
               88  ItemLotControlled    VALUE "Y".
      *> Discontinued - Y for an item the shop no longer stocks or
      *> buys; BackOrderCancel cancels whatever is still back-
      *> ordered against it. Anything else is a live item.
           05  IM-DISCONTINUED      PIC X.
               88  ItemDiscontinued     VALUE "Y".
