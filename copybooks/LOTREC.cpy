      *> LOTREC - stock lot record (LOTS.DAT, indexed by
      *> LT-LOT-KEY). One record per lot of a lot-controlled item
      *> held at a warehouse: GoodsReceiving opens it from the lot
      *> number and expiry date on the receipt, and OrderEntry and
      *> the back-order release draw it down. The key runs item,
      *> warehouse, expiry date, lot, so a START at the run date
      *> and READ NEXT within the item and warehouse walks the
      *> unexpired lots oldest-expiry first - expired lots sort
      *> ahead of the start and are never allocated. A lot's
      *> record is kept at zero on hand, so the recall listing can
      *> still find where it went. The expiry date is the last day
      *> the stock may be sold.
       01  LOT-RECORD.
           05  LT-LOT-KEY.
               10  LT-ITEM-NUMBER   PIC 9(6).
               10  LT-WAREHOUSE-CODE PIC X.
               10  LT-EXPIRY-DATE   PIC 9(8).
               10  LT-LOT-NUMBER    PIC X(10).
           05  LT-ON-HAND           PIC 9999.
           05  LT-RECEIVED-QUANTITY PIC 9(6).
           05  LT-FIRST-RECEIVED-DATE PIC 9(8).
           05  LT-LAST-RECEIVED-DATE PIC 9(8).
