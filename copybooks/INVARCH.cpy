                                    SIGN IS LEADING SEPARATE.
               10  VA-ORDER-TAX     PIC S9(7)V99
                                    SIGN IS LEADING SEPARATE.
      *> Salesperson the order was credited to (INVFEED); spaces
      *> on invoices archived before it was carried.
               10  VA-SALESPERSON-CODE PIC X(4).
      *> "E" when the customer was on e-invoicing and no paper
      *> copy was printed - EInvoiceExtract sends these; space on
      *> printed invoices and those archived before it was carried.
               10  VA-DELIVERY-METHOD PIC X.
                   88  VA-EInvoiceDelivery  VALUE "E".
           05  VA-LINE-DATA REDEFINES VA-HEADER-DATA.
               10  VA-LINE-INVOICE-NO PIC 9(6).
               10  VA-QUANTITY      PIC 9(4).
                                    SIGN IS LEADING SEPARATE.
               10  VA-EXTENDED-PRICE PIC S9(7)V99
                                    SIGN IS LEADING SEPARATE.
      *> Spaces on lines archived before it was carried; zero on
      *> ShipConfirm's freight line.
               10  VA-ITEM-NUMBER   PIC 9(6).
                   88  VA-FreightLine       VALUE ZERO.
      *> Promotion and list price from INVFEED; spaces on lines
      *> archived before they were carried.
               10  VA-PROMO-CODE    PIC X(6).
               10  VA-LIST-UNIT-PRICE PIC 9(5)V99.
               10  FILLER           PIC X(38).
