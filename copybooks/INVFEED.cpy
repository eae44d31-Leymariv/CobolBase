               10  IF-ORDER-TAX     PIC S9(7)V99
                                    SIGN IS LEADING SEPARATE.
               10  IF-TAX-STATE     PIC X(2).
      *> Salesperson credited with the order - the header override
      *> or else the customer's; spaces = house account.
               10  IF-SALESPERSON-CODE PIC X(4).
      *> Freight billed on the order (already inside the order
      *> total, carried on its own item-zero line) and whether the
      *> tax state taxed it - ShipConfirm sets both.
               10  IF-FREIGHT-AMOUNT PIC 9(5)V99.
               10  IF-FREIGHT-TAXED PIC X.
                   88  IF-FreightTaxed      VALUE "Y".
      *> Customer's exemption certificate for the tax state that
      *> took the order to zero tax; spaces = taxed normally.
               10  IF-EXEMPT-CERTIFICATE PIC X(15).
           05  IF-LINE-DATA REDEFINES IF-HEADER-DATA.
               10  IF-QUANTITY      PIC 9999.
               10  IF-ITEM-NUMBER   PIC 9(6).
                   88  IF-FreightLine       VALUE ZERO.
               10  IF-DESCRIPTION   PIC X(30).
               10  IF-UNIT-PRICE    PIC S9(5)V99
                                    SIGN IS LEADING SEPARATE.
               10  IF-EXTENDED-PRICE PIC S9(7)V99
                                    SIGN IS LEADING SEPARATE.
      *> PROMO.REF promotion OrderEntry priced the line under, and
      *> the price it came down from; spaces and zero if none.
               10  IF-PROMO-CODE    PIC X(6).
               10  IF-LIST-UNIT-PRICE PIC 9(5)V99.
      *> Warehouse the line was allocated from (M or C; spaces =
      *> main) - where the picker goes, and where ShipConfirm puts
      *> back what could not be found.
               10  IF-WAREHOUSE-CODE PIC X.
