                 10  AH-STREET          PIC X(25).
                 10  AH-CITY            PIC X(15).
                 10  AH-POSTAL-CODE     PIC X(10).
      *> "U" is still the current address, but mail to it has come
      *> back (ReturnedMail); keying a new address clears it.
                 10  AH-STATUS          PIC X.
                     88  IS-CURRENT-ADDRESS VALUE "C" "U".
                     88  IS-UNDELIVERABLE-ADDRESS VALUE "U".
           05  Customer-Email    PIC       X(50).
           05  Customer-Status   PIC       X.
               88  CustomerActive     VALUE "A" SPACE.
               88  CustomerDoNotMail      VALUE "Y".
           05  Customer-Do-Not-Email PIC   X.
               88  CustomerDoNotEmail     VALUE "Y".
      *> Salesperson who owns the account (SALESREP.REF code,
      *> tied to an EM-EMPLOYEE-NO there); spaces = house account.
      *> OrderEntry carries it onto the invoice unless the order
      *> header names another, and CommissionRun pays on it.
           05  Customer-Salesperson  PIC   X(4).
      *> Free-freight account - ShipConfirm still rates the freight
      *> but bills it at zero.
           05  Customer-Free-Freight PIC   X.
               88  CustomerFreeFreight    VALUE "Y".
      *> Pricing group the customer belongs to (a PROMO.REF line
      *> can be limited to one group); spaces = no group.
           05  Customer-Price-Group  PIC   X(4).
      *> Payment terms (TERMS.REF code) the customer's invoices
      *> are raised on; spaces = the standard net 30.
           05  Customer-Terms-Code   PIC   X(4).
      *> Warehouse OrderEntry allocates the customer's orders from
      *> (M main or C campus store; spaces = main), and whether a
      *> line the home warehouse cannot fill may be made up from
      *> the other one - "Y" allows it; otherwise the shortfall
      *> back-orders against the home warehouse.
           05  Customer-Home-Warehouse PIC X.
           05  Customer-Warehouse-Fallback PIC X.
               88  CustomerWarehouseFallback VALUE "Y".
      *> Ship complete or cancel - "Y" for a customer who would
      *> rather have a short line cancelled than wait for it:
      *> BackOrderCancel drops the customer's back-ordered lines
      *> on its next run, whatever their age.
           05  Customer-Ship-Complete PIC X.
               88  CustomerShipCompleteOrCancel VALUE "Y".
      *> E-invoicing - "Y" for a customer who takes its invoices
      *> as a structured file instead of paper: InvoicePrint
      *> archives the invoice without printing it and
      *> EInvoiceExtract sends it, addressed to the receiving-party
      *> identifier the customer's system knows it by.
           05  Customer-EInvoice     PIC   X.
               88  CustomerOnEInvoicing   VALUE "Y".
           05  Customer-EInvoice-Party PIC X(20).
      *> Sales-tax exemption certificates the customer has lodged,
      *> one slot per issuing state; a slot of spaces is empty.
      *> OrderEntry taxes an order at zero when a slot for the
      *> ship-to state is in force on the order date, and
      *> ExemptCertExpiry lists the ones coming up for renewal.
           05  TAX-EXEMPTION OCCURS 3 TIMES
               INDEXED BY EX-IDX.
                 10  EX-CERTIFICATE-NO  PIC X(15).
                 10  EX-STATE           PIC X(2).
                 10  EX-EFFECTIVE-DATE  PIC 9(8).
                 10  EX-EXPIRY-DATE     PIC 9(8).
      *> Set by CustomerMerge on a duplicate it has folded into
      *> another customer - the record is logically deleted and
      *> this names the surviving CustomerId. Zero (or spaces, on
      *> records from before merging) everywhere else.
           05  Customer-Merged-Into  PIC 9(8).
      *> The last piece of returned mail ReturnedMail recorded -
      *> when, what document, and the post office's reason code.
      *> Kept for reference after the address is corrected.
           05  Customer-Return-Date     PIC 9(8).
           05  Customer-Return-Document PIC X(4).
           05  Customer-Return-Reason   PIC X(2).
