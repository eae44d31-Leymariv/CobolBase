      *> TERMSREF - payment-terms line (TERMS.REF, one line per
      *> terms code, kept by the credit office the way CONTRACT.REF
      *> is). Net days from the invoice date to the due date, and
      *> an optional early-payment discount percentage allowed on
      *> payment within the discount days - "2% 10 net 30" keys as
      *> 030 0200 010. The customer master names the code;
      *> InvoicePrint stamps the resulting dates on the AR item.
       01  PAYMENT-TERMS-RECORD.
           05  TM-TERMS-CODE        PIC X(4).
           05  FILLER               PIC X.
           05  TM-NET-DAYS          PIC 999.
           05  FILLER               PIC X.
           05  TM-DISCOUNT-PCT      PIC 99V99.
           05  FILLER               PIC X.
           05  TM-DISCOUNT-DAYS     PIC 999.
