      *> APOPEN - accounts-payable open-item record (APOPEN.DAT,
      *> indexed by AP-KEY, supplier then the supplier's own
      *> invoice number). One item per supplier invoice that
      *> SupplierInvoice has matched against its purchase orders and
      *> the goods actually received - nothing unmatched is ever
      *> written here, so nothing unreceived is ever paid.
       01  AP-OPEN-ITEM-RECORD.
           05  AP-KEY.
               10  AP-SUPPLIER-NO   PIC 9(5).
               10  AP-INVOICE-NO    PIC X(10).
           05  AP-INVOICE-DATE      PIC 9(8).
           05  AP-DUE-DATE          PIC 9(8).
           05  AP-ORIGINAL-AMOUNT   PIC S9(7)V99.
           05  AP-OPEN-AMOUNT       PIC S9(7)V99.
           05  AP-ITEM-STATUS       PIC X.
               88  AP-ItemOpen          VALUE "O".
               88  AP-ItemPaid          VALUE "P".
           05  AP-MATCHED-DATE      PIC 9(8).
           05  AP-CHEQUE-NO         PIC 9(6).
           05  AP-PAID-DATE         PIC 9(8).
