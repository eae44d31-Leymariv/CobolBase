      *> QUOTEREC - sales quotation record (QUOTE.DAT, indexed by
      *> QT-QUOTE-NO). Written by QuoteEntry with every line priced
      *> as at the quote date from the contract and price masters,
      *> the way OrderEntry prices an order; QuoteConvert turns an
      *> accepted quote still inside its expiry date into an H/L
      *> order on ORDERS.TXT at the quoted prices, and marks every
      *> open quote past its expiry date expired. A quote is never
      *> deleted - converted and expired quotes are the hit rate.
       01  QUOTE-RECORD.
           05  QT-QUOTE-NO          PIC 9(6).
           05  QT-CUSTOMER-ID       PIC 9(8).
           05  QT-QUOTE-DATE        PIC 9(8).
           05  QT-EXPIRY-DATE       PIC 9(8).
           05  QT-QUOTE-STATUS      PIC X.
               88  QT-QuoteOpen         VALUE "O".
               88  QT-QuoteConverted    VALUE "C".
               88  QT-QuoteExpired      VALUE "X".
           05  QT-ORDER-NUMBER      PIC 9(6).
           05  QT-CLOSED-DATE       PIC 9(8).
           05  QT-QUOTE-TOTAL       PIC S9(7)V99.
           05  QT-LINE-COUNT        PIC 99.
           05  QT-QUOTE-LINE OCCURS 10 TIMES.
               10  QT-ITEM-NUMBER   PIC 9(6).
               10  QT-DESCRIPTION   PIC X(30).
               10  QT-QUANTITY      PIC 9999.
               10  QT-UNIT-PRICE    PIC S9(5)V99.
      *> C contract price, M price master
               10  QT-PRICE-SOURCE  PIC X.
