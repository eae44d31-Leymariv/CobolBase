      *> STANDORD - standing order record (STANDORD.DAT, indexed by
      *> SO-STANDING-NO). Kept by StandingOrderMaint for trade
      *> customers who order the same lines every week or month;
      *> each night StandingOrderRun writes every active standing
      *> order whose next run date has come onto ORDERS.TXT as an
      *> H/L order under a fresh order number and moves the next
      *> run date on by the frequency. A zero end date runs until
      *> the order is suspended; a suspended order is never
      *> generated but keeps its place until it is resumed.
       01  STANDING-ORDER-RECORD.
           05  SO-STANDING-NO       PIC 9(6).
           05  SO-CUSTOMER-ID       PIC 9(8).
           05  SO-FREQUENCY         PIC X.
               88  SO-Weekly            VALUE "W".
               88  SO-Monthly           VALUE "M".
               88  SO-ValidFrequency    VALUE "W" "M".
           05  SO-NEXT-RUN-DATE     PIC 9(8).
           05  SO-END-DATE          PIC 9(8).
      *> Day of the month a monthly order falls on - kept apart
      *> from the next run date so a 31st that had to fall on the
      *> 30th or the 28th comes back to the 31st the month after.
           05  SO-RUN-DAY           PIC 99.
           05  SO-SUSPENDED-FLAG    PIC X.
               88  SO-Suspended         VALUE "Y".
               88  SO-Active            VALUE "N".
           05  SO-ENTERED-DATE      PIC 9(8).
           05  SO-LAST-RUN-DATE     PIC 9(8).
           05  SO-LAST-ORDER-NUMBER PIC 9(6).
           05  SO-LINE-COUNT        PIC 99.
           05  SO-ORDER-LINE OCCURS 10 TIMES.
               10  SO-ITEM-NUMBER   PIC 9(6).
               10  SO-DESCRIPTION   PIC X(30).
               10  SO-QUANTITY      PIC 9999.
