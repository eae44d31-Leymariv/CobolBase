      *> FRTLOG - freight log (FREIGHT.DAT), appended by ShipConfirm
      *> for every released order that weighed anything: the zone
      *> and weight it was rated on, what the FREIGHT.REF table
      *> says the carriage comes to, what the customer was billed
      *> and why the two differ. FreightRecovery sets the carrier's
      *> invoiced cost against it.
       01  FREIGHT-LOG-RECORD.
           05  FL-ORDER-NUMBER      PIC 9(6).
           05  FL-SHIP-DATE         PIC 9(8).
           05  FL-CUSTOMER-REF      PIC X(10).
           05  FL-SHIP-ZONE         PIC X(2).
           05  FL-SHIP-WEIGHT       PIC 9(6)V99.
           05  FL-RATED-FREIGHT     PIC 9(5)V99.
           05  FL-BILLED-FREIGHT    PIC 9(5)V99.
           05  FL-FREIGHT-BASIS     PIC X.
               88  FL-FreightBilled     VALUE "B".
               88  FL-FreeFreightCustomer VALUE "C".
               88  FL-OverFreeThreshold VALUE "T".
               88  FL-NoShipZone        VALUE "Z".
               88  FL-NoFreightRate     VALUE "N".
