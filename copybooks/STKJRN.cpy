      *> the journal explains every balance change and the
      *> replay audit can prove the master against it. Positive
      *> quantities are stock in, negative stock out.
      *> Every entry names the warehouse whose shelf it moved
      *> (spaces = main, from before stock was split). A transfer
      *> writes two: the out entry takes the stock off the source
      *> shelf and puts it in transit to the other warehouse named
      *> on it; the in entry, when the stock arrives, takes it out
      *> of transit onto the receiving shelf.
      *> Movements of a lot-controlled item name the lot they
      *> moved - an allocation drawn from two lots writes one entry
      *> per lot - and an allocation names the order and customer
      *> it went to, so a recall can trace every customer who
      *> received the lot.
       01  STOCK-JOURNAL-RECORD.
           05  JR-ENTRY-TYPE        PIC X.
               88  JR-AllocationEntry   VALUE "A".
               88  JR-ReceiptEntry      VALUE "R".
               88  JR-AdjustmentEntry   VALUE "J".
               88  JR-RestockEntry      VALUE "T".
               88  JR-TransferOutEntry  VALUE "O".
               88  JR-TransferInEntry   VALUE "I".
           05  JR-ITEM-NUMBER       PIC 9(6).
           05  JR-QUANTITY          PIC S9(4)
                                    SIGN IS LEADING SEPARATE.
           05  JR-ENTRY-DATE        PIC 9(8).
           05  JR-WAREHOUSE-CODE    PIC X.
               88  JR-MainWarehouse     VALUE "M" SPACE.
               88  JR-CampusStore       VALUE "C".
           05  JR-OTHER-WAREHOUSE   PIC X.
           05  JR-LOT-NUMBER        PIC X(10).
           05  JR-ORDER-NUMBER      PIC 9(6).
           05  JR-CUSTOMER-REF      PIC X(10).
