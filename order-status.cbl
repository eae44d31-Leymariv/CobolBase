      * Every run that touches an order on its way from entry to
      * cash calls here with the stage it just reached - entered,
      * held, back-ordered, released, invoiced (with the assigned
      * invoice number), paid or had a back-ordered line
      * cancelled - and the ORDSTAT.DAT record keyed by order
      * number takes the run date into that stage's slot.
      * A first stamp for an order opens its record; later stamps
      * fill in their own slot and leave the rest of the trail
      * alone, so OrderStatusInquiry can show the whole journey
           88  LK-OS-StampReleased      VALUE "S".
           88  LK-OS-StampInvoiced      VALUE "I".
           88  LK-OS-StampPaid          VALUE "P".
           88  LK-OS-StampCancelled     VALUE "X".
       01  LK-OS-ORDER-NUMBER       PIC 9(6).
       01  LK-OS-REFERENCE          PIC 9(6).

             IF LK-OS-ORDER-NUMBER = 0
                 EXIT PROGRAM
             END-IF
             CALL "BusinessDate" USING WS-STAMP-DATE
             PERFORM OPEN-ORDER-STATUS-FILE
             IF NOT StatusFileOK
                 DISPLAY "ORDSTAT.DAT cannot be opened, status "
                     MOVE 0 TO OS-INVOICED-DATE
                     MOVE 0 TO OS-INVOICE-NO
                     MOVE 0 TO OS-PAID-DATE
                     MOVE 0 TO OS-CANCELLED-DATE
             END-READ
      * A record stamped before cancellations were tracked carries
      * no cancellation date.
             IF OS-CANCELLED-DATE IS NOT NUMERIC
                 MOVE 0 TO OS-CANCELLED-DATE
             END-IF.

         STAMP-ONE-STAGE.
             EVALUATE TRUE
                     MOVE LK-OS-REFERENCE TO OS-INVOICE-NO
                 WHEN LK-OS-StampPaid
                     MOVE WS-STAMP-DATE TO OS-PAID-DATE
                 WHEN LK-OS-StampCancelled
                     MOVE WS-STAMP-DATE TO OS-CANCELLED-DATE
                 WHEN OTHER
                     DISPLAY "Unknown OrderStatus action "
                         LK-OS-ACTION " for order "
