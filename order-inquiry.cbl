      * OrderStatus subroutine stamps. Takes an order number and
      * shows the whole order-to-cash journey with dates - entered,
      * held, back-ordered, released, invoiced (with the invoice
      * number), paid and any back-ordered line cancelled - so
      * finding out where an order sits no longer means opening
      * five files. Zero ends the session.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            IF OS-PAID-DATE NOT = 0
                DISPLAY "Paid       : " OS-PAID-DATE
            END-IF
            IF OS-CANCELLED-DATE IS NUMERIC
               AND OS-CANCELLED-DATE NOT = 0
                DISPLAY "Line cancel: " OS-CANCELLED-DATE
            END-IF
            IF OS-ENTERED-DATE = 0 AND OS-HELD-DATE = 0
               AND OS-BACKORDER-DATE = 0 AND OS-RELEASED-DATE = 0
               AND OS-INVOICED-DATE = 0 AND OS-PAID-DATE = 0
