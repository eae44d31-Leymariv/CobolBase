            05  WS-IDL-UNIT-PRICE    PIC ZZ,ZZZ.99-.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-IDL-EXTENDED      PIC Z,ZZZ,ZZ9.99-.
        01  WS-INVOICE-SAVING-LINE.
            05  FILLER               PIC X(5) VALUE SPACES.
            05  FILLER               PIC X(10) VALUE "PROMOTION ".
            05  WS-ISL-PROMO-CODE    PIC X(6).
            05  FILLER               PIC X(7) VALUE "  LIST ".
            05  WS-ISL-LIST-PRICE    PIC ZZ,ZZZ.99.
            05  FILLER               PIC X(11) VALUE "  YOU SAVE ".
            05  WS-ISL-SAVING        PIC Z,ZZZ,ZZ9.99.
        01  WS-LINE-SAVING           PIC S9(7)V99.
        01  WS-INVOICE-TOTAL-LINE.
            05  FILLER               PIC X(12)
                VALUE "ORDER TOTAL ".
            CALL "CurrencyEdit" USING WS-AMOUNT-WORK
                WS-IDL-UNIT-PRICE
            MOVE VA-EXTENDED-PRICE TO WS-IDL-EXTENDED
            WRITE DuplicatePrintLine FROM WS-INVOICE-DETAIL-LINE
            IF VA-PROMO-CODE NOT = SPACES
               AND VA-LIST-UNIT-PRICE IS NUMERIC
               AND VA-LIST-UNIT-PRICE > VA-UNIT-PRICE
                COMPUTE WS-LINE-SAVING = VA-QUANTITY
                    * (VA-LIST-UNIT-PRICE - VA-UNIT-PRICE)
                MOVE VA-PROMO-CODE TO WS-ISL-PROMO-CODE
                MOVE VA-LIST-UNIT-PRICE TO WS-ISL-LIST-PRICE
                MOVE WS-LINE-SAVING TO WS-ISL-SAVING
                WRITE DuplicatePrintLine FROM WS-INVOICE-SAVING-LINE
            END-IF.

      * The totals close the document once its lines have run out -
      * at the next header or the end of the archive.
