            END-IF
            OPEN INPUT AR-OPEN-ITEM-FILE
            OPEN INPUT GIFT-CARD-FILE
            CALL "BusinessDate" USING WS-TODAY-CCYYMMDD
            COMPUTE WS-TODAY-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
            PERFORM INQUIRE-ONE-CUSTOMER
