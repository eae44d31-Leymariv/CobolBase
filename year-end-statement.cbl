            MOVE "GROSS EARNINGS    " TO WS-SAL-CAPTION
            MOVE YT-GROSS TO WS-SAL-AMOUNT
            WRITE StatementLine FROM WS-STMT-AMOUNT-LINE
      * Retro pay for backdated rate rises and off-cycle payments
      * are part of the gross above; shown separately when there
      * was any.
            IF YT-RETRO-PAY IS NUMERIC AND YT-RETRO-PAY NOT = 0
                MOVE "  INCL RETRO PAY  " TO WS-SAL-CAPTION
                MOVE YT-RETRO-PAY TO WS-SAL-AMOUNT
                WRITE StatementLine FROM WS-STMT-AMOUNT-LINE
            END-IF
            IF YT-OFF-CYCLE-GROSS IS NUMERIC
               AND YT-OFF-CYCLE-GROSS NOT = 0
                MOVE "  INCL OFF-CYCLE  " TO WS-SAL-CAPTION
                MOVE YT-OFF-CYCLE-GROSS TO WS-SAL-AMOUNT
                WRITE StatementLine FROM WS-STMT-AMOUNT-LINE
            END-IF
            MOVE "TAX WITHHELD      " TO WS-SAL-CAPTION
            MOVE YT-TAX TO WS-SAL-AMOUNT
            WRITE StatementLine FROM WS-STMT-AMOUNT-LINE
