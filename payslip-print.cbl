      * per employee: the week number, hours with the absence and
      * lateness reductions itemized the way COMPUTE-HOURS-WORKED
      * derives them, the rate, and gross/deductions/tax/net through
      * CurrencyEdit, with any expense claims reimbursed shown as a
      * non-taxable addition to net. A slip-count control line
      * ends the print so the mailroom knows it has them all.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            05  FILLER               PIC X(15)
                VALUE "WAGE RATE      ".
            05  WS-SRL-RATE          PIC ZZZ9.99.
        01  WS-SLIP-OFF-CYCLE-LINE.
            05  FILLER               PIC X(18)
                VALUE "OFF-CYCLE PAYMENT ".
            05  WS-SOC-TYPE          PIC X(4).
        01  WS-SLIP-AMOUNT-LINE.
            05  WS-SAM-CAPTION       PIC X(15).
            05  WS-SAM-AMOUNT        PIC ZZ,ZZZ.99-.
            WRITE PayslipLine FROM WS-SLIP-HEADING
            MOVE PW-WEEK-NO TO WS-SWL-WEEK
            WRITE PayslipLine FROM WS-SLIP-WEEK-LINE
      * An off-cycle payment has no hours or rate behind it - the
      * slip names the payment type instead.
            IF PW-OffCyclePayment
                MOVE PW-PAYMENT-TYPE TO WS-SOC-TYPE
                WRITE PayslipLine FROM WS-SLIP-OFF-CYCLE-LINE
            ELSE
                MOVE PW-HOURS TO WS-SHL-HOURS
                WRITE PayslipLine FROM WS-SLIP-HOURS-LINE
                IF PW-UNAUTH-ABSENCES > 0
                    MOVE PW-UNAUTH-ABSENCES TO WS-SAL-DAYS
                    COMPUTE WS-HOURS-LOST =
                        PW-UNAUTH-ABSENCES * WS-ABSENCE-DAY-HOURS
                    MOVE WS-HOURS-LOST TO WS-SAL-HOURS
                    WRITE PayslipLine FROM WS-SLIP-ABSENCE-LINE
                END-IF
                IF PW-LATE-ARRIVALS > 0
                    MOVE PW-LATE-ARRIVALS TO WS-SLL-TIMES
                    COMPUTE WS-HOURS-LOST =
                        PW-LATE-ARRIVALS * WS-LATE-ARRIVAL-HOURS
                    MOVE WS-HOURS-LOST TO WS-SLL-HOURS
                    WRITE PayslipLine FROM WS-SLIP-LATE-LINE
                END-IF
                IF PW-OT-HOURS IS NUMERIC AND PW-OT-HOURS > 0
                    MOVE PW-OT-HOURS TO WS-SOL-HOURS
                    WRITE PayslipLine FROM WS-SLIP-OVERTIME-LINE
                END-IF
                MOVE EM-WAGE-RATE TO WS-SRL-RATE
                WRITE PayslipLine FROM WS-SLIP-RATE-LINE
            END-IF
      * Retro pay for earlier weeks and a leaver's leave payout
      * are inside gross; each has its own line showing how much
      * of the gross it is.
            IF PW-RETRO-PAY IS NUMERIC AND PW-RETRO-PAY > 0
                MOVE "RETRO PAY      " TO WS-SAM-CAPTION
                MOVE PW-RETRO-PAY TO WS-AMOUNT-WORK
                CALL "CurrencyEdit" USING WS-AMOUNT-WORK
                    WS-SAM-AMOUNT
                WRITE PayslipLine FROM WS-SLIP-AMOUNT-LINE
            END-IF
            IF PW-LEAVE-PAYOUT IS NUMERIC AND PW-LEAVE-PAYOUT > 0
                MOVE "LEAVE PAYOUT   " TO WS-SAM-CAPTION
                MOVE PW-LEAVE-PAYOUT TO WS-AMOUNT-WORK
                CALL "CurrencyEdit" USING WS-AMOUNT-WORK
                    WS-SAM-AMOUNT
                WRITE PayslipLine FROM WS-SLIP-AMOUNT-LINE
            END-IF
            MOVE "GROSS PAY      " TO WS-SAM-CAPTION
            MOVE PW-GROSS TO WS-AMOUNT-WORK
            CALL "CurrencyEdit" USING WS-AMOUNT-WORK WS-SAM-AMOUNT
            MOVE PW-TAX TO WS-AMOUNT-WORK
            CALL "CurrencyEdit" USING WS-AMOUNT-WORK WS-SAM-AMOUNT
            WRITE PayslipLine FROM WS-SLIP-AMOUNT-LINE
      * Expense claims reimbursed are outside gross and untaxed -
      * a separate addition between the tax line and net pay.
            IF PW-EXPENSE-REIMB IS NUMERIC AND PW-EXPENSE-REIMB > 0
                MOVE "EXPENSES-NONTAX" TO WS-SAM-CAPTION
                MOVE PW-EXPENSE-REIMB TO WS-AMOUNT-WORK
                CALL "CurrencyEdit" USING WS-AMOUNT-WORK
                    WS-SAM-AMOUNT
                WRITE PayslipLine FROM WS-SLIP-AMOUNT-LINE
            END-IF
            MOVE "NET PAY        " TO WS-SAM-CAPTION
            MOVE PW-NET TO WS-AMOUNT-WORK
            CALL "CurrencyEdit" USING WS-AMOUNT-WORK WS-SAM-AMOUNT
