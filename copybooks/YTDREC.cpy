      *> YT-DEDUCTIONS) and employer match (outside net pay).
           05  YT-PENSION-EE        PIC S9(7)V99.
           05  YT-PENSION-ER        PIC S9(7)V99.
      *> Retroactive pay for the year, inside YT-GROSS.
           05  YT-RETRO-PAY         PIC S9(7)V99.
      *> Off-cycle payments for the year, inside YT-GROSS; they add
      *> nothing to YT-WEEKS-PAID.
           05  YT-OFF-CYCLE-GROSS   PIC S9(7)V99.
