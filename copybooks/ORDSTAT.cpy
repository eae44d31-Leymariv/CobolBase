           05  OS-INVOICED-DATE     PIC 9(8).
           05  OS-INVOICE-NO        PIC 9(6).
           05  OS-PAID-DATE         PIC 9(8).
      *> Last date BackOrderCancel cancelled a back-ordered line of
      *> the order; the rest of the order keeps its own trail.
           05  OS-CANCELLED-DATE    PIC 9(8).
