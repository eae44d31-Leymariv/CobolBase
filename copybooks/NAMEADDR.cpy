           05  NA-POSTAL-CODE       PIC X(10).
           05  NA-DO-NOT-MAIL       PIC X.
           05  NA-DO-NOT-EMAIL      PIC X.
      *> "Y" once mail to this address has come back (ReturnedMail);
      *> mailing runs leave it out until the address is corrected.
           05  NA-UNDELIVERABLE     PIC X.
