      *> BUSDATE - business-date control record (BUSDATE.CTL).
      *> One record holding the shop's processing date - the date
      *> every program stamps its invoices, postings, registers and
      *> run-log lines with, taken from the shared BusinessDate
      *> subroutine instead of the system clock - and how far the
      *> nightly stream for that date has got: O open (no stream
      *> run yet), R running (started, not yet finished), C
      *> complete. NightlyDriver marks the date R when a stream
      *> starts and C when its last step ends, and only then
      *> advances it; a date whose stream is not C is never
      *> advanced past. A supervisor can set the date by hand for a
      *> catch-up run. The last change is stamped with the clock
      *> date and time it was made and who made it.
       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE     PIC 9(8).
           05  FILLER               PIC X.
           05  BD-STREAM-STATUS     PIC X.
               88  BD-StreamOpen        VALUE "O".
               88  BD-StreamRunning     VALUE "R".
               88  BD-StreamComplete    VALUE "C".
           05  FILLER               PIC X.
           05  BD-CHANGED-DATE      PIC 9(8).
           05  FILLER               PIC X.
           05  BD-CHANGED-TIME      PIC 9(8).
           05  FILLER               PIC X.
           05  BD-CHANGED-BY        PIC X(15).
