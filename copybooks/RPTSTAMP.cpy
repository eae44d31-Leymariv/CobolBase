      *> RPTSTAMP - report stamp line. Written first on every
      *> report, above its own heading, by each program that prints
      *> one: the business date the run processed and the clock
      *> date and time it actually ran, so a register printed by a
      *> rerun after midnight still shows which day's work it holds
      *> and when it was produced. The shared ReportStamp
      *> subroutine fills it in.
       01  REPORT-STAMP-LINE.
           05  FILLER               PIC X(14)
               VALUE "BUSINESS DATE ".
           05  RS-BUSINESS-DATE     PIC 9(8).
           05  FILLER               PIC X(10) VALUE "   RUN ON ".
           05  RS-RUN-DATE          PIC 9(8).
           05  FILLER               PIC X(4) VALUE " AT ".
           05  RS-RUN-HOUR          PIC 99.
           05  FILLER               PIC X VALUE ":".
           05  RS-RUN-MINUTE        PIC 99.
           05  FILLER               PIC X VALUE ":".
           05  RS-RUN-SECOND        PIC 99.
