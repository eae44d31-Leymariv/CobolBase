           LABEL RECORDS ARE STANDARD.
           COPY NAMEADDR.

      * The purged and duplicate lines carry the full 155-byte
      * NAMEADDR image - anything shorter cuts off city, state and
      * postal code, and the household pass below keys on postal.
       FD  PURGED-MAILING-FILE
           LABEL RECORDS ARE STANDARD.
       01  PurgedMailingLine         PIC X(155).

       FD  DUPLICATE-MAILING-LIST
           LABEL RECORDS ARE STANDARD.
       01  DuplicateMailingLine      PIC X(155).

       FD  HOUSEHOLD-MAILING-FILE
           LABEL RECORDS ARE STANDARD.
       01  HouseholdMailingLine      PIC X(155).

       FD  HOUSEHOLD-SUPPRESSED-FILE
           LABEL RECORDS ARE STANDARD.
       01  HouseholdSuppressedLine   PIC X(155).

       FD  HOUSEHOLD-REPORT
           LABEL RECORDS ARE STANDARD.
       01  WS-NA-LASTNAME-LEN        PIC 99.
       01  WS-MAIL-LASTNAME          PIC X(5).

           COPY RPTSTAMP.

       PROCEDURE DIVISION.
       Begin.
      * Start and finish go to the shop-wide run log (run-log.cbl).
           OPEN OUTPUT HOUSEHOLD-MAILING-FILE.
           OPEN OUTPUT HOUSEHOLD-SUPPRESSED-FILE.
           OPEN OUTPUT HOUSEHOLD-REPORT.
           CALL "ReportStamp" USING REPORT-STAMP-LINE.
           WRITE HouseholdReportLine FROM REPORT-STAMP-LINE.
           SORT SORT-FILE-NAME
               ON ASCENDING KEY
                   NA-POSTAL-CODE OF SORT-NAME-ADDRESS-RECORD
