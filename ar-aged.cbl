       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArAgedReport.
      * Aged-debt report over the AR open-item ledger: every still-
      * open item bucketed current (not yet due) / 1-30 / 31-60 /
      * over 60 days past the due date its payment terms set, with
      * a line per item and bucket totals, so somebody can finally
      * say what a customer owes and how late it is.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

        01  WS-TODAY-CCYYMMDD        PIC 9(8).
        01  WS-TODAY-INTEGER         PIC 9(7).
        78  WS-STANDARD-NET-DAYS     VALUE 30.
        01  WS-DUE-INTEGER           PIC 9(7).
        01  WS-DAYS-PAST-DUE         PIC S9(5).
        01  WS-BUCKET-NUMBER         PIC 9.

        01  WS-BUCKET-TOTALS.

        01  WS-BUCKET-CAPTIONS.
            05  FILLER PIC X(8) VALUE "CURRENT ".
            05  FILLER PIC X(8) VALUE "1-30    ".
            05  FILLER PIC X(8) VALUE "31-60   ".
            05  FILLER PIC X(8) VALUE "OVER 60 ".
        01  FILLER REDEFINES WS-BUCKET-CAPTIONS.
            05  WS-BUCKET-CAPTION OCCURS 4 TIMES PIC X(8).

            05  FILLER               PIC X VALUE SPACE.
            05  WS-BTL-TOTAL         PIC ZZZ,ZZZ,ZZ9.99-.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            CALL "BusinessDate" USING WS-TODAY-CCYYMMDD
            COMPUTE WS-TODAY-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
            OPEN INPUT AR-OPEN-ITEM-FILE
                DISPLAY "No AROPEN.DAT ledger, status " WS-AR-STATUS
            ELSE
                OPEN OUTPUT AGED-DEBT-REPORT
                CALL "ReportStamp" USING REPORT-STAMP-LINE
                WRITE AgedDebtReportLine FROM REPORT-STAMP-LINE
                PERFORM READ-AR-RECORD
                PERFORM UNTIL EndOfArFile
                    IF AR-ItemOpen

        AGE-ONE-ITEM.
            ADD 1 TO WS-OPEN-ITEM-COUNT
      * Overdue runs from the item's terms due date; an item with
      * none falls due the standard thirty days after its date.
            IF AR-DUE-DATE IS NUMERIC AND AR-DUE-DATE NOT = 0
                COMPUTE WS-DUE-INTEGER =
                    FUNCTION INTEGER-OF-DATE(AR-DUE-DATE)
            ELSE
                COMPUTE WS-DUE-INTEGER =
                    FUNCTION INTEGER-OF-DATE(AR-INVOICE-DATE)
                    + WS-STANDARD-NET-DAYS
            END-IF
            COMPUTE WS-DAYS-PAST-DUE =
                WS-TODAY-INTEGER - WS-DUE-INTEGER
            EVALUATE TRUE
                WHEN WS-DAYS-PAST-DUE <= 0
                    MOVE 1 TO WS-BUCKET-NUMBER
                WHEN WS-DAYS-PAST-DUE <= 30
                    MOVE 2 TO WS-BUCKET-NUMBER
                WHEN WS-DAYS-PAST-DUE <= 60
                    MOVE 3 TO WS-BUCKET-NUMBER
                WHEN OTHER
                    MOVE 4 TO WS-BUCKET-NUMBER
