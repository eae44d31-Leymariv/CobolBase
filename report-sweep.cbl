            05  FILLER               PIC X VALUE SPACE.
            05  WS-LL-DATED-PATH     PIC X(21).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            PERFORM READ-RETENTION-CONTROL
            CALL "BusinessDate" USING WS-TODAY-CCYYMMDD
            COMPUTE WS-TODAY-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
            PERFORM LOAD-CATALOG-TABLE

        WRITE-CATALOG-LISTING.
            OPEN OUTPUT CATALOG-LISTING
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE CatalogListingLine FROM REPORT-STAMP-LINE
            PERFORM VARYING WS-CG-IDX FROM 1 BY 1
                UNTIL WS-CG-IDX > WS-CG-COUNT
                IF GenerationKept(WS-CG-IDX)
