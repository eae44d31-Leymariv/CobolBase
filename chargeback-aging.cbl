            05  FILLER               PIC X VALUE SPACE.
            05  WS-AGL-FLAG          PIC X(7).

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            CALL "BusinessDate" USING WS-TODAY-CCYYMMDD
            COMPUTE WS-TODAY-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
            OPEN INPUT CHARGEBACK-SUSPENSE
                DISPLAY "No CHGBACK.SUS on file, nothing to age"
            ELSE
                OPEN OUTPUT AGING-LISTING
                CALL "ReportStamp" USING REPORT-STAMP-LINE
                WRITE AgingListingLine FROM REPORT-STAMP-LINE
                PERFORM READ-CHARGEBACK-RECORD
                PERFORM UNTIL EndOfChargebackFile
                    PERFORM AGE-ONE-CHARGEBACK
