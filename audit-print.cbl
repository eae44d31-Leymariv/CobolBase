            05  FILLER               PIC X VALUE SPACE.
            05  WS-ALL-STATUS        PIC X.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            DISPLAY "Customer id to list (0 for all) - "
                DISPLAY "No CUSTAUDT.DAT audit trail on file"
            ELSE
                OPEN OUTPUT AUDIT-LISTING
                CALL "ReportStamp" USING REPORT-STAMP-LINE
                WRITE AuditListingLine FROM REPORT-STAMP-LINE
                PERFORM READ-AUDIT-RECORD
                PERFORM UNTIL EndOfAuditFile
                    PERFORM LIST-ONE-AUDIT-RECORD
