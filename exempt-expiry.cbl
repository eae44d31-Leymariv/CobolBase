       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExemptCertExpiry.
      * Monthly listing of customers' sales-tax exemption
      * certificates coming up for renewal, over the TAX-EXEMPTION
      * slots on CUSTOMER-MASTER (CUSTREC copybook). Every
      * certificate whose expiry date falls within the look-ahead
      * window (EXEMPTEX.CTL, days; 60 when the file is absent) is
      * listed with the customer, issuing state and dates, so the
      * renewal can be chased while OrderEntry is still honouring
      * it. Certificates already past their date are listed as
      * expired - those customers are being taxed again. Deleted
      * customers are passed over.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT CUSTOMER-MASTER
            ASSIGN TO "CUSTOMER.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS CustomerId
            FILE STATUS IS WS-CUSTOMER-STATUS.
          SELECT EXEMPT-CONTROL-FILE
            ASSIGN TO "EXEMPTEX.CTL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EXEMPT-CONTROL-STATUS.
          SELECT EXEMPT-EXPIRY-REPORT
            ASSIGN TO "EXEMPTEX.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CUSTOMER-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY CUSTREC.

        FD  EXEMPT-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
        01  ExemptControlLine        PIC 999.

        FD  EXEMPT-EXPIRY-REPORT
            LABEL RECORDS ARE STANDARD.
        01  ExemptExpiryLine         PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-CUSTOMER-STATUS       PIC XX.
            88  CustomerFileOK           VALUE "00".
            88  EndOfCustomerFile        VALUE "10".
        01  WS-EXEMPT-CONTROL-STATUS PIC XX.
        01  WS-REPORT-STATUS         PIC XX.

        01  WS-LOOK-AHEAD-DAYS       PIC 999 VALUE 60.
        01  WS-RUN-DATE              PIC 9(8).
        01  WS-RUN-INTEGER           PIC 9(7).
        01  WS-DAYS-TO-EXPIRY        PIC S9(5).

        01  WS-EXPIRED-CERTIFICATES  PIC 9(5) VALUE ZERO.
        01  WS-EXPIRING-CERTIFICATES PIC 9(5) VALUE ZERO.

        01  WS-EXEMPT-HEADING-LINE.
            05  FILLER               PIC X(24)
                VALUE "EXEMPTIONS EXPIRING IN  ".
            05  WS-XHL-DAYS          PIC ZZ9.
            05  FILLER               PIC X(15)
                VALUE " DAYS OF RUN ON".
            05  FILLER               PIC X VALUE SPACE.
            05  WS-XHL-RUN-DATE      PIC 9(8).
        01  WS-EXEMPT-COLUMN-LINE.
            05  FILLER               PIC X(22)
                VALUE "CUSTOMER NAME         ".
            05  FILLER               PIC X(19)
                VALUE "CERTIFICATE     ST ".
            05  FILLER               PIC X(18)
                VALUE "EFFECTIVE EXPIRY  ".
        01  WS-EXEMPT-DETAIL-LINE.
            05  WS-XDL-CUSTOMER-ID   PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-XDL-FIRST-NAME    PIC X(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-XDL-LAST-NAME     PIC X(5).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-XDL-CERTIFICATE   PIC X(15).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-XDL-STATE         PIC X(2).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-XDL-EFFECTIVE     PIC 9(8).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-XDL-EXPIRY        PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-XDL-NOTE          PIC X(12).
        01  WS-EXEMPT-NOTE.
            05  FILLER               PIC X(3) VALUE "IN ".
            05  WS-XN-DAYS           PIC ZZ9.
            05  FILLER               PIC X(5) VALUE " DAYS".
        01  WS-EXEMPT-TOTAL-LINE.
            05  WS-XTL-LABEL         PIC X(9).
            05  FILLER               PIC X(14) VALUE " CERTIFICATES ".
            05  WS-XTL-COUNT         PIC ZZZZ9.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            OPEN INPUT CUSTOMER-MASTER
            IF NOT CustomerFileOK
                DISPLAY "No CUSTOMER.DAT on file, status "
                    WS-CUSTOMER-STATUS
                    " - exemption expiry listing skipped"
                STOP RUN
            END-IF
            PERFORM READ-EXEMPT-CONTROL
            CALL "BusinessDate" USING WS-RUN-DATE
            COMPUTE WS-RUN-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            OPEN OUTPUT EXEMPT-EXPIRY-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE ExemptExpiryLine FROM REPORT-STAMP-LINE
            MOVE WS-LOOK-AHEAD-DAYS TO WS-XHL-DAYS
            MOVE WS-RUN-DATE TO WS-XHL-RUN-DATE
            WRITE ExemptExpiryLine FROM WS-EXEMPT-HEADING-LINE
            WRITE ExemptExpiryLine FROM WS-EXEMPT-COLUMN-LINE
            PERFORM UNTIL EndOfCustomerFile
                READ CUSTOMER-MASTER NEXT RECORD
                    AT END SET EndOfCustomerFile TO TRUE
                    NOT AT END
                        IF NOT CustomerDeleted
                            PERFORM CHECK-ONE-CUSTOMER
                        END-IF
                END-READ
            END-PERFORM
            MOVE "EXPIRED" TO WS-XTL-LABEL
            MOVE WS-EXPIRED-CERTIFICATES TO WS-XTL-COUNT
            WRITE ExemptExpiryLine FROM WS-EXEMPT-TOTAL-LINE
            MOVE "EXPIRING" TO WS-XTL-LABEL
            MOVE WS-EXPIRING-CERTIFICATES TO WS-XTL-COUNT
            WRITE ExemptExpiryLine FROM WS-EXEMPT-TOTAL-LINE
            CLOSE EXEMPT-EXPIRY-REPORT
            CLOSE CUSTOMER-MASTER
            DISPLAY "Exemption expiry: " WS-EXPIRED-CERTIFICATES
                " expired certificate(s), " WS-EXPIRING-CERTIFICATES
                " expiring within " WS-LOOK-AHEAD-DAYS " day(s)"
            STOP RUN.

        READ-EXEMPT-CONTROL.
            OPEN INPUT EXEMPT-CONTROL-FILE
            IF WS-EXEMPT-CONTROL-STATUS = "00"
                READ EXEMPT-CONTROL-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF ExemptControlLine IS NUMERIC
                           AND ExemptControlLine > 0
                            MOVE ExemptControlLine
                                TO WS-LOOK-AHEAD-DAYS
                        END-IF
                END-READ
                CLOSE EXEMPT-CONTROL-FILE
            END-IF.

        CHECK-ONE-CUSTOMER.
            PERFORM VARYING EX-IDX FROM 1 BY 1 UNTIL EX-IDX > 3
                IF EX-CERTIFICATE-NO(EX-IDX) NOT = SPACES
                   AND EX-EXPIRY-DATE(EX-IDX) IS NUMERIC
                    PERFORM CHECK-ONE-CERTIFICATE
                END-IF
            END-PERFORM.

        CHECK-ONE-CERTIFICATE.
            COMPUTE WS-DAYS-TO-EXPIRY =
                FUNCTION INTEGER-OF-DATE(EX-EXPIRY-DATE(EX-IDX))
                - WS-RUN-INTEGER
            IF WS-DAYS-TO-EXPIRY > WS-LOOK-AHEAD-DAYS
                EXIT PARAGRAPH
            END-IF
            MOVE CustomerId TO WS-XDL-CUSTOMER-ID
            MOVE FirstName TO WS-XDL-FIRST-NAME
            MOVE LastName TO WS-XDL-LAST-NAME
            MOVE EX-CERTIFICATE-NO(EX-IDX) TO WS-XDL-CERTIFICATE
            MOVE EX-STATE(EX-IDX) TO WS-XDL-STATE
            MOVE EX-EFFECTIVE-DATE(EX-IDX) TO WS-XDL-EFFECTIVE
            MOVE EX-EXPIRY-DATE(EX-IDX) TO WS-XDL-EXPIRY
            IF WS-DAYS-TO-EXPIRY < 0
                MOVE "EXPIRED" TO WS-XDL-NOTE
                ADD 1 TO WS-EXPIRED-CERTIFICATES
            ELSE
                MOVE WS-DAYS-TO-EXPIRY TO WS-XN-DAYS
                MOVE WS-EXEMPT-NOTE TO WS-XDL-NOTE
                ADD 1 TO WS-EXPIRING-CERTIFICATES
            END-IF
            WRITE ExemptExpiryLine FROM WS-EXEMPT-DETAIL-LINE.
