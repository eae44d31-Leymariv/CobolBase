       IDENTIFICATION DIVISION.
       PROGRAM-ID. BadAddressList.
      * Weekly worklist of customers whose current address has been
      * flagged undeliverable by ReturnedMail (AH-STATUS "U" on the
      * current ADDRESS-HISTORY slot of CUSTOMER-MASTER). Each is
      * listed oldest return first with the address the mail came
      * back from, the document and reason, how many days ago it
      * came back, and whether the customer can still be reached by
      * email meanwhile - so the front office knows who to phone
      * for a new address first. Deleted customers are passed over.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT CUSTOMER-MASTER
            ASSIGN TO "CUSTOMER.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS CustomerId
            FILE STATUS IS WS-CUSTOMER-STATUS.
          SELECT BAD-ADDRESS-REPORT
            ASSIGN TO "BADADDR.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CUSTOMER-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY CUSTREC.

        FD  BAD-ADDRESS-REPORT
            LABEL RECORDS ARE STANDARD.
        01  BadAddressLine           PIC X(100).

        WORKING-STORAGE SECTION.
        01  WS-CUSTOMER-STATUS       PIC XX.
            88  CustomerFileOK           VALUE "00".
            88  EndOfCustomerFile        VALUE "10".
        01  WS-REPORT-STATUS         PIC XX.

        01  WS-RUN-DATE              PIC 9(8).
        01  WS-RUN-INTEGER           PIC 9(7).
        01  WS-AH-IDX                PIC 9.
        01  WS-CURRENT-SLOT          PIC 9.
        01  WS-BAD-IDX               PIC 999.

        78  WS-BAD-TABLE-CAPACITY    VALUE 500.
        01  WS-BAD-COUNT             PIC 999 VALUE ZERO.
        01  WS-BAD-TABLE.
            05  BAD-ENTRY OCCURS 500 TIMES
                INDEXED BY BD-IDX.
              10  BD-CUSTOMER-ID     PIC 9(8).
              10  BD-FIRST-NAME      PIC X(6).
              10  BD-LAST-NAME       PIC X(5).
              10  BD-STREET          PIC X(25).
              10  BD-POSTAL-CODE     PIC X(10).
              10  BD-RETURN-DATE     PIC 9(8).
              10  BD-DOCUMENT        PIC X(4).
              10  BD-REASON          PIC X(2).
              10  BD-EMAIL-USABLE    PIC X(3).

        01  WS-BAD-HEADING-LINE.
            05  FILLER               PIC X(32)
                VALUE "UNDELIVERABLE ADDRESSES FOR RUN ".
            05  WS-BHL-RUN-DATE      PIC 9(8).
        01  WS-BAD-COLUMN-LINE.
            05  FILLER               PIC X(22)
                VALUE "CUSTOMER NAME         ".
            05  FILLER               PIC X(37)
                VALUE "STREET                    POSTAL    ".
            05  FILLER               PIC X(31)
                VALUE "RETURNED DOC  RS DAYS EMAIL".
        01  WS-BAD-DETAIL-LINE.
            05  WS-BDL-CUSTOMER-ID   PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-BDL-FIRST-NAME    PIC X(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-BDL-LAST-NAME     PIC X(5).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-BDL-STREET        PIC X(25).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-BDL-POSTAL        PIC X(10).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-BDL-RETURN-DATE   PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-BDL-DOCUMENT      PIC X(4).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-BDL-REASON        PIC X(2).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-BDL-DAYS          PIC ZZZ9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-BDL-EMAIL         PIC X(3).
        01  WS-BAD-TOTAL-LINE.
            05  FILLER               PIC X(24)
                VALUE "UNDELIVERABLE CUSTOMERS ".
            05  WS-BTL-COUNT         PIC ZZZZ9.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            OPEN INPUT CUSTOMER-MASTER
            IF NOT CustomerFileOK
                DISPLAY "No CUSTOMER.DAT on file, status "
                    WS-CUSTOMER-STATUS
                    " - undeliverable address list skipped"
                STOP RUN
            END-IF
            CALL "BusinessDate" USING WS-RUN-DATE
            COMPUTE WS-RUN-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            PERFORM UNTIL EndOfCustomerFile
                READ CUSTOMER-MASTER NEXT RECORD
                    AT END SET EndOfCustomerFile TO TRUE
                    NOT AT END
                        IF NOT CustomerDeleted
                            PERFORM CHECK-ONE-CUSTOMER
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CUSTOMER-MASTER
            PERFORM WRITE-BAD-ADDRESS-REPORT
            DISPLAY "Undeliverable addresses: " WS-BAD-COUNT
                " customer(s) listed"
            STOP RUN.

        CHECK-ONE-CUSTOMER.
            MOVE 0 TO WS-CURRENT-SLOT
            PERFORM VARYING WS-AH-IDX FROM 1 BY 1 UNTIL WS-AH-IDX > 5
                IF IS-CURRENT-ADDRESS(WS-AH-IDX)
                    MOVE WS-AH-IDX TO WS-CURRENT-SLOT
                END-IF
            END-PERFORM
            IF WS-CURRENT-SLOT = 0
                EXIT PARAGRAPH
            END-IF
            IF IS-UNDELIVERABLE-ADDRESS(WS-CURRENT-SLOT)
                PERFORM INSERT-BAD-ENTRY
            END-IF.

      * Oldest return first, the same in-place insertion shape
      * INSERT-RANK-ENTRY uses in absence-pattern.cbl.
        INSERT-BAD-ENTRY.
            IF WS-BAD-COUNT >= WS-BAD-TABLE-CAPACITY
                DISPLAY "WS-BAD-TABLE full at "
                    WS-BAD-TABLE-CAPACITY " entries, customer "
                    CustomerId " not listed"
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-BAD-COUNT
            SET BD-IDX TO WS-BAD-COUNT
            PERFORM UNTIL BD-IDX <= 1
                OR BD-RETURN-DATE(BD-IDX - 1) <= Customer-Return-Date
                MOVE BAD-ENTRY(BD-IDX - 1) TO BAD-ENTRY(BD-IDX)
                SET BD-IDX DOWN BY 1
            END-PERFORM
            MOVE CustomerId TO BD-CUSTOMER-ID(BD-IDX)
            MOVE FirstName TO BD-FIRST-NAME(BD-IDX)
            MOVE LastName TO BD-LAST-NAME(BD-IDX)
            MOVE AH-STREET(WS-CURRENT-SLOT) TO BD-STREET(BD-IDX)
            MOVE AH-POSTAL-CODE(WS-CURRENT-SLOT)
                TO BD-POSTAL-CODE(BD-IDX)
            MOVE Customer-Return-Date TO BD-RETURN-DATE(BD-IDX)
            MOVE Customer-Return-Document TO BD-DOCUMENT(BD-IDX)
            MOVE Customer-Return-Reason TO BD-REASON(BD-IDX)
            IF Customer-Email = SPACES OR CustomerDoNotEmail
                MOVE "NO" TO BD-EMAIL-USABLE(BD-IDX)
            ELSE
                MOVE "YES" TO BD-EMAIL-USABLE(BD-IDX)
            END-IF.

        WRITE-BAD-ADDRESS-REPORT.
            OPEN OUTPUT BAD-ADDRESS-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE BadAddressLine FROM REPORT-STAMP-LINE
            MOVE WS-RUN-DATE TO WS-BHL-RUN-DATE
            WRITE BadAddressLine FROM WS-BAD-HEADING-LINE
            WRITE BadAddressLine FROM WS-BAD-COLUMN-LINE
            PERFORM VARYING WS-BAD-IDX FROM 1 BY 1
                UNTIL WS-BAD-IDX > WS-BAD-COUNT
                MOVE BD-CUSTOMER-ID(WS-BAD-IDX) TO WS-BDL-CUSTOMER-ID
                MOVE BD-FIRST-NAME(WS-BAD-IDX) TO WS-BDL-FIRST-NAME
                MOVE BD-LAST-NAME(WS-BAD-IDX) TO WS-BDL-LAST-NAME
                MOVE BD-STREET(WS-BAD-IDX) TO WS-BDL-STREET
                MOVE BD-POSTAL-CODE(WS-BAD-IDX) TO WS-BDL-POSTAL
                MOVE BD-RETURN-DATE(WS-BAD-IDX) TO WS-BDL-RETURN-DATE
                MOVE BD-DOCUMENT(WS-BAD-IDX) TO WS-BDL-DOCUMENT
                MOVE BD-REASON(WS-BAD-IDX) TO WS-BDL-REASON
                MOVE 0 TO WS-BDL-DAYS
                IF BD-RETURN-DATE(WS-BAD-IDX) > 0
                    COMPUTE WS-BDL-DAYS = WS-RUN-INTEGER -
                        FUNCTION INTEGER-OF-DATE(
                            BD-RETURN-DATE(WS-BAD-IDX))
                END-IF
                MOVE BD-EMAIL-USABLE(WS-BAD-IDX) TO WS-BDL-EMAIL
                WRITE BadAddressLine FROM WS-BAD-DETAIL-LINE
            END-PERFORM
            MOVE WS-BAD-COUNT TO WS-BTL-COUNT
            WRITE BadAddressLine FROM WS-BAD-TOTAL-LINE
            CLOSE BAD-ADDRESS-REPORT.
