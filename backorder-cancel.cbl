       IDENTIFICATION DIVISION.
       PROGRAM-ID. BackOrderCancel.
      * Back-order cancellation run over BACKORD.TXT. A line is
      * dropped when the item is now discontinued on the item
      * master, when the customer carries the ship-complete-or-
      * cancel preference on the customer master, or when it has
      * waited longer than the cancellation age on BOAGE.CTL (days;
      * 90 when the file is absent) - the same age BackOrderAging
      * flags against. A line written before the back-order date
      * was carried is aged from the order's ORDSTAT.DAT back-order
      * stamp; with neither it cannot be aged and is only dropped
      * for the item or the customer's preference. Each cancelled
      * line goes on the cancellation register (BOCANCEL.RPT) with
      * its reason, the order takes a cancelled stamp through
      * OrderStatus, and the customer is queued a BOCANCEL notice
      * through NotifyQueue - a line carrying no customer number
      * cannot be notified and is counted on the register for the
      * desk to follow up. Lines kept are rewritten to BACKORD.TXT
      * in their original order, which is the order GoodsReceiving
      * releases them in.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT BACK-ORDER-FILE
            ASSIGN TO "BACKORD.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BACK-ORDER-STATUS.
          SELECT ITEM-MASTER
            ASSIGN TO "ITEMS.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS IM-ITEM-NUMBER
            FILE STATUS IS WS-ITEM-MASTER-STATUS.
          SELECT CUSTOMER-MASTER
            ASSIGN TO "CUSTOMER.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CustomerId
            FILE STATUS IS WS-CUSTOMER-STATUS.
          SELECT ORDER-STATUS-FILE
            ASSIGN TO "ORDSTAT.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS OS-ORDER-NUMBER
            FILE STATUS IS WS-STATUS-FILE-STATUS.
          SELECT AGE-CONTROL-FILE
            ASSIGN TO "BOAGE.CTL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AGE-CONTROL-STATUS.
          SELECT CANCELLATION-REGISTER
            ASSIGN TO "BOCANCEL.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGISTER-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  BACK-ORDER-FILE
            LABEL RECORDS ARE STANDARD.
        01  BACK-ORDER-RECORD.
            05  BO-ORDER-NUMBER      PIC 9(6).
            05  FILLER               PIC X.
            05  BO-ITEM-NUMBER       PIC 9(6).
            05  FILLER               PIC X.
            05  BO-DESCRIPTION       PIC X(30).
            05  FILLER               PIC X.
            05  BO-QUANTITY          PIC 9999.
            05  FILLER               PIC X.
            05  BO-WAREHOUSE-CODE    PIC X.
            05  FILLER               PIC X.
            05  BO-CUSTOMER-ID       PIC 9(8).
            05  BO-CUSTOMER-ID-X REDEFINES BO-CUSTOMER-ID
                                     PIC X(8).
            05  FILLER               PIC X.
            05  BO-BACKORDER-DATE    PIC 9(8).
            05  BO-BACKORDER-DATE-X REDEFINES BO-BACKORDER-DATE
                                     PIC X(8).

        FD  ITEM-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY ITEMREC.

        FD  CUSTOMER-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY CUSTREC.

        FD  ORDER-STATUS-FILE
            LABEL RECORDS ARE STANDARD.
            COPY ORDSTAT.

        FD  AGE-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
        01  AgeControlLine           PIC 999.

        FD  CANCELLATION-REGISTER
            LABEL RECORDS ARE STANDARD.
        01  CancellationRegisterLine PIC X(100).

        WORKING-STORAGE SECTION.
        01  WS-BACK-ORDER-STATUS     PIC XX.
            88  EndOfBackOrderFile       VALUE "10".
        01  WS-ITEM-MASTER-STATUS    PIC XX.
            88  ItemMasterOK             VALUE "00".
        01  WS-CUSTOMER-STATUS       PIC XX.
            88  CustomerMasterOK         VALUE "00".
        01  WS-STATUS-FILE-STATUS    PIC XX.
            88  StatusFileOK             VALUE "00".
        01  WS-AGE-CONTROL-STATUS    PIC XX.
        01  WS-REGISTER-STATUS       PIC XX.

        01  WS-ITEM-MASTER-AVAILABLE PIC X VALUE "N".
            88  ItemMasterAvailable      VALUE "Y".
        01  WS-CUSTOMER-AVAILABLE    PIC X VALUE "N".
            88  CustomerMasterAvailable  VALUE "Y".
        01  WS-MAX-AGE-DAYS          PIC 999 VALUE 90.
        01  WS-RUN-DATE              PIC 9(8).
        01  WS-RUN-INTEGER           PIC 9(7).
        01  WS-DAYS-WAITING          PIC 9(5).

      * BACKORD.TXT held in file order. The customer and date are
      * held as read so a kept line is rewritten exactly; the
      * aging date is the line's own or the order's stamp, zero
      * when there is neither.
        78  WS-BO-TABLE-CAPACITY     VALUE 500.
        01  WS-BO-COUNT              PIC 999 VALUE 0.
        01  WS-BO-IDX                PIC 999.
        01  WS-BO-OVERFLOW           PIC X VALUE "N".
            88  BackOrderTableOverflowed VALUE "Y".
        01  WS-BACK-ORDER-TABLE.
            05  BACK-ORDER-ENTRY OCCURS 500 TIMES.
              10  BT-ORDER-NUMBER    PIC 9(6).
              10  BT-ITEM-NUMBER     PIC 9(6).
              10  BT-DESCRIPTION     PIC X(30).
              10  BT-QUANTITY        PIC 9999.
              10  BT-WAREHOUSE-CODE  PIC X.
              10  BT-CUSTOMER-ID     PIC X(8).
              10  BT-BACKORDER-DATE  PIC X(8).
              10  BT-AGING-DATE      PIC 9(8).
              10  BT-STATUS          PIC X.
                  88  BackOrderKept      VALUE "K".
                  88  BackOrderCancelled VALUE "C".

        01  WS-CANCEL-REASON         PIC X(20).
        01  WS-OVER-AGE-REASON.
            05  FILLER               PIC X(9) VALUE "OVER AGE ".
            05  WS-OAR-DAYS          PIC ZZZZ9.
            05  FILLER               PIC X(5) VALUE " DAYS".

        01  WS-LINES-READ            PIC 9(5) VALUE ZERO.
        01  WS-LINES-KEPT            PIC 9(5) VALUE ZERO.
        01  WS-LINES-CANCELLED       PIC 9(5) VALUE ZERO.
        01  WS-UNITS-CANCELLED       PIC 9(7) VALUE ZERO.
        01  WS-NOTICES-QUEUED        PIC 9(5) VALUE ZERO.
        01  WS-NOT-NOTIFIED          PIC 9(5) VALUE ZERO.

      * OrderStatus call parameters.
        01  WS-OS-ACTION             PIC X.
        01  WS-OS-ORDER-NUMBER       PIC 9(6).
        01  WS-OS-REFERENCE          PIC 9(6) VALUE ZERO.

      * NotifyQueue call parameters - the reference is the order
      * and the item cancelled from it.
        01  WS-NQ-TYPE               PIC X.
        01  WS-NQ-ADDRESSEE          PIC X(10).
        01  WS-NQ-EVENT              PIC X(8).
        01  WS-NQ-REFERENCE.
            05  WS-NQR-ORDER-NUMBER  PIC 9(6).
            05  WS-NQR-ITEM-NUMBER   PIC 9(6).
        01  WS-NQ-PROGRAM            PIC X(15)
                                     VALUE "BackOrderCancel".

        01  WS-REGISTER-HEADING-LINE.
            05  FILLER               PIC X(32)
                VALUE "BACK-ORDER CANCELLATIONS ON RUN ".
            05  WS-RHL-RUN-DATE      PIC 9(8).
            05  FILLER               PIC X(23)
                VALUE " - CANCELLATION AGE    ".
            05  WS-RHL-MAX-AGE       PIC ZZ9.
            05  FILLER               PIC X(5) VALUE " DAYS".
        01  WS-REGISTER-DETAIL-LINE.
            05  WS-RDL-ORDER-NUMBER  PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-ITEM-NUMBER   PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-DESCRIPTION   PIC X(20).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-QUANTITY      PIC ZZZ9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-CUSTOMER-ID   PIC X(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-BACKORDER-DATE PIC X(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-REASON        PIC X(20).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-RDL-NOTICE        PIC X(12).
        01  WS-REGISTER-TOTAL-LINE.
            05  FILLER               PIC X(11) VALUE "LINES READ ".
            05  WS-RTL-READ          PIC ZZZZ9.
            05  FILLER               PIC X(6) VALUE " KEPT ".
            05  WS-RTL-KEPT          PIC ZZZZ9.
            05  FILLER               PIC X(11) VALUE " CANCELLED ".
            05  WS-RTL-CANCELLED     PIC ZZZZ9.
            05  FILLER               PIC X(7) VALUE " UNITS ".
            05  WS-RTL-UNITS         PIC Z,ZZZ,ZZ9.
            05  FILLER               PIC X(10) VALUE " NOTIFIED ".
            05  WS-RTL-NOTIFIED      PIC ZZZZ9.
            05  FILLER               PIC X(14)
                VALUE " NOT NOTIFIED ".
            05  WS-RTL-NOT-NOTIFIED  PIC ZZZZ9.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            OPEN INPUT BACK-ORDER-FILE
            IF WS-BACK-ORDER-STATUS NOT = "00"
                DISPLAY "No BACKORD.TXT on file, status "
                    WS-BACK-ORDER-STATUS
                    " - back-order cancellation skipped"
                STOP RUN
            END-IF
            PERFORM READ-AGE-CONTROL
            CALL "BusinessDate" USING WS-RUN-DATE
            COMPUTE WS-RUN-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            PERFORM LOAD-BACK-ORDER-TABLE
            CLOSE BACK-ORDER-FILE
            IF BackOrderTableOverflowed
                DISPLAY "BACKORD.TXT longer than the table "
                    "- back orders left untouched this "
                    "run, split the file and rerun"
                STOP RUN
            END-IF
            OPEN INPUT ITEM-MASTER
            IF ItemMasterOK
                MOVE "Y" TO WS-ITEM-MASTER-AVAILABLE
            ELSE
                DISPLAY "No ITEM-MASTER on file, no back orders "
                    "cancelled as discontinued"
            END-IF
            OPEN INPUT CUSTOMER-MASTER
            IF CustomerMasterOK
                MOVE "Y" TO WS-CUSTOMER-AVAILABLE
            ELSE
                DISPLAY "No CUSTOMER.DAT on file, no back orders "
                    "cancelled on ship-complete preference"
            END-IF
            OPEN OUTPUT CANCELLATION-REGISTER
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE CancellationRegisterLine FROM REPORT-STAMP-LINE
            MOVE WS-RUN-DATE TO WS-RHL-RUN-DATE
            MOVE WS-MAX-AGE-DAYS TO WS-RHL-MAX-AGE
            WRITE CancellationRegisterLine
                FROM WS-REGISTER-HEADING-LINE
            PERFORM VARYING WS-BO-IDX FROM 1 BY 1
                UNTIL WS-BO-IDX > WS-BO-COUNT
                PERFORM JUDGE-ONE-BACK-ORDER
            END-PERFORM
            PERFORM REWRITE-BACK-ORDER-FILE
            MOVE WS-LINES-READ TO WS-RTL-READ
            MOVE WS-LINES-KEPT TO WS-RTL-KEPT
            MOVE WS-LINES-CANCELLED TO WS-RTL-CANCELLED
            MOVE WS-UNITS-CANCELLED TO WS-RTL-UNITS
            MOVE WS-NOTICES-QUEUED TO WS-RTL-NOTIFIED
            MOVE WS-NOT-NOTIFIED TO WS-RTL-NOT-NOTIFIED
            WRITE CancellationRegisterLine
                FROM WS-REGISTER-TOTAL-LINE
            CLOSE CANCELLATION-REGISTER
            IF ItemMasterAvailable
                CLOSE ITEM-MASTER
            END-IF
            IF CustomerMasterAvailable
                CLOSE CUSTOMER-MASTER
            END-IF
            DISPLAY "Back-order cancellation: " WS-LINES-CANCELLED
                " line(s) cancelled, " WS-LINES-KEPT " kept, "
                WS-NOTICES-QUEUED " customer notice(s) queued"
            STOP RUN.

        READ-AGE-CONTROL.
            OPEN INPUT AGE-CONTROL-FILE
            IF WS-AGE-CONTROL-STATUS = "00"
                READ AGE-CONTROL-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF AgeControlLine IS NUMERIC
                           AND AgeControlLine > 0
                            MOVE AgeControlLine TO WS-MAX-AGE-DAYS
                        END-IF
                END-READ
                CLOSE AGE-CONTROL-FILE
            END-IF.

      * ORDSTAT.DAT is only read here, and is closed again before
      * any OrderStatus call opens it to stamp.
        LOAD-BACK-ORDER-TABLE.
            OPEN INPUT ORDER-STATUS-FILE
            PERFORM UNTIL EndOfBackOrderFile
                OR WS-BO-COUNT >= WS-BO-TABLE-CAPACITY
                READ BACK-ORDER-FILE
                    AT END SET EndOfBackOrderFile TO TRUE
                    NOT AT END PERFORM STORE-BACK-ORDER-LINE
                END-READ
            END-PERFORM
            IF NOT EndOfBackOrderFile
                READ BACK-ORDER-FILE
                    AT END SET EndOfBackOrderFile TO TRUE
                    NOT AT END MOVE "Y" TO WS-BO-OVERFLOW
                END-READ
            END-IF
            IF StatusFileOK
                CLOSE ORDER-STATUS-FILE
            END-IF.

      * A record that cannot be read as a back order is kept as it
      * stands for GoodsReceiving to reject in its own way - this
      * run only removes what it can account for.
        STORE-BACK-ORDER-LINE.
            ADD 1 TO WS-LINES-READ
            ADD 1 TO WS-BO-COUNT
            MOVE BO-ORDER-NUMBER TO BT-ORDER-NUMBER(WS-BO-COUNT)
            MOVE BO-ITEM-NUMBER TO BT-ITEM-NUMBER(WS-BO-COUNT)
            MOVE BO-DESCRIPTION TO BT-DESCRIPTION(WS-BO-COUNT)
            MOVE BO-QUANTITY TO BT-QUANTITY(WS-BO-COUNT)
            MOVE BO-WAREHOUSE-CODE TO BT-WAREHOUSE-CODE(WS-BO-COUNT)
            MOVE BO-CUSTOMER-ID-X TO BT-CUSTOMER-ID(WS-BO-COUNT)
            MOVE BO-BACKORDER-DATE-X
                TO BT-BACKORDER-DATE(WS-BO-COUNT)
            MOVE 0 TO BT-AGING-DATE(WS-BO-COUNT)
            MOVE "K" TO BT-STATUS(WS-BO-COUNT)
            IF BO-ORDER-NUMBER IS NOT NUMERIC
               OR BO-ITEM-NUMBER IS NOT NUMERIC
               OR BO-QUANTITY IS NOT NUMERIC
                DISPLAY "Bad BACKORD.TXT record kept as it stands: "
                    BACK-ORDER-RECORD
                MOVE "B" TO BT-STATUS(WS-BO-COUNT)
                EXIT PARAGRAPH
            END-IF
            IF BO-BACKORDER-DATE IS NUMERIC
               AND BO-BACKORDER-DATE > 0
                MOVE BO-BACKORDER-DATE TO BT-AGING-DATE(WS-BO-COUNT)
            ELSE
                IF StatusFileOK
                    MOVE BO-ORDER-NUMBER TO OS-ORDER-NUMBER
                    READ ORDER-STATUS-FILE
                        INVALID KEY CONTINUE
                        NOT INVALID KEY
                            IF OS-BACKORDER-DATE IS NUMERIC
                                MOVE OS-BACKORDER-DATE
                                    TO BT-AGING-DATE(WS-BO-COUNT)
                            END-IF
                    END-READ
                END-IF
            END-IF
            IF BT-AGING-DATE(WS-BO-COUNT) > 0
               AND FUNCTION TEST-DATE-YYYYMMDD
                   (BT-AGING-DATE(WS-BO-COUNT)) NOT = 0
                MOVE 0 TO BT-AGING-DATE(WS-BO-COUNT)
            END-IF.

      * The reasons are tried in order - discontinued item, then
      * the customer's preference, then age - and the first that
      * applies is the one registered.
        JUDGE-ONE-BACK-ORDER.
            IF NOT BackOrderKept(WS-BO-IDX)
                ADD 1 TO WS-LINES-KEPT
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-CANCEL-REASON
            IF ItemMasterAvailable
                MOVE BT-ITEM-NUMBER(WS-BO-IDX) TO IM-ITEM-NUMBER
                READ ITEM-MASTER
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF ItemDiscontinued
                            MOVE "ITEM DISCONTINUED"
                                TO WS-CANCEL-REASON
                        END-IF
                END-READ
            END-IF
            IF WS-CANCEL-REASON = SPACES
               AND CustomerMasterAvailable
               AND BT-CUSTOMER-ID(WS-BO-IDX) IS NUMERIC
               AND BT-CUSTOMER-ID(WS-BO-IDX) NOT = ZERO
                MOVE BT-CUSTOMER-ID(WS-BO-IDX) TO CustomerId
                READ CUSTOMER-MASTER
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF CustomerShipCompleteOrCancel
                            MOVE "SHIP COMPLETE/CANCEL"
                                TO WS-CANCEL-REASON
                        END-IF
                END-READ
            END-IF
            IF WS-CANCEL-REASON = SPACES
               AND BT-AGING-DATE(WS-BO-IDX) > 0
                COMPUTE WS-DAYS-WAITING = WS-RUN-INTEGER
                    - FUNCTION INTEGER-OF-DATE
                      (BT-AGING-DATE(WS-BO-IDX))
                IF WS-DAYS-WAITING > WS-MAX-AGE-DAYS
                    MOVE WS-DAYS-WAITING TO WS-OAR-DAYS
                    MOVE WS-OVER-AGE-REASON TO WS-CANCEL-REASON
                END-IF
            END-IF
            IF WS-CANCEL-REASON = SPACES
                ADD 1 TO WS-LINES-KEPT
            ELSE
                PERFORM CANCEL-ONE-BACK-ORDER
            END-IF.

        CANCEL-ONE-BACK-ORDER.
            MOVE "C" TO BT-STATUS(WS-BO-IDX)
            ADD 1 TO WS-LINES-CANCELLED
            ADD BT-QUANTITY(WS-BO-IDX) TO WS-UNITS-CANCELLED
            MOVE "X" TO WS-OS-ACTION
            MOVE BT-ORDER-NUMBER(WS-BO-IDX) TO WS-OS-ORDER-NUMBER
            CALL "OrderStatus" USING WS-OS-ACTION
                WS-OS-ORDER-NUMBER WS-OS-REFERENCE
            MOVE BT-ORDER-NUMBER(WS-BO-IDX) TO WS-RDL-ORDER-NUMBER
            MOVE BT-ITEM-NUMBER(WS-BO-IDX) TO WS-RDL-ITEM-NUMBER
            MOVE BT-DESCRIPTION(WS-BO-IDX) TO WS-RDL-DESCRIPTION
            MOVE BT-QUANTITY(WS-BO-IDX) TO WS-RDL-QUANTITY
            MOVE BT-CUSTOMER-ID(WS-BO-IDX) TO WS-RDL-CUSTOMER-ID
            IF BT-AGING-DATE(WS-BO-IDX) = 0
                MOVE "UNKNOWN" TO WS-RDL-BACKORDER-DATE
            ELSE
                MOVE BT-AGING-DATE(WS-BO-IDX)
                    TO WS-RDL-BACKORDER-DATE
            END-IF
            MOVE WS-CANCEL-REASON TO WS-RDL-REASON
            IF BT-CUSTOMER-ID(WS-BO-IDX) IS NUMERIC
               AND BT-CUSTOMER-ID(WS-BO-IDX) NOT = ZERO
                MOVE "C" TO WS-NQ-TYPE
                MOVE BT-CUSTOMER-ID(WS-BO-IDX) TO WS-NQ-ADDRESSEE
                MOVE "BOCANCEL" TO WS-NQ-EVENT
                MOVE BT-ORDER-NUMBER(WS-BO-IDX)
                    TO WS-NQR-ORDER-NUMBER
                MOVE BT-ITEM-NUMBER(WS-BO-IDX)
                    TO WS-NQR-ITEM-NUMBER
                CALL "NotifyQueue" USING WS-NQ-TYPE WS-NQ-ADDRESSEE
                    WS-NQ-EVENT WS-NQ-REFERENCE WS-NQ-PROGRAM
                MOVE "NOTIFIED" TO WS-RDL-NOTICE
                ADD 1 TO WS-NOTICES-QUEUED
            ELSE
                MOVE "NO CUSTOMER" TO WS-RDL-NOTICE
                ADD 1 TO WS-NOT-NOTIFIED
            END-IF
            WRITE CancellationRegisterLine
                FROM WS-REGISTER-DETAIL-LINE.

        REWRITE-BACK-ORDER-FILE.
            OPEN OUTPUT BACK-ORDER-FILE
            PERFORM VARYING WS-BO-IDX FROM 1 BY 1
                UNTIL WS-BO-IDX > WS-BO-COUNT
                IF NOT BackOrderCancelled(WS-BO-IDX)
                    MOVE SPACES TO BACK-ORDER-RECORD
                    MOVE BT-ORDER-NUMBER(WS-BO-IDX)
                        TO BO-ORDER-NUMBER
                    MOVE BT-ITEM-NUMBER(WS-BO-IDX)
                        TO BO-ITEM-NUMBER
                    MOVE BT-DESCRIPTION(WS-BO-IDX)
                        TO BO-DESCRIPTION
                    MOVE BT-QUANTITY(WS-BO-IDX) TO BO-QUANTITY
                    MOVE BT-WAREHOUSE-CODE(WS-BO-IDX)
                        TO BO-WAREHOUSE-CODE
                    MOVE BT-CUSTOMER-ID(WS-BO-IDX)
                        TO BO-CUSTOMER-ID-X
                    MOVE BT-BACKORDER-DATE(WS-BO-IDX)
                        TO BO-BACKORDER-DATE-X
                    WRITE BACK-ORDER-RECORD
                END-IF
            END-PERFORM
            CLOSE BACK-ORDER-FILE.
