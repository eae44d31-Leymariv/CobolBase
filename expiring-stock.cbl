       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExpiringStock.
      * Weekly expiring-stock report over the lot file (LOTS.DAT,
      * LOTREC copybook). Every lot still holding stock whose
      * expiry date falls within the look-ahead window (EXPIRY.CTL,
      * days; 30 when the file is absent) is listed with its item,
      * warehouse, quantity and the value at the item's unit cost,
      * so it can be pushed out or returned while it can still be
      * sold. Lots already past their date are listed as expired -
      * allocation no longer touches them, so they sit on the
      * shelf until someone pulls and writes them off. Expired and
      * expiring quantities and values are totaled separately.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT LOT-FILE
            ASSIGN TO "LOTS.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS LT-LOT-KEY
            FILE STATUS IS WS-LOT-FILE-STATUS.
          SELECT ITEM-MASTER
            ASSIGN TO "ITEMS.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS IM-ITEM-NUMBER
            FILE STATUS IS WS-ITEM-MASTER-STATUS.
          SELECT EXPIRY-CONTROL-FILE
            ASSIGN TO "EXPIRY.CTL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EXPIRY-CONTROL-STATUS.
          SELECT EXPIRING-STOCK-REPORT
            ASSIGN TO "EXPIRING.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  LOT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY LOTREC.

        FD  ITEM-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY ITEMREC.

        FD  EXPIRY-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
        01  ExpiryControlLine        PIC 999.

        FD  EXPIRING-STOCK-REPORT
            LABEL RECORDS ARE STANDARD.
        01  ExpiringStockLine        PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-LOT-FILE-STATUS       PIC XX.
            88  LotFileOK                VALUE "00".
            88  EndOfLotFile             VALUE "10".
        01  WS-ITEM-MASTER-STATUS    PIC XX.
            88  ItemMasterOK             VALUE "00".
        01  WS-EXPIRY-CONTROL-STATUS PIC XX.
        01  WS-REPORT-STATUS         PIC XX.

        01  WS-ITEM-MASTER-AVAILABLE PIC X VALUE "N".
            88  ItemMasterAvailable      VALUE "Y".
        01  WS-LOOK-AHEAD-DAYS       PIC 999 VALUE 30.
        01  WS-RUN-DATE              PIC 9(8).
        01  WS-RUN-INTEGER           PIC 9(7).
        01  WS-DAYS-TO-EXPIRY        PIC S9(5).
        01  WS-LOT-VALUE             PIC 9(9)V99.

        01  WS-EXPIRED-LOTS          PIC 9(5) VALUE ZERO.
        01  WS-EXPIRED-QUANTITY      PIC 9(7) VALUE ZERO.
        01  WS-EXPIRED-VALUE         PIC 9(9)V99 VALUE ZERO.
        01  WS-EXPIRING-LOTS         PIC 9(5) VALUE ZERO.
        01  WS-EXPIRING-QUANTITY     PIC 9(7) VALUE ZERO.
        01  WS-EXPIRING-VALUE        PIC 9(9)V99 VALUE ZERO.

        01  WS-EXPIRING-HEADING-LINE.
            05  FILLER               PIC X(24)
                VALUE "STOCK EXPIRING WITHIN   ".
            05  WS-EHL-DAYS          PIC ZZ9.
            05  FILLER               PIC X(15)
                VALUE " DAYS OF RUN ON".
            05  FILLER               PIC X VALUE SPACE.
            05  WS-EHL-RUN-DATE      PIC 9(8).
        01  WS-EXPIRING-DETAIL-LINE.
            05  WS-EDL-ITEM-NUMBER   PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-EDL-DESCRIPTION   PIC X(16).
            05  FILLER               PIC X(4) VALUE " WH ".
            05  WS-EDL-WAREHOUSE     PIC X.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-EDL-LOT-NUMBER    PIC X(10).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-EDL-EXPIRY-DATE   PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-EDL-QUANTITY      PIC ZZZ9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-EDL-VALUE         PIC ZZZ,ZZ9.99.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-EDL-NOTE          PIC X(12).
        01  WS-EXPIRING-NOTE.
            05  FILLER               PIC X(3) VALUE "IN ".
            05  WS-EN-DAYS           PIC ZZ9.
            05  FILLER               PIC X(5) VALUE " DAYS".
        01  WS-EXPIRING-TOTAL-LINE.
            05  WS-ETL-LABEL         PIC X(9).
            05  FILLER               PIC X(6) VALUE " LOTS ".
            05  WS-ETL-LOTS          PIC ZZZZ9.
            05  FILLER               PIC X(7) VALUE " UNITS ".
            05  WS-ETL-QUANTITY      PIC Z,ZZZ,ZZ9.
            05  FILLER               PIC X(7) VALUE " VALUE ".
            05  WS-ETL-VALUE         PIC ZZZ,ZZZ,ZZ9.99.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            OPEN INPUT LOT-FILE
            IF NOT LotFileOK
                DISPLAY "No LOTS.DAT on file, status "
                    WS-LOT-FILE-STATUS
                    " - expiring-stock report skipped"
                STOP RUN
            END-IF
            PERFORM READ-EXPIRY-CONTROL
            CALL "BusinessDate" USING WS-RUN-DATE
            COMPUTE WS-RUN-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            OPEN INPUT ITEM-MASTER
            IF ItemMasterOK
                MOVE "Y" TO WS-ITEM-MASTER-AVAILABLE
            ELSE
                DISPLAY "No ITEM-MASTER on file, expiring stock "
                    "listed without descriptions or values"
            END-IF
            OPEN OUTPUT EXPIRING-STOCK-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE ExpiringStockLine FROM REPORT-STAMP-LINE
            MOVE WS-LOOK-AHEAD-DAYS TO WS-EHL-DAYS
            MOVE WS-RUN-DATE TO WS-EHL-RUN-DATE
            WRITE ExpiringStockLine FROM WS-EXPIRING-HEADING-LINE
            PERFORM UNTIL EndOfLotFile
                READ LOT-FILE NEXT RECORD
                    AT END SET EndOfLotFile TO TRUE
                    NOT AT END PERFORM CHECK-ONE-LOT
                END-READ
            END-PERFORM
            MOVE "EXPIRED" TO WS-ETL-LABEL
            MOVE WS-EXPIRED-LOTS TO WS-ETL-LOTS
            MOVE WS-EXPIRED-QUANTITY TO WS-ETL-QUANTITY
            MOVE WS-EXPIRED-VALUE TO WS-ETL-VALUE
            WRITE ExpiringStockLine FROM WS-EXPIRING-TOTAL-LINE
            MOVE "EXPIRING" TO WS-ETL-LABEL
            MOVE WS-EXPIRING-LOTS TO WS-ETL-LOTS
            MOVE WS-EXPIRING-QUANTITY TO WS-ETL-QUANTITY
            MOVE WS-EXPIRING-VALUE TO WS-ETL-VALUE
            WRITE ExpiringStockLine FROM WS-EXPIRING-TOTAL-LINE
            CLOSE EXPIRING-STOCK-REPORT
            IF ItemMasterAvailable
                CLOSE ITEM-MASTER
            END-IF
            CLOSE LOT-FILE
            DISPLAY "Expiring stock: " WS-EXPIRED-LOTS
                " expired lot(s), " WS-EXPIRING-LOTS
                " expiring within " WS-LOOK-AHEAD-DAYS " day(s)"
            STOP RUN.

        READ-EXPIRY-CONTROL.
            OPEN INPUT EXPIRY-CONTROL-FILE
            IF WS-EXPIRY-CONTROL-STATUS = "00"
                READ EXPIRY-CONTROL-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF ExpiryControlLine IS NUMERIC
                           AND ExpiryControlLine > 0
                            MOVE ExpiryControlLine
                                TO WS-LOOK-AHEAD-DAYS
                        END-IF
                END-READ
                CLOSE EXPIRY-CONTROL-FILE
            END-IF.

      * A lot drawn to nothing has no stock to lose and is passed
      * over; its record stays on file for the recall listing.
        CHECK-ONE-LOT.
            IF LT-ON-HAND = 0 OR LT-EXPIRY-DATE IS NOT NUMERIC
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-DAYS-TO-EXPIRY =
                FUNCTION INTEGER-OF-DATE(LT-EXPIRY-DATE)
                - WS-RUN-INTEGER
            IF WS-DAYS-TO-EXPIRY > WS-LOOK-AHEAD-DAYS
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-EDL-DESCRIPTION
            MOVE 0 TO WS-LOT-VALUE
            IF ItemMasterAvailable
                MOVE LT-ITEM-NUMBER TO IM-ITEM-NUMBER
                READ ITEM-MASTER
                    INVALID KEY
                        MOVE "NOT ON MASTER" TO WS-EDL-DESCRIPTION
                    NOT INVALID KEY
                        MOVE IM-DESCRIPTION TO WS-EDL-DESCRIPTION
                        IF IM-UNIT-COST IS NUMERIC
                            COMPUTE WS-LOT-VALUE =
                                LT-ON-HAND * IM-UNIT-COST
                        END-IF
                END-READ
            END-IF
            MOVE LT-ITEM-NUMBER TO WS-EDL-ITEM-NUMBER
            MOVE LT-WAREHOUSE-CODE TO WS-EDL-WAREHOUSE
            MOVE LT-LOT-NUMBER TO WS-EDL-LOT-NUMBER
            MOVE LT-EXPIRY-DATE TO WS-EDL-EXPIRY-DATE
            MOVE LT-ON-HAND TO WS-EDL-QUANTITY
            MOVE WS-LOT-VALUE TO WS-EDL-VALUE
            IF WS-DAYS-TO-EXPIRY < 0
                MOVE "EXPIRED" TO WS-EDL-NOTE
                ADD 1 TO WS-EXPIRED-LOTS
                ADD LT-ON-HAND TO WS-EXPIRED-QUANTITY
                ADD WS-LOT-VALUE TO WS-EXPIRED-VALUE
            ELSE
                MOVE WS-DAYS-TO-EXPIRY TO WS-EN-DAYS
                MOVE WS-EXPIRING-NOTE TO WS-EDL-NOTE
                ADD 1 TO WS-EXPIRING-LOTS
                ADD LT-ON-HAND TO WS-EXPIRING-QUANTITY
                ADD WS-LOT-VALUE TO WS-EXPIRING-VALUE
            END-IF
            WRITE ExpiringStockLine FROM WS-EXPIRING-DETAIL-LINE.
