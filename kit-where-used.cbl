       IDENTIFICATION DIVISION.
       PROGRAM-ID. KitWhereUsed.
      * Kit where-used listing for purchasing. Every component on
      * the kit component file (KITCOMP.REF, KITCOMP copybook) is
      * listed once, in component order, with its company on-hand
      * and reorder point from ITEMS.DAT, followed by each kit it
      * goes into: the quantity one kit takes, how many kits the
      * component's stock alone would build, and how many of that
      * kit are waiting on BACKORD.TXT. A component that cannot
      * build even one of some kit it goes into is flagged SHORT,
      * one at or below its reorder point REORDER, so a shortage
      * can be chased with the kits it is holding up in view.
      * Output is WHEREUSED.RPT.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT KIT-COMPONENT-FILE
            ASSIGN TO "KITCOMP.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-KIT-STATUS.
          SELECT ITEM-MASTER
            ASSIGN TO "ITEMS.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS IM-ITEM-NUMBER
            FILE STATUS IS WS-ITEM-MASTER-STATUS.
          SELECT BACK-ORDER-FILE
            ASSIGN TO "BACKORD.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BACK-ORDER-STATUS.
          SELECT WHERE-USED-REPORT
            ASSIGN TO "WHEREUSED.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  KIT-COMPONENT-FILE
            LABEL RECORDS ARE STANDARD.
            COPY KITCOMP.

        FD  ITEM-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY ITEMREC.

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

        FD  WHERE-USED-REPORT
            LABEL RECORDS ARE STANDARD.
        01  WhereUsedLine            PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-KIT-STATUS            PIC XX.
            88  EndOfKitFile             VALUE "10".
        01  WS-ITEM-MASTER-STATUS    PIC XX.
            88  ItemMasterOK             VALUE "00".
        01  WS-BACK-ORDER-STATUS     PIC XX.
            88  EndOfBackOrderFile       VALUE "10".
        01  WS-REPORT-STATUS         PIC XX.

        01  WS-ITEM-MASTER-AVAILABLE PIC X VALUE "N".
            88  ItemMasterAvailable      VALUE "Y".
        01  WS-RUN-DATE              PIC 9(8).

      * The component lines, insertion-sorted by component and
      * then kit as they are loaded.
        78  WS-KIT-TABLE-CAPACITY    VALUE 300.
        01  WS-KT-COUNT              PIC 999 VALUE 0.
        01  WS-KT-IDX                PIC 999.
        01  WS-GROUP-IDX             PIC 999.
        01  WS-KIT-TABLE.
            05  KIT-ENTRY OCCURS 300 TIMES
                INDEXED BY KT-IDX.
              10  KT-SORT-KEY.
                15  KT-COMPONENT-ITEM PIC 9(6).
                15  KT-KIT-ITEM      PIC 9(6).
              10  KT-PER-KIT         PIC 999.
        01  WS-KIT-SORT-KEY.
            05  WS-KSK-COMPONENT     PIC 9(6).
            05  WS-KSK-KIT           PIC 9(6).

      * Kits waiting on back order, summed by kit item.
        78  WS-BACK-ORDER-CAPACITY   VALUE 300.
        01  WS-BK-COUNT              PIC 999 VALUE 0.
        01  WS-BK-IDX                PIC 999.
        01  WS-BACK-ORDERED-KITS.
            05  BACK-ORDERED-KIT OCCURS 300 TIMES.
              10  BK-KIT-ITEM        PIC 9(6).
              10  BK-QUANTITY        PIC 9(6).

        01  WS-COMPONENT-ITEM        PIC 9(6).
        01  WS-COMPONENT-ON-HAND     PIC 9999.
        01  WS-KITS-BUILDABLE        PIC 9999.
        01  WS-KITS-WAITING          PIC 9(6).
        01  WS-COMPONENT-SHORT       PIC X.
            88  ComponentIsShort         VALUE "Y".
        01  WS-COMPONENTS-LISTED     PIC 9(5) VALUE ZERO.
        01  WS-COMPONENTS-SHORT      PIC 9(5) VALUE ZERO.
        01  WS-COMPONENTS-REORDER    PIC 9(5) VALUE ZERO.

        01  WS-WHERE-USED-HEADING.
            05  FILLER               PIC X(31)
                VALUE "KIT WHERE-USED BY COMPONENT ON ".
            05  WS-WUH-RUN-DATE      PIC 9(8).
        01  WS-COMPONENT-LINE.
            05  FILLER               PIC X(10) VALUE "COMPONENT ".
            05  WS-CPL-ITEM-NUMBER   PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-CPL-DESCRIPTION   PIC X(29).
            05  FILLER               PIC X(9) VALUE " ON HAND ".
            05  WS-CPL-ON-HAND       PIC ZZZ9.
            05  FILLER               PIC X(9) VALUE " REORDER ".
            05  WS-CPL-REORDER-POINT PIC ZZZ9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-CPL-NOTE          PIC X(7).
        01  WS-KIT-LINE.
            05  FILLER               PIC X(4) VALUE SPACES.
            05  FILLER               PIC X(4) VALUE "KIT ".
            05  WS-KTL-ITEM-NUMBER   PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-KTL-DESCRIPTION   PIC X(19).
            05  FILLER               PIC X(9) VALUE " PER KIT ".
            05  WS-KTL-PER-KIT       PIC ZZ9.
            05  FILLER               PIC X(8) VALUE " BUILDS ".
            05  WS-KTL-BUILDABLE     PIC ZZZ9.
            05  FILLER               PIC X(5) VALUE " B/O ".
            05  WS-KTL-WAITING       PIC ZZZ9.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-KTL-NOTE          PIC X(12).
        01  WS-WHERE-USED-TOTAL-LINE.
            05  FILLER               PIC X(11) VALUE "COMPONENTS ".
            05  WS-WTL-LISTED        PIC ZZZZ9.
            05  FILLER               PIC X(8) VALUE "  SHORT ".
            05  WS-WTL-SHORT         PIC ZZZZ9.
            05  FILLER               PIC X(10) VALUE "  REORDER ".
            05  WS-WTL-REORDER       PIC ZZZZ9.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            OPEN INPUT KIT-COMPONENT-FILE
            IF WS-KIT-STATUS NOT = "00"
                DISPLAY "No KITCOMP.REF on file, where-used "
                    "listing skipped"
                STOP RUN
            END-IF
            PERFORM UNTIL EndOfKitFile
                OR WS-KT-COUNT >= WS-KIT-TABLE-CAPACITY
                READ KIT-COMPONENT-FILE
                    AT END SET EndOfKitFile TO TRUE
                    NOT AT END
                        PERFORM STORE-KIT-COMPONENT
                END-READ
            END-PERFORM
            IF NOT EndOfKitFile
                DISPLAY "WS-KIT-TABLE full at "
                    WS-KIT-TABLE-CAPACITY " entries, "
                    "remaining KITCOMP.REF records not listed"
            END-IF
            CLOSE KIT-COMPONENT-FILE
            PERFORM LOAD-BACK-ORDERED-KITS
            CALL "BusinessDate" USING WS-RUN-DATE
            OPEN INPUT ITEM-MASTER
            IF ItemMasterOK
                MOVE "Y" TO WS-ITEM-MASTER-AVAILABLE
            ELSE
                DISPLAY "No ITEM-MASTER on file, components "
                    "listed without stock figures"
            END-IF
            OPEN OUTPUT WHERE-USED-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE WhereUsedLine FROM REPORT-STAMP-LINE
            MOVE WS-RUN-DATE TO WS-WUH-RUN-DATE
            WRITE WhereUsedLine FROM WS-WHERE-USED-HEADING
            MOVE 1 TO WS-KT-IDX
            PERFORM UNTIL WS-KT-IDX > WS-KT-COUNT
                PERFORM LIST-ONE-COMPONENT
            END-PERFORM
            MOVE WS-COMPONENTS-LISTED TO WS-WTL-LISTED
            MOVE WS-COMPONENTS-SHORT TO WS-WTL-SHORT
            MOVE WS-COMPONENTS-REORDER TO WS-WTL-REORDER
            WRITE WhereUsedLine FROM WS-WHERE-USED-TOTAL-LINE
            CLOSE WHERE-USED-REPORT
            IF ItemMasterAvailable
                CLOSE ITEM-MASTER
            END-IF
            DISPLAY "Kit where-used: " WS-COMPONENTS-LISTED
                " component(s), " WS-COMPONENTS-SHORT " short, "
                WS-COMPONENTS-REORDER " at reorder point"
            STOP RUN.

      * Same in-place insertion shape the pick list sorts with,
      * ascending on component then kit.
        STORE-KIT-COMPONENT.
            IF KC-KIT-ITEM IS NOT NUMERIC
               OR KC-COMPONENT-ITEM IS NOT NUMERIC
               OR KC-QUANTITY-PER-KIT IS NOT NUMERIC
               OR KC-QUANTITY-PER-KIT = 0
               OR KC-COMPONENT-ITEM = KC-KIT-ITEM
                DISPLAY "Bad KITCOMP.REF record ignored: "
                    KIT-COMPONENT-RECORD
                EXIT PARAGRAPH
            END-IF
            MOVE KC-COMPONENT-ITEM TO WS-KSK-COMPONENT
            MOVE KC-KIT-ITEM TO WS-KSK-KIT
            ADD 1 TO WS-KT-COUNT
            SET KT-IDX TO WS-KT-COUNT
            PERFORM UNTIL KT-IDX <= 1
                OR KT-SORT-KEY(KT-IDX - 1) <= WS-KIT-SORT-KEY
                MOVE KIT-ENTRY(KT-IDX - 1) TO KIT-ENTRY(KT-IDX)
                SET KT-IDX DOWN BY 1
            END-PERFORM
            MOVE WS-KIT-SORT-KEY TO KT-SORT-KEY(KT-IDX)
            MOVE KC-QUANTITY-PER-KIT TO KT-PER-KIT(KT-IDX).

      * Only back orders for items that are kits are kept; the
      * rest wait on their own stock and are none of this
      * listing's business.
        LOAD-BACK-ORDERED-KITS.
            OPEN INPUT BACK-ORDER-FILE
            IF WS-BACK-ORDER-STATUS NOT = "00"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfBackOrderFile
                READ BACK-ORDER-FILE
                    AT END SET EndOfBackOrderFile TO TRUE
                    NOT AT END
                        IF BO-ITEM-NUMBER IS NUMERIC
                           AND BO-QUANTITY IS NUMERIC
                            PERFORM ADD-BACK-ORDERED-KIT
                        END-IF
                END-READ
            END-PERFORM
            CLOSE BACK-ORDER-FILE.

        ADD-BACK-ORDERED-KIT.
            PERFORM VARYING WS-KT-IDX FROM 1 BY 1
                UNTIL WS-KT-IDX > WS-KT-COUNT
                IF KT-KIT-ITEM(WS-KT-IDX) = BO-ITEM-NUMBER
                    PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                        UNTIL WS-BK-IDX > WS-BK-COUNT
                        IF BK-KIT-ITEM(WS-BK-IDX) = BO-ITEM-NUMBER
                            ADD BO-QUANTITY TO BK-QUANTITY(WS-BK-IDX)
                            EXIT PARAGRAPH
                        END-IF
                    END-PERFORM
                    IF WS-BK-COUNT < WS-BACK-ORDER-CAPACITY
                        ADD 1 TO WS-BK-COUNT
                        MOVE BO-ITEM-NUMBER TO BK-KIT-ITEM(WS-BK-COUNT)
                        MOVE BO-QUANTITY TO BK-QUANTITY(WS-BK-COUNT)
                    END-IF
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM.

      * One component and the kits it goes into - the entries from
      * WS-KT-IDX on that share its component number. The
      * component line is written ahead of its kits, but its SHORT
      * flag depends on them, so the kit lines are judged first
      * and written after.
        LIST-ONE-COMPONENT.
            MOVE KT-COMPONENT-ITEM(WS-KT-IDX) TO WS-COMPONENT-ITEM
            MOVE 0 TO WS-COMPONENT-ON-HAND
            MOVE WS-COMPONENT-ITEM TO WS-CPL-ITEM-NUMBER
            MOVE SPACES TO WS-CPL-DESCRIPTION
            MOVE SPACES TO WS-CPL-NOTE
            MOVE 0 TO WS-CPL-REORDER-POINT
            IF ItemMasterAvailable
                MOVE WS-COMPONENT-ITEM TO IM-ITEM-NUMBER
                READ ITEM-MASTER
                    INVALID KEY
                        MOVE "NOT ON MASTER" TO WS-CPL-DESCRIPTION
                    NOT INVALID KEY
                        MOVE IM-DESCRIPTION TO WS-CPL-DESCRIPTION
                        MOVE IM-ON-HAND-QUANTITY
                            TO WS-COMPONENT-ON-HAND
                        MOVE IM-REORDER-POINT TO WS-CPL-REORDER-POINT
                        IF IM-REORDER-POINT > 0
                           AND IM-ON-HAND-QUANTITY
                               <= IM-REORDER-POINT
                            MOVE "REORDER" TO WS-CPL-NOTE
                        END-IF
                END-READ
            END-IF
            MOVE "N" TO WS-COMPONENT-SHORT
            PERFORM VARYING WS-GROUP-IDX FROM WS-KT-IDX BY 1
                UNTIL WS-GROUP-IDX > WS-KT-COUNT
                OR KT-COMPONENT-ITEM(WS-GROUP-IDX)
                   NOT = WS-COMPONENT-ITEM
                IF WS-COMPONENT-ON-HAND < KT-PER-KIT(WS-GROUP-IDX)
                    SET ComponentIsShort TO TRUE
                END-IF
            END-PERFORM
            IF ComponentIsShort
                MOVE "SHORT" TO WS-CPL-NOTE
                ADD 1 TO WS-COMPONENTS-SHORT
            ELSE
                IF WS-CPL-NOTE = "REORDER"
                    ADD 1 TO WS-COMPONENTS-REORDER
                END-IF
            END-IF
            MOVE WS-COMPONENT-ON-HAND TO WS-CPL-ON-HAND
            WRITE WhereUsedLine FROM WS-COMPONENT-LINE
            ADD 1 TO WS-COMPONENTS-LISTED
            PERFORM UNTIL WS-KT-IDX > WS-KT-COUNT
                OR KT-COMPONENT-ITEM(WS-KT-IDX) NOT = WS-COMPONENT-ITEM
                PERFORM LIST-ONE-KIT
                ADD 1 TO WS-KT-IDX
            END-PERFORM.

        LIST-ONE-KIT.
            MOVE KT-KIT-ITEM(WS-KT-IDX) TO WS-KTL-ITEM-NUMBER
            MOVE SPACES TO WS-KTL-DESCRIPTION
            IF ItemMasterAvailable
                MOVE KT-KIT-ITEM(WS-KT-IDX) TO IM-ITEM-NUMBER
                READ ITEM-MASTER
                    INVALID KEY
                        MOVE "NOT ON MASTER" TO WS-KTL-DESCRIPTION
                    NOT INVALID KEY
                        MOVE IM-DESCRIPTION TO WS-KTL-DESCRIPTION
                END-READ
            END-IF
            DIVIDE WS-COMPONENT-ON-HAND BY KT-PER-KIT(WS-KT-IDX)
                GIVING WS-KITS-BUILDABLE
            MOVE 0 TO WS-KITS-WAITING
            PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                UNTIL WS-BK-IDX > WS-BK-COUNT
                IF BK-KIT-ITEM(WS-BK-IDX) = KT-KIT-ITEM(WS-KT-IDX)
                    MOVE BK-QUANTITY(WS-BK-IDX) TO WS-KITS-WAITING
                END-IF
            END-PERFORM
            MOVE KT-PER-KIT(WS-KT-IDX) TO WS-KTL-PER-KIT
            MOVE WS-KITS-BUILDABLE TO WS-KTL-BUILDABLE
            MOVE WS-KITS-WAITING TO WS-KTL-WAITING
            MOVE SPACES TO WS-KTL-NOTE
            IF WS-KITS-BUILDABLE = 0
                MOVE "CANNOT BUILD" TO WS-KTL-NOTE
            ELSE
                IF WS-KITS-BUILDABLE < WS-KITS-WAITING
                    MOVE "BELOW B/O" TO WS-KTL-NOTE
                END-IF
            END-IF
            WRITE WhereUsedLine FROM WS-KIT-LINE.
