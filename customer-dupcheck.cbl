       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerDupCheck.
      * Duplicate-customer detection over CUSTOMER.DAT. The same
      * person comes in through more than one intake path and ends
      * up under two or three CustomerIds with their receivables,
      * orders and student links split between them. Every pair of
      * live customers is scored on the normalized (trimmed, upper-
      * cased) last and first names, Customer-DOB, email address
      * and current postal code, and each pair scoring at or above
      * the threshold (DUPSCORE.CTL, points out of 100; 60 when the
      * file is absent) is listed on DUPCUST.RPT, highest score
      * first, with the elements that matched. A field blank on
      * either side scores nothing. Nothing is changed - the
      * listing is the supervisor's worksheet for the CustomerMerge
      * transactions. Deleted and already-merged customers are
      * passed over.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT CUSTOMER-MASTER
            ASSIGN TO "CUSTOMER.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS CustomerId
            FILE STATUS IS WS-CUSTOMER-STATUS.
          SELECT DUP-SCORE-CONTROL-FILE
            ASSIGN TO "DUPSCORE.CTL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SCORE-CONTROL-STATUS.
          SELECT DUPLICATE-REPORT
            ASSIGN TO "DUPCUST.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  CUSTOMER-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY CUSTREC.

        FD  DUP-SCORE-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
        01  DupScoreControlLine      PIC 999.

        FD  DUPLICATE-REPORT
            LABEL RECORDS ARE STANDARD.
        01  DuplicateReportLine      PIC X(80).

        WORKING-STORAGE SECTION.
        01  WS-CUSTOMER-STATUS       PIC XX.
            88  CustomerFileOK           VALUE "00".
            88  EndOfCustomerFile        VALUE "10".
        01  WS-SCORE-CONTROL-STATUS  PIC XX.
        01  WS-REPORT-STATUS         PIC XX.

      * Points each matching element is worth; a full match on all
      * five makes 100.
        78  WS-LAST-NAME-POINTS      VALUE 25.
        78  WS-FIRST-NAME-POINTS     VALUE 15.
        78  WS-INITIAL-POINTS        VALUE 5.
        78  WS-DOB-POINTS            VALUE 25.
        78  WS-EMAIL-POINTS          VALUE 25.
        78  WS-POSTAL-POINTS         VALUE 10.
        01  WS-SCORE-THRESHOLD       PIC 999 VALUE 60.
        01  WS-PAIR-SCORE            PIC 999.
        01  WS-MATCHED-ON            PIC X(24).
        01  WS-MATCHED-PTR           PIC 99.

      * Live customers with their comparison fields normalized.
        78  WS-CUSTOMER-TABLE-CAPACITY VALUE 2000.
        01  WS-DC-COUNT              PIC 9(4) VALUE ZERO.
        01  WS-DC-IDX                PIC 9(4).
        01  WS-DC-OTHER              PIC 9(4).
        01  WS-DC-START              PIC 9(4).
        01  WS-CUSTOMER-TABLE.
            05  DUP-CUSTOMER-ENTRY OCCURS 2000 TIMES.
              10  DC-CUSTOMER-ID     PIC 9(8).
              10  DC-FIRST-NAME      PIC X(6).
              10  DC-LAST-NAME       PIC X(5).
              10  DC-DOB             PIC X(6).
              10  DC-EMAIL           PIC X(50).
              10  DC-POSTAL-CODE     PIC X(10).

      * Pairs at or over the threshold, highest score first - the
      * sort key carries the score's complement so the same
      * ascending insertion the back-order listings use puts the
      * likeliest duplicates at the top.
        78  WS-PAIR-TABLE-CAPACITY   VALUE 500.
        01  WS-DP-COUNT              PIC 999 VALUE ZERO.
        01  WS-DP-SCAN               PIC 999.
        01  WS-PAIRS-FOUND           PIC 9(5) VALUE ZERO.
        01  WS-PAIR-TABLE.
            05  DUP-PAIR-ENTRY OCCURS 500 TIMES
                INDEXED BY DP-IDX.
              10  DP-SORT-KEY.
                15  DP-SCORE-RANK    PIC 999.
                15  DP-FIRST-ENTRY   PIC 9(4).
                15  DP-SECOND-ENTRY  PIC 9(4).
              10  DP-SCORE           PIC 999.
              10  DP-MATCHED-ON      PIC X(24).
        01  WS-DP-SORT-KEY.
            05  WS-DSK-SCORE-RANK    PIC 999.
            05  WS-DSK-FIRST-ENTRY   PIC 9(4).
            05  WS-DSK-SECOND-ENTRY  PIC 9(4).

        01  WS-RUN-DATE              PIC 9(8).

        01  WS-DUPLICATE-HEADING-LINE.
            05  FILLER               PIC X(29)
                VALUE "LIKELY DUPLICATE CUSTOMERS - ".
            05  FILLER               PIC X(10) VALUE "THRESHOLD ".
            05  WS-DHL-THRESHOLD     PIC ZZ9.
            05  FILLER               PIC X(8) VALUE "  RUN ON".
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DHL-RUN-DATE      PIC 9(8).
        01  WS-DUPLICATE-COLUMN-LINE.
            05  FILLER               PIC X(22)
                VALUE "CUSTOMER NAME         ".
            05  FILLER               PIC X(22)
                VALUE "CUSTOMER NAME         ".
            05  FILLER               PIC X(17)
                VALUE " SCORE MATCHED ON".
        01  WS-DUPLICATE-DETAIL-LINE.
            05  WS-DDL-FIRST-ID      PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DDL-FIRST-NAME    PIC X(12).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DDL-SECOND-ID     PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DDL-SECOND-NAME   PIC X(12).
            05  FILLER               PIC X(2) VALUE SPACES.
            05  WS-DDL-SCORE         PIC ZZ9.
            05  FILLER               PIC X(3) VALUE SPACES.
            05  WS-DDL-MATCHED-ON    PIC X(24).
        01  WS-DUPLICATE-TOTAL-LINE.
            05  FILLER               PIC X(10) VALUE "CUSTOMERS ".
            05  WS-DTL-CUSTOMERS     PIC ZZZZ9.
            05  FILLER               PIC X(16)
                VALUE "  PAIRS LISTED  ".
            05  WS-DTL-PAIRS         PIC ZZZZ9.

            COPY RPTSTAMP.

        PROCEDURE DIVISION.
        Begin.
            OPEN INPUT CUSTOMER-MASTER
            IF NOT CustomerFileOK
                DISPLAY "No CUSTOMER.DAT on file, status "
                    WS-CUSTOMER-STATUS
                    " - duplicate-customer check skipped"
                STOP RUN
            END-IF
            PERFORM READ-SCORE-CONTROL
            CALL "BusinessDate" USING WS-RUN-DATE
            PERFORM LOAD-CUSTOMER-TABLE
            CLOSE CUSTOMER-MASTER
            PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                UNTIL WS-DC-IDX >= WS-DC-COUNT
                COMPUTE WS-DC-START = WS-DC-IDX + 1
                PERFORM VARYING WS-DC-OTHER FROM WS-DC-START BY 1
                    UNTIL WS-DC-OTHER > WS-DC-COUNT
                    PERFORM SCORE-ONE-PAIR
                END-PERFORM
            END-PERFORM
            OPEN OUTPUT DUPLICATE-REPORT
            CALL "ReportStamp" USING REPORT-STAMP-LINE
            WRITE DuplicateReportLine FROM REPORT-STAMP-LINE
            MOVE WS-SCORE-THRESHOLD TO WS-DHL-THRESHOLD
            MOVE WS-RUN-DATE TO WS-DHL-RUN-DATE
            WRITE DuplicateReportLine FROM WS-DUPLICATE-HEADING-LINE
            WRITE DuplicateReportLine FROM WS-DUPLICATE-COLUMN-LINE
            PERFORM VARYING WS-DP-SCAN FROM 1 BY 1
                UNTIL WS-DP-SCAN > WS-DP-COUNT
                PERFORM WRITE-ONE-PAIR-LINE
            END-PERFORM
            MOVE WS-DC-COUNT TO WS-DTL-CUSTOMERS
            MOVE WS-DP-COUNT TO WS-DTL-PAIRS
            WRITE DuplicateReportLine FROM WS-DUPLICATE-TOTAL-LINE
            CLOSE DUPLICATE-REPORT
            DISPLAY "Duplicate-customer check: " WS-DC-COUNT
                " customer(s) compared, " WS-PAIRS-FOUND
                " likely duplicate pair(s)"
            STOP RUN.

        READ-SCORE-CONTROL.
            OPEN INPUT DUP-SCORE-CONTROL-FILE
            IF WS-SCORE-CONTROL-STATUS = "00"
                READ DUP-SCORE-CONTROL-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF DupScoreControlLine IS NUMERIC
                           AND DupScoreControlLine > 0
                            MOVE DupScoreControlLine
                                TO WS-SCORE-THRESHOLD
                        END-IF
                END-READ
                CLOSE DUP-SCORE-CONTROL-FILE
            END-IF.

      * Names go through the same trim/upper-case rules ex's
      * NORMALIZE-CUSTOMER-NAME uses, so a case or spacing
      * difference between intake paths cannot hide a match; the
      * email is matched the way CustStudentLink matches it.
        LOAD-CUSTOMER-TABLE.
            PERFORM UNTIL EndOfCustomerFile
                OR WS-DC-COUNT >= WS-CUSTOMER-TABLE-CAPACITY
                READ CUSTOMER-MASTER NEXT RECORD
                    AT END SET EndOfCustomerFile TO TRUE
                    NOT AT END
                        IF NOT CustomerDeleted
                            PERFORM STORE-ONE-CUSTOMER
                        END-IF
                END-READ
            END-PERFORM
            IF NOT EndOfCustomerFile
                DISPLAY "WS-CUSTOMER-TABLE full at "
                    WS-CUSTOMER-TABLE-CAPACITY " entries, "
                    "remaining CUSTOMER.DAT records not compared"
            END-IF.

        STORE-ONE-CUSTOMER.
            ADD 1 TO WS-DC-COUNT
            MOVE CustomerId TO DC-CUSTOMER-ID(WS-DC-COUNT)
            MOVE FUNCTION TRIM(FUNCTION UPPER-CASE(FirstName))
                TO DC-FIRST-NAME(WS-DC-COUNT)
            MOVE FUNCTION TRIM(FUNCTION UPPER-CASE(LastName))
                TO DC-LAST-NAME(WS-DC-COUNT)
            MOVE SPACES TO DC-DOB(WS-DC-COUNT)
            IF Month IS NUMERIC AND Theday IS NUMERIC
               AND Year IS NUMERIC
                STRING Month Theday Year DELIMITED BY SIZE
                    INTO DC-DOB(WS-DC-COUNT)
                END-STRING
            END-IF
            MOVE FUNCTION TRIM(FUNCTION UPPER-CASE(Customer-Email))
                TO DC-EMAIL(WS-DC-COUNT)
            MOVE SPACES TO DC-POSTAL-CODE(WS-DC-COUNT)
            PERFORM VARYING AH-IDX FROM 1 BY 1 UNTIL AH-IDX > 5
                IF IS-CURRENT-ADDRESS(AH-IDX)
                    MOVE FUNCTION TRIM(FUNCTION UPPER-CASE(
                        AH-POSTAL-CODE(AH-IDX)))
                        TO DC-POSTAL-CODE(WS-DC-COUNT)
                END-IF
            END-PERFORM.

      * The inner loop starts one past the outer one, so each pair
      * is scored once.
        SCORE-ONE-PAIR.
            MOVE 0 TO WS-PAIR-SCORE
            MOVE SPACES TO WS-MATCHED-ON
            MOVE 1 TO WS-MATCHED-PTR
            IF DC-LAST-NAME(WS-DC-IDX) NOT = SPACES
               AND DC-LAST-NAME(WS-DC-IDX)
                   = DC-LAST-NAME(WS-DC-OTHER)
                ADD WS-LAST-NAME-POINTS TO WS-PAIR-SCORE
                STRING "LAST " DELIMITED BY SIZE
                    INTO WS-MATCHED-ON WITH POINTER WS-MATCHED-PTR
                END-STRING
            END-IF
            IF DC-FIRST-NAME(WS-DC-IDX) NOT = SPACES
               AND DC-FIRST-NAME(WS-DC-OTHER) NOT = SPACES
                IF DC-FIRST-NAME(WS-DC-IDX)
                   = DC-FIRST-NAME(WS-DC-OTHER)
                    ADD WS-FIRST-NAME-POINTS TO WS-PAIR-SCORE
                    STRING "FIRST " DELIMITED BY SIZE
                        INTO WS-MATCHED-ON WITH POINTER WS-MATCHED-PTR
                    END-STRING
                ELSE
                    IF DC-FIRST-NAME(WS-DC-IDX)(1:1)
                       = DC-FIRST-NAME(WS-DC-OTHER)(1:1)
                        ADD WS-INITIAL-POINTS TO WS-PAIR-SCORE
                        STRING "INIT " DELIMITED BY SIZE
                            INTO WS-MATCHED-ON
                            WITH POINTER WS-MATCHED-PTR
                        END-STRING
                    END-IF
                END-IF
            END-IF
            IF DC-DOB(WS-DC-IDX) NOT = SPACES
               AND DC-DOB(WS-DC-IDX) = DC-DOB(WS-DC-OTHER)
                ADD WS-DOB-POINTS TO WS-PAIR-SCORE
                STRING "DOB " DELIMITED BY SIZE
                    INTO WS-MATCHED-ON WITH POINTER WS-MATCHED-PTR
                END-STRING
            END-IF
            IF DC-EMAIL(WS-DC-IDX) NOT = SPACES
               AND DC-EMAIL(WS-DC-IDX) = DC-EMAIL(WS-DC-OTHER)
                ADD WS-EMAIL-POINTS TO WS-PAIR-SCORE
                STRING "EMAIL " DELIMITED BY SIZE
                    INTO WS-MATCHED-ON WITH POINTER WS-MATCHED-PTR
                END-STRING
            END-IF
            IF DC-POSTAL-CODE(WS-DC-IDX) NOT = SPACES
               AND DC-POSTAL-CODE(WS-DC-IDX)
                   = DC-POSTAL-CODE(WS-DC-OTHER)
                ADD WS-POSTAL-POINTS TO WS-PAIR-SCORE
                STRING "POSTAL" DELIMITED BY SIZE
                    INTO WS-MATCHED-ON WITH POINTER WS-MATCHED-PTR
                END-STRING
            END-IF
            IF WS-PAIR-SCORE >= WS-SCORE-THRESHOLD
                PERFORM STORE-DUPLICATE-PAIR
            END-IF.

        STORE-DUPLICATE-PAIR.
            ADD 1 TO WS-PAIRS-FOUND
            IF WS-DP-COUNT >= WS-PAIR-TABLE-CAPACITY
                IF WS-PAIRS-FOUND = WS-PAIR-TABLE-CAPACITY + 1
                    DISPLAY "WS-PAIR-TABLE full at "
                        WS-PAIR-TABLE-CAPACITY " entries, "
                        "raise the DUPSCORE.CTL threshold to see "
                        "the rest"
                END-IF
                EXIT PARAGRAPH
            END-IF
            COMPUTE WS-DSK-SCORE-RANK = 999 - WS-PAIR-SCORE
            MOVE WS-DC-IDX TO WS-DSK-FIRST-ENTRY
            MOVE WS-DC-OTHER TO WS-DSK-SECOND-ENTRY
            ADD 1 TO WS-DP-COUNT
            SET DP-IDX TO WS-DP-COUNT
            PERFORM UNTIL DP-IDX <= 1
                OR DP-SORT-KEY(DP-IDX - 1) <= WS-DP-SORT-KEY
                MOVE DUP-PAIR-ENTRY(DP-IDX - 1)
                    TO DUP-PAIR-ENTRY(DP-IDX)
                SET DP-IDX DOWN BY 1
            END-PERFORM
            MOVE WS-DP-SORT-KEY TO DP-SORT-KEY(DP-IDX)
            MOVE WS-PAIR-SCORE TO DP-SCORE(DP-IDX)
            MOVE WS-MATCHED-ON TO DP-MATCHED-ON(DP-IDX).

        WRITE-ONE-PAIR-LINE.
            MOVE DP-FIRST-ENTRY(WS-DP-SCAN) TO WS-DC-IDX
            MOVE DP-SECOND-ENTRY(WS-DP-SCAN) TO WS-DC-OTHER
            MOVE DC-CUSTOMER-ID(WS-DC-IDX) TO WS-DDL-FIRST-ID
            MOVE SPACES TO WS-DDL-FIRST-NAME
            STRING DC-FIRST-NAME(WS-DC-IDX) DELIMITED BY SPACE
                " " DELIMITED BY SIZE
                DC-LAST-NAME(WS-DC-IDX) DELIMITED BY SPACE
                INTO WS-DDL-FIRST-NAME
            END-STRING
            MOVE DC-CUSTOMER-ID(WS-DC-OTHER) TO WS-DDL-SECOND-ID
            MOVE SPACES TO WS-DDL-SECOND-NAME
            STRING DC-FIRST-NAME(WS-DC-OTHER) DELIMITED BY SPACE
                " " DELIMITED BY SIZE
                DC-LAST-NAME(WS-DC-OTHER) DELIMITED BY SPACE
                INTO WS-DDL-SECOND-NAME
            END-STRING
            MOVE DP-SCORE(WS-DP-SCAN) TO WS-DDL-SCORE
            MOVE DP-MATCHED-ON(WS-DP-SCAN) TO WS-DDL-MATCHED-ON
            WRITE DuplicateReportLine FROM WS-DUPLICATE-DETAIL-LINE.
