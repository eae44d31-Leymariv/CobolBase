       IDENTIFICATION DIVISION.
       PROGRAM-ID. CommissionRun.
      * Monthly sales-commission run. Commission is paid only on
      * cash actually applied to a salesperson's invoices: every
      * ARAPPLY.DAT application-journal entry dated in the chosen
      * month is traced through the INVARCH.DAT invoice archive to
      * the salesperson the order was credited to (the order
      * header's override, else the customer's) - cash CashApply
      * applied earns commission, credit memos ReturnsRun raised
      * against the order and write-offs WriteOffRun took on the
      * invoice take it back. Each invoice's rate is its lines'
      * COMMPLAN.REF rates for the salesperson's plan, by item
      * category where the plan has one and the plan's flat rate
      * otherwise, weighted by line value over the invoice total
      * with tax, so cash received on the tax or the freight
      * earns nothing.
      * SALESREP.REF ties each salesperson code to the employee
      * paid; the month's net commission goes on the COMMPAY.DAT
      * feed for an operator-chosen payroll week, and PayrollRun
      * pays it the way it pays SESSPAY.DAT sessional fees. A month
      * whose recoveries exceed its earnings pays nothing. Every
      * salesperson gets a statement on COMMSTMT.RPT listing each
      * entry behind the figure; journal entries with no archived
      * invoice (finance charges, tuition) or a house account earn
      * nothing and are counted at the end.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT SALESPERSON-FILE
            ASSIGN TO "SALESREP.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SALESPERSON-STATUS.
          SELECT COMMISSION-PLAN-FILE
            ASSIGN TO "COMMPLAN.REF"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PLAN-STATUS.
          SELECT EMPLOYEE-MASTER
            ASSIGN TO "EMPLOYEE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EM-EMPLOYEE-NO
            FILE STATUS IS WS-EMPLOYEE-STATUS.
          SELECT ITEM-MASTER
            ASSIGN TO "ITEMS.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IM-ITEM-NUMBER
            FILE STATUS IS WS-ITEM-MASTER-STATUS.
          SELECT AR-APPLICATION-JOURNAL
            ASSIGN TO "ARAPPLY.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.
          SELECT INVOICE-ARCHIVE-FILE
            ASSIGN TO "INVARCH.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ARCHIVE-STATUS.
          SELECT COMMISSION-STATEMENT-FILE
            ASSIGN TO "COMMSTMT.RPT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATEMENT-STATUS.
          SELECT COMMISSION-PAY-FILE
            ASSIGN TO "COMMPAY.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-COMMISSION-PAY-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  SALESPERSON-FILE
            LABEL RECORDS ARE STANDARD.
            COPY SALESREP.

      * One rate per plan and item category; a category of
      * spaces or "*" is the plan's flat rate for everything not
      * named. Rates are percentages of the commissionable amount.
        FD  COMMISSION-PLAN-FILE
            LABEL RECORDS ARE STANDARD.
        01  COMMISSION-PLAN-RECORD.
            05  CP-PLAN-CODE         PIC X(4).
            05  FILLER               PIC X.
            05  CP-CATEGORY-CODE     PIC X(4).
                88  CP-FlatRate          VALUE SPACES "*".
            05  FILLER               PIC X.
            05  CP-RATE              PIC 99V99.

        FD  EMPLOYEE-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY EMPREC.

        FD  ITEM-MASTER
            LABEL RECORDS ARE STANDARD.
            COPY ITEMREC.

        FD  AR-APPLICATION-JOURNAL
            LABEL RECORDS ARE STANDARD.
            COPY ARAPPLY.

        FD  INVOICE-ARCHIVE-FILE
            LABEL RECORDS ARE STANDARD.
            COPY INVARCH.

        FD  COMMISSION-STATEMENT-FILE
            LABEL RECORDS ARE STANDARD.
        01  CommissionStatementLine  PIC X(90).

      * COMMPAY.DAT feed - employee, week, amount - in the
      * SESSPAY.DAT shape PayrollRun already reads.
        FD  COMMISSION-PAY-FILE
            LABEL RECORDS ARE STANDARD.
        01  COMMISSION-PAY-RECORD.
            05  CM-EMPLOYEE-NO       PIC 9(6).
            05  FILLER               PIC X.
            05  CM-WEEK-NO           PIC 99.
            05  FILLER               PIC X.
            05  CM-AMOUNT            PIC 9(5)V99.

        WORKING-STORAGE SECTION.
        01  WS-SALESPERSON-STATUS    PIC XX.
            88  EndOfSalespersonFile     VALUE "10".
        01  WS-PLAN-STATUS           PIC XX.
            88  EndOfPlanFile            VALUE "10".
        01  WS-EMPLOYEE-STATUS       PIC XX.
            88  EmployeeFileOK           VALUE "00".
        01  WS-ITEM-MASTER-STATUS    PIC XX.
            88  ItemMasterOK             VALUE "00".
        01  WS-JOURNAL-STATUS        PIC XX.
            88  EndOfJournal             VALUE "10".
        01  WS-ARCHIVE-STATUS        PIC XX.
            88  EndOfArchive             VALUE "10".
        01  WS-STATEMENT-STATUS      PIC XX.
        01  WS-COMMISSION-PAY-STATUS PIC XX.

        01  WS-RUN-DATE              PIC 9(8).
        01  WS-COMMISSION-MONTH      PIC 9(6).
        01  WS-COMMISSION-MONTH-X REDEFINES WS-COMMISSION-MONTH.
            05  WS-CM-YEAR           PIC 9(4).
            05  WS-CM-MONTH          PIC 99.
        01  WS-PAY-WEEK-NO           PIC 99.
        01  WS-ITEM-FILE-OPEN        PIC X VALUE "N".
            88  ItemCategoriesAvailable  VALUE "Y".

        01  WS-MC-ACTION             PIC X.
        01  WS-MC-FILE-ID            PIC X(8) VALUE "EMPLOYEE".
        01  WS-MC-COUNT              PIC 9(7).
        01  WS-MC-HASH               PIC 9(15).
        01  WS-MC-RESULT             PIC X.
            88  MasterControlOK          VALUE "Y".
        01  WS-MASTER-EOF            PIC X.
            88  EndOfEmployeeMaster      VALUE "Y".

      * Salespeople from SALESREP.REF, with the month's totals
      * gathered against each.
        78  WS-SALESPERSON-CAPACITY  VALUE 100.
        01  WS-SR-COUNT              PIC 999 VALUE ZERO.
        01  WS-SR-IDX                PIC 999.
        01  WS-SALESPERSON-TABLE.
            05  SALESPERSON-ENTRY OCCURS 100 TIMES.
              10  SE-SALESPERSON-CODE PIC X(4).
              10  SE-EMPLOYEE-NO     PIC 9(6).
              10  SE-PLAN-CODE       PIC X(4).
              10  SE-EMPLOYEE-NAME   PIC X(20).
              10  SE-ON-PAYROLL      PIC X.
                  88  SE-PaidThroughPayroll VALUE "Y".
              10  SE-ENTRY-COUNT     PIC 9(5).
              10  SE-CASH-TOTAL      PIC S9(9)V99.
              10  SE-CREDIT-TOTAL    PIC S9(9)V99.
              10  SE-WRITE-OFF-TOTAL PIC S9(9)V99.
              10  SE-EARNED          PIC S9(7)V99.
              10  SE-RECOVERED       PIC S9(7)V99.
              10  SE-PAYABLE         PIC S9(7)V99.

        78  WS-PLAN-TABLE-CAPACITY   VALUE 200.
        01  WS-PL-COUNT              PIC 999 VALUE ZERO.
        01  WS-PL-IDX                PIC 999.
        01  WS-PLAN-TABLE.
            05  PLAN-ENTRY OCCURS 200 TIMES.
              10  PE-PLAN-CODE       PIC X(4).
              10  PE-CATEGORY-CODE   PIC X(4).
              10  PE-RATE            PIC 99V99.
        01  WS-LOOKUP-PLAN           PIC X(4).
        01  WS-LOOKUP-CATEGORY       PIC X(4).
        01  WS-LINE-RATE             PIC 99V99.
        01  WS-FLAT-RATE             PIC 99V99.
        01  WS-CATEGORY-FOUND        PIC X.
            88  CategoryRateFound        VALUE "Y".

      * The month's journal entries, each resolved to a
      * salesperson and a commission once its invoice is found in
      * the archive.
        78  WS-ACTIVITY-CAPACITY     VALUE 2000.
        01  WS-AC-COUNT              PIC 9(4) VALUE ZERO.
        01  WS-AC-IDX                PIC 9(4).
        01  WS-ACTIVITY-TABLE.
            05  ACTIVITY-ENTRY OCCURS 2000 TIMES.
              10  AE-ENTRY-TYPE      PIC X.
                  88  AE-CashApplied     VALUE "C".
                  88  AE-CreditMemo      VALUE "R".
                  88  AE-WrittenOff      VALUE "W".
              10  AE-ENTRY-DATE      PIC 9(8).
              10  AE-INVOICE-NO      PIC 9(6).
              10  AE-CUSTOMER-ID     PIC 9(8).
              10  AE-ORDER-NUMBER    PIC 9(6).
              10  AE-AMOUNT          PIC S9(7)V99.
              10  AE-RESOLVED        PIC X.
                  88  AE-InvoiceFound    VALUE "Y".
              10  AE-SALESPERSON-CODE PIC X(4).
              10  AE-RATE            PIC 9V9(6).
              10  AE-COMMISSION      PIC S9(7)V99.

      * The archived invoice being read, and what its lines come
      * to at the salesperson's plan rates.
        01  WS-INVOICE-WANTED        PIC X.
            88  InvoiceHasActivity       VALUE "Y".
        01  WS-ARCHIVED-INVOICE.
            05  WS-AI-INVOICE-NO     PIC 9(6).
            05  WS-AI-ORDER-NUMBER   PIC 9(6).
            05  WS-AI-SALESPERSON    PIC X(4).
            05  WS-AI-PLAN-CODE      PIC X(4).
            05  WS-AI-INVOICE-TOTAL  PIC S9(9)V99.
        01  WS-COMMISSIONABLE-VALUE  PIC S9(9)V9(4).
        01  WS-INVOICE-RATE          PIC 9V9(6).

        01  WS-ENTRIES-READ          PIC 9(6) VALUE ZERO.
        01  WS-ENTRIES-IN-MONTH      PIC 9(5) VALUE ZERO.
        01  WS-NO-INVOICE-COUNT      PIC 9(5) VALUE ZERO.
        01  WS-HOUSE-COUNT           PIC 9(5) VALUE ZERO.
        01  WS-UNKNOWN-REP-COUNT     PIC 9(5) VALUE ZERO.
        01  WS-FEED-RECORDS          PIC 9(4) VALUE ZERO.
        01  WS-TOTAL-PAYABLE         PIC S9(9)V99 VALUE ZERO.
        01  WS-RATE-PERCENT          PIC 999V99.

        01  WS-RULE-LINE             PIC X(90) VALUE ALL "=".
        01  WS-BLANK-LINE            PIC X(90) VALUE SPACES.
        01  WS-STATEMENT-HEADING.
            05  FILLER               PIC X(27)
                VALUE "COMMISSION STATEMENT MONTH ".
            05  WS-SH-MONTH          PIC 9(6).
            05  FILLER               PIC X(14)
                VALUE "  SALESPERSON ".
            05  WS-SH-SALESPERSON    PIC X(4).
            05  FILLER               PIC X(6) VALUE "  EMP ".
            05  WS-SH-EMPLOYEE-NO    PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-SH-EMPLOYEE-NAME  PIC X(20).
        01  WS-PLAN-HEADING.
            05  FILLER               PIC X(5) VALUE "PLAN ".
            05  WS-PH-PLAN-CODE      PIC X(4).
        01  WS-COLUMN-HEADING.
            05  FILLER               PIC X(44)
                VALUE "ENTRY          DATE     INVOICE CUSTOMER  OR".
            05  FILLER               PIC X(44)
                VALUE "DER        AMOUNT   RATE %    COMMISSION".
        01  WS-DETAIL-LINE.
            05  WS-DL-ENTRY-TEXT     PIC X(14).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-ENTRY-DATE     PIC 9(8).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-INVOICE-NO     PIC 9(6).
            05  FILLER               PIC XX VALUE SPACES.
            05  WS-DL-CUSTOMER-ID    PIC 9(8).
            05  FILLER               PIC XX VALUE SPACES.
            05  WS-DL-ORDER-NUMBER   PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-DL-AMOUNT         PIC Z,ZZZ,ZZ9.99.
            05  FILLER               PIC XX VALUE SPACES.
            05  WS-DL-RATE           PIC ZZ9.99.
            05  FILLER               PIC XX VALUE SPACES.
            05  WS-DL-COMMISSION     PIC Z,ZZZ,ZZ9.99-.
        01  WS-SUMMARY-LINE.
            05  WS-SL-LABEL          PIC X(40).
            05  WS-SL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
        01  WS-NOTE-LINE             PIC X(90).
        01  WS-EXCEPTION-LINE.
            05  FILLER               PIC X(14) VALUE "NOT PAID     ".
            05  WS-XL-SALESPERSON    PIC X(4).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-XL-INVOICE-NO     PIC 9(6).
            05  FILLER               PIC X VALUE SPACE.
            05  WS-XL-AMOUNT         PIC Z,ZZZ,ZZ9.99.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-XL-REASON         PIC X(32).
        01  WS-CONTROL-LINE.
            05  FILLER               PIC X(16)
                VALUE "JOURNAL ENTRIES ".
            05  WS-CTL-IN-MONTH      PIC ZZZZ9.
            05  FILLER               PIC X(13) VALUE "  NO INVOICE ".
            05  WS-CTL-NO-INVOICE    PIC ZZZZ9.
            05  FILLER               PIC X(8) VALUE "  HOUSE ".
            05  WS-CTL-HOUSE         PIC ZZZZ9.
            05  FILLER               PIC X(16)
                VALUE "  UNKNOWN CODES ".
            05  WS-CTL-UNKNOWN       PIC ZZZZ9.
        01  WS-PAYABLE-CONTROL-LINE.
            05  FILLER               PIC X(24)
                VALUE "COMMISSION FED FOR WEEK ".
            05  WS-PCL-WEEK-NO       PIC 99.
            05  FILLER               PIC X VALUE SPACE.
            05  WS-PCL-TOTAL         PIC ZZZ,ZZZ,ZZ9.99-.
            05  FILLER               PIC X(4) VALUE " TO ".
            05  WS-PCL-RECORDS       PIC ZZZ9.
            05  FILLER               PIC X(13)
                VALUE " SALESPEOPLE".

        PROCEDURE DIVISION.
        Begin.
            CALL "BusinessDate" USING WS-RUN-DATE
            DISPLAY "Commission month (CCYYMM) - " WITH NO ADVANCING
            ACCEPT WS-COMMISSION-MONTH
            IF WS-COMMISSION-MONTH IS NOT NUMERIC
               OR WS-CM-MONTH < 1 OR WS-CM-MONTH > 12
                DISPLAY "Not a commission month, run refused"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            DISPLAY "Week number for the commission pay feed - "
                WITH NO ADVANCING
            ACCEPT WS-PAY-WEEK-NO
            IF WS-PAY-WEEK-NO IS NOT NUMERIC
               OR WS-PAY-WEEK-NO < 1 OR WS-PAY-WEEK-NO > 52
                DISPLAY "Not a payroll week, run refused"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LOAD-SALESPERSON-TABLE
            IF WS-SR-COUNT = 0
                DISPLAY "No SALESREP.REF salespeople on file, "
                    "commission run skipped"
                STOP RUN
            END-IF
            PERFORM LOAD-PLAN-TABLE
            OPEN INPUT EMPLOYEE-MASTER
            IF NOT EmployeeFileOK
                DISPLAY "No EMPLOYEE-MASTER available, status "
                    WS-EMPLOYEE-STATUS
                STOP RUN
            END-IF
            PERFORM VERIFY-MASTER-CONTROL-TOTALS
            IF NOT MasterControlOK
                DISPLAY "EMPLOYEE-MASTER FAILS ITS CONTROL "
                    "TOTALS - COMMISSION RUN REFUSED"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM CHECK-SALESPERSON-EMPLOYEES
            CLOSE EMPLOYEE-MASTER
            OPEN INPUT ITEM-MASTER
            IF ItemMasterOK
                MOVE "Y" TO WS-ITEM-FILE-OPEN
            ELSE
                DISPLAY "No ITEM-MASTER on file, every line pays "
                    "its plan's flat rate this run"
            END-IF
            PERFORM LOAD-ACTIVITY-TABLE
            PERFORM RESOLVE-FROM-INVOICE-ARCHIVE
            IF ItemCategoriesAvailable
                CLOSE ITEM-MASTER
            END-IF
            PERFORM ACCUMULATE-SALESPERSON-TOTALS
            OPEN OUTPUT COMMISSION-STATEMENT-FILE
            PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                UNTIL WS-SR-IDX > WS-SR-COUNT
                IF SE-ENTRY-COUNT(WS-SR-IDX) > 0
                    PERFORM PRINT-ONE-STATEMENT
                END-IF
            END-PERFORM
            PERFORM PRINT-UNPAID-EXCEPTIONS
            PERFORM WRITE-COMMISSION-PAY-FEED
            MOVE WS-ENTRIES-IN-MONTH TO WS-CTL-IN-MONTH
            MOVE WS-NO-INVOICE-COUNT TO WS-CTL-NO-INVOICE
            MOVE WS-HOUSE-COUNT TO WS-CTL-HOUSE
            MOVE WS-UNKNOWN-REP-COUNT TO WS-CTL-UNKNOWN
            WRITE CommissionStatementLine FROM WS-RULE-LINE
            WRITE CommissionStatementLine FROM WS-CONTROL-LINE
            MOVE WS-PAY-WEEK-NO TO WS-PCL-WEEK-NO
            MOVE WS-TOTAL-PAYABLE TO WS-PCL-TOTAL
            MOVE WS-FEED-RECORDS TO WS-PCL-RECORDS
            WRITE CommissionStatementLine
                FROM WS-PAYABLE-CONTROL-LINE
            CLOSE COMMISSION-STATEMENT-FILE
            DISPLAY "Commission run " WS-COMMISSION-MONTH ": "
                WS-ENTRIES-IN-MONTH " journal entries, "
                WS-FEED-RECORDS " salespeople fed for week "
                WS-PAY-WEEK-NO
            STOP RUN.

        LOAD-SALESPERSON-TABLE.
            OPEN INPUT SALESPERSON-FILE
            IF WS-SALESPERSON-STATUS = "00"
                PERFORM UNTIL EndOfSalespersonFile
                    OR WS-SR-COUNT >= WS-SALESPERSON-CAPACITY
                    READ SALESPERSON-FILE
                        AT END SET EndOfSalespersonFile TO TRUE
                        NOT AT END
                            IF SR-SALESPERSON-CODE NOT = SPACES
                               AND SR-EMPLOYEE-NO IS NUMERIC
                                PERFORM ADD-SALESPERSON-ENTRY
                            ELSE
                                DISPLAY "Bad SALESREP.REF record "
                                    "ignored: " SALESPERSON-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                IF NOT EndOfSalespersonFile
                    DISPLAY "WS-SALESPERSON-TABLE full at "
                        WS-SALESPERSON-CAPACITY " entries, "
                        "remaining SALESREP.REF records not loaded"
                END-IF
                CLOSE SALESPERSON-FILE
            END-IF.

      * A salesperson who has left still collects on invoices
      * raised while employed - the code stays on the table.
        ADD-SALESPERSON-ENTRY.
            ADD 1 TO WS-SR-COUNT
            MOVE SR-SALESPERSON-CODE
                TO SE-SALESPERSON-CODE(WS-SR-COUNT)
            MOVE SR-EMPLOYEE-NO TO SE-EMPLOYEE-NO(WS-SR-COUNT)
            MOVE SR-PLAN-CODE TO SE-PLAN-CODE(WS-SR-COUNT)
            MOVE SPACES TO SE-EMPLOYEE-NAME(WS-SR-COUNT)
            MOVE "N" TO SE-ON-PAYROLL(WS-SR-COUNT)
            MOVE ZERO TO SE-ENTRY-COUNT(WS-SR-COUNT)
            MOVE ZERO TO SE-CASH-TOTAL(WS-SR-COUNT)
            MOVE ZERO TO SE-CREDIT-TOTAL(WS-SR-COUNT)
            MOVE ZERO TO SE-WRITE-OFF-TOTAL(WS-SR-COUNT)
            MOVE ZERO TO SE-EARNED(WS-SR-COUNT)
            MOVE ZERO TO SE-RECOVERED(WS-SR-COUNT)
            MOVE ZERO TO SE-PAYABLE(WS-SR-COUNT).

        LOAD-PLAN-TABLE.
            OPEN INPUT COMMISSION-PLAN-FILE
            IF WS-PLAN-STATUS = "00"
                PERFORM UNTIL EndOfPlanFile
                    OR WS-PL-COUNT >= WS-PLAN-TABLE-CAPACITY
                    READ COMMISSION-PLAN-FILE
                        AT END SET EndOfPlanFile TO TRUE
                        NOT AT END
                            IF CP-RATE IS NUMERIC
                                ADD 1 TO WS-PL-COUNT
                                MOVE CP-PLAN-CODE
                                    TO PE-PLAN-CODE(WS-PL-COUNT)
                                IF CP-FlatRate
                                    MOVE SPACES TO
                                        PE-CATEGORY-CODE(WS-PL-COUNT)
                                ELSE
                                    MOVE CP-CATEGORY-CODE TO
                                        PE-CATEGORY-CODE(WS-PL-COUNT)
                                END-IF
                                MOVE CP-RATE TO PE-RATE(WS-PL-COUNT)
                            ELSE
                                DISPLAY "Bad COMMPLAN.REF record "
                                    "ignored: " COMMISSION-PLAN-RECORD
                            END-IF
                    END-READ
                END-PERFORM
                IF NOT EndOfPlanFile
                    DISPLAY "WS-PLAN-TABLE full at "
                        WS-PLAN-TABLE-CAPACITY " entries, "
                        "remaining COMMPLAN.REF records not loaded"
                END-IF
                CLOSE COMMISSION-PLAN-FILE
            ELSE
                DISPLAY "No COMMPLAN.REF on file, every rate is "
                    "zero this run"
            END-IF.

      * One pass over the employee master recomputes the record
      * count and wage-rate hash for the shared MasterControl
      * check. The file is reopened afterward for keyed reads.
        VERIFY-MASTER-CONTROL-TOTALS.
            MOVE 0 TO WS-MC-COUNT
            MOVE 0 TO WS-MC-HASH
            MOVE "N" TO WS-MASTER-EOF
            PERFORM UNTIL EndOfEmployeeMaster
                READ EMPLOYEE-MASTER NEXT RECORD
                    AT END SET EndOfEmployeeMaster TO TRUE
                    NOT AT END
                        ADD 1 TO WS-MC-COUNT
                        COMPUTE WS-MC-HASH =
                            WS-MC-HASH + (EM-WAGE-RATE * 100)
                END-READ
            END-PERFORM
            CLOSE EMPLOYEE-MASTER
            MOVE "V" TO WS-MC-ACTION
            CALL "MasterControl" USING WS-MC-ACTION WS-MC-FILE-ID
                WS-MC-COUNT WS-MC-HASH WS-MC-RESULT
            IF MasterControlOK
                OPEN INPUT EMPLOYEE-MASTER
            END-IF.

      * Commission can only be fed for someone PayrollRun will
      * still pay - on file and not terminated by the run date.
      * Anyone else's statement still prints, marked not fed.
        CHECK-SALESPERSON-EMPLOYEES.
            PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                UNTIL WS-SR-IDX > WS-SR-COUNT
                MOVE SE-EMPLOYEE-NO(WS-SR-IDX) TO EM-EMPLOYEE-NO
                READ EMPLOYEE-MASTER
                    INVALID KEY
                        MOVE "NOT ON EMPLOYEE FILE"
                            TO SE-EMPLOYEE-NAME(WS-SR-IDX)
                    NOT INVALID KEY
                        MOVE EM-EMPLOYEE-NAME
                            TO SE-EMPLOYEE-NAME(WS-SR-IDX)
                        IF EM-TERMINATION-DATE = ZERO
                           OR EM-TERMINATION-DATE > WS-RUN-DATE
                            MOVE "Y" TO SE-ON-PAYROLL(WS-SR-IDX)
                        END-IF
                END-READ
            END-PERFORM.

        LOAD-ACTIVITY-TABLE.
            OPEN INPUT AR-APPLICATION-JOURNAL
            IF WS-JOURNAL-STATUS NOT = "00"
                DISPLAY "No ARAPPLY.DAT journal on file, nothing "
                    "to pay commission on"
                EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL EndOfJournal
                READ AR-APPLICATION-JOURNAL
                    AT END SET EndOfJournal TO TRUE
                    NOT AT END
                        ADD 1 TO WS-ENTRIES-READ
      * An early-payment discount is cash never received: it
      * neither earns commission nor takes any back.
                        IF AJ-ENTRY-DATE(1:6) = WS-COMMISSION-MONTH
                           AND NOT AJ-DiscountTaken
                           AND AJ-AMOUNT IS NUMERIC
                           AND AJ-AMOUNT NOT = ZERO
                            PERFORM ADD-ACTIVITY-ENTRY
                        END-IF
                END-READ
            END-PERFORM
            CLOSE AR-APPLICATION-JOURNAL.

        ADD-ACTIVITY-ENTRY.
            IF WS-AC-COUNT >= WS-ACTIVITY-CAPACITY
                DISPLAY "WS-ACTIVITY-TABLE full at "
                    WS-ACTIVITY-CAPACITY " entries, invoice "
                    AJ-INVOICE-NO " left out of the month"
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-AC-COUNT
            ADD 1 TO WS-ENTRIES-IN-MONTH
            MOVE AJ-ENTRY-TYPE TO AE-ENTRY-TYPE(WS-AC-COUNT)
            MOVE AJ-ENTRY-DATE TO AE-ENTRY-DATE(WS-AC-COUNT)
            MOVE AJ-INVOICE-NO TO AE-INVOICE-NO(WS-AC-COUNT)
            MOVE AJ-CUSTOMER-ID TO AE-CUSTOMER-ID(WS-AC-COUNT)
            MOVE AJ-ORDER-NUMBER TO AE-ORDER-NUMBER(WS-AC-COUNT)
            MOVE AJ-AMOUNT TO AE-AMOUNT(WS-AC-COUNT)
            MOVE "N" TO AE-RESOLVED(WS-AC-COUNT)
            MOVE SPACES TO AE-SALESPERSON-CODE(WS-AC-COUNT)
            MOVE ZERO TO AE-RATE(WS-AC-COUNT)
            MOVE ZERO TO AE-COMMISSION(WS-AC-COUNT).

      * One pass over the archive, header then lines: only an
      * invoice the month's journal touched has its lines rated.
        RESOLVE-FROM-INVOICE-ARCHIVE.
            IF WS-AC-COUNT = 0
                EXIT PARAGRAPH
            END-IF
            OPEN INPUT INVOICE-ARCHIVE-FILE
            IF WS-ARCHIVE-STATUS NOT = "00"
                DISPLAY "No INVARCH.DAT archive on file, no "
                    "invoice can be traced to a salesperson"
                EXIT PARAGRAPH
            END-IF
            PERFORM READ-ARCHIVE-RECORD
            PERFORM UNTIL EndOfArchive
                IF VA-HeaderRecord
                    PERFORM RATE-ONE-ARCHIVED-INVOICE
                ELSE
                    PERFORM READ-ARCHIVE-RECORD
                END-IF
            END-PERFORM
            CLOSE INVOICE-ARCHIVE-FILE.

        READ-ARCHIVE-RECORD.
            READ INVOICE-ARCHIVE-FILE
                AT END SET EndOfArchive TO TRUE
            END-READ.

      * Cash and write-offs name the invoice; a credit memo is
      * its own item and names the original order instead.
        RATE-ONE-ARCHIVED-INVOICE.
            MOVE VA-INVOICE-NO TO WS-AI-INVOICE-NO
            MOVE VA-ORDER-NUMBER TO WS-AI-ORDER-NUMBER
            MOVE VA-SALESPERSON-CODE TO WS-AI-SALESPERSON
            COMPUTE WS-AI-INVOICE-TOTAL =
                VA-ORDER-TOTAL + VA-ORDER-TAX
            MOVE "N" TO WS-INVOICE-WANTED
            PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                UNTIL WS-AC-IDX > WS-AC-COUNT
                OR InvoiceHasActivity
                IF (NOT AE-CreditMemo(WS-AC-IDX)
                    AND AE-INVOICE-NO(WS-AC-IDX) = WS-AI-INVOICE-NO)
                   OR (AE-CreditMemo(WS-AC-IDX)
                    AND AE-ORDER-NUMBER(WS-AC-IDX)
                        = WS-AI-ORDER-NUMBER)
                    MOVE "Y" TO WS-INVOICE-WANTED
                END-IF
            END-PERFORM
            MOVE SPACES TO WS-AI-PLAN-CODE
            PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                UNTIL WS-SR-IDX > WS-SR-COUNT
                IF SE-SALESPERSON-CODE(WS-SR-IDX) = WS-AI-SALESPERSON
                    MOVE SE-PLAN-CODE(WS-SR-IDX) TO WS-AI-PLAN-CODE
                END-IF
            END-PERFORM
            MOVE WS-AI-PLAN-CODE TO WS-LOOKUP-PLAN
            MOVE ZERO TO WS-COMMISSIONABLE-VALUE
            PERFORM READ-ARCHIVE-RECORD
            PERFORM UNTIL EndOfArchive OR VA-HeaderRecord
                IF InvoiceHasActivity AND VA-LineRecord
                    PERFORM RATE-ONE-ARCHIVED-LINE
                END-IF
                PERFORM READ-ARCHIVE-RECORD
            END-PERFORM
            IF InvoiceHasActivity
                MOVE ZERO TO WS-INVOICE-RATE
                IF WS-AI-INVOICE-TOTAL > ZERO
                    COMPUTE WS-INVOICE-RATE ROUNDED =
                        WS-COMMISSIONABLE-VALUE / WS-AI-INVOICE-TOTAL
                END-IF
                PERFORM APPLY-INVOICE-RATE
            END-IF.

      * ShipConfirm's freight line carries no commission.
        RATE-ONE-ARCHIVED-LINE.
            IF VA-ITEM-NUMBER IS NUMERIC AND VA-FreightLine
                EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO WS-LOOKUP-CATEGORY
            IF ItemCategoriesAvailable
               AND VA-ITEM-NUMBER IS NUMERIC
               AND VA-ITEM-NUMBER NOT = ZERO
                MOVE VA-ITEM-NUMBER TO IM-ITEM-NUMBER
                READ ITEM-MASTER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE IM-CATEGORY-CODE TO WS-LOOKUP-CATEGORY
                END-READ
            END-IF
            PERFORM FIND-PLAN-RATE
            COMPUTE WS-COMMISSIONABLE-VALUE =
                WS-COMMISSIONABLE-VALUE
                + (VA-EXTENDED-PRICE * WS-LINE-RATE / 100).

      * The plan's own rate for the category if it names one,
      * else its flat rate, else nothing.
        FIND-PLAN-RATE.
            MOVE ZERO TO WS-FLAT-RATE
            MOVE ZERO TO WS-LINE-RATE
            MOVE "N" TO WS-CATEGORY-FOUND
            PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                UNTIL WS-PL-IDX > WS-PL-COUNT
                IF PE-PLAN-CODE(WS-PL-IDX) = WS-LOOKUP-PLAN
                    IF PE-CATEGORY-CODE(WS-PL-IDX) = SPACES
                        MOVE PE-RATE(WS-PL-IDX) TO WS-FLAT-RATE
                    ELSE
                        IF WS-LOOKUP-CATEGORY NOT = SPACES
                           AND PE-CATEGORY-CODE(WS-PL-IDX)
                               = WS-LOOKUP-CATEGORY
                            MOVE "Y" TO WS-CATEGORY-FOUND
                            MOVE PE-RATE(WS-PL-IDX) TO WS-LINE-RATE
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
            IF NOT CategoryRateFound
                MOVE WS-FLAT-RATE TO WS-LINE-RATE
            END-IF.

        APPLY-INVOICE-RATE.
            PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                UNTIL WS-AC-IDX > WS-AC-COUNT
                IF (NOT AE-CreditMemo(WS-AC-IDX)
                    AND AE-INVOICE-NO(WS-AC-IDX) = WS-AI-INVOICE-NO)
                   OR (AE-CreditMemo(WS-AC-IDX)
                    AND AE-ORDER-NUMBER(WS-AC-IDX)
                        = WS-AI-ORDER-NUMBER)
                    MOVE "Y" TO AE-RESOLVED(WS-AC-IDX)
                    MOVE WS-AI-SALESPERSON
                        TO AE-SALESPERSON-CODE(WS-AC-IDX)
                    MOVE WS-INVOICE-RATE TO AE-RATE(WS-AC-IDX)
                    COMPUTE AE-COMMISSION(WS-AC-IDX) ROUNDED =
                        AE-AMOUNT(WS-AC-IDX) * WS-INVOICE-RATE
                    IF NOT AE-CashApplied(WS-AC-IDX)
                        COMPUTE AE-COMMISSION(WS-AC-IDX) =
                            0 - AE-COMMISSION(WS-AC-IDX)
                    END-IF
                END-IF
            END-PERFORM.

      * Each traced entry lands on its salesperson; the rest are
      * counted - no archived invoice, a house account, or a code
      * SALESREP.REF does not know (listed for the sales office).
        ACCUMULATE-SALESPERSON-TOTALS.
            PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                UNTIL WS-AC-IDX > WS-AC-COUNT
                EVALUATE TRUE
                    WHEN NOT AE-InvoiceFound(WS-AC-IDX)
                        ADD 1 TO WS-NO-INVOICE-COUNT
                    WHEN AE-SALESPERSON-CODE(WS-AC-IDX) = SPACES
                        ADD 1 TO WS-HOUSE-COUNT
                    WHEN OTHER
                        PERFORM POST-ONE-ACTIVITY
                END-EVALUATE
            END-PERFORM
            PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                UNTIL WS-SR-IDX > WS-SR-COUNT
                COMPUTE SE-PAYABLE(WS-SR-IDX) =
                    SE-EARNED(WS-SR-IDX) + SE-RECOVERED(WS-SR-IDX)
            END-PERFORM.

        POST-ONE-ACTIVITY.
            PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                UNTIL WS-SR-IDX > WS-SR-COUNT
                OR SE-SALESPERSON-CODE(WS-SR-IDX)
                    = AE-SALESPERSON-CODE(WS-AC-IDX)
                CONTINUE
            END-PERFORM
            IF WS-SR-IDX > WS-SR-COUNT
                ADD 1 TO WS-UNKNOWN-REP-COUNT
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO SE-ENTRY-COUNT(WS-SR-IDX)
            EVALUATE TRUE
                WHEN AE-CashApplied(WS-AC-IDX)
                    ADD AE-AMOUNT(WS-AC-IDX)
                        TO SE-CASH-TOTAL(WS-SR-IDX)
                    ADD AE-COMMISSION(WS-AC-IDX)
                        TO SE-EARNED(WS-SR-IDX)
                WHEN AE-CreditMemo(WS-AC-IDX)
                    ADD AE-AMOUNT(WS-AC-IDX)
                        TO SE-CREDIT-TOTAL(WS-SR-IDX)
                    ADD AE-COMMISSION(WS-AC-IDX)
                        TO SE-RECOVERED(WS-SR-IDX)
                WHEN OTHER
                    ADD AE-AMOUNT(WS-AC-IDX)
                        TO SE-WRITE-OFF-TOTAL(WS-SR-IDX)
                    ADD AE-COMMISSION(WS-AC-IDX)
                        TO SE-RECOVERED(WS-SR-IDX)
            END-EVALUATE.

        PRINT-ONE-STATEMENT.
            WRITE CommissionStatementLine FROM WS-RULE-LINE
            MOVE WS-COMMISSION-MONTH TO WS-SH-MONTH
            MOVE SE-SALESPERSON-CODE(WS-SR-IDX) TO WS-SH-SALESPERSON
            MOVE SE-EMPLOYEE-NO(WS-SR-IDX) TO WS-SH-EMPLOYEE-NO
            MOVE SE-EMPLOYEE-NAME(WS-SR-IDX) TO WS-SH-EMPLOYEE-NAME
            WRITE CommissionStatementLine FROM WS-STATEMENT-HEADING
            MOVE SE-PLAN-CODE(WS-SR-IDX) TO WS-PH-PLAN-CODE
            WRITE CommissionStatementLine FROM WS-PLAN-HEADING
            WRITE CommissionStatementLine FROM WS-BLANK-LINE
            WRITE CommissionStatementLine FROM WS-COLUMN-HEADING
            PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                UNTIL WS-AC-IDX > WS-AC-COUNT
                IF AE-InvoiceFound(WS-AC-IDX)
                   AND AE-SALESPERSON-CODE(WS-AC-IDX)
                       = SE-SALESPERSON-CODE(WS-SR-IDX)
                    PERFORM PRINT-ONE-STATEMENT-LINE
                END-IF
            END-PERFORM
            WRITE CommissionStatementLine FROM WS-BLANK-LINE
            MOVE "CASH RECEIVED" TO WS-SL-LABEL
            MOVE SE-CASH-TOTAL(WS-SR-IDX) TO WS-SL-AMOUNT
            WRITE CommissionStatementLine FROM WS-SUMMARY-LINE
            MOVE "CREDIT MEMOS" TO WS-SL-LABEL
            MOVE SE-CREDIT-TOTAL(WS-SR-IDX) TO WS-SL-AMOUNT
            WRITE CommissionStatementLine FROM WS-SUMMARY-LINE
            MOVE "WRITTEN OFF" TO WS-SL-LABEL
            MOVE SE-WRITE-OFF-TOTAL(WS-SR-IDX) TO WS-SL-AMOUNT
            WRITE CommissionStatementLine FROM WS-SUMMARY-LINE
            MOVE "COMMISSION EARNED ON CASH" TO WS-SL-LABEL
            MOVE SE-EARNED(WS-SR-IDX) TO WS-SL-AMOUNT
            WRITE CommissionStatementLine FROM WS-SUMMARY-LINE
            MOVE "RECOVERED ON CREDITS AND WRITE-OFFS"
                TO WS-SL-LABEL
            MOVE SE-RECOVERED(WS-SR-IDX) TO WS-SL-AMOUNT
            WRITE CommissionStatementLine FROM WS-SUMMARY-LINE
            MOVE "NET COMMISSION" TO WS-SL-LABEL
            MOVE SE-PAYABLE(WS-SR-IDX) TO WS-SL-AMOUNT
            WRITE CommissionStatementLine FROM WS-SUMMARY-LINE
            EVALUATE TRUE
                WHEN SE-PAYABLE(WS-SR-IDX) NOT > ZERO
                    MOVE "NOTHING PAYABLE - RECOVERIES EXCEED EARNINGS"
                        TO WS-NOTE-LINE
                WHEN NOT SE-PaidThroughPayroll(WS-SR-IDX)
                    MOVE "NOT FED TO PAYROLL - EMPLOYEE NOT PAID"
                        TO WS-NOTE-LINE
                WHEN OTHER
                    MOVE SPACES TO WS-NOTE-LINE
                    STRING "PAID THROUGH PAYROLL WEEK "
                        DELIMITED BY SIZE
                        WS-PAY-WEEK-NO DELIMITED BY SIZE
                        INTO WS-NOTE-LINE
                    END-STRING
            END-EVALUATE
            WRITE CommissionStatementLine FROM WS-NOTE-LINE.

        PRINT-ONE-STATEMENT-LINE.
            EVALUATE TRUE
                WHEN AE-CashApplied(WS-AC-IDX)
                    MOVE "CASH RECEIVED" TO WS-DL-ENTRY-TEXT
                WHEN AE-CreditMemo(WS-AC-IDX)
                    MOVE "CREDIT MEMO" TO WS-DL-ENTRY-TEXT
                WHEN OTHER
                    MOVE "WRITTEN OFF" TO WS-DL-ENTRY-TEXT
            END-EVALUATE
            MOVE AE-ENTRY-DATE(WS-AC-IDX) TO WS-DL-ENTRY-DATE
            MOVE AE-INVOICE-NO(WS-AC-IDX) TO WS-DL-INVOICE-NO
            MOVE AE-CUSTOMER-ID(WS-AC-IDX) TO WS-DL-CUSTOMER-ID
            MOVE AE-ORDER-NUMBER(WS-AC-IDX) TO WS-DL-ORDER-NUMBER
            MOVE AE-AMOUNT(WS-AC-IDX) TO WS-DL-AMOUNT
            COMPUTE WS-RATE-PERCENT ROUNDED =
                AE-RATE(WS-AC-IDX) * 100
            MOVE WS-RATE-PERCENT TO WS-DL-RATE
            MOVE AE-COMMISSION(WS-AC-IDX) TO WS-DL-COMMISSION
            WRITE CommissionStatementLine FROM WS-DETAIL-LINE.

      * Traced entries whose salesperson code SALESREP.REF does
      * not know pay nobody until the code is set up.
        PRINT-UNPAID-EXCEPTIONS.
            IF WS-UNKNOWN-REP-COUNT = 0
                EXIT PARAGRAPH
            END-IF
            WRITE CommissionStatementLine FROM WS-RULE-LINE
            PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                UNTIL WS-AC-IDX > WS-AC-COUNT
                IF AE-InvoiceFound(WS-AC-IDX)
                   AND AE-SALESPERSON-CODE(WS-AC-IDX) NOT = SPACES
                    PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                        UNTIL WS-SR-IDX > WS-SR-COUNT
                        OR SE-SALESPERSON-CODE(WS-SR-IDX)
                            = AE-SALESPERSON-CODE(WS-AC-IDX)
                        CONTINUE
                    END-PERFORM
                    IF WS-SR-IDX > WS-SR-COUNT
                        MOVE AE-SALESPERSON-CODE(WS-AC-IDX)
                            TO WS-XL-SALESPERSON
                        MOVE AE-INVOICE-NO(WS-AC-IDX)
                            TO WS-XL-INVOICE-NO
                        MOVE AE-AMOUNT(WS-AC-IDX) TO WS-XL-AMOUNT
                        MOVE "SALESPERSON NOT ON SALESREP.REF"
                            TO WS-XL-REASON
                        WRITE CommissionStatementLine
                            FROM WS-EXCEPTION-LINE
                    END-IF
                END-IF
            END-PERFORM.

      * The feed is rebuilt whole each run, so a rerun of the
      * month replaces rather than doubles what payroll will pay.
        WRITE-COMMISSION-PAY-FEED.
            OPEN OUTPUT COMMISSION-PAY-FILE
            PERFORM VARYING WS-SR-IDX FROM 1 BY 1
                UNTIL WS-SR-IDX > WS-SR-COUNT
                IF SE-PAYABLE(WS-SR-IDX) > ZERO
                   AND SE-PaidThroughPayroll(WS-SR-IDX)
                    ADD 1 TO WS-FEED-RECORDS
                    ADD SE-PAYABLE(WS-SR-IDX) TO WS-TOTAL-PAYABLE
                    MOVE SPACES TO COMMISSION-PAY-RECORD
                    MOVE SE-EMPLOYEE-NO(WS-SR-IDX) TO CM-EMPLOYEE-NO
                    MOVE WS-PAY-WEEK-NO TO CM-WEEK-NO
                    MOVE SE-PAYABLE(WS-SR-IDX) TO CM-AMOUNT
                    WRITE COMMISSION-PAY-RECORD
                END-IF
            END-PERFORM
            CLOSE COMMISSION-PAY-FILE.
