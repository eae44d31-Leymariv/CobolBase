      * quantity shown before the line is accepted - and writes
      * the confirmed order to ORDERS.TXT in OrderEntry's own H/L
      * format for the batch run to price, allocate and feed
      * onward. The salesperson defaults to the customer's own and
      * may be overkeyed for this order. Order number zero ends
      * the session.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         SPECIAL-NAMES.
               10  OF-ORDER-NUMBER       PIC 9(6).
               10  OF-CUSTOMER-REF       PIC X(10).
               10  OF-ORDER-DATE         PIC 9(8).
               10  OF-SALESPERSON-CODE   PIC X(4).
               10  FILLER                PIC X(51).
           05  OF-LINE-DATA REDEFINES OF-HEADER-DATA.
               10  OF-QUANTITY           PIC 9999.
               10  OF-ITEM-NUMBER        PIC 9(6).
      * time.
           78  WS-ORDER-LINE       VALUE 4.
           78  WS-CUSTOMER-LINE    VALUE 6.
           78  WS-SALESPERSON-LINE VALUE 7.
           78  WS-DATE-LINE        VALUE 8.
           78  WS-ITEM-LINE        VALUE 10.
           78  WS-ITEM-INFO-LINE   VALUE 11.

           01  WS-ENTRY-ORDER-NO   PIC 9(6).
           01  WS-ENTRY-CUSTOMER   PIC 9(8).
           01  WS-ENTRY-SALESPERSON PIC X(4).
           01  WS-ENTRY-DATE       PIC 9(8).
           01  WS-ENTRY-ITEM       PIC 9(6).
           01  WS-ENTRY-QUANTITY   PIC 9(4).
               EXIT PARAGRAPH
           END-IF
           PERFORM ENTER-FIELD-CUSTOMER
           PERFORM ENTER-FIELD-SALESPERSON
           PERFORM ENTER-FIELD-DATE
           MOVE 0 TO WS-CL-COUNT
           PERFORM ENTER-ORDER-LINES
               END-IF
           END-PERFORM.

      * The customer's salesperson shows as the default; a keyed
      * code goes on the header as this order's override, left
      * blank the header stays blank and the account's code is
      * used when the order is invoiced.
       ENTER-FIELD-SALESPERSON.
           MOVE WS-SALESPERSON-LINE TO c-line
           MOVE WS-PROMPT-COL TO c-col
           DISPLAY "Salesperson override: " LINE c-line
               COLUMN c-col
           DISPLAY "ACCOUNT "
               LINE c-line COLUMN WS-INPUT-COL + 10
           DISPLAY Customer-Salesperson
               LINE c-line COLUMN WS-INPUT-COL + 18
           MOVE SPACES TO WS-ENTRY-SALESPERSON
           MOVE WS-INPUT-COL TO c-col
           ACCEPT WS-ENTRY-SALESPERSON LINE c-line COLUMN c-col
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-SALESPERSON)
               TO WS-ENTRY-SALESPERSON.

       ENTER-FIELD-DATE.
           MOVE WS-DATE-LINE TO c-line
           MOVE "N" TO WS-FIELD-VALID
           MOVE WS-ENTRY-ORDER-NO TO OF-ORDER-NUMBER
           MOVE WS-ENTRY-CUSTOMER TO OF-CUSTOMER-REF
           MOVE WS-ENTRY-DATE TO OF-ORDER-DATE
           MOVE WS-ENTRY-SALESPERSON TO OF-SALESPERSON-CODE
           WRITE ORDER-FILE-RECORD
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CL-COUNT
