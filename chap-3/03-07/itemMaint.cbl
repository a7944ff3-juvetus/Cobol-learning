           05 ITM-PRICE       PIC 9(6)V99.
           05 ITM-UNIT-COST   PIC 9(6)V99.
           05 ITM-CATEGORY    PIC X(10).
           05 ITM-PERISHABLE  PIC X(1).
              88 ITM-IS-PERISHABLE VALUE "Y".

      *----------------------------------------------------------------
      * Common job-log record, appended to by every program in the
           05 WS-ENTRY-PRICE       PIC 9(6)V99.
           05 WS-ENTRY-UNIT-COST   PIC 9(6)V99.
           05 WS-ENTRY-CATEGORY    PIC X(10).
           05 WS-ENTRY-PERISHABLE  PIC X(1).

       01 WS-PRICE-DISPLAY PIC $$$,$$9.99.
       01 WS-COST-DISPLAY  PIC $$$,$$9.99.
           DISPLAY " "
           DISPLAY "ITEM MASTER MAINTENANCE"
           DISPLAY "A. Add a new item"
           DISPLAY "C. Change an item (price, cost, category, etc.)"
           DISPLAY "I. Inquire on an item"
           DISPLAY "X. Exit"
           ACCEPT WS-FUNCTION-CHOICE
           DISPLAY "Description: " ITM-DESCRIPTION
           DISPLAY "Price:       " WS-PRICE-DISPLAY
           DISPLAY "Unit cost:   " WS-COST-DISPLAY
           DISPLAY "Category:    " ITM-CATEGORY
           IF ITM-IS-PERISHABLE
              DISPLAY "Perishable:  Y - received and sold by lot"
           ELSE
              DISPLAY "Perishable:  N"
           END-IF.

       0610-END.

           MOVE ZERO TO WS-ENTRY-PRICE
           MOVE ZERO TO WS-ENTRY-UNIT-COST
           MOVE SPACES TO WS-ENTRY-CATEGORY
           MOVE SPACES TO WS-ENTRY-PERISHABLE
           DISPLAY "Description: "
           ACCEPT WS-ENTRY-DESCRIPTION
           DISPLAY "Price (999999.99): "
           DISPLAY "Unit cost (999999.99): "
           ACCEPT WS-ENTRY-UNIT-COST
           DISPLAY "Category: "
           ACCEPT WS-ENTRY-CATEGORY
           DISPLAY "Perishable - tracked by lot and expiry (Y/N): "
           ACCEPT WS-ENTRY-PERISHABLE
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-PERISHABLE)
              TO WS-ENTRY-PERISHABLE.

       0720-END.

           END-IF
           IF WS-ENTRY-CATEGORY NOT = SPACES
              MOVE WS-ENTRY-CATEGORY TO ITM-CATEGORY
           END-IF
           IF WS-ENTRY-PERISHABLE = "Y" OR WS-ENTRY-PERISHABLE = "N"
              MOVE WS-ENTRY-PERISHABLE TO ITM-PERISHABLE
           END-IF.

       0730-END.
