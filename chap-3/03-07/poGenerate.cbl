           05 INVM-SKU           PIC X(8).
           05 INVM-QTY-ON-HAND   PIC S9(6).
           05 INVM-REORDER-POINT PIC 9(5).
           05 INVM-ORDER-UP-TO   PIC 9(5).

      *----------------------------------------------------------------
      * Vendor master: which vendor supplies each SKU, their lead
      * time, the multiple an order must be placed in, and the unit
      * cost the vendor charges - carried onto each PO so the
      * invoice match has a price to hold the vendor to.
      *----------------------------------------------------------------
       FD VENDMASTFILE.
       01 VENDOR-MASTER-RECORD.
           05 VND-LEAD-DAYS   PIC 9(3).
           05 FILLER          PIC X(1).
           05 VND-ORDER-MULT  PIC 9(5).
           05 FILLER          PIC X(1).
           05 VND-UNIT-COST   PIC 9(6)V99.

      *----------------------------------------------------------------
      * Open purchase orders: one numbered record per order line,
      * status O while open and C once fully received. The receiving
      * pass in the sales run posts receipts against these, and the
      * invoice match prices the vendor's bill against PO-UNIT-COST.
      *----------------------------------------------------------------
       FD OPENPOFILE.
       01 OPEN-PO-RECORD.
           05 PO-ORDER-DATE   PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 PO-LEAD-DAYS    PIC 9(3).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 PO-UNIT-COST    PIC 9(6)V99.

      *----------------------------------------------------------------
      * Controlled purchase-order number range, rewritten at end of
               10 VND-TAB-VENDOR-NAME PIC X(30).
               10 VND-TAB-LEAD-DAYS   PIC 9(3).
               10 VND-TAB-ORDER-MULT  PIC 9(5).
               10 VND-TAB-UNIT-COST   PIC 9(6)V99.
       01 WS-VND-FOUND-IDX PIC 9(3) VALUE ZERO.

      *----------------------------------------------------------------
           88 SKU-ON-ORDER VALUE 'Y'.

      *----------------------------------------------------------------
      * Order policy: order enough to bring on hand up to the item's
      * order-up-to level, rounded up to the vendor's order multiple.
      * An item the replenishment plan has not yet set a level for
      * orders up to twice its reorder point.
      *----------------------------------------------------------------
       01 WS-TARGET-QTY   PIC S9(6) VALUE ZERO.
       01 WS-NEED-QTY     PIC S9(6) VALUE ZERO.
                          TO VND-TAB-LEAD-DAYS(VND-IDX)
                       MOVE VND-ORDER-MULT
                          TO VND-TAB-ORDER-MULT(VND-IDX)
                       IF VND-UNIT-COST IS NUMERIC
                          MOVE VND-UNIT-COST
                             TO VND-TAB-UNIT-COST(VND-IDX)
                       ELSE
                          MOVE ZERO TO VND-TAB-UNIT-COST(VND-IDX)
                       END-IF
                    ELSE
                       DISPLAY "WARNING: vendor table full at "
                          WS-VND-TABLE-MAX
       0230-END.

      *----------------------------------------------------------------
      * Order quantity: enough to bring on hand up to the order-up-
      * to level (twice the reorder point where none is set), rounded
      * up to the vendor's order multiple so the order is one the
      * vendor will actually fill.
      *----------------------------------------------------------------
       0240-WRITE-ONE-PO.
           SET VND-IDX TO WS-VND-FOUND-IDX
           IF INVM-ORDER-UP-TO > INVM-REORDER-POINT
              MOVE INVM-ORDER-UP-TO TO WS-TARGET-QTY
           ELSE
              COMPUTE WS-TARGET-QTY = INVM-REORDER-POINT * 2
           END-IF
           COMPUTE WS-NEED-QTY = WS-TARGET-QTY - INVM-QTY-ON-HAND
           IF WS-NEED-QTY < 1
              MOVE 1 TO WS-NEED-QTY
           MOVE ZERO TO PO-QTY-RECEIVED
           MOVE WS-RUN-DATE TO PO-ORDER-DATE
           MOVE VND-TAB-LEAD-DAYS(VND-IDX) TO PO-LEAD-DAYS
           MOVE VND-TAB-UNIT-COST(VND-IDX) TO PO-UNIT-COST
           WRITE OPEN-PO-RECORD

           MOVE WS-NEXT-PO-NUMBER TO REG-PO-NUMBER-OUT
