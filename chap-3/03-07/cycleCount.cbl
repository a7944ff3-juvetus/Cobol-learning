               RECORD KEY IS ITM-SKU
               ALTERNATE RECORD KEY IS ITM-DESCRIPTION
               FILE STATUS IS WS-ITEMMAST-STATUS.
       SELECT INVLOTFILE ASSIGN TO "INVLOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-INVLOT-STATUS.
       SELECT VARIANCEFILE ASSIGN TO "COUNTVAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ADJAUDITFILE ASSIGN TO "INVADJAUDIT.DAT"
           05 INVM-SKU           PIC X(8).
           05 INVM-QTY-ON-HAND   PIC S9(6).
           05 INVM-REORDER-POINT PIC 9(5).
           05 INVM-ORDER-UP-TO   PIC 9(5).

       FD ITEMMASTFILE.
       01 ITEM-MASTER-RECORD.
           05 ITM-PRICE       PIC 9(6)V99.
           05 ITM-UNIT-COST   PIC 9(6)V99.
           05 ITM-CATEGORY    PIC X(10).
           05 ITM-PERISHABLE  PIC X(1).
              88 ITM-IS-PERISHABLE VALUE "Y".

      *----------------------------------------------------------------
      * On-hand by lot for perishable items, keyed store, item,
      * expiration date, then lot, so reading forward from an item's
      * first key meets its lots oldest-expiring first. Stock with no
      * known lot sits under lot NOLOT with an expiration date of all
      * nines, so it is relieved last.
      *----------------------------------------------------------------
       FD INVLOTFILE.
       01 INVENTORY-LOT-RECORD.
           05 LOT-KEY.
               10 LOT-STORE-NO    PIC X(3).
               10 LOT-DESCRIPTION PIC X(20).
               10 LOT-EXPIRY-DATE PIC 9(8).
               10 LOT-NUMBER      PIC X(10).
           05 LOT-QTY-ON-HAND   PIC S9(6).
           05 LOT-RECEIVED-DATE PIC 9(8).

       FD VARIANCEFILE.
       01 VARIANCE-LINE PIC X(110).
       01 WS-INVMAST-STATUS  PIC XX VALUE '00'.
       01 WS-ITEMMAST-STATUS PIC XX VALUE '00'.
       01 WS-ADJAUDIT-STATUS PIC XX VALUE '00'.
       01 WS-INVLOT-STATUS   PIC XX VALUE '00'.

       01 WS-COUNT-EOF PIC X VALUE 'N'.
           88 END-OF-COUNTS VALUE 'Y'.

       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.

      *----------------------------------------------------------------
      * A perishable item's lots are kept in step with its count, the
      * same way the sales run relieves them: units the count finds
      * missing come off the soonest-expiring lots first, and units
      * found over the book go on the NOLOT lot, since nobody can say
      * which lot they came in on.
      *----------------------------------------------------------------
       01 WS-ITEM-PERISHABLE   PIC X VALUE 'N'.
           88 ITEM-IS-PERISHABLE VALUE 'Y'.
       01 WS-LOT-EOF           PIC X VALUE 'N'.
           88 END-OF-ITEM-LOTS VALUE 'Y'.
       01 WS-LOT-REMAINING     PIC S9(6) VALUE ZERO.
       01 WS-LOT-TAKE          PIC S9(6) VALUE ZERO.
       01 WS-NOLOT-NUMBER      PIC X(10) VALUE "NOLOT".
       01 WS-NOLOT-EXPIRY      PIC 9(8) VALUE 99999999.
       01 WS-LOT-SHORT-COUNT   PIC 9(5) VALUE ZERO.

       01 VARIANCE-HEADING-1 PIC X(110)
           VALUE "CYCLE COUNT VARIANCE REPORT".
       01 VARIANCE-HEADING-2 PIC X(110) VALUE ALL "=".
              PERFORM 0310-WRITE-JOB-LOG
              STOP RUN RETURNING 16
           END-IF
           OPEN I-O INVLOTFILE
           IF WS-INVLOT-STATUS = "35"
              OPEN OUTPUT INVLOTFILE
              CLOSE INVLOTFILE
              OPEN I-O INVLOTFILE
           END-IF
           IF WS-INVLOT-STATUS NOT = "00"
              DISPLAY "Cannot open INVLOT.DAT, status "
                 WS-INVLOT-STATUS
              CLOSE COUNTENTRYFILE
              CLOSE INVMASTFILE
              MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
              PERFORM 0310-WRITE-JOB-LOG
              STOP RUN RETURNING 16
           END-IF
           OPEN INPUT ITEMMASTFILE
           IF WS-ITEMMAST-STATUS = "00"
              MOVE 'Y' TO WS-ITEMMAST-FOUND

           CLOSE COUNTENTRYFILE
           CLOSE INVMASTFILE
           CLOSE INVLOTFILE
           IF ITEMMAST-FOUND
              CLOSE ITEMMASTFILE
           END-IF
           DISPLAY "Adjustments posted:   " WS-POSTED-COUNT
           DISPLAY "Zero variances:       " WS-ZERO-VAR-COUNT
           DISPLAY "Items not on master:  " WS-UNKNOWN-COUNT
           DISPLAY "Lot shortfalls:       " WS-LOT-SHORT-COUNT
           STOP RUN.

       0100-END.
              PERFORM 0240-WRITE-ADJ-AUDIT
              MOVE CNT-QUANTITY TO INVM-QTY-ON-HAND
              REWRITE INVENTORY-MASTER-RECORD
              IF ITEM-IS-PERISHABLE
                 PERFORM 0250-ADJUST-LOTS
              END-IF
              ADD 1 TO WS-POSTED-COUNT
              ADD WS-VARIANCE-QTY TO WS-NET-VAR-QTY
              ADD WS-VARIANCE-DOLLARS TO WS-NET-VAR-DOLLARS
      * Prices the unit variance from the item master, matched by
      * description through the alternate key the sales run already
      * uses. An unpriced item carries a zero-dollar variance rather
      * than holding up the count. Whether the item is kept by lot
      * comes off the same read.
      *----------------------------------------------------------------
       0230-PRICE-THE-VARIANCE.
           MOVE ZERO TO WS-UNIT-PRICE
           MOVE 'N' TO WS-ITEM-PERISHABLE
           IF ITEMMAST-FOUND
              MOVE CNT-DESCRIPTION TO ITM-DESCRIPTION
              READ ITEMMASTFILE KEY IS ITM-DESCRIPTION
                    MOVE ZERO TO WS-UNIT-PRICE
                 NOT INVALID KEY
                    MOVE ITM-PRICE TO WS-UNIT-PRICE
                    IF ITM-IS-PERISHABLE
                       MOVE 'Y' TO WS-ITEM-PERISHABLE
                    END-IF
              END-READ
           END-IF
           COMPUTE WS-VARIANCE-DOLLARS =

       0240-END.

      *----------------------------------------------------------------
      * Brings a perishable item's lots to the count: a shortage is
      * drawn off the lots soonest-expiring first, an overage is put
      * on the item's NOLOT lot.
      *----------------------------------------------------------------
       0250-ADJUST-LOTS.
           IF WS-VARIANCE-QTY < ZERO
              PERFORM 0253-RELIEVE-LOTS
           ELSE
              PERFORM 0255-ADD-TO-NOLOT
           END-IF.

       0250-END.

      *----------------------------------------------------------------
      * Draws the shortage off the item's lots, soonest-expiring
      * first. A lot drawn to nothing comes off the file.
      *----------------------------------------------------------------
       0253-RELIEVE-LOTS.
           COMPUTE WS-LOT-REMAINING = ZERO - WS-VARIANCE-QTY
           MOVE 'N' TO WS-LOT-EOF
           MOVE CNT-STORE-NO TO LOT-STORE-NO
           MOVE CNT-DESCRIPTION TO LOT-DESCRIPTION
           MOVE ZERO TO LOT-EXPIRY-DATE
           MOVE LOW-VALUES TO LOT-NUMBER
           START INVLOTFILE KEY NOT < LOT-KEY
              INVALID KEY SET END-OF-ITEM-LOTS TO TRUE
           END-START
           PERFORM UNTIL END-OF-ITEM-LOTS OR WS-LOT-REMAINING = ZERO
              READ INVLOTFILE NEXT RECORD
                 AT END SET END-OF-ITEM-LOTS TO TRUE
                 NOT AT END
                    IF LOT-STORE-NO NOT = CNT-STORE-NO
                       OR LOT-DESCRIPTION NOT = CNT-DESCRIPTION
                       SET END-OF-ITEM-LOTS TO TRUE
                    ELSE
                       IF LOT-QTY-ON-HAND > ZERO
                          IF LOT-QTY-ON-HAND < WS-LOT-REMAINING
                             MOVE LOT-QTY-ON-HAND TO WS-LOT-TAKE
                          ELSE
                             MOVE WS-LOT-REMAINING TO WS-LOT-TAKE
                          END-IF
                          SUBTRACT WS-LOT-TAKE FROM LOT-QTY-ON-HAND
                          SUBTRACT WS-LOT-TAKE FROM WS-LOT-REMAINING
                       END-IF
                       IF LOT-QTY-ON-HAND > ZERO
                          REWRITE INVENTORY-LOT-RECORD
                       ELSE
                          DELETE INVLOTFILE RECORD
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-LOT-REMAINING > ZERO
              ADD 1 TO WS-LOT-SHORT-COUNT
              DISPLAY "WARNING: " CNT-STORE-NO " "
                 CNT-DESCRIPTION " counted down " WS-LOT-REMAINING
                 " more than its lots hold"
           END-IF.

       0253-END.

       0255-ADD-TO-NOLOT.
           MOVE CNT-STORE-NO TO LOT-STORE-NO
           MOVE CNT-DESCRIPTION TO LOT-DESCRIPTION
           MOVE WS-NOLOT-EXPIRY TO LOT-EXPIRY-DATE
           MOVE WS-NOLOT-NUMBER TO LOT-NUMBER
           READ INVLOTFILE
              INVALID KEY
                 MOVE WS-VARIANCE-QTY TO LOT-QTY-ON-HAND
                 MOVE CNT-DATE TO LOT-RECEIVED-DATE
                 WRITE INVENTORY-LOT-RECORD
              NOT INVALID KEY
                 ADD WS-VARIANCE-QTY TO LOT-QTY-ON-HAND
                 REWRITE INVENTORY-LOT-RECORD
           END-READ.

       0255-END.

       0400-PRINT-TOTALS.
           MOVE SPACES TO VARIANCE-LINE
           WRITE VARIANCE-LINE
           WRITE VARIANCE-LINE FROM CONTROL-COUNT-LINE
           MOVE "  ITEMS NOT ON MASTER:    " TO CC-LABEL
           MOVE WS-UNKNOWN-COUNT TO CC-COUNT-OUT
           WRITE VARIANCE-LINE FROM CONTROL-COUNT-LINE
           MOVE "  LOT SHORTFALLS:         " TO CC-LABEL
           MOVE WS-LOT-SHORT-COUNT TO CC-COUNT-OUT
           WRITE VARIANCE-LINE FROM CONTROL-COUNT-LINE.

       0400-END.
