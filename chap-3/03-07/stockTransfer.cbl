       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKTRANSFER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TRANSFERTXNFILE ASSIGN TO "XFERTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
       SELECT TRANSITFILE ASSIGN TO "XFERTRANSIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSIT-STATUS.
       SELECT TRANSITLOTFILE ASSIGN TO "XFERLOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSIT-LOT-STATUS.
       SELECT XFERPARMFILE ASSIGN TO "XFERPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       SELECT INVMASTFILE ASSIGN TO "INVMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INVM-KEY
               FILE STATUS IS WS-INVMAST-STATUS.
       SELECT ITEMMASTFILE ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITM-SKU
               ALTERNATE RECORD KEY IS ITM-DESCRIPTION
               FILE STATUS IS WS-ITEMMAST-STATUS.
       SELECT INVLOTFILE ASSIGN TO "INVLOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-INVLOT-STATUS.
       SELECT TRANSFERRPTFILE ASSIGN TO "XFERREPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AGINGFILE ASSIGN TO "XFERAGING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ADJAUDITFILE ASSIGN TO "INVADJAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJAUDIT-STATUS.
       SELECT ALERTFILE ASSIGN TO "OPSALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.
       SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * Transfer transactions keyed by the stores: a ship record when
      * stock leaves the lending store and a receive record, against
      * the same transfer number, when it lands at the borrowing
      * store. A receive record only needs the transfer number, the
      * quantity actually unpacked, the date, and the initials - the
      * rest comes off the transfer as shipped.
      *----------------------------------------------------------------
       FD TRANSFERTXNFILE.
       01 TRANSFER-TXN-RECORD.
           05 XFT-ACTION      PIC X(1).
              88 XFT-SHIP    VALUE "S".
              88 XFT-RECEIVE VALUE "R".
           05 FILLER          PIC X(1).
           05 XFT-TRANSFER-NO PIC 9(6).
           05 FILLER          PIC X(1).
           05 XFT-FROM-STORE  PIC X(3).
           05 FILLER          PIC X(1).
           05 XFT-TO-STORE    PIC X(3).
           05 FILLER          PIC X(1).
           05 XFT-SKU         PIC X(8).
           05 FILLER          PIC X(1).
           05 XFT-QUANTITY    PIC 9(5).
           05 FILLER          PIC X(1).
           05 XFT-DATE        PIC 9(8).
           05 FILLER          PIC X(1).
           05 XFT-INITIALS    PIC X(3).

      *----------------------------------------------------------------
      * The in-transit file: every transfer shipped and not yet
      * received, plus those received in the last WS-KEEP-DAYS so a
      * late duplicate receive is still caught. Status S is in
      * transit, R received in full, H received short.
      *----------------------------------------------------------------
       FD TRANSITFILE.
       01 TRANSIT-RECORD.
           05 XIT-TRANSFER-NO  PIC 9(6).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 XIT-STATUS       PIC X(1).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 XIT-FROM-STORE   PIC X(3).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 XIT-TO-STORE     PIC X(3).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 XIT-SKU          PIC X(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 XIT-DESCRIPTION  PIC X(20).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 XIT-QTY-SHIPPED  PIC 9(5).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 XIT-QTY-RECEIVED PIC 9(5).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 XIT-SHIP-DATE    PIC 9(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 XIT-RECEIVE-DATE PIC 9(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 XIT-SHIP-BY      PIC X(3).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 XIT-RECEIVE-BY   PIC X(3).

      *----------------------------------------------------------------
      * Lots in transit: for a perishable item, the lots a shipment
      * was drawn from at the lending store, one record per lot, so
      * the borrowing store receives it under the same lot numbers
      * and expiration dates. A transfer's records drop off once it
      * is received.
      *----------------------------------------------------------------
       FD TRANSITLOTFILE.
       01 TRANSIT-LOT-RECORD.
           05 XLT-TRANSFER-NO  PIC 9(6).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 XLT-EXPIRY-DATE  PIC 9(8).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 XLT-LOT-NUMBER   PIC X(10).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 XLT-QUANTITY     PIC 9(6).

       FD XFERPARMFILE.
       01 XFER-PARM-RECORD.
           05 XPARM-AGING-DAYS PIC 9(3).

       FD INVMASTFILE.
       01 INVENTORY-MASTER-RECORD.
           05 INVM-KEY.
               10 INVM-STORE-NO    PIC X(3).
               10 INVM-DESCRIPTION PIC X(20).
           05 INVM-SKU           PIC X(8).
           05 INVM-QTY-ON-HAND   PIC S9(6).
           05 INVM-REORDER-POINT PIC 9(5).
           05 INVM-ORDER-UP-TO   PIC 9(5).

       FD ITEMMASTFILE.
       01 ITEM-MASTER-RECORD.
           05 ITM-SKU         PIC X(8).
           05 ITM-DESCRIPTION PIC X(20).
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

       FD TRANSFERRPTFILE.
       01 TRANSFER-LINE PIC X(110).

       FD AGINGFILE.
       01 AGING-LINE PIC X(100).

      *----------------------------------------------------------------
      * The same adjustment audit trail CYCLECOUNT writes. Transfers
      * post under their own reason codes - XFO out of the lending
      * store, XFI into the borrowing one - so they stay out of the
      * count variances and every unit moved is still traceable.
      *----------------------------------------------------------------
       FD ADJAUDITFILE.
       01 ADJ-AUDIT-RECORD.
           05 ADJ-DATE        PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 ADJ-COUNT-DATE  PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 ADJ-STORE-NO    PIC X(3).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 ADJ-DESCRIPTION PIC X(20).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 ADJ-OLD-QTY     PIC S9(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 ADJ-NEW-QTY     PIC 9(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 ADJ-VARIANCE    PIC S9(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 ADJ-REASON      PIC X(3).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 ADJ-INITIALS    PIC X(3).

      *----------------------------------------------------------------
      * Shared operations-alert file: every program in the suite
      * appends its warnings here - job name, timestamp, severity,
      * the key involved, and the message.
      *----------------------------------------------------------------
       FD ALERTFILE.
       01 ALERT-RECORD.
          05 ALR-JOB-NAME  PIC X(15).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 ALR-DATE      PIC 9(8).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 ALR-TIME      PIC 9(8).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 ALR-SEVERITY  PIC X(1).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 ALR-KEY       PIC X(30).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 ALR-MESSAGE   PIC X(60).

      *----------------------------------------------------------------
      * Common job-log record, appended to by every program in the
      * batch suite so the whole night's window can be reviewed after
      * the fact instead of relying on console scrollback.
      *----------------------------------------------------------------
       FD JOBLOGFILE.
       01 JOBLOG-RECORD.
           05 JOBLOG-JOB-NAME        PIC X(15).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 JOBLOG-START-TIME-OUT  PIC 9(8).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 JOBLOG-END-TIME-OUT    PIC 9(8).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 JOBLOG-RECORD-COUNT-OUT PIC ZZZZZZ9.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 JOBLOG-STATUS-OUT      PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-TXN-STATUS      PIC XX VALUE '00'.
       01 WS-TRANSIT-STATUS  PIC XX VALUE '00'.
       01 WS-PARM-STATUS     PIC XX VALUE '00'.
       01 WS-INVMAST-STATUS  PIC XX VALUE '00'.
       01 WS-ITEMMAST-STATUS PIC XX VALUE '00'.
       01 WS-ADJAUDIT-STATUS PIC XX VALUE '00'.
       01 WS-TRANSIT-LOT-STATUS PIC XX VALUE '00'.
       01 WS-INVLOT-STATUS   PIC XX VALUE '00'.

       01 WS-TXN-EOF PIC X VALUE 'N'.
           88 END-OF-TRANSFERS VALUE 'Y'.
       01 WS-TRANSIT-EOF PIC X VALUE 'N'.
           88 END-OF-TRANSIT VALUE 'Y'.

       01 WS-TXNS-READ      PIC 9(5) VALUE ZERO.
       01 WS-SHIPPED-COUNT  PIC 9(5) VALUE ZERO.
       01 WS-RECEIVED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SHORT-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-AGED-COUNT     PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------
      * Transfers older than WS-AGING-DAYS without a receipt go on the
      * aging report; XFERPARM.DAT overrides the default. Received
      * transfers drop off the in-transit file WS-KEEP-DAYS after
      * they land.
      *----------------------------------------------------------------
       01 WS-AGING-DAYS PIC 9(3) VALUE 7.
       01 WS-KEEP-DAYS  PIC 9(3) VALUE 90.
       01 WS-REORDER-POINT PIC 9(5) VALUE 50.

       01 WS-RUN-DATE     PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-INT PIC 9(7) VALUE ZERO.
       01 WS-DATE-INT     PIC 9(7) VALUE ZERO.
       01 WS-DAYS-OUT     PIC S9(5) VALUE ZERO.
       01 WS-TXN-DATE     PIC 9(8) VALUE ZERO.

      *----------------------------------------------------------------
      * The in-transit file is loaded whole, updated in the table, and
      * rewritten whole at the end of the run, so a table too small
      * to hold it must stop the run rather than drop transfers.
      *----------------------------------------------------------------
       01 WS-XIT-COUNT     PIC 9(4) VALUE ZERO.
       01 WS-XIT-TABLE-MAX PIC 9(4) VALUE 1000.
       01 WS-XIT-TABLE.
           05 WS-XIT-ENTRY OCCURS 1000 TIMES INDEXED BY XIT-IDX.
               10 XT-TRANSFER-NO  PIC 9(6).
               10 XT-STATUS       PIC X(1).
                  88 XT-IN-TRANSIT    VALUE "S".
               10 XT-FROM-STORE   PIC X(3).
               10 XT-TO-STORE     PIC X(3).
               10 XT-SKU          PIC X(8).
               10 XT-DESCRIPTION  PIC X(20).
               10 XT-QTY-SHIPPED  PIC 9(5).
               10 XT-QTY-RECEIVED PIC 9(5).
               10 XT-SHIP-DATE    PIC 9(8).
               10 XT-RECEIVE-DATE PIC 9(8).
               10 XT-SHIP-BY      PIC X(3).
               10 XT-RECEIVE-BY   PIC X(3).
       01 WS-XIT-FOUND-IDX PIC 9(4) VALUE ZERO.

       01 WS-OLD-QTY        PIC S9(6) VALUE ZERO.
       01 WS-MOVE-QTY       PIC S9(6) VALUE ZERO.
       01 WS-SHORT-QTY      PIC S9(6) VALUE ZERO.
       01 WS-AUDIT-REASON   PIC X(3) VALUE SPACES.
       01 WS-TRANSIT-UNITS  PIC S9(7) VALUE ZERO.
       01 WS-REJECT-REASON  PIC X(30) VALUE SPACES.

       01 TRANSFER-HEADING-1 PIC X(110)
           VALUE "INTER-STORE TRANSFER REGISTER".
       01 TRANSFER-HEADING-2 PIC X(110) VALUE ALL "=".

       01 HEADING-DATE-LINE.
           05 FILLER          PIC X(10) VALUE "RUN DATE: ".
           05 HD-RUN-DATE-OUT PIC 9(8).

       01 TRANSFER-COLUMN-LINE.
           05 FILLER PIC X(9)  VALUE "TRANSFER".
           05 FILLER PIC X(5)  VALUE "ACT".
           05 FILLER PIC X(6)  VALUE "FROM".
           05 FILLER PIC X(6)  VALUE "TO".
           05 FILLER PIC X(10) VALUE "SKU".
           05 FILLER PIC X(22) VALUE "ITEM DESCRIPTION".
           05 FILLER PIC X(9)  VALUE "SHIPPED".
           05 FILLER PIC X(9)  VALUE "RECEIVED".
           05 FILLER PIC X(30) VALUE "RESULT".

       01 TRANSFER-DETAIL-LINE.
           05 XFR-NUMBER-OUT      PIC 9(6).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 XFR-ACTION-OUT      PIC X(1).
           05 FILLER              PIC X(4) VALUE SPACES.
           05 XFR-FROM-OUT        PIC X(3).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 XFR-TO-OUT          PIC X(3).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 XFR-SKU-OUT         PIC X(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 XFR-DESCRIPTION-OUT PIC X(20).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 XFR-SHIPPED-OUT     PIC ZZ,ZZ9.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 XFR-RECEIVED-OUT    PIC ZZ,ZZ9.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 XFR-RESULT-OUT      PIC X(30).

       01 CONTROL-COUNT-LINE.
           05 CC-LABEL     PIC X(26).
           05 CC-COUNT-OUT PIC ZZZ,ZZ9-.

       01 AGING-HEADING-1 PIC X(100)
           VALUE "TRANSFERS SHIPPED AND NOT RECEIVED".
       01 AGING-HEADING-2 PIC X(100) VALUE ALL "=".

       01 AGING-DAYS-LINE.
           05 FILLER         PIC X(26) VALUE "  OUTSTANDING MORE THAN ".
           05 AGD-DAYS-OUT   PIC ZZ9.
           05 FILLER         PIC X(5) VALUE " DAYS".

       01 AGING-COLUMN-LINE.
           05 FILLER PIC X(9)  VALUE "TRANSFER".
           05 FILLER PIC X(6)  VALUE "FROM".
           05 FILLER PIC X(6)  VALUE "TO".
           05 FILLER PIC X(10) VALUE "SKU".
           05 FILLER PIC X(22) VALUE "ITEM DESCRIPTION".
           05 FILLER PIC X(9)  VALUE "QTY".
           05 FILLER PIC X(10) VALUE "SHIPPED".
           05 FILLER PIC X(5)  VALUE "BY".
           05 FILLER PIC X(10) VALUE "DAYS OUT".

       01 AGING-DETAIL-LINE.
           05 AGE-NUMBER-OUT      PIC 9(6).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 AGE-FROM-OUT        PIC X(3).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 AGE-TO-OUT          PIC X(3).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 AGE-SKU-OUT         PIC X(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 AGE-DESCRIPTION-OUT PIC X(20).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 AGE-QTY-OUT         PIC ZZ,ZZ9.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 AGE-SHIP-DATE-OUT   PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 AGE-SHIP-BY-OUT     PIC X(3).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 AGE-DAYS-OUT        PIC ZZZZ9.

      *----------------------------------------------------------------
      * One alert is staged in these fields and appended to the
      * shared OPSALERT.DAT by the alert writer.
      *----------------------------------------------------------------
       01 WS-ALERT-FILE-STATUS PIC XX VALUE '00'.
       01 WS-ALERT-DATE     PIC 9(8) VALUE ZERO.
       01 WS-ALERT-TIME     PIC 9(8) VALUE ZERO.
       01 WS-ALERT-SEVERITY PIC X(1) VALUE 'W'.
       01 WS-ALERT-KEY      PIC X(30) VALUE SPACES.
       01 WS-ALERT-MESSAGE  PIC X(60) VALUE SPACES.

       01 WS-ALERT-KEY-AREA.
           05 FILLER         PIC X(9) VALUE "TRANSFER ".
           05 WS-AK-NUMBER   PIC 9(6).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-AK-STORE    PIC X(3).

       01 WS-SHORT-MESSAGE-AREA.
           05 FILLER         PIC X(15) VALUE "SHORT RECEIPT: ".
           05 WS-SM-SHORT    PIC ZZ,ZZ9.
           05 FILLER         PIC X(16) VALUE " UNITS MISSING, ".
           05 WS-SM-SHIPPED  PIC ZZ,ZZ9.
           05 FILLER         PIC X(8) VALUE " SHIPPED".

      *----------------------------------------------------------------
      * Lots in transit, loaded whole and rewritten whole like the
      * in-transit file. A shipment of a perishable item is drawn off
      * the lending store's lots soonest-expiring first, the same way
      * the sales run relieves a sale; what its lots cannot cover
      * travels as NOLOT. On receipt the units go onto the borrowing
      * store's lots of the same number and expiration, earliest
      * first, so a short receipt is short on the latest lots, and
      * anything over what was shipped goes on NOLOT.
      *----------------------------------------------------------------
       01 WS-TRANSIT-LOT-EOF PIC X VALUE 'N'.
           88 END-OF-TRANSIT-LOTS VALUE 'Y'.
       01 WS-XL-COUNT     PIC 9(4) VALUE ZERO.
       01 WS-XL-TABLE-MAX PIC 9(4) VALUE 2000.
       01 WS-XL-TABLE.
           05 WS-XL-ENTRY OCCURS 2000 TIMES INDEXED BY XL-IDX.
               10 XL-TRANSFER-NO  PIC 9(6).
               10 XL-EXPIRY-DATE  PIC 9(8).
               10 XL-LOT-NUMBER   PIC X(10).
               10 XL-QUANTITY     PIC 9(6).
       01 WS-LOT-EOF           PIC X VALUE 'N'.
           88 END-OF-ITEM-LOTS VALUE 'Y'.
       01 WS-LOT-REMAINING     PIC S9(6) VALUE ZERO.
       01 WS-LOT-TAKE          PIC S9(6) VALUE ZERO.
       01 WS-LOT-STORE-NO      PIC X(3) VALUE SPACES.
       01 WS-LOT-DESCRIPTION   PIC X(20) VALUE SPACES.
       01 WS-LOT-NUMBER        PIC X(10) VALUE SPACES.
       01 WS-LOT-EXPIRY        PIC 9(8) VALUE ZERO.
       01 WS-NOLOT-NUMBER      PIC X(10) VALUE "NOLOT".
       01 WS-NOLOT-EXPIRY      PIC 9(8) VALUE 99999999.
       01 WS-LOT-SHORT-COUNT   PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------
      * Job-log entry for this run, appended to the shared JOBLOG.DAT
      * once when the run ends.
      *----------------------------------------------------------------
       01 WS-JOBLOG-FILE-STATUS  PIC XX VALUE '00'.
       01 WS-JOBLOG-RUN-STATUS   PIC X(10) VALUE SPACES.
       01 WS-JOBLOG-START-TIME   PIC 9(8) VALUE ZERO.
       01 WS-JOBLOG-END-TIME     PIC 9(8) VALUE ZERO.

      *----------------------------------------------------------------
      * Job-log record is built up here field by field and moved to
      * JOBLOG-RECORD as a single group so the write always carries
      * every field, however many pieces went into assembling it.
      *----------------------------------------------------------------
       01 WS-JOBLOG-RECORD-AREA.
           05 WS-JL-JOB-NAME         PIC X(15).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WS-JL-START-TIME-OUT   PIC 9(8).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WS-JL-END-TIME-OUT     PIC 9(8).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WS-JL-RECORD-COUNT-OUT PIC ZZZZZZ9.
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 WS-JL-STATUS-OUT       PIC X(10).

       PROCEDURE DIVISION.
       0100-TRANSFER-RUN.
           ACCEPT WS-JOBLOG-START-TIME FROM TIME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM 0110-READ-PARAMETERS
           PERFORM 0120-LOAD-IN-TRANSIT
           PERFORM 0140-LOAD-TRANSIT-LOTS

           OPEN I-O INVMASTFILE
           IF WS-INVMAST-STATUS NOT = "00"
              DISPLAY "Cannot open INVMAST.DAT, status "
                 WS-INVMAST-STATUS
              MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
              PERFORM 0310-WRITE-JOB-LOG
              STOP RUN RETURNING 16
           END-IF
           OPEN INPUT ITEMMASTFILE
           IF WS-ITEMMAST-STATUS NOT = "00"
              DISPLAY "Cannot open ITEMMAST.DAT, status "
                 WS-ITEMMAST-STATUS
              CLOSE INVMASTFILE
              MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
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
              CLOSE INVMASTFILE
              CLOSE ITEMMASTFILE
              MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
              PERFORM 0310-WRITE-JOB-LOG
              STOP RUN RETURNING 16
           END-IF
           OPEN INPUT TRANSFERTXNFILE
           IF WS-TXN-STATUS NOT = "00"
              DISPLAY "XFERTXN.DAT not available - no transfers"
                 " posted, aging report only"
              SET END-OF-TRANSFERS TO TRUE
           END-IF
           OPEN OUTPUT TRANSFERRPTFILE
           OPEN EXTEND ADJAUDITFILE
           IF WS-ADJAUDIT-STATUS NOT = "00"
              OPEN OUTPUT ADJAUDITFILE
           END-IF

           WRITE TRANSFER-LINE FROM TRANSFER-HEADING-1
           WRITE TRANSFER-LINE FROM TRANSFER-HEADING-2
           MOVE WS-RUN-DATE TO HD-RUN-DATE-OUT
           WRITE TRANSFER-LINE FROM HEADING-DATE-LINE
           WRITE TRANSFER-LINE FROM TRANSFER-COLUMN-LINE

           PERFORM 0200-POST-ONE-TRANSFER UNTIL END-OF-TRANSFERS

           PERFORM 0500-PRINT-AGING-REPORT
           PERFORM 0400-PRINT-TOTALS
           PERFORM 0130-REWRITE-IN-TRANSIT
           PERFORM 0150-REWRITE-TRANSIT-LOTS

           IF WS-TXN-STATUS = "00" OR WS-TXN-STATUS = "10"
              CLOSE TRANSFERTXNFILE
           END-IF
           CLOSE INVMASTFILE
           CLOSE ITEMMASTFILE
           CLOSE INVLOTFILE
           CLOSE TRANSFERRPTFILE
           CLOSE ADJAUDITFILE
           MOVE "COMPLETED" TO WS-JOBLOG-RUN-STATUS
           PERFORM 0310-WRITE-JOB-LOG
           DISPLAY "Transfer records read: " WS-TXNS-READ
           DISPLAY "Transfers shipped:     " WS-SHIPPED-COUNT
           DISPLAY "Transfers received:    " WS-RECEIVED-COUNT
           DISPLAY "Short receipts:        " WS-SHORT-COUNT
           DISPLAY "Records rejected:      " WS-REJECTED-COUNT
           DISPLAY "Aged in transit:       " WS-AGED-COUNT
           DISPLAY "Lot shortfalls:        " WS-LOT-SHORT-COUNT
           STOP RUN.

       0100-END.

       0110-READ-PARAMETERS.
           OPEN INPUT XFERPARMFILE
           IF WS-PARM-STATUS = '00'
              READ XFERPARMFILE
                 AT END CONTINUE
                 NOT AT END
                    IF XPARM-AGING-DAYS IS NUMERIC
                       AND XPARM-AGING-DAYS > ZERO
                       MOVE XPARM-AGING-DAYS TO WS-AGING-DAYS
                    END-IF
              END-READ
              CLOSE XFERPARMFILE
           END-IF.

       0110-END.

      *----------------------------------------------------------------
      * Loads the in-transit file. No file just means nothing has
      * ever been shipped between stores.
      *----------------------------------------------------------------
       0120-LOAD-IN-TRANSIT.
           OPEN INPUT TRANSITFILE
           IF WS-TRANSIT-STATUS NOT = "00"
              SET END-OF-TRANSIT TO TRUE
           END-IF
           PERFORM UNTIL END-OF-TRANSIT
              READ TRANSITFILE
                 AT END SET END-OF-TRANSIT TO TRUE
                 NOT AT END
                    IF WS-XIT-COUNT >= WS-XIT-TABLE-MAX
                       DISPLAY "In-transit table full at "
                          WS-XIT-TABLE-MAX " transfers - run halted"
                       CLOSE TRANSITFILE
                       MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
                       PERFORM 0310-WRITE-JOB-LOG
                       STOP RUN RETURNING 16
                    END-IF
                    ADD 1 TO WS-XIT-COUNT
                    SET XIT-IDX TO WS-XIT-COUNT
                    MOVE XIT-TRANSFER-NO TO XT-TRANSFER-NO(XIT-IDX)
                    MOVE XIT-STATUS TO XT-STATUS(XIT-IDX)
                    MOVE XIT-FROM-STORE TO XT-FROM-STORE(XIT-IDX)
                    MOVE XIT-TO-STORE TO XT-TO-STORE(XIT-IDX)
                    MOVE XIT-SKU TO XT-SKU(XIT-IDX)
                    MOVE XIT-DESCRIPTION TO XT-DESCRIPTION(XIT-IDX)
                    MOVE XIT-QTY-SHIPPED TO XT-QTY-SHIPPED(XIT-IDX)
                    MOVE XIT-QTY-RECEIVED TO XT-QTY-RECEIVED(XIT-IDX)
                    MOVE XIT-SHIP-DATE TO XT-SHIP-DATE(XIT-IDX)
                    MOVE XIT-RECEIVE-DATE TO XT-RECEIVE-DATE(XIT-IDX)
                    MOVE XIT-SHIP-BY TO XT-SHIP-BY(XIT-IDX)
                    MOVE XIT-RECEIVE-BY TO XT-RECEIVE-BY(XIT-IDX)
              END-READ
           END-PERFORM
           IF WS-TRANSIT-STATUS = "00" OR WS-TRANSIT-STATUS = "10"
              CLOSE TRANSITFILE
           END-IF.

       0120-END.

      *----------------------------------------------------------------
      * Rewrites the in-transit file from the table. Transfers still
      * in transit always carry forward; received ones carry forward
      * until WS-KEEP-DAYS after the day they landed.
      *----------------------------------------------------------------
       0130-REWRITE-IN-TRANSIT.
           OPEN OUTPUT TRANSITFILE
           SET XIT-IDX TO 1
           PERFORM UNTIL XIT-IDX > WS-XIT-COUNT
              MOVE ZERO TO WS-DAYS-OUT
              IF NOT XT-IN-TRANSIT(XIT-IDX)
                 AND XT-RECEIVE-DATE(XIT-IDX) > ZERO
                 COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE
                    (XT-RECEIVE-DATE(XIT-IDX))
                 COMPUTE WS-DAYS-OUT = WS-RUN-DATE-INT - WS-DATE-INT
              END-IF
              IF XT-IN-TRANSIT(XIT-IDX)
                 OR WS-DAYS-OUT NOT > WS-KEEP-DAYS
                 MOVE SPACES TO TRANSIT-RECORD
                 MOVE XT-TRANSFER-NO(XIT-IDX) TO XIT-TRANSFER-NO
                 MOVE XT-STATUS(XIT-IDX) TO XIT-STATUS
                 MOVE XT-FROM-STORE(XIT-IDX) TO XIT-FROM-STORE
                 MOVE XT-TO-STORE(XIT-IDX) TO XIT-TO-STORE
                 MOVE XT-SKU(XIT-IDX) TO XIT-SKU
                 MOVE XT-DESCRIPTION(XIT-IDX) TO XIT-DESCRIPTION
                 MOVE XT-QTY-SHIPPED(XIT-IDX) TO XIT-QTY-SHIPPED
                 MOVE XT-QTY-RECEIVED(XIT-IDX) TO XIT-QTY-RECEIVED
                 MOVE XT-SHIP-DATE(XIT-IDX) TO XIT-SHIP-DATE
                 MOVE XT-RECEIVE-DATE(XIT-IDX) TO XIT-RECEIVE-DATE
                 MOVE XT-SHIP-BY(XIT-IDX) TO XIT-SHIP-BY
                 MOVE XT-RECEIVE-BY(XIT-IDX) TO XIT-RECEIVE-BY
                 WRITE TRANSIT-RECORD
              END-IF
              SET XIT-IDX UP BY 1
           END-PERFORM
           CLOSE TRANSITFILE.

       0130-END.

      *----------------------------------------------------------------
      * Loads the lots in transit. No file just means no perishable
      * stock is between stores.
      *----------------------------------------------------------------
       0140-LOAD-TRANSIT-LOTS.
           OPEN INPUT TRANSITLOTFILE
           IF WS-TRANSIT-LOT-STATUS NOT = "00"
              SET END-OF-TRANSIT-LOTS TO TRUE
           END-IF
           PERFORM UNTIL END-OF-TRANSIT-LOTS
              READ TRANSITLOTFILE
                 AT END SET END-OF-TRANSIT-LOTS TO TRUE
                 NOT AT END
                    IF WS-XL-COUNT >= WS-XL-TABLE-MAX
                       DISPLAY "Transit lot table full at "
                          WS-XL-TABLE-MAX " lots - run halted"
                       CLOSE TRANSITLOTFILE
                       MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
                       PERFORM 0310-WRITE-JOB-LOG
                       STOP RUN RETURNING 16
                    END-IF
                    ADD 1 TO WS-XL-COUNT
                    SET XL-IDX TO WS-XL-COUNT
                    MOVE XLT-TRANSFER-NO TO XL-TRANSFER-NO(XL-IDX)
                    MOVE XLT-EXPIRY-DATE TO XL-EXPIRY-DATE(XL-IDX)
                    MOVE XLT-LOT-NUMBER TO XL-LOT-NUMBER(XL-IDX)
                    MOVE XLT-QUANTITY TO XL-QUANTITY(XL-IDX)
              END-READ
           END-PERFORM
           IF WS-TRANSIT-LOT-STATUS = "00"
              OR WS-TRANSIT-LOT-STATUS = "10"
              CLOSE TRANSITLOTFILE
           END-IF.

       0140-END.

      *----------------------------------------------------------------
      * Rewrites the lots in transit from the table. A received
      * transfer's lots have been zeroed and drop off here.
      *----------------------------------------------------------------
       0150-REWRITE-TRANSIT-LOTS.
           OPEN OUTPUT TRANSITLOTFILE
           SET XL-IDX TO 1
           PERFORM UNTIL XL-IDX > WS-XL-COUNT
              IF XL-QUANTITY(XL-IDX) > ZERO
                 MOVE SPACES TO TRANSIT-LOT-RECORD
                 MOVE XL-TRANSFER-NO(XL-IDX) TO XLT-TRANSFER-NO
                 MOVE XL-EXPIRY-DATE(XL-IDX) TO XLT-EXPIRY-DATE
                 MOVE XL-LOT-NUMBER(XL-IDX) TO XLT-LOT-NUMBER
                 MOVE XL-QUANTITY(XL-IDX) TO XLT-QUANTITY
                 WRITE TRANSIT-LOT-RECORD
              END-IF
              SET XL-IDX UP BY 1
           END-PERFORM
           CLOSE TRANSITLOTFILE.

       0150-END.

      *----------------------------------------------------------------
      * One transfer record, routed by action. A record with
      * no usable date is taken as happening on the run date.
      *----------------------------------------------------------------
       0200-POST-ONE-TRANSFER.
           READ TRANSFERTXNFILE
              AT END SET END-OF-TRANSFERS TO TRUE
              NOT AT END
                 ADD 1 TO WS-TXNS-READ
                 MOVE SPACES TO WS-REJECT-REASON
                 IF XFT-DATE IS NUMERIC AND XFT-DATE > ZERO
                    MOVE XFT-DATE TO WS-TXN-DATE
                 ELSE
                    MOVE WS-RUN-DATE TO WS-TXN-DATE
                 END-IF
                 PERFORM 0210-FIND-TRANSFER
                 EVALUATE TRUE
                    WHEN XFT-SHIP
                       PERFORM 0220-SHIP-ONE-TRANSFER
                    WHEN XFT-RECEIVE
                       PERFORM 0240-RECEIVE-ONE-TRANSFER
                    WHEN OTHER
                       MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
                 END-EVALUATE
                 IF WS-REJECT-REASON NOT = SPACES
                    PERFORM 0290-REJECT-TRANSFER
                 END-IF
           END-READ.

       0200-END.

       0210-FIND-TRANSFER.
           MOVE ZERO TO WS-XIT-FOUND-IDX
           SET XIT-IDX TO 1
           PERFORM UNTIL XIT-IDX > WS-XIT-COUNT
              IF XT-TRANSFER-NO(XIT-IDX) = XFT-TRANSFER-NO
                 MOVE XIT-IDX TO WS-XIT-FOUND-IDX
                 SET XIT-IDX TO WS-XIT-COUNT
              END-IF
              SET XIT-IDX UP BY 1
           END-PERFORM.

       0210-END.

      *----------------------------------------------------------------
      * Ship: the quantity comes off the lending store's on-hand now
      * and goes into the in-transit bucket under the transfer
      * number. The item master turns the SKU into the description
      * the inventory master is keyed on.
      *----------------------------------------------------------------
       0220-SHIP-ONE-TRANSFER.
           EVALUATE TRUE
              WHEN WS-XIT-FOUND-IDX NOT = ZERO
                 MOVE "DUPLICATE TRANSFER NUMBER" TO WS-REJECT-REASON
              WHEN XFT-FROM-STORE = SPACES OR XFT-TO-STORE = SPACES
                 MOVE "FROM OR TO STORE MISSING" TO WS-REJECT-REASON
              WHEN XFT-FROM-STORE = XFT-TO-STORE
                 MOVE "FROM AND TO STORE THE SAME" TO WS-REJECT-REASON
              WHEN XFT-QUANTITY IS NOT NUMERIC OR XFT-QUANTITY = ZERO
                 MOVE "NO QUANTITY SHIPPED" TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE XFT-SKU TO ITM-SKU
                 READ ITEMMASTFILE
                    INVALID KEY
                       MOVE "SKU NOT ON ITEM MASTER"
                          TO WS-REJECT-REASON
                    NOT INVALID KEY
                       MOVE XFT-FROM-STORE TO INVM-STORE-NO
                       MOVE ITM-DESCRIPTION TO INVM-DESCRIPTION
                       READ INVMASTFILE
                          INVALID KEY
                             MOVE "ITEM NOT STOCKED AT FROM STORE"
                                TO WS-REJECT-REASON
                          NOT INVALID KEY
                             PERFORM 0225-POST-SHIPMENT
                       END-READ
                 END-READ
           END-EVALUATE.

       0220-END.

       0225-POST-SHIPMENT.
           IF WS-XIT-COUNT >= WS-XIT-TABLE-MAX
              DISPLAY "In-transit table full at " WS-XIT-TABLE-MAX
                 " transfers - run halted at transfer "
                 XFT-TRANSFER-NO
              PERFORM 0130-REWRITE-IN-TRANSIT
              PERFORM 0150-REWRITE-TRANSIT-LOTS
              MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
              PERFORM 0310-WRITE-JOB-LOG
              STOP RUN RETURNING 16
           END-IF
           MOVE INVM-QTY-ON-HAND TO WS-OLD-QTY
           MOVE XFT-QUANTITY TO WS-MOVE-QTY
           SUBTRACT WS-MOVE-QTY FROM INVM-QTY-ON-HAND
           REWRITE INVENTORY-MASTER-RECORD
           COMPUTE WS-MOVE-QTY = ZERO - WS-MOVE-QTY
           MOVE "XFO" TO WS-AUDIT-REASON
           PERFORM 0280-WRITE-ADJ-AUDIT

           ADD 1 TO WS-XIT-COUNT
           SET XIT-IDX TO WS-XIT-COUNT
           MOVE XFT-TRANSFER-NO TO XT-TRANSFER-NO(XIT-IDX)
           MOVE "S" TO XT-STATUS(XIT-IDX)
           MOVE XFT-FROM-STORE TO XT-FROM-STORE(XIT-IDX)
           MOVE XFT-TO-STORE TO XT-TO-STORE(XIT-IDX)
           MOVE XFT-SKU TO XT-SKU(XIT-IDX)
           MOVE ITM-DESCRIPTION TO XT-DESCRIPTION(XIT-IDX)
           MOVE XFT-QUANTITY TO XT-QTY-SHIPPED(XIT-IDX)
           MOVE ZERO TO XT-QTY-RECEIVED(XIT-IDX)
           MOVE WS-TXN-DATE TO XT-SHIP-DATE(XIT-IDX)
           MOVE ZERO TO XT-RECEIVE-DATE(XIT-IDX)
           MOVE XFT-INITIALS TO XT-SHIP-BY(XIT-IDX)
           MOVE SPACES TO XT-RECEIVE-BY(XIT-IDX)
           ADD 1 TO WS-SHIPPED-COUNT
           IF ITM-IS-PERISHABLE
              PERFORM 0230-SHIP-FROM-LOTS
           END-IF

           PERFORM 0270-FILL-DETAIL-LINE
           IF INVM-QTY-ON-HAND < ZERO
              MOVE "SHIPPED - FROM STORE NEGATIVE" TO XFR-RESULT-OUT
           ELSE
              MOVE "SHIPPED - IN TRANSIT" TO XFR-RESULT-OUT
           END-IF
           WRITE TRANSFER-LINE FROM TRANSFER-DETAIL-LINE.

       0225-END.

      *----------------------------------------------------------------
      * Draws a shipment off the lending store's lots, soonest-
      * expiring first, noting each lot drawn on against the
      * transfer. A lot drawn to nothing comes off the file.
      *----------------------------------------------------------------
       0230-SHIP-FROM-LOTS.
           MOVE XFT-QUANTITY TO WS-LOT-REMAINING
           MOVE 'N' TO WS-LOT-EOF
           MOVE XFT-FROM-STORE TO WS-LOT-STORE-NO
           MOVE ITM-DESCRIPTION TO WS-LOT-DESCRIPTION
           MOVE WS-LOT-STORE-NO TO LOT-STORE-NO
           MOVE WS-LOT-DESCRIPTION TO LOT-DESCRIPTION
           MOVE ZERO TO LOT-EXPIRY-DATE
           MOVE LOW-VALUES TO LOT-NUMBER
           START INVLOTFILE KEY NOT < LOT-KEY
              INVALID KEY SET END-OF-ITEM-LOTS TO TRUE
           END-START
           PERFORM UNTIL END-OF-ITEM-LOTS OR WS-LOT-REMAINING = ZERO
              READ INVLOTFILE NEXT RECORD
                 AT END SET END-OF-ITEM-LOTS TO TRUE
                 NOT AT END
                    IF LOT-STORE-NO NOT = WS-LOT-STORE-NO
                       OR LOT-DESCRIPTION NOT = WS-LOT-DESCRIPTION
                       SET END-OF-ITEM-LOTS TO TRUE
                    ELSE
                       IF LOT-QTY-ON-HAND > ZERO
                          IF LOT-QTY-ON-HAND < WS-LOT-REMAINING
                             MOVE LOT-QTY-ON-HAND TO WS-LOT-TAKE
                          ELSE
                             MOVE WS-LOT-REMAINING TO WS-LOT-TAKE
                          END-IF
                          MOVE LOT-NUMBER TO WS-LOT-NUMBER
                          MOVE LOT-EXPIRY-DATE TO WS-LOT-EXPIRY
                          PERFORM 0235-ADD-TRANSIT-LOT
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
              DISPLAY "WARNING: " WS-LOT-STORE-NO " "
                 WS-LOT-DESCRIPTION " shipped " WS-LOT-REMAINING
                 " more than its lots hold"
              MOVE WS-LOT-REMAINING TO WS-LOT-TAKE
              MOVE WS-NOLOT-NUMBER TO WS-LOT-NUMBER
              MOVE WS-NOLOT-EXPIRY TO WS-LOT-EXPIRY
              PERFORM 0235-ADD-TRANSIT-LOT
           END-IF.

       0230-END.

      *----------------------------------------------------------------
      * Notes one lot against the transfer. A full table stops the
      * run before the lot is drawn on, saving what has been posted;
      * whatever of the shipment was not noted arrives as NOLOT.
      *----------------------------------------------------------------
       0235-ADD-TRANSIT-LOT.
           IF WS-XL-COUNT >= WS-XL-TABLE-MAX
              DISPLAY "Transit lot table full at " WS-XL-TABLE-MAX
                 " lots - run halted at transfer " XFT-TRANSFER-NO
              PERFORM 0130-REWRITE-IN-TRANSIT
              PERFORM 0150-REWRITE-TRANSIT-LOTS
              MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
              PERFORM 0310-WRITE-JOB-LOG
              STOP RUN RETURNING 16
           END-IF
           ADD 1 TO WS-XL-COUNT
           SET XL-IDX TO WS-XL-COUNT
           MOVE XFT-TRANSFER-NO TO XL-TRANSFER-NO(XL-IDX)
           MOVE WS-LOT-EXPIRY TO XL-EXPIRY-DATE(XL-IDX)
           MOVE WS-LOT-NUMBER TO XL-LOT-NUMBER(XL-IDX)
           MOVE WS-LOT-TAKE TO XL-QUANTITY(XL-IDX).

       0235-END.

      *----------------------------------------------------------------
      * Receive: what was actually unpacked lands on the borrowing
      * store's on-hand and the transfer leaves the in-transit
      * bucket. Less than was shipped is a short receipt - reported
      * and alerted so the two stores chase it down - and the missing
      * units are not put on anyone's shelf.
      *----------------------------------------------------------------
       0240-RECEIVE-ONE-TRANSFER.
           IF WS-XIT-FOUND-IDX NOT = ZERO
              SET XIT-IDX TO WS-XIT-FOUND-IDX
           END-IF
           EVALUATE TRUE
              WHEN WS-XIT-FOUND-IDX = ZERO
                 MOVE "NO SHIPMENT FOR TRANSFER" TO WS-REJECT-REASON
              WHEN NOT XT-IN-TRANSIT(XIT-IDX)
                 MOVE "TRANSFER ALREADY RECEIVED" TO WS-REJECT-REASON
              WHEN XFT-TO-STORE NOT = SPACES
                 AND XFT-TO-STORE NOT = XT-TO-STORE(XIT-IDX)
                 MOVE "RECEIVED AT WRONG STORE" TO WS-REJECT-REASON
              WHEN XFT-QUANTITY IS NOT NUMERIC
                 MOVE "RECEIVED QUANTITY NOT NUMERIC"
                    TO WS-REJECT-REASON
              WHEN OTHER
                 PERFORM 0245-POST-RECEIPT
           END-EVALUATE.

       0240-END.

       0245-POST-RECEIPT.
           MOVE XT-TO-STORE(XIT-IDX) TO INVM-STORE-NO
           MOVE XT-DESCRIPTION(XIT-IDX) TO INVM-DESCRIPTION
           MOVE XFT-QUANTITY TO WS-MOVE-QTY
           READ INVMASTFILE
              INVALID KEY
                 MOVE ZERO TO WS-OLD-QTY
                 INITIALIZE INVENTORY-MASTER-RECORD
                 MOVE XT-TO-STORE(XIT-IDX) TO INVM-STORE-NO
                 MOVE XT-DESCRIPTION(XIT-IDX) TO INVM-DESCRIPTION
                 MOVE XT-SKU(XIT-IDX) TO INVM-SKU
                 MOVE WS-MOVE-QTY TO INVM-QTY-ON-HAND
                 MOVE WS-REORDER-POINT TO INVM-REORDER-POINT
                 WRITE INVENTORY-MASTER-RECORD
              NOT INVALID KEY
                 MOVE INVM-QTY-ON-HAND TO WS-OLD-QTY
                 ADD WS-MOVE-QTY TO INVM-QTY-ON-HAND
                 REWRITE INVENTORY-MASTER-RECORD
           END-READ
           MOVE "XFI" TO WS-AUDIT-REASON
           PERFORM 0280-WRITE-ADJ-AUDIT
           MOVE XT-SKU(XIT-IDX) TO ITM-SKU
           READ ITEMMASTFILE
              INVALID KEY
                 MOVE SPACE TO ITM-PERISHABLE
           END-READ
           IF ITM-IS-PERISHABLE
              PERFORM 0260-RECEIVE-TO-LOTS
           END-IF

           MOVE XFT-QUANTITY TO XT-QTY-RECEIVED(XIT-IDX)
           MOVE WS-TXN-DATE TO XT-RECEIVE-DATE(XIT-IDX)
           MOVE XFT-INITIALS TO XT-RECEIVE-BY(XIT-IDX)
           ADD 1 TO WS-RECEIVED-COUNT
           PERFORM 0270-FILL-DETAIL-LINE
           COMPUTE WS-SHORT-QTY =
              XT-QTY-SHIPPED(XIT-IDX) - XT-QTY-RECEIVED(XIT-IDX)
           EVALUATE TRUE
              WHEN WS-SHORT-QTY > ZERO
                 MOVE "H" TO XT-STATUS(XIT-IDX)
                 ADD 1 TO WS-SHORT-COUNT
                 MOVE "SHORT RECEIPT" TO XFR-RESULT-OUT
                 PERFORM 0250-ALERT-SHORT-RECEIPT
              WHEN WS-SHORT-QTY < ZERO
                 MOVE "R" TO XT-STATUS(XIT-IDX)
                 MOVE "OVER RECEIPT - MORE THAN SHIPPED"
                    TO XFR-RESULT-OUT
              WHEN OTHER
                 MOVE "R" TO XT-STATUS(XIT-IDX)
                 MOVE "RECEIVED IN FULL" TO XFR-RESULT-OUT
           END-EVALUATE
           WRITE TRANSFER-LINE FROM TRANSFER-DETAIL-LINE.

       0245-END.

       0250-ALERT-SHORT-RECEIPT.
           MOVE 'W' TO WS-ALERT-SEVERITY
           MOVE XT-TRANSFER-NO(XIT-IDX) TO WS-AK-NUMBER
           MOVE XT-TO-STORE(XIT-IDX) TO WS-AK-STORE
           MOVE WS-ALERT-KEY-AREA TO WS-ALERT-KEY
           MOVE WS-SHORT-QTY TO WS-SM-SHORT
           MOVE XT-QTY-SHIPPED(XIT-IDX) TO WS-SM-SHIPPED
           MOVE WS-SHORT-MESSAGE-AREA TO WS-ALERT-MESSAGE
           PERFORM 0320-WRITE-ALERT.

       0250-END.

      *----------------------------------------------------------------
      * Puts a receipt on the borrowing store's lots, matching the
      * lots the transfer was shipped from, earliest-expiring first.
      * Units received beyond those lots go on NOLOT. The transfer's
      * lots are cleared once received, short or not.
      *----------------------------------------------------------------
       0260-RECEIVE-TO-LOTS.
           MOVE WS-MOVE-QTY TO WS-LOT-REMAINING
           MOVE XT-TO-STORE(XIT-IDX) TO WS-LOT-STORE-NO
           MOVE XT-DESCRIPTION(XIT-IDX) TO WS-LOT-DESCRIPTION
           SET XL-IDX TO 1
           PERFORM UNTIL XL-IDX > WS-XL-COUNT
              IF XL-TRANSFER-NO(XL-IDX) = XT-TRANSFER-NO(XIT-IDX)
                 AND XL-QUANTITY(XL-IDX) > ZERO
                 IF XL-QUANTITY(XL-IDX) < WS-LOT-REMAINING
                    MOVE XL-QUANTITY(XL-IDX) TO WS-LOT-TAKE
                 ELSE
                    MOVE WS-LOT-REMAINING TO WS-LOT-TAKE
                 END-IF
                 IF WS-LOT-TAKE > ZERO
                    MOVE XL-LOT-NUMBER(XL-IDX) TO WS-LOT-NUMBER
                    MOVE XL-EXPIRY-DATE(XL-IDX) TO WS-LOT-EXPIRY
                    PERFORM 0265-ADD-TO-LOT
                    SUBTRACT WS-LOT-TAKE FROM WS-LOT-REMAINING
                 END-IF
                 MOVE ZERO TO XL-QUANTITY(XL-IDX)
              END-IF
              SET XL-IDX UP BY 1
           END-PERFORM
           IF WS-LOT-REMAINING > ZERO
              MOVE WS-LOT-REMAINING TO WS-LOT-TAKE
              MOVE WS-NOLOT-NUMBER TO WS-LOT-NUMBER
              MOVE WS-NOLOT-EXPIRY TO WS-LOT-EXPIRY
              PERFORM 0265-ADD-TO-LOT
           END-IF.

       0260-END.

       0265-ADD-TO-LOT.
           MOVE WS-LOT-STORE-NO TO LOT-STORE-NO
           MOVE WS-LOT-DESCRIPTION TO LOT-DESCRIPTION
           MOVE WS-LOT-EXPIRY TO LOT-EXPIRY-DATE
           MOVE WS-LOT-NUMBER TO LOT-NUMBER
           READ INVLOTFILE
              INVALID KEY
                 MOVE WS-LOT-TAKE TO LOT-QTY-ON-HAND
                 MOVE WS-TXN-DATE TO LOT-RECEIVED-DATE
                 WRITE INVENTORY-LOT-RECORD
              NOT INVALID KEY
                 ADD WS-LOT-TAKE TO LOT-QTY-ON-HAND
                 REWRITE INVENTORY-LOT-RECORD
           END-READ.

       0265-END.

       0270-FILL-DETAIL-LINE.
           MOVE XT-TRANSFER-NO(XIT-IDX) TO XFR-NUMBER-OUT
           MOVE XFT-ACTION TO XFR-ACTION-OUT
           MOVE XT-FROM-STORE(XIT-IDX) TO XFR-FROM-OUT
           MOVE XT-TO-STORE(XIT-IDX) TO XFR-TO-OUT
           MOVE XT-SKU(XIT-IDX) TO XFR-SKU-OUT
           MOVE XT-DESCRIPTION(XIT-IDX) TO XFR-DESCRIPTION-OUT
           MOVE XT-QTY-SHIPPED(XIT-IDX) TO XFR-SHIPPED-OUT
           MOVE XT-QTY-RECEIVED(XIT-IDX) TO XFR-RECEIVED-OUT.

       0270-END.

       0280-WRITE-ADJ-AUDIT.
           MOVE SPACES TO ADJ-AUDIT-RECORD
           MOVE WS-RUN-DATE TO ADJ-DATE
           MOVE WS-TXN-DATE TO ADJ-COUNT-DATE
           MOVE INVM-STORE-NO TO ADJ-STORE-NO
           MOVE INVM-DESCRIPTION TO ADJ-DESCRIPTION
           MOVE WS-OLD-QTY TO ADJ-OLD-QTY
           MOVE INVM-QTY-ON-HAND TO ADJ-NEW-QTY
           MOVE WS-MOVE-QTY TO ADJ-VARIANCE
           MOVE WS-AUDIT-REASON TO ADJ-REASON
           MOVE XFT-INITIALS TO ADJ-INITIALS
           WRITE ADJ-AUDIT-RECORD.

       0280-END.

       0290-REJECT-TRANSFER.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE XFT-TRANSFER-NO TO XFR-NUMBER-OUT
           MOVE XFT-ACTION TO XFR-ACTION-OUT
           MOVE XFT-FROM-STORE TO XFR-FROM-OUT
           MOVE XFT-TO-STORE TO XFR-TO-OUT
           MOVE XFT-SKU TO XFR-SKU-OUT
           MOVE SPACES TO XFR-DESCRIPTION-OUT
           MOVE ZERO TO XFR-SHIPPED-OUT
           MOVE ZERO TO XFR-RECEIVED-OUT
           IF XFT-QUANTITY IS NUMERIC
              IF XFT-RECEIVE
                 MOVE XFT-QUANTITY TO XFR-RECEIVED-OUT
              ELSE
                 MOVE XFT-QUANTITY TO XFR-SHIPPED-OUT
              END-IF
           END-IF
           MOVE WS-REJECT-REASON TO XFR-RESULT-OUT
           WRITE TRANSFER-LINE FROM TRANSFER-DETAIL-LINE.

       0290-END.

       0400-PRINT-TOTALS.
           MOVE SPACES TO TRANSFER-LINE
           WRITE TRANSFER-LINE
           MOVE "  RECORDS READ:           " TO CC-LABEL
           MOVE WS-TXNS-READ TO CC-COUNT-OUT
           WRITE TRANSFER-LINE FROM CONTROL-COUNT-LINE
           MOVE "  TRANSFERS SHIPPED:      " TO CC-LABEL
           MOVE WS-SHIPPED-COUNT TO CC-COUNT-OUT
           WRITE TRANSFER-LINE FROM CONTROL-COUNT-LINE
           MOVE "  TRANSFERS RECEIVED:     " TO CC-LABEL
           MOVE WS-RECEIVED-COUNT TO CC-COUNT-OUT
           WRITE TRANSFER-LINE FROM CONTROL-COUNT-LINE
           MOVE "  SHORT RECEIPTS:         " TO CC-LABEL
           MOVE WS-SHORT-COUNT TO CC-COUNT-OUT
           WRITE TRANSFER-LINE FROM CONTROL-COUNT-LINE
           MOVE "  RECORDS REJECTED:       " TO CC-LABEL
           MOVE WS-REJECTED-COUNT TO CC-COUNT-OUT
           WRITE TRANSFER-LINE FROM CONTROL-COUNT-LINE
           MOVE "  UNITS STILL IN TRANSIT: " TO CC-LABEL
           MOVE WS-TRANSIT-UNITS TO CC-COUNT-OUT
           WRITE TRANSFER-LINE FROM CONTROL-COUNT-LINE
           MOVE "  LOT SHORTFALLS:         " TO CC-LABEL
           MOVE WS-LOT-SHORT-COUNT TO CC-COUNT-OUT
           WRITE TRANSFER-LINE FROM CONTROL-COUNT-LINE.

       0400-END.

      *----------------------------------------------------------------
      * Every transfer still in transit, with anything out longer
      * than WS-AGING-DAYS listed for the stores to chase. The units
      * in transit are totaled for the register on the way through.
      *----------------------------------------------------------------
       0500-PRINT-AGING-REPORT.
           OPEN OUTPUT AGINGFILE
           WRITE AGING-LINE FROM AGING-HEADING-1
           WRITE AGING-LINE FROM AGING-HEADING-2
           MOVE WS-RUN-DATE TO HD-RUN-DATE-OUT
           WRITE AGING-LINE FROM HEADING-DATE-LINE
           MOVE WS-AGING-DAYS TO AGD-DAYS-OUT
           WRITE AGING-LINE FROM AGING-DAYS-LINE
           WRITE AGING-LINE FROM AGING-COLUMN-LINE
           SET XIT-IDX TO 1
           PERFORM UNTIL XIT-IDX > WS-XIT-COUNT
              IF XT-IN-TRANSIT(XIT-IDX)
                 PERFORM 0510-AGE-ONE-TRANSFER
              END-IF
              SET XIT-IDX UP BY 1
           END-PERFORM
           MOVE SPACES TO AGING-LINE
           WRITE AGING-LINE
           MOVE "  TRANSFERS PAST DUE:     " TO CC-LABEL
           MOVE WS-AGED-COUNT TO CC-COUNT-OUT
           WRITE AGING-LINE FROM CONTROL-COUNT-LINE
           MOVE "  UNITS STILL IN TRANSIT: " TO CC-LABEL
           MOVE WS-TRANSIT-UNITS TO CC-COUNT-OUT
           WRITE AGING-LINE FROM CONTROL-COUNT-LINE
           CLOSE AGINGFILE.

       0500-END.

       0510-AGE-ONE-TRANSFER.
           ADD XT-QTY-SHIPPED(XIT-IDX) TO WS-TRANSIT-UNITS
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE(XT-SHIP-DATE(XIT-IDX))
           COMPUTE WS-DAYS-OUT = WS-RUN-DATE-INT - WS-DATE-INT
           IF WS-DAYS-OUT > WS-AGING-DAYS
              ADD 1 TO WS-AGED-COUNT
              MOVE XT-TRANSFER-NO(XIT-IDX) TO AGE-NUMBER-OUT
              MOVE XT-FROM-STORE(XIT-IDX) TO AGE-FROM-OUT
              MOVE XT-TO-STORE(XIT-IDX) TO AGE-TO-OUT
              MOVE XT-SKU(XIT-IDX) TO AGE-SKU-OUT
              MOVE XT-DESCRIPTION(XIT-IDX) TO AGE-DESCRIPTION-OUT
              MOVE XT-QTY-SHIPPED(XIT-IDX) TO AGE-QTY-OUT
              MOVE XT-SHIP-DATE(XIT-IDX) TO AGE-SHIP-DATE-OUT
              MOVE XT-SHIP-BY(XIT-IDX) TO AGE-SHIP-BY-OUT
              MOVE WS-DAYS-OUT TO AGE-DAYS-OUT
              WRITE AGING-LINE FROM AGING-DETAIL-LINE
           END-IF.

       0510-END.

      *----------------------------------------------------------------
      * Appends one staged alert to the shared OPSALERT.DAT. A
      * missing alert file just means this is the first alert ever
      * raised, so it is created on the spot.
      *----------------------------------------------------------------
       0320-WRITE-ALERT.
           ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ALERT-TIME FROM TIME
           OPEN EXTEND ALERTFILE
           IF WS-ALERT-FILE-STATUS NOT = '00'
              OPEN OUTPUT ALERTFILE
           END-IF
           MOVE SPACES TO ALERT-RECORD
           MOVE "STOCKTRANSFER" TO ALR-JOB-NAME
           MOVE WS-ALERT-DATE TO ALR-DATE
           MOVE WS-ALERT-TIME TO ALR-TIME
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-KEY TO ALR-KEY
           MOVE WS-ALERT-MESSAGE TO ALR-MESSAGE
           WRITE ALERT-RECORD
           CLOSE ALERTFILE.

       0320-END.

      *----------------------------------------------------------------
      * Appends this run's start/end time, record count, and status to
      * the shared JOBLOG.DAT so the whole batch window can be reviewed
      * after the fact. A missing JOBLOG.DAT just means this is the
      * first run to ever log to it, so it is created on the spot.
      *----------------------------------------------------------------
       0310-WRITE-JOB-LOG.
           ACCEPT WS-JOBLOG-END-TIME FROM TIME
           OPEN EXTEND JOBLOGFILE
           IF WS-JOBLOG-FILE-STATUS NOT = "00"
              OPEN OUTPUT JOBLOGFILE
           END-IF
           MOVE "STOCKTRANSFER" TO WS-JL-JOB-NAME
           MOVE WS-JOBLOG-START-TIME TO WS-JL-START-TIME-OUT
           MOVE WS-JOBLOG-END-TIME TO WS-JL-END-TIME-OUT
           MOVE WS-TXNS-READ TO WS-JL-RECORD-COUNT-OUT
           MOVE WS-JOBLOG-RUN-STATUS TO WS-JL-STATUS-OUT
           MOVE WS-JOBLOG-RECORD-AREA TO JOBLOG-RECORD
           WRITE JOBLOG-RECORD
           CLOSE JOBLOGFILE.

       0310-END.

       END PROGRAM STOCKTRANSFER.
