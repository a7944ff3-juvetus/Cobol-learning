       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOSSPREVENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT POSSALESFILE ASSIGN TO "POSSALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.
       SELECT ITEMMASTFILE ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITM-SKU
               ALTERNATE RECORD KEY IS ITM-DESCRIPTION
               FILE STATUS IS WS-ITEMMAST-STATUS.
       SELECT SALESHISTFILE ASSIGN TO "SALESHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESHIST-STATUS.
       SELECT DRAWERCOUNTFILE ASSIGN TO "DRAWERCOUNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAWER-STATUS.
       SELECT LPPARMFILE ASSIGN TO "LPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       SELECT CUSTHISTFILE ASSIGN TO "LPCUSTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTHIST-STATUS.
       SELECT DRAWHISTFILE ASSIGN TO "LPDRAWHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAWHIST-STATUS.
       SELECT LPREPORTFILE ASSIGN TO "LPREPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ALERTFILE ASSIGN TO "OPSALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.
       SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * The day's point-of-sale export, the same multi-record layout
      * the sales run reads: header, line items, payments, trailer.
      * A header may name the method a refund was paid out in; left
      * blank, the refund came out of the cash drawer.
      *----------------------------------------------------------------
       FD POSSALESFILE.
       01 POS-RECORD.
           02 POS-RECORD-TYPE  PIC X.
              88 POS-HEADER-REC  VALUE "H".
              88 POS-DETAIL-REC  VALUE "D".
              88 POS-PAYMENT-REC VALUE "P".
              88 POS-TRAILER-REC VALUE "T".
           02 POS-RECORD-BODY  PIC X(89).
           02 POS-HEADER-BODY REDEFINES POS-RECORD-BODY.
              04 POS-CUSTOMER-ID   PIC 9(7).
              04 POS-CUSTOMERNAME  PIC X(30).
              04 POS-SALE-DATE     PIC 9(8).
              04 POS-REGISTER-NO   PIC X(4).
              04 POS-DISCOUNT-PCT  PIC 9V999.
              04 POS-TAX-RATE      PIC 9V999.
              04 POS-STORE-NO      PIC X(3).
              04 POS-REFUND-METHOD PIC X(10).
              04 FILLER            PIC X(19).
           02 POS-DETAIL-BODY REDEFINES POS-RECORD-BODY.
              04 POS-DESCRIPTION   PIC X(20).
              04 POS-PRICE         PIC 9(6)V99.
              04 POS-QUANTITY      PIC 9(5).
              04 POS-TRAN-TYPE     PIC X.
                 88 POS-LINE-SALE   VALUE "S", SPACE.
                 88 POS-LINE-RETURN VALUE "R".
              04 POS-COUPON-CODE   PIC X(8).
              04 POS-CARD-NO       PIC X(16).
              04 FILLER            PIC X(31).
           02 POS-PAYMENT-BODY REDEFINES POS-RECORD-BODY.
              04 POS-PAY-METHOD    PIC X(10).
              04 POS-PAY-AMOUNT    PIC 9(7)V99.
              04 POS-PAY-CARD-NO   PIC X(16).
              04 FILLER            PIC X(54).
           02 POS-TRAILER-BODY REDEFINES POS-RECORD-BODY.
              04 POS-TRAILER-COUNT PIC 9(5).
              04 FILLER            PIC X(84).

       FD ITEMMASTFILE.
       01 ITEM-MASTER-RECORD.
           05 ITM-SKU         PIC X(8).
           05 ITM-DESCRIPTION PIC X(20).
           05 ITM-PRICE       PIC 9(6)V99.
           05 ITM-UNIT-COST   PIC 9(6)V99.
           05 ITM-CATEGORY    PIC X(10).
           05 ITM-PERISHABLE  PIC X(1).

      *----------------------------------------------------------------
      * Rolling per-store, per-item daily sales history appended by
      * the sales run. Rows written before the store column existed
      * carry a blank store.
      *----------------------------------------------------------------
       FD SALESHISTFILE.
       01 SALES-HIST-RECORD.
           05 SH-RUN-DATE    PIC 9(8).
           05 FILLER         PIC X(1).
           05 SH-DESCRIPTION PIC X(20).
           05 FILLER         PIC X(1).
           05 SH-QUANTITY    PIC S9(6).
           05 FILLER         PIC X(1).
           05 SH-DOLLARS     PIC S9(9)V99.
           05 FILLER         PIC X(1).
           05 SH-COST        PIC S9(9)V99.
           05 FILLER         PIC X(1).
           05 SH-CATEGORY    PIC X(10).
           05 FILLER         PIC X(1).
           05 SH-STORE-NO    PIC X(3).

      *----------------------------------------------------------------
      * The cash office's keyed drawer counts for the day, one per
      * register and payment method.
      *----------------------------------------------------------------
       FD DRAWERCOUNTFILE.
       01 DRAWER-COUNT-RECORD.
           05 DRW-REGISTER PIC X(4).
           05 FILLER       PIC X(1).
           05 DRW-METHOD   PIC X(10).
           05 FILLER       PIC X(1).
           05 DRW-AMOUNT   PIC 9(7)V99.

      *----------------------------------------------------------------
      * Loss-prevention thresholds. Any field left blank or zero keeps
      * the default shown against its working-storage counterpart.
      *----------------------------------------------------------------
       FD LPPARMFILE.
       01 LP-PARM-RECORD.
           05 LPP-RETURN-RATE-PCT PIC 9(3).
           05 FILLER              PIC X(1).
           05 LPP-MIN-LINES       PIC 9(5).
           05 FILLER              PIC X(1).
           05 LPP-OVERSHORT-TOL   PIC 9(5)V99.
           05 FILLER              PIC X(1).
           05 LPP-OVERSHORT-DAYS  PIC 9(3).
           05 FILLER              PIC X(1).
           05 LPP-CUST-RETURNS    PIC 9(3).
           05 FILLER              PIC X(1).
           05 LPP-WINDOW-DAYS     PIC 9(3).

      *----------------------------------------------------------------
      * Rolling customer line history kept by this run: every sale
      * and return line rung up to a customer, so a return can be
      * matched to an earlier purchase and a customer's returns
      * counted across days. Rows older than the window drop off
      * when the file is rewritten at the end of the run.
      *----------------------------------------------------------------
       FD CUSTHISTFILE.
       01 CUST-HIST-RECORD.
           05 LCH-RUN-DATE    PIC 9(8).
           05 FILLER          PIC X(1).
           05 LCH-SALE-DATE   PIC 9(8).
           05 FILLER          PIC X(1).
           05 LCH-CUSTOMER-ID PIC 9(7).
           05 FILLER          PIC X(1).
           05 LCH-TYPE        PIC X(1).
           05 FILLER          PIC X(1).
           05 LCH-DESCRIPTION PIC X(20).
           05 FILLER          PIC X(1).
           05 LCH-QUANTITY    PIC 9(5).
           05 FILLER          PIC X(1).
           05 LCH-STORE-NO    PIC X(3).

      *----------------------------------------------------------------
      * Rolling per-register drawer over/short history kept by this
      * run, one row per register per business day counted.
      *----------------------------------------------------------------
       FD DRAWHISTFILE.
       01 DRAW-HIST-RECORD.
           05 LDH-RUN-DATE      PIC 9(8).
           05 FILLER            PIC X(1).
           05 LDH-BUSINESS-DATE PIC 9(8).
           05 FILLER            PIC X(1).
           05 LDH-REGISTER      PIC X(4).
           05 FILLER            PIC X(1).
           05 LDH-STORE-NO      PIC X(3).
           05 FILLER            PIC X(1).
           05 LDH-OVER-SHORT    PIC S9(7)V99.

       FD LPREPORTFILE.
       01 LP-REPORT-LINE PIC X(132).

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
       01 WS-POS-STATUS       PIC XX VALUE '00'.
       01 WS-ITEMMAST-STATUS  PIC XX VALUE '00'.
       01 WS-SALESHIST-STATUS PIC XX VALUE '00'.
       01 WS-DRAWER-STATUS    PIC XX VALUE '00'.
       01 WS-PARM-STATUS      PIC XX VALUE '00'.
       01 WS-CUSTHIST-STATUS  PIC XX VALUE '00'.
       01 WS-DRAWHIST-STATUS  PIC XX VALUE '00'.

       01 WS-POS-EOF PIC X VALUE 'N'.
           88 END-OF-POS-FILE VALUE 'Y'.
       01 WS-SALESHIST-EOF PIC X VALUE 'N'.
           88 END-OF-SALESHIST VALUE 'Y'.
       01 WS-DRAWER-EOF PIC X VALUE 'N'.
           88 END-OF-DRAWER-FILE VALUE 'Y'.
       01 WS-CUSTHIST-EOF PIC X VALUE 'N'.
           88 END-OF-CUSTHIST VALUE 'Y'.
       01 WS-DRAWHIST-EOF PIC X VALUE 'N'.
           88 END-OF-DRAWHIST VALUE 'Y'.

       01 WS-ITEMMAST-OPEN PIC X VALUE 'N'.
           88 ITEMMAST-AVAILABLE VALUE 'Y'.

      *----------------------------------------------------------------
      * Thresholds, each overridable from LPPARM.DAT:
      *   RETURN-RATE-PCT  a register whose returns are more than this
      *                    percent of its lines is flagged, once it
      *                    has rung at least MIN-LINES lines
      *   OVERSHORT-TOL    drawer over/short beyond this is a miss
      *   OVERSHORT-DAYS   this many misses on one register within
      *                    the window is flagged
      *   CUST-RETURNS     a customer with this many return lines
      *                    within the window is flagged
      *   WINDOW-DAYS      how far back the rolling histories reach
      *----------------------------------------------------------------
       01 WS-RETURN-RATE-PCT PIC 9(3) VALUE 20.
       01 WS-MIN-LINES       PIC 9(5) VALUE 10.
       01 WS-OVERSHORT-TOL   PIC 9(5)V99 VALUE 5.00.
       01 WS-OVERSHORT-DAYS  PIC 9(3) VALUE 3.
       01 WS-CUST-RETURNS    PIC 9(3) VALUE 4.
       01 WS-WINDOW-DAYS     PIC 9(3) VALUE 90.

       01 WS-RUN-DATE      PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-INT  PIC 9(7) VALUE ZERO.
       01 WS-DATE-INT      PIC 9(7) VALUE ZERO.
       01 WS-DAYS-AGO      PIC S9(5) VALUE ZERO.
       01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.

      *----------------------------------------------------------------
      * The transaction currently being read off the POS export.
      *----------------------------------------------------------------
       01 WS-CUR-CUSTOMER-ID  PIC 9(7) VALUE ZERO.
       01 WS-CUR-SALE-DATE    PIC 9(8) VALUE ZERO.
       01 WS-CUR-REGISTER     PIC X(4) VALUE SPACES.
       01 WS-CUR-STORE-NO     PIC X(3) VALUE SPACES.
       01 WS-CUR-DISCOUNT-PCT PIC 9V999 VALUE ZERO.
       01 WS-CUR-REG-IDX      PIC 9(3) VALUE ZERO.

      *----------------------------------------------------------------
      * What the transaction rang up, priced line by line the way
      * the sales run prices it, and the part of any refund given as
      * store credit - what a negative total leaves after that was
      * paid out of the drawer in the refund method.
      *----------------------------------------------------------------
       01 WS-CUR-TRAN-OPEN    PIC X VALUE 'N'.
           88 TRANSACTION-OPEN VALUE 'Y'.
       01 WS-CUR-TAX-RATE     PIC 9V999 VALUE ZERO.
       01 WS-CUR-REFUND-METHOD PIC X(10) VALUE SPACES.
       01 WS-CUR-NET-TOTAL    PIC S9(7)V99 VALUE ZERO.
       01 WS-CUR-SV-CREDIT    PIC S9(7)V99 VALUE ZERO.
       01 WS-CUR-REFUND       PIC S9(7)V99 VALUE ZERO.
       01 WS-SV-CATEGORY      PIC X(10) VALUE "GIFTCARD".
       01 WS-LINE-CATEGORY    PIC X(10) VALUE SPACES.
       01 WS-LINE-ON-MASTER   PIC X VALUE 'N'.
           88 LINE-ON-MASTER VALUE 'Y'.
       01 WS-LINE-ITEM-TOTAL  PIC S9(7)V99 VALUE ZERO.
       01 WS-LINE-DISCOUNT    PIC S9(7)V99 VALUE ZERO.
       01 WS-LINE-PRETAX      PIC S9(7)V99 VALUE ZERO.
       01 WS-LINE-TAX         PIC S9(7)V99 VALUE ZERO.

       01 WS-NET-UNIT-PRICE   PIC S9(7)V99 VALUE ZERO.
       01 WS-LINE-AMOUNT      PIC S9(9)V99 VALUE ZERO.
       01 WS-RETURN-PCT       PIC 9(3)V9 VALUE ZERO.
       01 WS-OVER-SHORT       PIC S9(9)V99 VALUE ZERO.
       01 WS-ABS-OVER-SHORT   PIC S9(9)V99 VALUE ZERO.
       01 WS-MISS-DAYS        PIC 9(5) VALUE ZERO.
       01 WS-RETURN-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-MATCH-FOUND      PIC X VALUE 'N'.
           88 PRIOR-SALE-FOUND VALUE 'Y'.
       01 WS-ITEM-SOLD-AT-STORE PIC X VALUE 'N'.
           88 ITEM-SOLD-AT-STORE VALUE 'Y'.
       01 WS-CUST-FLAGGED     PIC X VALUE 'N'.
           88 CUSTOMER-ALREADY-FLAGGED VALUE 'Y'.

       01 WS-POS-RECORDS-READ PIC 9(7) VALUE ZERO.
       01 WS-SALE-LINES       PIC 9(7) VALUE ZERO.
       01 WS-RETURN-LINES     PIC 9(7) VALUE ZERO.
       01 WS-EXCEPTION-COUNT  PIC 9(5) VALUE ZERO.
       01 WS-RETURN-RATE-HITS PIC 9(5) VALUE ZERO.
       01 WS-UNMATCHED-HITS   PIC 9(5) VALUE ZERO.
       01 WS-BELOW-COST-HITS  PIC 9(5) VALUE ZERO.
       01 WS-OVERSHORT-HITS   PIC 9(5) VALUE ZERO.
       01 WS-CUST-RETURN-HITS PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------
      * Store/item pairs sold within the window, off SALESHIST.DAT -
      * a return of an item the store has not sold at all lately is
      * a stronger signal than one merely not sold to that customer.
      *----------------------------------------------------------------
       01 WS-SHI-COUNT     PIC 9(4) VALUE ZERO.
       01 WS-SHI-TABLE-MAX PIC 9(4) VALUE 3000.
       01 WS-SHI-TABLE.
           05 WS-SHI-ENTRY OCCURS 3000 TIMES INDEXED BY SHI-IDX.
               10 SHI-STORE-NO    PIC X(3).
               10 SHI-DESCRIPTION PIC X(20).

      *----------------------------------------------------------------
      * The customer line history is loaded whole, added to as the
      * day's lines are read, and rewritten whole at the end of the
      * run, so a table too small to hold it must stop the run
      * rather than drop history.
      *----------------------------------------------------------------
       01 WS-CH-COUNT     PIC 9(4) VALUE ZERO.
       01 WS-CH-TABLE-MAX PIC 9(4) VALUE 5000.
       01 WS-CH-TABLE.
           05 WS-CH-ENTRY OCCURS 5000 TIMES INDEXED BY CH-IDX.
               10 CH-RUN-DATE    PIC 9(8).
               10 CH-SALE-DATE   PIC 9(8).
               10 CH-CUSTOMER-ID PIC 9(7).
               10 CH-TYPE        PIC X(1).
                  88 CH-SALE-LINE   VALUE "S".
                  88 CH-RETURN-LINE VALUE "R".
               10 CH-DESCRIPTION PIC X(20).
               10 CH-QUANTITY    PIC 9(5).
               10 CH-STORE-NO    PIC X(3).

       01 WS-DH-COUNT     PIC 9(4) VALUE ZERO.
       01 WS-DH-TABLE-MAX PIC 9(4) VALUE 2000.
       01 WS-DH-TABLE.
           05 WS-DH-ENTRY OCCURS 2000 TIMES INDEXED BY DH-IDX.
               10 DH-RUN-DATE      PIC 9(8).
               10 DH-BUSINESS-DATE PIC 9(8).
               10 DH-REGISTER      PIC X(4).
               10 DH-STORE-NO      PIC X(3).
               10 DH-OVER-SHORT    PIC S9(7)V99.

      *----------------------------------------------------------------
      * Customers already flagged for return frequency this run, so
      * each is reported once however many returns they bring back.
      *----------------------------------------------------------------
       01 WS-FC-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-FC-TABLE-MAX PIC 9(3) VALUE 200.
       01 WS-FC-TABLE.
           05 WS-FC-ENTRY OCCURS 200 TIMES INDEXED BY FC-IDX.
               10 FC-CUSTOMER-ID PIC 9(7).

      *----------------------------------------------------------------
      * Per-register and per-store activity and exception counts for
      * the day, used for the return-rate and drawer tests and for
      * the rankings at the foot of the report.
      *----------------------------------------------------------------
       01 WS-REG-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-REG-TABLE-MAX PIC 9(3) VALUE 50.
       01 WS-REG-FOUND-IDX PIC 9(3) VALUE ZERO.
       01 WS-REG-TABLE.
           05 WS-REG-ENTRY OCCURS 50 TIMES
              INDEXED BY REG-IDX REG-EXC-IDX.
               10 REG-REGISTER     PIC X(4).
               10 REG-STORE-NO     PIC X(3).
               10 REG-SALE-LINES   PIC 9(5).
               10 REG-RETURN-LINES PIC 9(5).
               10 REG-TAKEN        PIC S9(9)V99.
               10 REG-COUNTED      PIC S9(9)V99.
               10 REG-HAS-COUNT    PIC X(1).
               10 REG-EXCEPTIONS   PIC 9(5).
               10 REG-RANKED       PIC X(1).

       01 WS-STR-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-STR-TABLE-MAX PIC 9(3) VALUE 20.
       01 WS-STR-FOUND-IDX PIC 9(3) VALUE ZERO.
       01 WS-STR-TABLE.
           05 WS-STR-ENTRY OCCURS 20 TIMES INDEXED BY STR-IDX.
               10 STR-STORE-NO   PIC X(3).
               10 STR-EXCEPTIONS PIC 9(5).
               10 STR-RANKED     PIC X(1).

       01 WS-RANK            PIC 9(3) VALUE ZERO.
       01 WS-BEST-IDX        PIC 9(3) VALUE ZERO.
       01 WS-BEST-COUNT      PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------
      * One exception is staged in these fields, printed on the
      * report, counted against its store and register, and raised
      * to OPSALERT.DAT.
      *----------------------------------------------------------------
       01 WS-EXC-TYPE        PIC X(22) VALUE SPACES.
       01 WS-EXC-STORE-NO    PIC X(3) VALUE SPACES.
       01 WS-EXC-REGISTER    PIC X(4) VALUE SPACES.
       01 WS-EXC-CUSTOMER-ID PIC 9(7) VALUE ZERO.
       01 WS-EXC-ITEM        PIC X(20) VALUE SPACES.
       01 WS-EXC-AMOUNT      PIC S9(9)V99 VALUE ZERO.
       01 WS-EXC-DETAIL      PIC X(38) VALUE SPACES.

       01 WS-DETAIL-AREA.
           05 WS-DA-LABEL    PIC X(20).
           05 WS-DA-NUMBER   PIC ZZZZ9.
           05 WS-DA-SUFFIX   PIC X(13).

       01 WS-RATE-DETAIL-AREA.
           05 FILLER         PIC X(8) VALUE "RETURNS ".
           05 WS-RD-PCT      PIC ZZ9.9.
           05 FILLER         PIC X(6) VALUE "% OF  ".
           05 WS-RD-LINES    PIC ZZZZ9.
           05 FILLER         PIC X(14) VALUE " LINES".

       01 LP-HEADING-1 PIC X(132)
           VALUE "LOSS-PREVENTION EXCEPTION REPORT".
       01 LP-HEADING-2 PIC X(132) VALUE ALL "=".

       01 LP-DATE-LINE.
           05 FILLER           PIC X(10) VALUE "RUN DATE: ".
           05 LP-RUN-DATE-OUT  PIC 9(8).
           05 FILLER           PIC X(12) VALUE "   WINDOW: ".
           05 LP-WINDOW-OUT    PIC ZZ9.
           05 FILLER           PIC X(5) VALUE " DAYS".

       01 LP-COLUMN-LINE.
           05 FILLER PIC X(24) VALUE "EXCEPTION".
           05 FILLER PIC X(7)  VALUE "STORE".
           05 FILLER PIC X(7)  VALUE "REG".
           05 FILLER PIC X(10) VALUE "CUSTOMER".
           05 FILLER PIC X(22) VALUE "ITEM".
           05 FILLER PIC X(16) VALUE "        AMOUNT".
           05 FILLER PIC X(38) VALUE "DETAIL".

       01 LP-DETAIL-LINE.
           05 LPD-TYPE-OUT     PIC X(22).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LPD-STORE-OUT    PIC X(3).
           05 FILLER           PIC X(4) VALUE SPACES.
           05 LPD-REGISTER-OUT PIC X(4).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 LPD-CUSTOMER-OUT PIC X(7).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 LPD-ITEM-OUT     PIC X(20).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LPD-AMOUNT-OUT   PIC $$$,$$$,$$9.99-.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LPD-DETAIL-OUT   PIC X(38).

       01 LP-RANK-HEADING PIC X(132) VALUE SPACES.

       01 LP-STORE-RANK-COLUMN.
           05 FILLER PIC X(6)  VALUE "RANK".
           05 FILLER PIC X(8)  VALUE "STORE".
           05 FILLER PIC X(12) VALUE "EXCEPTIONS".

       01 LP-STORE-RANK-LINE.
           05 LSR-RANK-OUT     PIC ZZ9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 LSR-STORE-OUT    PIC X(3).
           05 FILLER           PIC X(5) VALUE SPACES.
           05 LSR-COUNT-OUT    PIC ZZ,ZZ9.

       01 LP-REG-RANK-COLUMN.
           05 FILLER PIC X(6)  VALUE "RANK".
           05 FILLER PIC X(8)  VALUE "STORE".
           05 FILLER PIC X(10) VALUE "REGISTER".
           05 FILLER PIC X(12) VALUE "EXCEPTIONS".
           05 FILLER PIC X(8)  VALUE "  LINES".
           05 FILLER PIC X(9)  VALUE "  RETURNS".

       01 LP-REG-RANK-LINE.
           05 LRR-RANK-OUT     PIC ZZ9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 LRR-STORE-OUT    PIC X(3).
           05 FILLER           PIC X(5) VALUE SPACES.
           05 LRR-REGISTER-OUT PIC X(4).
           05 FILLER           PIC X(6) VALUE SPACES.
           05 LRR-COUNT-OUT    PIC ZZ,ZZ9.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 LRR-LINES-OUT    PIC ZZ,ZZ9.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 LRR-RETURNS-OUT  PIC ZZ,ZZ9.

       01 LP-BUSINESS-DATE-LINE.
           05 FILLER           PIC X(32) VALUE "  BUSINESS DATE:".
           05 LP-BUS-DATE-OUT  PIC 9(8).

       01 CONTROL-COUNT-LINE.
           05 CC-LABEL     PIC X(32).
           05 CC-COUNT-OUT PIC ZZZ,ZZ9.

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
           05 FILLER         PIC X(6) VALUE "STORE ".
           05 WS-AK-STORE    PIC X(3).
           05 FILLER         PIC X(5) VALUE " REG ".
           05 WS-AK-REGISTER PIC X(4).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-AK-CUSTOMER PIC X(7).

       01 WS-ALERT-MESSAGE-AREA.
           05 WS-AM-TYPE     PIC X(22).
           05 WS-AM-DETAIL   PIC X(38).

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
       0100-LOSS-PREVENTION-RUN.
           ACCEPT WS-JOBLOG-START-TIME FROM TIME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           PERFORM 0110-READ-PARAMETERS
           PERFORM 0120-LOAD-SALES-HISTORY
           PERFORM 0130-LOAD-CUSTOMER-HISTORY
           PERFORM 0140-LOAD-DRAWER-HISTORY

           OPEN INPUT POSSALESFILE
           IF WS-POS-STATUS NOT = "00"
              DISPLAY "Cannot open POSSALES.DAT, status "
                 WS-POS-STATUS
              MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
              PERFORM 0310-WRITE-JOB-LOG
              STOP RUN RETURNING 16
           END-IF
           OPEN INPUT ITEMMASTFILE
           IF WS-ITEMMAST-STATUS = "00"
              MOVE 'Y' TO WS-ITEMMAST-OPEN
           ELSE
              DISPLAY "ITEMMAST.DAT not available (status "
                 WS-ITEMMAST-STATUS ") - below-cost test skipped"
           END-IF
           OPEN OUTPUT LPREPORTFILE

           WRITE LP-REPORT-LINE FROM LP-HEADING-1
           WRITE LP-REPORT-LINE FROM LP-HEADING-2
           MOVE WS-RUN-DATE TO LP-RUN-DATE-OUT
           MOVE WS-WINDOW-DAYS TO LP-WINDOW-OUT
           WRITE LP-REPORT-LINE FROM LP-DATE-LINE
           MOVE SPACES TO LP-REPORT-LINE
           WRITE LP-REPORT-LINE
           WRITE LP-REPORT-LINE FROM LP-COLUMN-LINE

           PERFORM 0200-PROCESS-ONE-POS-RECORD UNTIL END-OF-POS-FILE
           PERFORM 0215-SETTLE-REFUND

           PERFORM 0260-CHECK-RETURN-RATES
           PERFORM 0270-CHECK-DRAWER-COUNTS
           PERFORM 0500-PRINT-RANKINGS
           PERFORM 0150-REWRITE-CUSTOMER-HISTORY
           PERFORM 0160-REWRITE-DRAWER-HISTORY

           CLOSE POSSALESFILE
           IF ITEMMAST-AVAILABLE
              CLOSE ITEMMASTFILE
           END-IF
           CLOSE LPREPORTFILE
           MOVE "COMPLETED" TO WS-JOBLOG-RUN-STATUS
           PERFORM 0310-WRITE-JOB-LOG
           DISPLAY "POS records read:       " WS-POS-RECORDS-READ
           DISPLAY "Sale lines:             " WS-SALE-LINES
           DISPLAY "Return lines:           " WS-RETURN-LINES
           DISPLAY "Exceptions raised:      " WS-EXCEPTION-COUNT
           STOP RUN.

       0100-END.

       0110-READ-PARAMETERS.
           OPEN INPUT LPPARMFILE
           IF WS-PARM-STATUS = '00'
              READ LPPARMFILE
                 AT END CONTINUE
                 NOT AT END
                    IF LPP-RETURN-RATE-PCT IS NUMERIC
                       AND LPP-RETURN-RATE-PCT > ZERO
                       MOVE LPP-RETURN-RATE-PCT TO WS-RETURN-RATE-PCT
                    END-IF
                    IF LPP-MIN-LINES IS NUMERIC
                       AND LPP-MIN-LINES > ZERO
                       MOVE LPP-MIN-LINES TO WS-MIN-LINES
                    END-IF
                    IF LPP-OVERSHORT-TOL IS NUMERIC
                       AND LPP-OVERSHORT-TOL > ZERO
                       MOVE LPP-OVERSHORT-TOL TO WS-OVERSHORT-TOL
                    END-IF
                    IF LPP-OVERSHORT-DAYS IS NUMERIC
                       AND LPP-OVERSHORT-DAYS > ZERO
                       MOVE LPP-OVERSHORT-DAYS TO WS-OVERSHORT-DAYS
                    END-IF
                    IF LPP-CUST-RETURNS IS NUMERIC
                       AND LPP-CUST-RETURNS > ZERO
                       MOVE LPP-CUST-RETURNS TO WS-CUST-RETURNS
                    END-IF
                    IF LPP-WINDOW-DAYS IS NUMERIC
                       AND LPP-WINDOW-DAYS > ZERO
                       MOVE LPP-WINDOW-DAYS TO WS-WINDOW-DAYS
                    END-IF
              END-READ
              CLOSE LPPARMFILE
           END-IF.

       0110-END.

      *----------------------------------------------------------------
      * Notes every store/item pair sold within the window. A full
      * table only weakens the not-sold-at-store distinction, so it
      * warns and carries on.
      *----------------------------------------------------------------
       0120-LOAD-SALES-HISTORY.
           OPEN INPUT SALESHISTFILE
           IF WS-SALESHIST-STATUS NOT = "00"
              SET END-OF-SALESHIST TO TRUE
           END-IF
           PERFORM UNTIL END-OF-SALESHIST
              READ SALESHISTFILE
                 AT END SET END-OF-SALESHIST TO TRUE
                 NOT AT END
                    IF SH-RUN-DATE IS NUMERIC
                       AND SH-RUN-DATE > ZERO
                       AND SH-QUANTITY IS NUMERIC
                       AND SH-QUANTITY > ZERO
                       COMPUTE WS-DATE-INT =
                          FUNCTION INTEGER-OF-DATE(SH-RUN-DATE)
                       COMPUTE WS-DAYS-AGO =
                          WS-RUN-DATE-INT - WS-DATE-INT
                       IF WS-DAYS-AGO NOT > WS-WINDOW-DAYS
                          PERFORM 0121-NOTE-ITEM-SOLD
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-SALESHIST-STATUS = "00" OR WS-SALESHIST-STATUS = "10"
              CLOSE SALESHISTFILE
           END-IF.

       0120-END.

       0121-NOTE-ITEM-SOLD.
           MOVE 'N' TO WS-ITEM-SOLD-AT-STORE
           SET SHI-IDX TO 1
           PERFORM UNTIL SHI-IDX > WS-SHI-COUNT
              IF SHI-STORE-NO(SHI-IDX) = SH-STORE-NO
                 AND SHI-DESCRIPTION(SHI-IDX) = SH-DESCRIPTION
                 MOVE 'Y' TO WS-ITEM-SOLD-AT-STORE
                 SET SHI-IDX TO WS-SHI-COUNT
              END-IF
              SET SHI-IDX UP BY 1
           END-PERFORM
           IF NOT ITEM-SOLD-AT-STORE
              IF WS-SHI-COUNT < WS-SHI-TABLE-MAX
                 ADD 1 TO WS-SHI-COUNT
                 SET SHI-IDX TO WS-SHI-COUNT
                 MOVE SH-STORE-NO TO SHI-STORE-NO(SHI-IDX)
                 MOVE SH-DESCRIPTION TO SHI-DESCRIPTION(SHI-IDX)
              ELSE
                 DISPLAY "WARNING: sales history table full at "
                    WS-SHI-TABLE-MAX " - " SH-DESCRIPTION
                    " not loaded"
              END-IF
           END-IF.

       0121-END.

      *----------------------------------------------------------------
      * Loads the customer line history. Rows this same run date
      * wrote on an earlier attempt are dropped, so a rerun of the
      * day does not count its own lines twice.
      *----------------------------------------------------------------
       0130-LOAD-CUSTOMER-HISTORY.
           OPEN INPUT CUSTHISTFILE
           IF WS-CUSTHIST-STATUS NOT = "00"
              SET END-OF-CUSTHIST TO TRUE
           END-IF
           PERFORM UNTIL END-OF-CUSTHIST
              READ CUSTHISTFILE
                 AT END SET END-OF-CUSTHIST TO TRUE
                 NOT AT END
                    IF LCH-RUN-DATE NOT = WS-RUN-DATE
                       IF WS-CH-COUNT >= WS-CH-TABLE-MAX
                          DISPLAY "Customer history table full at "
                             WS-CH-TABLE-MAX " lines - run halted"
                          CLOSE CUSTHISTFILE
                          MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
                          PERFORM 0310-WRITE-JOB-LOG
                          STOP RUN RETURNING 16
                       END-IF
                       ADD 1 TO WS-CH-COUNT
                       SET CH-IDX TO WS-CH-COUNT
                       MOVE LCH-RUN-DATE TO CH-RUN-DATE(CH-IDX)
                       MOVE LCH-SALE-DATE TO CH-SALE-DATE(CH-IDX)
                       MOVE LCH-CUSTOMER-ID TO CH-CUSTOMER-ID(CH-IDX)
                       MOVE LCH-TYPE TO CH-TYPE(CH-IDX)
                       MOVE LCH-DESCRIPTION TO CH-DESCRIPTION(CH-IDX)
                       MOVE LCH-QUANTITY TO CH-QUANTITY(CH-IDX)
                       MOVE LCH-STORE-NO TO CH-STORE-NO(CH-IDX)
                    END-IF
              END-READ
           END-PERFORM
           IF WS-CUSTHIST-STATUS = "00" OR WS-CUSTHIST-STATUS = "10"
              CLOSE CUSTHISTFILE
           END-IF.

       0130-END.

       0140-LOAD-DRAWER-HISTORY.
           OPEN INPUT DRAWHISTFILE
           IF WS-DRAWHIST-STATUS NOT = "00"
              SET END-OF-DRAWHIST TO TRUE
           END-IF
           PERFORM UNTIL END-OF-DRAWHIST
              READ DRAWHISTFILE
                 AT END SET END-OF-DRAWHIST TO TRUE
                 NOT AT END
                    IF LDH-RUN-DATE NOT = WS-RUN-DATE
                       IF WS-DH-COUNT >= WS-DH-TABLE-MAX
                          DISPLAY "Drawer history table full at "
                             WS-DH-TABLE-MAX " rows - run halted"
                          CLOSE DRAWHISTFILE
                          MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
                          PERFORM 0310-WRITE-JOB-LOG
                          STOP RUN RETURNING 16
                       END-IF
                       ADD 1 TO WS-DH-COUNT
                       SET DH-IDX TO WS-DH-COUNT
                       MOVE LDH-RUN-DATE TO DH-RUN-DATE(DH-IDX)
                       MOVE LDH-BUSINESS-DATE
                          TO DH-BUSINESS-DATE(DH-IDX)
                       MOVE LDH-REGISTER TO DH-REGISTER(DH-IDX)
                       MOVE LDH-STORE-NO TO DH-STORE-NO(DH-IDX)
                       MOVE LDH-OVER-SHORT TO DH-OVER-SHORT(DH-IDX)
                    END-IF
              END-READ
           END-PERFORM
           IF WS-DRAWHIST-STATUS = "00" OR WS-DRAWHIST-STATUS = "10"
              CLOSE DRAWHISTFILE
           END-IF.

       0140-END.

      *----------------------------------------------------------------
      * Rewrites the customer line history from the table, dropping
      * rows that have aged out of the window.
      *----------------------------------------------------------------
       0150-REWRITE-CUSTOMER-HISTORY.
           OPEN OUTPUT CUSTHISTFILE
           SET CH-IDX TO 1
           PERFORM UNTIL CH-IDX > WS-CH-COUNT
              MOVE ZERO TO WS-DAYS-AGO
              IF CH-SALE-DATE(CH-IDX) IS NUMERIC
                 AND CH-SALE-DATE(CH-IDX) > ZERO
                 COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(CH-SALE-DATE(CH-IDX))
                 COMPUTE WS-DAYS-AGO = WS-RUN-DATE-INT - WS-DATE-INT
              END-IF
              IF WS-DAYS-AGO NOT > WS-WINDOW-DAYS
                 MOVE SPACES TO CUST-HIST-RECORD
                 MOVE CH-RUN-DATE(CH-IDX) TO LCH-RUN-DATE
                 MOVE CH-SALE-DATE(CH-IDX) TO LCH-SALE-DATE
                 MOVE CH-CUSTOMER-ID(CH-IDX) TO LCH-CUSTOMER-ID
                 MOVE CH-TYPE(CH-IDX) TO LCH-TYPE
                 MOVE CH-DESCRIPTION(CH-IDX) TO LCH-DESCRIPTION
                 MOVE CH-QUANTITY(CH-IDX) TO LCH-QUANTITY
                 MOVE CH-STORE-NO(CH-IDX) TO LCH-STORE-NO
                 WRITE CUST-HIST-RECORD
              END-IF
              SET CH-IDX UP BY 1
           END-PERFORM
           CLOSE CUSTHISTFILE.

       0150-END.

       0160-REWRITE-DRAWER-HISTORY.
           OPEN OUTPUT DRAWHISTFILE
           SET DH-IDX TO 1
           PERFORM UNTIL DH-IDX > WS-DH-COUNT
              MOVE ZERO TO WS-DAYS-AGO
              IF DH-BUSINESS-DATE(DH-IDX) IS NUMERIC
                 AND DH-BUSINESS-DATE(DH-IDX) > ZERO
                 COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(DH-BUSINESS-DATE(DH-IDX))
                 COMPUTE WS-DAYS-AGO = WS-RUN-DATE-INT - WS-DATE-INT
              END-IF
              IF WS-DAYS-AGO NOT > WS-WINDOW-DAYS
                 MOVE SPACES TO DRAW-HIST-RECORD
                 MOVE DH-RUN-DATE(DH-IDX) TO LDH-RUN-DATE
                 MOVE DH-BUSINESS-DATE(DH-IDX) TO LDH-BUSINESS-DATE
                 MOVE DH-REGISTER(DH-IDX) TO LDH-REGISTER
                 MOVE DH-STORE-NO(DH-IDX) TO LDH-STORE-NO
                 MOVE DH-OVER-SHORT(DH-IDX) TO LDH-OVER-SHORT
                 WRITE DRAW-HIST-RECORD
              END-IF
              SET DH-IDX UP BY 1
           END-PERFORM
           CLOSE DRAWHISTFILE.

       0160-END.

      *----------------------------------------------------------------
      * One record off the POS export. A header sets the transaction
      * context; line items and payments are tallied against its
      * register. Trailer counts are the sales run's business - this
      * run looks at what was rung, complete or not. The trailer, the
      * next header, or the end of the file closes a transaction and
      * takes any refund it paid out off its register's takings.
      *----------------------------------------------------------------
       0200-PROCESS-ONE-POS-RECORD.
           READ POSSALESFILE
              AT END SET END-OF-POS-FILE TO TRUE
              NOT AT END
                 ADD 1 TO WS-POS-RECORDS-READ
                 EVALUATE TRUE
                    WHEN POS-HEADER-REC
                       PERFORM 0215-SETTLE-REFUND
                       PERFORM 0210-START-TRANSACTION
                    WHEN POS-DETAIL-REC
                       PERFORM 0220-CHECK-ONE-LINE
                       PERFORM 0227-ADD-LINE-TO-NET
                    WHEN POS-PAYMENT-REC
                       IF POS-PAY-METHOD NOT = "GIFTCARD"
                          AND POS-PAY-AMOUNT IS NUMERIC
                          AND WS-CUR-REG-IDX > ZERO
                          SET REG-IDX TO WS-CUR-REG-IDX
                          ADD POS-PAY-AMOUNT TO REG-TAKEN(REG-IDX)
                       END-IF
                    WHEN POS-TRAILER-REC
                       PERFORM 0215-SETTLE-REFUND
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-READ.

       0200-END.

       0210-START-TRANSACTION.
           MOVE POS-CUSTOMER-ID TO WS-CUR-CUSTOMER-ID
           MOVE POS-SALE-DATE TO WS-CUR-SALE-DATE
           MOVE POS-REGISTER-NO TO WS-CUR-REGISTER
           MOVE POS-STORE-NO TO WS-CUR-STORE-NO
           MOVE 'Y' TO WS-CUR-TRAN-OPEN
           MOVE ZERO TO WS-CUR-NET-TOTAL
           MOVE ZERO TO WS-CUR-SV-CREDIT
           MOVE POS-REFUND-METHOD TO WS-CUR-REFUND-METHOD
           IF WS-CUR-REFUND-METHOD = SPACES
              MOVE "CASH" TO WS-CUR-REFUND-METHOD
           END-IF
           IF POS-TAX-RATE IS NUMERIC
              MOVE POS-TAX-RATE TO WS-CUR-TAX-RATE
           ELSE
              MOVE ZERO TO WS-CUR-TAX-RATE
           END-IF
           IF POS-DISCOUNT-PCT IS NUMERIC
              MOVE POS-DISCOUNT-PCT TO WS-CUR-DISCOUNT-PCT
           ELSE
              MOVE ZERO TO WS-CUR-DISCOUNT-PCT
           END-IF
           IF POS-SALE-DATE IS NUMERIC
              AND POS-SALE-DATE > ZERO
              MOVE POS-SALE-DATE TO WS-BUSINESS-DATE
           ELSE
              MOVE WS-BUSINESS-DATE TO WS-CUR-SALE-DATE
           END-IF
           PERFORM 0250-FIND-OR-ADD-REGISTER
           MOVE WS-REG-FOUND-IDX TO WS-CUR-REG-IDX.

       0210-END.

      *----------------------------------------------------------------
      * Closes the open transaction. A negative total is a refund;
      * what the store credit does not cover was paid out in the
      * refund method, and - unless that was a gift card, which
      * settles against the stored-value ledger - comes out of the
      * register's takings, as the sales run's settlement takes it.
      *----------------------------------------------------------------
       0215-SETTLE-REFUND.
           IF TRANSACTION-OPEN
              MOVE 'N' TO WS-CUR-TRAN-OPEN
              IF WS-CUR-NET-TOTAL < ZERO
                 COMPUTE WS-CUR-REFUND = ZERO - WS-CUR-NET-TOTAL
                    - WS-CUR-SV-CREDIT
                 IF WS-CUR-REFUND > ZERO
                    AND WS-CUR-REFUND-METHOD NOT = "GIFTCARD"
                    AND WS-CUR-REG-IDX > ZERO
                    SET REG-IDX TO WS-CUR-REG-IDX
                    SUBTRACT WS-CUR-REFUND FROM REG-TAKEN(REG-IDX)
                 END-IF
              END-IF
           END-IF.

       0215-END.

      *----------------------------------------------------------------
      * A sale line is tested against the item's unit cost; a return
      * line is matched back to a prior sale to the same customer
      * and counted toward the customer's return frequency. Both go
      * into the customer history for later days to match against.
      *----------------------------------------------------------------
       0220-CHECK-ONE-LINE.
           IF POS-QUANTITY NOT NUMERIC OR POS-PRICE NOT NUMERIC
              MOVE ZERO TO POS-QUANTITY
              MOVE ZERO TO POS-PRICE
           END-IF
           IF WS-CUR-REG-IDX > ZERO
              SET REG-IDX TO WS-CUR-REG-IDX
              IF POS-LINE-RETURN
                 ADD 1 TO REG-RETURN-LINES(REG-IDX)
              ELSE
                 ADD 1 TO REG-SALE-LINES(REG-IDX)
              END-IF
           END-IF
           IF POS-LINE-RETURN
              ADD 1 TO WS-RETURN-LINES
              PERFORM 0230-CHECK-RETURN-LINE
           ELSE
              ADD 1 TO WS-SALE-LINES
              PERFORM 0225-CHECK-BELOW-COST
              IF WS-CUR-CUSTOMER-ID > ZERO
                 PERFORM 0240-ADD-CUSTOMER-LINE
              END-IF
           END-IF.

       0220-END.

       0225-CHECK-BELOW-COST.
           IF ITEMMAST-AVAILABLE
              MOVE POS-DESCRIPTION TO ITM-DESCRIPTION
              READ ITEMMASTFILE KEY IS ITM-DESCRIPTION
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    COMPUTE WS-NET-UNIT-PRICE ROUNDED =
                       POS-PRICE * (1 - WS-CUR-DISCOUNT-PCT)
                    IF ITM-UNIT-COST > ZERO
                       AND WS-NET-UNIT-PRICE < ITM-UNIT-COST
                       ADD 1 TO WS-BELOW-COST-HITS
                       MOVE "SOLD BELOW COST" TO WS-EXC-TYPE
                       MOVE WS-CUR-STORE-NO TO WS-EXC-STORE-NO
                       MOVE WS-CUR-REGISTER TO WS-EXC-REGISTER
                       MOVE WS-CUR-CUSTOMER-ID TO WS-EXC-CUSTOMER-ID
                       MOVE POS-DESCRIPTION TO WS-EXC-ITEM
                       COMPUTE WS-EXC-AMOUNT =
                          (ITM-UNIT-COST - WS-NET-UNIT-PRICE)
                          * POS-QUANTITY
                       MOVE "LOSS BELOW UNIT COST" TO WS-EXC-DETAIL
                       MOVE 'W' TO WS-ALERT-SEVERITY
                       PERFORM 0300-RAISE-EXCEPTION
                    END-IF
              END-READ
           END-IF.

       0225-END.

      *----------------------------------------------------------------
      * Prices the line into the transaction total as the sales run
      * does: a line not on the item master is left out, a gift card
      * sold carries neither discount nor tax, and a return counts
      * against the total - as store credit too, if it carries the
      * card it was refunded to.
      *----------------------------------------------------------------
       0227-ADD-LINE-TO-NET.
           MOVE SPACES TO WS-LINE-CATEGORY
           MOVE 'Y' TO WS-LINE-ON-MASTER
           IF ITEMMAST-AVAILABLE
              MOVE 'N' TO WS-LINE-ON-MASTER
              MOVE POS-DESCRIPTION TO ITM-DESCRIPTION
              READ ITEMMASTFILE KEY IS ITM-DESCRIPTION
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-LINE-ON-MASTER
                    MOVE ITM-CATEGORY TO WS-LINE-CATEGORY
              END-READ
           END-IF
           IF LINE-ON-MASTER AND POS-DESCRIPTION NOT = SPACES
              COMPUTE WS-LINE-ITEM-TOTAL = POS-PRICE * POS-QUANTITY
              IF WS-LINE-CATEGORY = WS-SV-CATEGORY
                 MOVE WS-LINE-ITEM-TOTAL TO WS-LINE-AMOUNT
              ELSE
                 COMPUTE WS-LINE-DISCOUNT =
                    WS-LINE-ITEM-TOTAL * WS-CUR-DISCOUNT-PCT
                 COMPUTE WS-LINE-PRETAX =
                    WS-LINE-ITEM-TOTAL - WS-LINE-DISCOUNT
                 COMPUTE WS-LINE-TAX = WS-LINE-PRETAX * WS-CUR-TAX-RATE
                 COMPUTE WS-LINE-AMOUNT = WS-LINE-PRETAX + WS-LINE-TAX
              END-IF
              IF POS-LINE-RETURN
                 SUBTRACT WS-LINE-AMOUNT FROM WS-CUR-NET-TOTAL
                 IF POS-CARD-NO NOT = SPACES
                    ADD WS-LINE-AMOUNT TO WS-CUR-SV-CREDIT
                 END-IF
              ELSE
                 ADD WS-LINE-AMOUNT TO WS-CUR-NET-TOTAL
              END-IF
           END-IF.

       0227-END.

      *----------------------------------------------------------------
      * A return is expected to follow a sale of the same item to the
      * same customer within the window. One with no such sale is
      * flagged - more seriously if the store has not sold the item
      * to anyone lately. A return with no customer on it cannot be
      * matched at all and is flagged as such.
      *----------------------------------------------------------------
       0230-CHECK-RETURN-LINE.
           MOVE 'N' TO WS-MATCH-FOUND
           IF WS-CUR-CUSTOMER-ID > ZERO
              SET CH-IDX TO 1
              PERFORM UNTIL CH-IDX > WS-CH-COUNT
                 IF CH-CUSTOMER-ID(CH-IDX) = WS-CUR-CUSTOMER-ID
                    AND CH-SALE-LINE(CH-IDX)
                    AND CH-DESCRIPTION(CH-IDX) = POS-DESCRIPTION
                    AND CH-SALE-DATE(CH-IDX) NOT > WS-CUR-SALE-DATE
                    MOVE 'Y' TO WS-MATCH-FOUND
                    SET CH-IDX TO WS-CH-COUNT
                 END-IF
                 SET CH-IDX UP BY 1
              END-PERFORM
           END-IF
           IF NOT PRIOR-SALE-FOUND
              ADD 1 TO WS-UNMATCHED-HITS
              MOVE WS-CUR-STORE-NO TO WS-EXC-STORE-NO
              MOVE WS-CUR-REGISTER TO WS-EXC-REGISTER
              MOVE WS-CUR-CUSTOMER-ID TO WS-EXC-CUSTOMER-ID
              MOVE POS-DESCRIPTION TO WS-EXC-ITEM
              COMPUTE WS-EXC-AMOUNT = POS-PRICE * POS-QUANTITY
              PERFORM 0231-CHECK-ITEM-SOLD-AT-STORE
              EVALUATE TRUE
                 WHEN WS-CUR-CUSTOMER-ID = ZERO
                    MOVE "RETURN NO CUSTOMER" TO WS-EXC-TYPE
                    MOVE "NO CUSTOMER ON TRANSACTION"
                       TO WS-EXC-DETAIL
                    MOVE 'W' TO WS-ALERT-SEVERITY
                 WHEN ITEM-SOLD-AT-STORE
                    MOVE "RETURN NO PRIOR SALE" TO WS-EXC-TYPE
                    MOVE "NOT SOLD TO CUSTOMER IN WINDOW"
                       TO WS-EXC-DETAIL
                    MOVE 'W' TO WS-ALERT-SEVERITY
                 WHEN OTHER
                    MOVE "RETURN NO PRIOR SALE" TO WS-EXC-TYPE
                    MOVE "ITEM NOT SOLD AT STORE IN WINDOW"
                       TO WS-EXC-DETAIL
                    MOVE 'E' TO WS-ALERT-SEVERITY
              END-EVALUATE
              PERFORM 0300-RAISE-EXCEPTION
           END-IF
           IF WS-CUR-CUSTOMER-ID > ZERO
              PERFORM 0240-ADD-CUSTOMER-LINE
              PERFORM 0235-CHECK-CUSTOMER-RETURNS
           END-IF.

       0230-END.

       0231-CHECK-ITEM-SOLD-AT-STORE.
           MOVE 'N' TO WS-ITEM-SOLD-AT-STORE
           SET SHI-IDX TO 1
           PERFORM UNTIL SHI-IDX > WS-SHI-COUNT
              IF SHI-STORE-NO(SHI-IDX) = WS-CUR-STORE-NO
                 AND SHI-DESCRIPTION(SHI-IDX) = POS-DESCRIPTION
                 MOVE 'Y' TO WS-ITEM-SOLD-AT-STORE
                 SET SHI-IDX TO WS-SHI-COUNT
              END-IF
              SET SHI-IDX UP BY 1
           END-PERFORM.

       0231-END.

      *----------------------------------------------------------------
      * Counts the customer's return lines within the window,
      * including the one just added, and flags the customer the
      * first time the count reaches the threshold this run.
      *----------------------------------------------------------------
       0235-CHECK-CUSTOMER-RETURNS.
           MOVE ZERO TO WS-RETURN-COUNT
           SET CH-IDX TO 1
           PERFORM UNTIL CH-IDX > WS-CH-COUNT
              IF CH-CUSTOMER-ID(CH-IDX) = WS-CUR-CUSTOMER-ID
                 AND CH-RETURN-LINE(CH-IDX)
                 AND CH-SALE-DATE(CH-IDX) IS NUMERIC
                 AND CH-SALE-DATE(CH-IDX) > ZERO
                 COMPUTE WS-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(CH-SALE-DATE(CH-IDX))
                 COMPUTE WS-DAYS-AGO = WS-RUN-DATE-INT - WS-DATE-INT
                 IF WS-DAYS-AGO NOT > WS-WINDOW-DAYS
                    ADD 1 TO WS-RETURN-COUNT
                 END-IF
              END-IF
              SET CH-IDX UP BY 1
           END-PERFORM
           IF WS-RETURN-COUNT >= WS-CUST-RETURNS
              MOVE 'N' TO WS-CUST-FLAGGED
              SET FC-IDX TO 1
              PERFORM UNTIL FC-IDX > WS-FC-COUNT
                 IF FC-CUSTOMER-ID(FC-IDX) = WS-CUR-CUSTOMER-ID
                    MOVE 'Y' TO WS-CUST-FLAGGED
                    SET FC-IDX TO WS-FC-COUNT
                 END-IF
                 SET FC-IDX UP BY 1
              END-PERFORM
              IF NOT CUSTOMER-ALREADY-FLAGGED
                 IF WS-FC-COUNT < WS-FC-TABLE-MAX
                    ADD 1 TO WS-FC-COUNT
                    SET FC-IDX TO WS-FC-COUNT
                    MOVE WS-CUR-CUSTOMER-ID TO FC-CUSTOMER-ID(FC-IDX)
                 END-IF
                 ADD 1 TO WS-CUST-RETURN-HITS
                 MOVE "FREQUENT RETURNS" TO WS-EXC-TYPE
                 MOVE WS-CUR-STORE-NO TO WS-EXC-STORE-NO
                 MOVE WS-CUR-REGISTER TO WS-EXC-REGISTER
                 MOVE WS-CUR-CUSTOMER-ID TO WS-EXC-CUSTOMER-ID
                 MOVE SPACES TO WS-EXC-ITEM
                 MOVE ZERO TO WS-EXC-AMOUNT
                 MOVE "RETURNS IN WINDOW:" TO WS-DA-LABEL
                 MOVE WS-RETURN-COUNT TO WS-DA-NUMBER
                 MOVE SPACES TO WS-DA-SUFFIX
                 MOVE WS-DETAIL-AREA TO WS-EXC-DETAIL
                 MOVE 'W' TO WS-ALERT-SEVERITY
                 PERFORM 0300-RAISE-EXCEPTION
              END-IF
           END-IF.

       0235-END.

       0240-ADD-CUSTOMER-LINE.
           IF WS-CH-COUNT < WS-CH-TABLE-MAX
              ADD 1 TO WS-CH-COUNT
              SET CH-IDX TO WS-CH-COUNT
              MOVE WS-RUN-DATE TO CH-RUN-DATE(CH-IDX)
              MOVE WS-CUR-SALE-DATE TO CH-SALE-DATE(CH-IDX)
              MOVE WS-CUR-CUSTOMER-ID TO CH-CUSTOMER-ID(CH-IDX)
              IF POS-LINE-RETURN
                 MOVE "R" TO CH-TYPE(CH-IDX)
              ELSE
                 MOVE "S" TO CH-TYPE(CH-IDX)
              END-IF
              MOVE POS-DESCRIPTION TO CH-DESCRIPTION(CH-IDX)
              MOVE POS-QUANTITY TO CH-QUANTITY(CH-IDX)
              MOVE WS-CUR-STORE-NO TO CH-STORE-NO(CH-IDX)
           ELSE
              DISPLAY "WARNING: customer history table full at "
                 WS-CH-TABLE-MAX " - line for customer "
                 WS-CUR-CUSTOMER-ID " not kept"
           END-IF.

       0240-END.

       0250-FIND-OR-ADD-REGISTER.
           MOVE ZERO TO WS-REG-FOUND-IDX
           SET REG-IDX TO 1
           PERFORM UNTIL REG-IDX > WS-REG-COUNT
              IF REG-REGISTER(REG-IDX) = WS-CUR-REGISTER
                 SET WS-REG-FOUND-IDX TO REG-IDX
                 SET REG-IDX TO WS-REG-COUNT
              END-IF
              SET REG-IDX UP BY 1
           END-PERFORM
           IF WS-REG-FOUND-IDX = ZERO
              IF WS-REG-COUNT < WS-REG-TABLE-MAX
                 ADD 1 TO WS-REG-COUNT
                 MOVE WS-REG-COUNT TO WS-REG-FOUND-IDX
                 SET REG-IDX TO WS-REG-COUNT
                 MOVE WS-CUR-REGISTER TO REG-REGISTER(REG-IDX)
                 MOVE WS-CUR-STORE-NO TO REG-STORE-NO(REG-IDX)
                 MOVE ZERO TO REG-SALE-LINES(REG-IDX)
                 MOVE ZERO TO REG-RETURN-LINES(REG-IDX)
                 MOVE ZERO TO REG-TAKEN(REG-IDX)
                 MOVE ZERO TO REG-COUNTED(REG-IDX)
                 MOVE 'N' TO REG-HAS-COUNT(REG-IDX)
                 MOVE ZERO TO REG-EXCEPTIONS(REG-IDX)
                 MOVE 'N' TO REG-RANKED(REG-IDX)
              ELSE
                 DISPLAY "WARNING: register table full at "
                    WS-REG-TABLE-MAX " - register " WS-CUR-REGISTER
                    " not tracked"
              END-IF
           END-IF.

       0250-END.

       0255-FIND-OR-ADD-STORE.
           MOVE ZERO TO WS-STR-FOUND-IDX
           SET STR-IDX TO 1
           PERFORM UNTIL STR-IDX > WS-STR-COUNT
              IF STR-STORE-NO(STR-IDX) = WS-EXC-STORE-NO
                 SET WS-STR-FOUND-IDX TO STR-IDX
                 SET STR-IDX TO WS-STR-COUNT
              END-IF
              SET STR-IDX UP BY 1
           END-PERFORM
           IF WS-STR-FOUND-IDX = ZERO
              IF WS-STR-COUNT < WS-STR-TABLE-MAX
                 ADD 1 TO WS-STR-COUNT
                 MOVE WS-STR-COUNT TO WS-STR-FOUND-IDX
                 SET STR-IDX TO WS-STR-COUNT
                 MOVE WS-EXC-STORE-NO TO STR-STORE-NO(STR-IDX)
                 MOVE ZERO TO STR-EXCEPTIONS(STR-IDX)
                 MOVE 'N' TO STR-RANKED(STR-IDX)
              ELSE
                 DISPLAY "WARNING: store table full at "
                    WS-STR-TABLE-MAX " - store " WS-EXC-STORE-NO
                    " not ranked"
              END-IF
           END-IF.

       0255-END.

      *----------------------------------------------------------------
      * Return rate per register, once the whole day has been read.
      * A register that rang too few lines is not judged on rate.
      *----------------------------------------------------------------
       0260-CHECK-RETURN-RATES.
           SET REG-IDX TO 1
           PERFORM UNTIL REG-IDX > WS-REG-COUNT
              COMPUTE WS-RETURN-COUNT =
                 REG-SALE-LINES(REG-IDX) + REG-RETURN-LINES(REG-IDX)
              IF WS-RETURN-COUNT >= WS-MIN-LINES
                 AND WS-RETURN-COUNT > ZERO
                 COMPUTE WS-RETURN-PCT ROUNDED =
                    REG-RETURN-LINES(REG-IDX) * 100 / WS-RETURN-COUNT
                 IF WS-RETURN-PCT > WS-RETURN-RATE-PCT
                    ADD 1 TO WS-RETURN-RATE-HITS
                    MOVE "HIGH RETURN RATE" TO WS-EXC-TYPE
                    MOVE REG-STORE-NO(REG-IDX) TO WS-EXC-STORE-NO
                    MOVE REG-REGISTER(REG-IDX) TO WS-EXC-REGISTER
                    MOVE ZERO TO WS-EXC-CUSTOMER-ID
                    MOVE SPACES TO WS-EXC-ITEM
                    MOVE ZERO TO WS-EXC-AMOUNT
                    MOVE WS-RETURN-PCT TO WS-RD-PCT
                    MOVE WS-RETURN-COUNT TO WS-RD-LINES
                    MOVE WS-RATE-DETAIL-AREA TO WS-EXC-DETAIL
                    MOVE 'W' TO WS-ALERT-SEVERITY
                    PERFORM 0300-RAISE-EXCEPTION
                 END-IF
              END-IF
              SET REG-IDX UP BY 1
           END-PERFORM.

       0260-END.

      *----------------------------------------------------------------
      * Totals the day's drawer counts per register against what the
      * POS says each register took less the refunds it paid out
      * (gift cards are settled against the stored-value ledger, not
      * the drawer), records the over/short in the drawer history,
      * and flags a register that has missed tolerance on too many
      * days within the window.
      *----------------------------------------------------------------
       0270-CHECK-DRAWER-COUNTS.
           OPEN INPUT DRAWERCOUNTFILE
           IF WS-DRAWER-STATUS NOT = "00"
              SET END-OF-DRAWER-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-DRAWER-FILE
              READ DRAWERCOUNTFILE
                 AT END SET END-OF-DRAWER-FILE TO TRUE
                 NOT AT END
                    IF DRW-METHOD NOT = "GIFTCARD"
                       AND DRW-AMOUNT IS NUMERIC
                       MOVE DRW-REGISTER TO WS-CUR-REGISTER
                       MOVE SPACES TO WS-CUR-STORE-NO
                       PERFORM 0250-FIND-OR-ADD-REGISTER
                       IF WS-REG-FOUND-IDX > ZERO
                          SET REG-IDX TO WS-REG-FOUND-IDX
                          ADD DRW-AMOUNT TO REG-COUNTED(REG-IDX)
                          MOVE 'Y' TO REG-HAS-COUNT(REG-IDX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-DRAWER-STATUS = "00" OR WS-DRAWER-STATUS = "10"
              CLOSE DRAWERCOUNTFILE
           END-IF
           SET REG-IDX TO 1
           PERFORM UNTIL REG-IDX > WS-REG-COUNT
              IF REG-HAS-COUNT(REG-IDX) = 'Y'
                 PERFORM 0275-CHECK-ONE-DRAWER
              END-IF
              SET REG-IDX UP BY 1
           END-PERFORM.

       0270-END.

       0275-CHECK-ONE-DRAWER.
           COMPUTE WS-OVER-SHORT =
              REG-COUNTED(REG-IDX) - REG-TAKEN(REG-IDX)
           IF WS-DH-COUNT < WS-DH-TABLE-MAX
              ADD 1 TO WS-DH-COUNT
              SET DH-IDX TO WS-DH-COUNT
              MOVE WS-RUN-DATE TO DH-RUN-DATE(DH-IDX)
              MOVE WS-BUSINESS-DATE TO DH-BUSINESS-DATE(DH-IDX)
              MOVE REG-REGISTER(REG-IDX) TO DH-REGISTER(DH-IDX)
              MOVE REG-STORE-NO(REG-IDX) TO DH-STORE-NO(DH-IDX)
              MOVE WS-OVER-SHORT TO DH-OVER-SHORT(DH-IDX)
           ELSE
              DISPLAY "WARNING: drawer history table full at "
                 WS-DH-TABLE-MAX " - register " REG-REGISTER(REG-IDX)
                 " not kept"
           END-IF
           MOVE WS-OVER-SHORT TO WS-ABS-OVER-SHORT
           IF WS-ABS-OVER-SHORT < ZERO
              COMPUTE WS-ABS-OVER-SHORT = ZERO - WS-ABS-OVER-SHORT
           END-IF
           IF WS-ABS-OVER-SHORT > WS-OVERSHORT-TOL
              MOVE ZERO TO WS-MISS-DAYS
              SET DH-IDX TO 1
              PERFORM UNTIL DH-IDX > WS-DH-COUNT
                 IF DH-REGISTER(DH-IDX) = REG-REGISTER(REG-IDX)
                    PERFORM 0276-COUNT-ONE-MISS
                 END-IF
                 SET DH-IDX UP BY 1
              END-PERFORM
              IF WS-MISS-DAYS >= WS-OVERSHORT-DAYS
                 ADD 1 TO WS-OVERSHORT-HITS
                 MOVE "REPEATED OVER/SHORT" TO WS-EXC-TYPE
                 MOVE REG-STORE-NO(REG-IDX) TO WS-EXC-STORE-NO
                 MOVE REG-REGISTER(REG-IDX) TO WS-EXC-REGISTER
                 MOVE ZERO TO WS-EXC-CUSTOMER-ID
                 MOVE SPACES TO WS-EXC-ITEM
                 MOVE WS-OVER-SHORT TO WS-EXC-AMOUNT
                 MOVE "DAYS OFF IN WINDOW:" TO WS-DA-LABEL
                 MOVE WS-MISS-DAYS TO WS-DA-NUMBER
                 MOVE SPACES TO WS-DA-SUFFIX
                 MOVE WS-DETAIL-AREA TO WS-EXC-DETAIL
                 MOVE 'E' TO WS-ALERT-SEVERITY
                 PERFORM 0300-RAISE-EXCEPTION
              END-IF
           END-IF.

       0275-END.

       0276-COUNT-ONE-MISS.
           MOVE DH-OVER-SHORT(DH-IDX) TO WS-ABS-OVER-SHORT
           IF WS-ABS-OVER-SHORT < ZERO
              COMPUTE WS-ABS-OVER-SHORT = ZERO - WS-ABS-OVER-SHORT
           END-IF
           IF WS-ABS-OVER-SHORT > WS-OVERSHORT-TOL
              AND DH-BUSINESS-DATE(DH-IDX) IS NUMERIC
              AND DH-BUSINESS-DATE(DH-IDX) > ZERO
              COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(DH-BUSINESS-DATE(DH-IDX))
              COMPUTE WS-DAYS-AGO = WS-RUN-DATE-INT - WS-DATE-INT
              IF WS-DAYS-AGO NOT > WS-WINDOW-DAYS
                 ADD 1 TO WS-MISS-DAYS
              END-IF
           END-IF.

       0276-END.

      *----------------------------------------------------------------
      * Records one staged exception: the detail line on the report,
      * a tally against its register and store for the rankings, and
      * an alert on OPSALERT.DAT. It is raised from inside the
      * register loops, so it searches on an index of its own.
      *----------------------------------------------------------------
       0300-RAISE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           SET REG-EXC-IDX TO 1
           PERFORM UNTIL REG-EXC-IDX > WS-REG-COUNT
              IF REG-REGISTER(REG-EXC-IDX) = WS-EXC-REGISTER
                 ADD 1 TO REG-EXCEPTIONS(REG-EXC-IDX)
                 IF WS-EXC-STORE-NO = SPACES
                    MOVE REG-STORE-NO(REG-EXC-IDX) TO WS-EXC-STORE-NO
                 END-IF
                 SET REG-EXC-IDX TO WS-REG-COUNT
              END-IF
              SET REG-EXC-IDX UP BY 1
           END-PERFORM
           MOVE WS-EXC-TYPE TO LPD-TYPE-OUT
           MOVE WS-EXC-STORE-NO TO LPD-STORE-OUT
           MOVE WS-EXC-REGISTER TO LPD-REGISTER-OUT
           IF WS-EXC-CUSTOMER-ID > ZERO
              MOVE WS-EXC-CUSTOMER-ID TO LPD-CUSTOMER-OUT
           ELSE
              MOVE SPACES TO LPD-CUSTOMER-OUT
           END-IF
           MOVE WS-EXC-ITEM TO LPD-ITEM-OUT
           MOVE WS-EXC-AMOUNT TO LPD-AMOUNT-OUT
           MOVE WS-EXC-DETAIL TO LPD-DETAIL-OUT
           WRITE LP-REPORT-LINE FROM LP-DETAIL-LINE
           PERFORM 0255-FIND-OR-ADD-STORE
           IF WS-STR-FOUND-IDX > ZERO
              SET STR-IDX TO WS-STR-FOUND-IDX
              ADD 1 TO STR-EXCEPTIONS(STR-IDX)
           END-IF
           MOVE WS-EXC-STORE-NO TO WS-AK-STORE
           MOVE WS-EXC-REGISTER TO WS-AK-REGISTER
           IF WS-EXC-CUSTOMER-ID > ZERO
              MOVE WS-EXC-CUSTOMER-ID TO WS-AK-CUSTOMER
           ELSE
              MOVE SPACES TO WS-AK-CUSTOMER
           END-IF
           MOVE WS-ALERT-KEY-AREA TO WS-ALERT-KEY
           MOVE WS-EXC-TYPE TO WS-AM-TYPE
           MOVE WS-EXC-DETAIL TO WS-AM-DETAIL
           MOVE WS-ALERT-MESSAGE-AREA TO WS-ALERT-MESSAGE
           PERFORM 0320-WRITE-ALERT.

       0300-END.

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
           MOVE "LOSSPREVENT" TO ALR-JOB-NAME
           MOVE WS-ALERT-DATE TO ALR-DATE
           MOVE WS-ALERT-TIME TO ALR-TIME
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-KEY TO ALR-KEY
           MOVE WS-ALERT-MESSAGE TO ALR-MESSAGE
           WRITE ALERT-RECORD
           CLOSE ALERTFILE.

       0320-END.

      *----------------------------------------------------------------
      * Control counts by exception type, then stores and registers
      * ranked by exception count, most first.
      *----------------------------------------------------------------
       0500-PRINT-RANKINGS.
           MOVE SPACES TO LP-REPORT-LINE
           WRITE LP-REPORT-LINE
           MOVE WS-BUSINESS-DATE TO LP-BUS-DATE-OUT
           WRITE LP-REPORT-LINE FROM LP-BUSINESS-DATE-LINE
           MOVE "  HIGH RETURN RATE:" TO CC-LABEL
           MOVE WS-RETURN-RATE-HITS TO CC-COUNT-OUT
           WRITE LP-REPORT-LINE FROM CONTROL-COUNT-LINE
           MOVE "  RETURNS WITH NO PRIOR SALE:" TO CC-LABEL
           MOVE WS-UNMATCHED-HITS TO CC-COUNT-OUT
           WRITE LP-REPORT-LINE FROM CONTROL-COUNT-LINE
           MOVE "  SOLD BELOW COST:" TO CC-LABEL
           MOVE WS-BELOW-COST-HITS TO CC-COUNT-OUT
           WRITE LP-REPORT-LINE FROM CONTROL-COUNT-LINE
           MOVE "  REPEATED OVER/SHORT:" TO CC-LABEL
           MOVE WS-OVERSHORT-HITS TO CC-COUNT-OUT
           WRITE LP-REPORT-LINE FROM CONTROL-COUNT-LINE
           MOVE "  FREQUENT-RETURN CUSTOMERS:" TO CC-LABEL
           MOVE WS-CUST-RETURN-HITS TO CC-COUNT-OUT
           WRITE LP-REPORT-LINE FROM CONTROL-COUNT-LINE
           MOVE "  TOTAL EXCEPTIONS:" TO CC-LABEL
           MOVE WS-EXCEPTION-COUNT TO CC-COUNT-OUT
           WRITE LP-REPORT-LINE FROM CONTROL-COUNT-LINE

           MOVE SPACES TO LP-REPORT-LINE
           WRITE LP-REPORT-LINE
           MOVE "STORES RANKED BY EXCEPTION COUNT" TO LP-RANK-HEADING
           WRITE LP-REPORT-LINE FROM LP-RANK-HEADING
           WRITE LP-REPORT-LINE FROM LP-STORE-RANK-COLUMN
           MOVE ZERO TO WS-RANK
           PERFORM UNTIL WS-RANK >= WS-STR-COUNT
              PERFORM 0510-RANK-NEXT-STORE
           END-PERFORM

           MOVE SPACES TO LP-REPORT-LINE
           WRITE LP-REPORT-LINE
           MOVE "REGISTERS RANKED BY EXCEPTION COUNT"
              TO LP-RANK-HEADING
           WRITE LP-REPORT-LINE FROM LP-RANK-HEADING
           WRITE LP-REPORT-LINE FROM LP-REG-RANK-COLUMN
           MOVE ZERO TO WS-RANK
           PERFORM UNTIL WS-RANK >= WS-REG-COUNT
              PERFORM 0520-RANK-NEXT-REGISTER
           END-PERFORM.

       0500-END.

       0510-RANK-NEXT-STORE.
           MOVE ZERO TO WS-BEST-IDX
           MOVE ZERO TO WS-BEST-COUNT
           SET STR-IDX TO 1
           PERFORM UNTIL STR-IDX > WS-STR-COUNT
              IF STR-RANKED(STR-IDX) = 'N'
                 IF WS-BEST-IDX = ZERO
                    OR STR-EXCEPTIONS(STR-IDX) > WS-BEST-COUNT
                    SET WS-BEST-IDX TO STR-IDX
                    MOVE STR-EXCEPTIONS(STR-IDX) TO WS-BEST-COUNT
                 END-IF
              END-IF
              SET STR-IDX UP BY 1
           END-PERFORM
           ADD 1 TO WS-RANK
           SET STR-IDX TO WS-BEST-IDX
           MOVE 'Y' TO STR-RANKED(STR-IDX)
           MOVE WS-RANK TO LSR-RANK-OUT
           MOVE STR-STORE-NO(STR-IDX) TO LSR-STORE-OUT
           MOVE STR-EXCEPTIONS(STR-IDX) TO LSR-COUNT-OUT
           WRITE LP-REPORT-LINE FROM LP-STORE-RANK-LINE.

       0510-END.

       0520-RANK-NEXT-REGISTER.
           MOVE ZERO TO WS-BEST-IDX
           MOVE ZERO TO WS-BEST-COUNT
           SET REG-IDX TO 1
           PERFORM UNTIL REG-IDX > WS-REG-COUNT
              IF REG-RANKED(REG-IDX) = 'N'
                 IF WS-BEST-IDX = ZERO
                    OR REG-EXCEPTIONS(REG-IDX) > WS-BEST-COUNT
                    SET WS-BEST-IDX TO REG-IDX
                    MOVE REG-EXCEPTIONS(REG-IDX) TO WS-BEST-COUNT
                 END-IF
              END-IF
              SET REG-IDX UP BY 1
           END-PERFORM
           ADD 1 TO WS-RANK
           SET REG-IDX TO WS-BEST-IDX
           MOVE 'Y' TO REG-RANKED(REG-IDX)
           MOVE WS-RANK TO LRR-RANK-OUT
           MOVE REG-STORE-NO(REG-IDX) TO LRR-STORE-OUT
           MOVE REG-REGISTER(REG-IDX) TO LRR-REGISTER-OUT
           MOVE REG-EXCEPTIONS(REG-IDX) TO LRR-COUNT-OUT
           COMPUTE LRR-LINES-OUT =
              REG-SALE-LINES(REG-IDX) + REG-RETURN-LINES(REG-IDX)
           MOVE REG-RETURN-LINES(REG-IDX) TO LRR-RETURNS-OUT
           WRITE LP-REPORT-LINE FROM LP-REG-RANK-LINE.

       0520-END.

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
           MOVE "LOSSPREVENT" TO WS-JL-JOB-NAME
           MOVE WS-JOBLOG-START-TIME TO WS-JL-START-TIME-OUT
           MOVE WS-JOBLOG-END-TIME TO WS-JL-END-TIME-OUT
           MOVE WS-POS-RECORDS-READ TO WS-JL-RECORD-COUNT-OUT
           MOVE WS-JOBLOG-RUN-STATUS TO WS-JL-STATUS-OUT
           MOVE WS-JOBLOG-RECORD-AREA TO JOBLOG-RECORD
           WRITE JOBLOG-RECORD
           CLOSE JOBLOGFILE.

       0310-END.

       END PROGRAM LOSSPREVENT.
