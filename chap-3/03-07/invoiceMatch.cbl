       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICEMATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT VENDINVFILE ASSIGN TO "VENDINV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDINV-STATUS.
       SELECT VENDTERMSFILE ASSIGN TO "VENDTERMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMS-STATUS.
       SELECT OPENPOFILE ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENPO-STATUS.
       SELECT VOUCHERFILE ASSIGN TO "APVOUCHER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOUCHER-STATUS.
       SELECT HOLDFILE ASSIGN TO "APHOLD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * Vendor invoices keyed from the mail, one record per invoice
      * line. The lines of one invoice are kept together in the file,
      * so the run matches and vouchers (or holds) an invoice as a
      * whole when the vendor or invoice number changes.
      *----------------------------------------------------------------
       FD VENDINVFILE.
       01 VENDOR-INVOICE-RECORD.
           05 INV-INVOICE-NO   PIC X(10).
           05 FILLER           PIC X(1).
           05 INV-VENDOR-ID    PIC X(6).
           05 FILLER           PIC X(1).
           05 INV-INVOICE-DATE PIC 9(8).
           05 FILLER           PIC X(1).
           05 INV-PO-NUMBER    PIC 9(6).
           05 FILLER           PIC X(1).
           05 INV-SKU          PIC X(8).
           05 FILLER           PIC X(1).
           05 INV-QTY-BILLED   PIC 9(5).
           05 FILLER           PIC X(1).
           05 INV-UNIT-PRICE   PIC 9(6)V99.

      *----------------------------------------------------------------
      * Payment terms and match tolerances agreed with each vendor:
      * net days to pay, the fraction over PO cost a billed price may
      * run (0.020 for 2 percent), and the units over received a
      * bill may run. A vendor with no terms record pays net 30 and
      * is held to the PO exactly.
      *----------------------------------------------------------------
       FD VENDTERMSFILE.
       01 VENDOR-TERMS-RECORD.
           05 VT-VENDOR-ID     PIC X(6).
           05 FILLER           PIC X(1).
           05 VT-TERMS-DAYS    PIC 9(3).
           05 FILLER           PIC X(1).
           05 VT-PRICE-TOL-PCT PIC 9V999.
           05 FILLER           PIC X(1).
           05 VT-QTY-TOL       PIC 9(5).

       FD OPENPOFILE.
       01 OPEN-PO-RECORD.
           05 PO-NUMBER       PIC 9(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 PO-STATUS       PIC X(1).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 PO-STORE-NO     PIC X(3).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 PO-SKU          PIC X(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 PO-DESCRIPTION  PIC X(20).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 PO-VENDOR-ID    PIC X(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 PO-QTY-ORDERED  PIC 9(5).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 PO-QTY-RECEIVED PIC 9(5).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 PO-ORDER-DATE   PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 PO-LEAD-DAYS    PIC 9(3).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 PO-UNIT-COST    PIC 9(6)V99.

      *----------------------------------------------------------------
      * Accounts-payable vouchers: one record per matched invoice
      * line, all lines of an invoice under one voucher number, due
      * the vendor's terms after the invoice date. The file is the
      * payable history as well - read back at the start of every
      * run so an invoice is never vouchered twice and a PO is never
      * paid for more than was received.
      *----------------------------------------------------------------
       FD VOUCHERFILE.
       01 VOUCHER-RECORD.
           05 AP-VOUCHER-NO   PIC 9(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 AP-VENDOR-ID    PIC X(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 AP-INVOICE-NO   PIC X(10).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 AP-INVOICE-DATE PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 AP-DUE-DATE     PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 AP-PO-NUMBER    PIC 9(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 AP-SKU          PIC X(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 AP-QTY          PIC 9(5).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 AP-UNIT-PRICE   PIC 9(6)V99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 AP-AMOUNT       PIC 9(7)V99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 AP-VOUCHER-DATE PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 AP-STATUS       PIC X(1).

       FD HOLDFILE.
       01 HOLD-LINE PIC X(120).

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
       01 WS-VENDINV-STATUS PIC XX VALUE '00'.
       01 WS-TERMS-STATUS   PIC XX VALUE '00'.
       01 WS-OPENPO-STATUS  PIC XX VALUE '00'.
       01 WS-VOUCHER-STATUS PIC XX VALUE '00'.

       01 WS-VENDINV-EOF PIC X VALUE 'N'.
           88 END-OF-INVOICES VALUE 'Y'.
       01 WS-TERMS-EOF PIC X VALUE 'N'.
           88 END-OF-TERMS VALUE 'Y'.
       01 WS-OPENPO-EOF PIC X VALUE 'N'.
           88 END-OF-OPENPO VALUE 'Y'.
       01 WS-VOUCHER-EOF PIC X VALUE 'N'.
           88 END-OF-VOUCHERS VALUE 'Y'.

       01 WS-LINES-READ      PIC 9(5) VALUE ZERO.
       01 WS-INVOICES-READ   PIC 9(5) VALUE ZERO.
       01 WS-VOUCHERED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HELD-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-VOUCHERED-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-HELD-TOTAL      PIC S9(9)V99 VALUE ZERO.

       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.

      *----------------------------------------------------------------
      * Vendor terms and tolerances for the match. Defaults apply to
      * any vendor without a record.
      *----------------------------------------------------------------
       01 WS-DEFAULT-TERMS-DAYS PIC 9(3) VALUE 30.
       01 WS-TERMS-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-TERMS-TABLE-MAX PIC 9(3) VALUE 200.
       01 WS-TERMS-TABLE.
           05 WS-TERMS-ENTRY OCCURS 200 TIMES INDEXED BY VT-IDX.
               10 VT-TAB-VENDOR-ID     PIC X(6).
               10 VT-TAB-TERMS-DAYS    PIC 9(3).
               10 VT-TAB-PRICE-TOL-PCT PIC 9V999.
               10 VT-TAB-QTY-TOL       PIC 9(5).
       01 WS-TERMS-DAYS     PIC 9(3) VALUE ZERO.
       01 WS-PRICE-TOL-PCT  PIC 9V999 VALUE ZERO.
       01 WS-QTY-TOL        PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------
      * Purchase orders with what was received against them, and
      * what has already been vouchered against them across every
      * run so far. An order billed past its received quantity -
      * in one invoice or spread over several - is held.
      *----------------------------------------------------------------
       01 WS-PO-ENTRY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-PO-TABLE-MAX   PIC 9(4) VALUE 2000.
       01 WS-PO-TABLE.
           05 WS-PO-ENTRY OCCURS 2000 TIMES INDEXED BY PO-IDX.
               10 PO-TAB-NUMBER        PIC 9(6).
               10 PO-TAB-SKU           PIC X(8).
               10 PO-TAB-VENDOR-ID     PIC X(6).
               10 PO-TAB-QTY-RECEIVED  PIC 9(5).
               10 PO-TAB-UNIT-COST     PIC 9(6)V99.
               10 PO-TAB-QTY-VOUCHERED PIC 9(6).
               10 PO-TAB-QTY-PENDING   PIC 9(6).
       01 WS-PO-FOUND-IDX PIC 9(4) VALUE ZERO.

      *----------------------------------------------------------------
      * Every vendor invoice number already vouchered, plus those seen
      * so far this run. The duplicate check is only as good as this
      * table, so a history too big for it stops the run.
      *----------------------------------------------------------------
       01 WS-SEEN-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-SEEN-TABLE-MAX PIC 9(5) VALUE 5000.
       01 WS-SEEN-TABLE.
           05 WS-SEEN-ENTRY OCCURS 5000 TIMES INDEXED BY SEEN-IDX.
               10 SEEN-VENDOR-ID  PIC X(6).
               10 SEEN-INVOICE-NO PIC X(10).
       01 WS-DUPLICATE-FLAG PIC X VALUE 'N'.
           88 DUPLICATE-INVOICE VALUE 'Y'.
       01 WS-NEXT-VOUCHER-NO PIC 9(6) VALUE 1.

      *----------------------------------------------------------------
      * The invoice being assembled: its lines are buffered until the
      * vendor or invoice number changes, each line is matched, and
      * only an invoice with every line matched is vouchered.
      *----------------------------------------------------------------
       01 WS-CUR-VENDOR-ID    PIC X(6) VALUE SPACES.
       01 WS-CUR-INVOICE-NO   PIC X(10) VALUE SPACES.
       01 WS-CUR-INVOICE-DATE PIC 9(8) VALUE ZERO.
       01 WS-CUR-DUE-DATE     PIC 9(8) VALUE ZERO.
       01 WS-CUR-AMOUNT       PIC S9(9)V99 VALUE ZERO.
       01 WS-CUR-HOLD-REASON  PIC X(30) VALUE SPACES.
       01 WS-CUR-LINE-HELD    PIC X VALUE 'N'.
           88 INVOICE-HAS-HELD-LINE VALUE 'Y'.
       01 WS-INV-LINE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-INV-LINE-MAX   PIC 9(3) VALUE 50.
       01 WS-INV-LINE-TABLE.
           05 WS-INV-LINE-ENTRY OCCURS 50 TIMES INDEXED BY IL-IDX.
               10 IL-PO-NUMBER   PIC 9(6).
               10 IL-SKU         PIC X(8).
               10 IL-QTY-BILLED  PIC 9(5).
               10 IL-UNIT-PRICE  PIC 9(6)V99.
               10 IL-AMOUNT      PIC 9(7)V99.
               10 IL-PO-IDX      PIC 9(4).
               10 IL-REASON      PIC X(30).

       01 WS-BILLED-TO-DATE PIC 9(7) VALUE ZERO.
       01 WS-PRICE-LIMIT    PIC 9(6)V99 VALUE ZERO.

       01 HOLD-HEADING-1 PIC X(120)
           VALUE "VENDOR INVOICE MATCH - INVOICES HELD FOR PURCHASING".
       01 HOLD-HEADING-2 PIC X(120) VALUE ALL "=".

       01 HEADING-DATE-LINE.
           05 FILLER          PIC X(10) VALUE "RUN DATE: ".
           05 HD-RUN-DATE-OUT PIC 9(8).

       01 HOLD-COLUMN-LINE.
           05 FILLER PIC X(8)  VALUE "VENDOR".
           05 FILLER PIC X(12) VALUE "INVOICE".
           05 FILLER PIC X(8)  VALUE "PO NO".
           05 FILLER PIC X(10) VALUE "SKU".
           05 FILLER PIC X(8)  VALUE "BILLED".
           05 FILLER PIC X(9)  VALUE "RECEIVED".
           05 FILLER PIC X(13) VALUE "PRICE".
           05 FILLER PIC X(13) VALUE "PO COST".
           05 FILLER PIC X(30) VALUE "REASON".

       01 HOLD-DETAIL-LINE.
           05 HLD-VENDOR-OUT    PIC X(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 HLD-INVOICE-OUT   PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 HLD-PO-OUT        PIC 9(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 HLD-SKU-OUT       PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 HLD-BILLED-OUT    PIC ZZ,ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 HLD-RECEIVED-OUT  PIC ZZ,ZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 HLD-PRICE-OUT     PIC $$$,$$9.99.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 HLD-COST-OUT      PIC $$$,$$9.99.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 HLD-REASON-OUT    PIC X(30).

       01 CONTROL-COUNT-LINE.
           05 CC-LABEL     PIC X(26).
           05 CC-COUNT-OUT PIC ZZZZ9.

       01 CONTROL-AMOUNT-LINE.
           05 CA-LABEL      PIC X(26).
           05 CA-AMOUNT-OUT PIC $$$,$$$,$$9.99-.

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
       0100-MATCH-RUN.
           ACCEPT WS-JOBLOG-START-TIME FROM TIME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 0110-LOAD-VENDOR-TERMS
           PERFORM 0120-LOAD-PURCHASE-ORDERS
           PERFORM 0130-LOAD-VOUCHER-HISTORY

           OPEN INPUT VENDINVFILE
           IF WS-VENDINV-STATUS NOT = "00"
              DISPLAY "VENDINV.DAT not available - no invoices to"
                 " match"
              SET END-OF-INVOICES TO TRUE
           END-IF
           OPEN EXTEND VOUCHERFILE
           IF WS-VOUCHER-STATUS NOT = "00"
              OPEN OUTPUT VOUCHERFILE
           END-IF
           OPEN OUTPUT HOLDFILE

           WRITE HOLD-LINE FROM HOLD-HEADING-1
           WRITE HOLD-LINE FROM HOLD-HEADING-2
           MOVE WS-RUN-DATE TO HD-RUN-DATE-OUT
           WRITE HOLD-LINE FROM HEADING-DATE-LINE
           WRITE HOLD-LINE FROM HOLD-COLUMN-LINE

           IF NOT END-OF-INVOICES
              PERFORM 0200-READ-INVOICE-LINE
           END-IF
           PERFORM 0210-MATCH-ONE-INVOICE UNTIL END-OF-INVOICES

           PERFORM 0400-PRINT-TOTALS
           IF WS-VENDINV-STATUS = "00" OR WS-VENDINV-STATUS = "10"
              CLOSE VENDINVFILE
           END-IF
           CLOSE VOUCHERFILE
           CLOSE HOLDFILE
           MOVE "COMPLETED" TO WS-JOBLOG-RUN-STATUS
           PERFORM 0310-WRITE-JOB-LOG
           DISPLAY "Invoices read:        " WS-INVOICES-READ
           DISPLAY "Invoices vouchered:   " WS-VOUCHERED-COUNT
           DISPLAY "Invoices held:        " WS-HELD-COUNT
           STOP RUN.

       0100-END.

       0110-LOAD-VENDOR-TERMS.
           OPEN INPUT VENDTERMSFILE
           IF WS-TERMS-STATUS NOT = "00"
              DISPLAY "WARNING: VENDTERMS.DAT not available - every"
                 " vendor net 30 with no tolerance"
              SET END-OF-TERMS TO TRUE
           END-IF
           PERFORM UNTIL END-OF-TERMS
              READ VENDTERMSFILE
                 AT END SET END-OF-TERMS TO TRUE
                 NOT AT END
                    IF WS-TERMS-COUNT < WS-TERMS-TABLE-MAX
                       ADD 1 TO WS-TERMS-COUNT
                       SET VT-IDX TO WS-TERMS-COUNT
                       MOVE VT-VENDOR-ID TO VT-TAB-VENDOR-ID(VT-IDX)
                       MOVE VT-TERMS-DAYS TO VT-TAB-TERMS-DAYS(VT-IDX)
                       MOVE VT-PRICE-TOL-PCT
                          TO VT-TAB-PRICE-TOL-PCT(VT-IDX)
                       MOVE VT-QTY-TOL TO VT-TAB-QTY-TOL(VT-IDX)
                    ELSE
                       DISPLAY "WARNING: vendor terms table full at "
                          WS-TERMS-TABLE-MAX
                          " vendors, " VT-VENDOR-ID " uses defaults"
                    END-IF
              END-READ
           END-PERFORM
           IF WS-TERMS-STATUS = "00" OR WS-TERMS-STATUS = "10"
              CLOSE VENDTERMSFILE
           END-IF.

       0110-END.

      *----------------------------------------------------------------
      * Every PO on file, open or closed - invoices usually arrive
      * after the order has been received in full and closed. A PO
      * written before orders carried a cost comes in at zero cost
      * and its invoices are held until purchasing prices them.
      *----------------------------------------------------------------
       0120-LOAD-PURCHASE-ORDERS.
           OPEN INPUT OPENPOFILE
           IF WS-OPENPO-STATUS NOT = "00"
              DISPLAY "WARNING: OPENPO.DAT not available - every"
                 " invoice will be held"
              SET END-OF-OPENPO TO TRUE
           END-IF
           PERFORM UNTIL END-OF-OPENPO
              READ OPENPOFILE
                 AT END SET END-OF-OPENPO TO TRUE
                 NOT AT END
                    IF WS-PO-ENTRY-COUNT >= WS-PO-TABLE-MAX
                       DISPLAY "PO table full at " WS-PO-TABLE-MAX
                          " orders - run halted"
                       CLOSE OPENPOFILE
                       MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
                       PERFORM 0310-WRITE-JOB-LOG
                       STOP RUN RETURNING 16
                    END-IF
                    ADD 1 TO WS-PO-ENTRY-COUNT
                    SET PO-IDX TO WS-PO-ENTRY-COUNT
                    MOVE PO-NUMBER TO PO-TAB-NUMBER(PO-IDX)
                    MOVE PO-SKU TO PO-TAB-SKU(PO-IDX)
                    MOVE PO-VENDOR-ID TO PO-TAB-VENDOR-ID(PO-IDX)
                    MOVE PO-QTY-RECEIVED TO PO-TAB-QTY-RECEIVED(PO-IDX)
                    IF PO-UNIT-COST IS NUMERIC
                       MOVE PO-UNIT-COST TO PO-TAB-UNIT-COST(PO-IDX)
                    ELSE
                       MOVE ZERO TO PO-TAB-UNIT-COST(PO-IDX)
                    END-IF
                    MOVE ZERO TO PO-TAB-QTY-VOUCHERED(PO-IDX)
                    MOVE ZERO TO PO-TAB-QTY-PENDING(PO-IDX)
              END-READ
           END-PERFORM
           IF WS-OPENPO-STATUS = "00" OR WS-OPENPO-STATUS = "10"
              CLOSE OPENPOFILE
           END-IF.

       0120-END.

      *----------------------------------------------------------------
      * Reads the payable history back: each invoice already
      * vouchered, the quantity already paid for on each PO, and the
      * last voucher number used. No voucher file just means nothing
      * has been vouchered yet.
      *----------------------------------------------------------------
       0130-LOAD-VOUCHER-HISTORY.
           OPEN INPUT VOUCHERFILE
           IF WS-VOUCHER-STATUS NOT = "00"
              SET END-OF-VOUCHERS TO TRUE
           END-IF
           PERFORM UNTIL END-OF-VOUCHERS
              READ VOUCHERFILE
                 AT END SET END-OF-VOUCHERS TO TRUE
                 NOT AT END
                    IF AP-VOUCHER-NO >= WS-NEXT-VOUCHER-NO
                       COMPUTE WS-NEXT-VOUCHER-NO = AP-VOUCHER-NO + 1
                    END-IF
                    MOVE AP-VENDOR-ID TO WS-CUR-VENDOR-ID
                    MOVE AP-INVOICE-NO TO WS-CUR-INVOICE-NO
                    PERFORM 0225-CHECK-DUPLICATE
                    IF NOT DUPLICATE-INVOICE
                       PERFORM 0227-NOTE-INVOICE-SEEN
                    END-IF
                    PERFORM 0135-FIND-PO-FOR-VOUCHER
                    IF WS-PO-FOUND-IDX NOT = ZERO
                       SET PO-IDX TO WS-PO-FOUND-IDX
                       ADD AP-QTY TO PO-TAB-QTY-VOUCHERED(PO-IDX)
                    END-IF
              END-READ
           END-PERFORM
           IF WS-VOUCHER-STATUS = "00" OR WS-VOUCHER-STATUS = "10"
              CLOSE VOUCHERFILE
           END-IF
           MOVE SPACES TO WS-CUR-VENDOR-ID
           MOVE SPACES TO WS-CUR-INVOICE-NO.

       0130-END.

       0135-FIND-PO-FOR-VOUCHER.
           MOVE ZERO TO WS-PO-FOUND-IDX
           SET PO-IDX TO 1
           PERFORM UNTIL PO-IDX > WS-PO-ENTRY-COUNT
              IF PO-TAB-NUMBER(PO-IDX) = AP-PO-NUMBER
                 MOVE PO-IDX TO WS-PO-FOUND-IDX
                 SET PO-IDX TO WS-PO-ENTRY-COUNT
              END-IF
              SET PO-IDX UP BY 1
           END-PERFORM.

       0135-END.

       0200-READ-INVOICE-LINE.
           READ VENDINVFILE
              AT END SET END-OF-INVOICES TO TRUE
              NOT AT END ADD 1 TO WS-LINES-READ
           END-READ.

       0200-END.

      *----------------------------------------------------------------
      * One invoice: its lines are gathered while the vendor and
      * invoice number hold, every line is matched to its PO, and the
      * invoice is vouchered only if it is not a duplicate and every
      * line matched - otherwise the whole invoice is held.
      *----------------------------------------------------------------
       0210-MATCH-ONE-INVOICE.
           ADD 1 TO WS-INVOICES-READ
           MOVE INV-VENDOR-ID TO WS-CUR-VENDOR-ID
           MOVE INV-INVOICE-NO TO WS-CUR-INVOICE-NO
           IF INV-INVOICE-DATE IS NUMERIC AND INV-INVOICE-DATE > ZERO
              MOVE INV-INVOICE-DATE TO WS-CUR-INVOICE-DATE
           ELSE
              MOVE WS-RUN-DATE TO WS-CUR-INVOICE-DATE
           END-IF
           MOVE SPACES TO WS-CUR-HOLD-REASON
           MOVE 'N' TO WS-CUR-LINE-HELD
           MOVE ZERO TO WS-CUR-AMOUNT
           MOVE ZERO TO WS-INV-LINE-COUNT
           PERFORM 0220-FIND-VENDOR-TERMS
           PERFORM 0225-CHECK-DUPLICATE
           IF DUPLICATE-INVOICE
              MOVE "DUPLICATE INVOICE NUMBER" TO WS-CUR-HOLD-REASON
           ELSE
              PERFORM 0227-NOTE-INVOICE-SEEN
           END-IF

           PERFORM UNTIL END-OF-INVOICES
              OR INV-VENDOR-ID NOT = WS-CUR-VENDOR-ID
              OR INV-INVOICE-NO NOT = WS-CUR-INVOICE-NO
              PERFORM 0230-MATCH-ONE-LINE
              PERFORM 0200-READ-INVOICE-LINE
           END-PERFORM

           IF WS-CUR-HOLD-REASON = SPACES
              AND NOT INVOICE-HAS-HELD-LINE
              PERFORM 0250-VOUCHER-INVOICE
           ELSE
              PERFORM 0260-HOLD-INVOICE
           END-IF.

       0210-END.

       0220-FIND-VENDOR-TERMS.
           MOVE WS-DEFAULT-TERMS-DAYS TO WS-TERMS-DAYS
           MOVE ZERO TO WS-PRICE-TOL-PCT
           MOVE ZERO TO WS-QTY-TOL
           SET VT-IDX TO 1
           PERFORM UNTIL VT-IDX > WS-TERMS-COUNT
              IF VT-TAB-VENDOR-ID(VT-IDX) = WS-CUR-VENDOR-ID
                 MOVE VT-TAB-TERMS-DAYS(VT-IDX) TO WS-TERMS-DAYS
                 MOVE VT-TAB-PRICE-TOL-PCT(VT-IDX) TO WS-PRICE-TOL-PCT
                 MOVE VT-TAB-QTY-TOL(VT-IDX) TO WS-QTY-TOL
                 SET VT-IDX TO WS-TERMS-COUNT
              END-IF
              SET VT-IDX UP BY 1
           END-PERFORM.

       0220-END.

       0225-CHECK-DUPLICATE.
           MOVE 'N' TO WS-DUPLICATE-FLAG
           SET SEEN-IDX TO 1
           PERFORM UNTIL SEEN-IDX > WS-SEEN-COUNT
              IF SEEN-VENDOR-ID(SEEN-IDX) = WS-CUR-VENDOR-ID
                 AND SEEN-INVOICE-NO(SEEN-IDX) = WS-CUR-INVOICE-NO
                 MOVE 'Y' TO WS-DUPLICATE-FLAG
                 SET SEEN-IDX TO WS-SEEN-COUNT
              END-IF
              SET SEEN-IDX UP BY 1
           END-PERFORM.

       0225-END.

       0227-NOTE-INVOICE-SEEN.
           IF WS-SEEN-COUNT >= WS-SEEN-TABLE-MAX
              DISPLAY "Invoice history table full at "
                 WS-SEEN-TABLE-MAX " invoices - run halted"
              MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
              PERFORM 0310-WRITE-JOB-LOG
              STOP RUN RETURNING 16
           END-IF
           ADD 1 TO WS-SEEN-COUNT
           SET SEEN-IDX TO WS-SEEN-COUNT
           MOVE WS-CUR-VENDOR-ID TO SEEN-VENDOR-ID(SEEN-IDX)
           MOVE WS-CUR-INVOICE-NO TO SEEN-INVOICE-NO(SEEN-IDX).

       0227-END.

      *----------------------------------------------------------------
      * The three-way match for one line: the invoice against the PO
      * (vendor, SKU, and price within the vendor's tolerance over PO
      * cost) and against the receiving (billed so far on the PO,
      * this invoice included, within the vendor's unit tolerance of
      * what was actually received).
      *----------------------------------------------------------------
       0230-MATCH-ONE-LINE.
           IF WS-INV-LINE-COUNT >= WS-INV-LINE-MAX
              MOVE "TOO MANY LINES ON INVOICE" TO WS-CUR-HOLD-REASON
           ELSE
              ADD 1 TO WS-INV-LINE-COUNT
              SET IL-IDX TO WS-INV-LINE-COUNT
              MOVE INV-PO-NUMBER TO IL-PO-NUMBER(IL-IDX)
              MOVE INV-SKU TO IL-SKU(IL-IDX)
              MOVE ZERO TO IL-QTY-BILLED(IL-IDX)
              MOVE ZERO TO IL-UNIT-PRICE(IL-IDX)
              MOVE ZERO TO IL-PO-IDX(IL-IDX)
              MOVE SPACES TO IL-REASON(IL-IDX)
              IF INV-QTY-BILLED IS NUMERIC
                 AND INV-UNIT-PRICE IS NUMERIC
                 MOVE INV-QTY-BILLED TO IL-QTY-BILLED(IL-IDX)
                 MOVE INV-UNIT-PRICE TO IL-UNIT-PRICE(IL-IDX)
                 PERFORM 0235-FIND-PO
              ELSE
                 MOVE "QUANTITY OR PRICE NOT NUMERIC"
                    TO IL-REASON(IL-IDX)
              END-IF
              COMPUTE IL-AMOUNT(IL-IDX) ROUNDED =
                 IL-QTY-BILLED(IL-IDX) * IL-UNIT-PRICE(IL-IDX)
              ADD IL-AMOUNT(IL-IDX) TO WS-CUR-AMOUNT
              IF IL-REASON(IL-IDX) = SPACES
                 PERFORM 0240-CHECK-LINE-AGAINST-PO
              END-IF
              IF IL-REASON(IL-IDX) NOT = SPACES
                 MOVE 'Y' TO WS-CUR-LINE-HELD
              END-IF
           END-IF.

       0230-END.

       0235-FIND-PO.
           MOVE ZERO TO WS-PO-FOUND-IDX
           SET PO-IDX TO 1
           PERFORM UNTIL PO-IDX > WS-PO-ENTRY-COUNT
              IF PO-TAB-NUMBER(PO-IDX) = INV-PO-NUMBER
                 MOVE PO-IDX TO WS-PO-FOUND-IDX
                 SET PO-IDX TO WS-PO-ENTRY-COUNT
              END-IF
              SET PO-IDX UP BY 1
           END-PERFORM
           IF WS-PO-FOUND-IDX = ZERO
              MOVE "PO NOT ON FILE" TO IL-REASON(IL-IDX)
           ELSE
              MOVE WS-PO-FOUND-IDX TO IL-PO-IDX(IL-IDX)
           END-IF.

       0235-END.

       0240-CHECK-LINE-AGAINST-PO.
           SET PO-IDX TO IL-PO-IDX(IL-IDX)
           COMPUTE WS-BILLED-TO-DATE = PO-TAB-QTY-VOUCHERED(PO-IDX)
              + PO-TAB-QTY-PENDING(PO-IDX) + IL-QTY-BILLED(IL-IDX)
           COMPUTE WS-PRICE-LIMIT ROUNDED = PO-TAB-UNIT-COST(PO-IDX)
              + PO-TAB-UNIT-COST(PO-IDX) * WS-PRICE-TOL-PCT
           EVALUATE TRUE
              WHEN PO-TAB-VENDOR-ID(PO-IDX) NOT = WS-CUR-VENDOR-ID
                 MOVE "PO IS FOR ANOTHER VENDOR" TO IL-REASON(IL-IDX)
              WHEN PO-TAB-SKU(PO-IDX) NOT = IL-SKU(IL-IDX)
                 MOVE "SKU NOT ON PO" TO IL-REASON(IL-IDX)
              WHEN WS-BILLED-TO-DATE >
                 PO-TAB-QTY-RECEIVED(PO-IDX) + WS-QTY-TOL
                 MOVE "BILLED MORE THAN RECEIVED" TO IL-REASON(IL-IDX)
              WHEN PO-TAB-UNIT-COST(PO-IDX) = ZERO
                 MOVE "NO COST ON PO" TO IL-REASON(IL-IDX)
              WHEN IL-UNIT-PRICE(IL-IDX) > WS-PRICE-LIMIT
                 MOVE "PRICE OVER PO COST" TO IL-REASON(IL-IDX)
              WHEN OTHER
                 ADD IL-QTY-BILLED(IL-IDX)
                    TO PO-TAB-QTY-PENDING(PO-IDX)
           END-EVALUATE.

       0240-END.

      *----------------------------------------------------------------
      * Writes one voucher record per line under a single voucher
      * number, due the vendor's terms after the invoice date, and
      * moves the lines' quantities from pending to vouchered on
      * their POs.
      *----------------------------------------------------------------
       0250-VOUCHER-INVOICE.
           COMPUTE WS-CUR-DUE-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-CUR-INVOICE-DATE)
               + WS-TERMS-DAYS)
           SET IL-IDX TO 1
           PERFORM UNTIL IL-IDX > WS-INV-LINE-COUNT
              SET PO-IDX TO IL-PO-IDX(IL-IDX)
              MOVE SPACES TO VOUCHER-RECORD
              MOVE WS-NEXT-VOUCHER-NO TO AP-VOUCHER-NO
              MOVE WS-CUR-VENDOR-ID TO AP-VENDOR-ID
              MOVE WS-CUR-INVOICE-NO TO AP-INVOICE-NO
              MOVE WS-CUR-INVOICE-DATE TO AP-INVOICE-DATE
              MOVE WS-CUR-DUE-DATE TO AP-DUE-DATE
              MOVE IL-PO-NUMBER(IL-IDX) TO AP-PO-NUMBER
              MOVE IL-SKU(IL-IDX) TO AP-SKU
              MOVE IL-QTY-BILLED(IL-IDX) TO AP-QTY
              MOVE IL-UNIT-PRICE(IL-IDX) TO AP-UNIT-PRICE
              MOVE IL-AMOUNT(IL-IDX) TO AP-AMOUNT
              MOVE WS-RUN-DATE TO AP-VOUCHER-DATE
              MOVE "O" TO AP-STATUS
              WRITE VOUCHER-RECORD
              ADD IL-QTY-BILLED(IL-IDX) TO PO-TAB-QTY-VOUCHERED(PO-IDX)
              MOVE ZERO TO PO-TAB-QTY-PENDING(PO-IDX)
              SET IL-IDX UP BY 1
           END-PERFORM
           ADD 1 TO WS-NEXT-VOUCHER-NO
           ADD 1 TO WS-VOUCHERED-COUNT
           ADD WS-CUR-AMOUNT TO WS-VOUCHERED-TOTAL.

       0250-END.

      *----------------------------------------------------------------
      * Lists every line of a held invoice for purchasing - the
      * failing lines with their reason, the clean ones marked as
      * held with the invoice - and releases whatever the clean lines
      * had provisionally claimed against their POs.
      *----------------------------------------------------------------
       0260-HOLD-INVOICE.
           ADD 1 TO WS-HELD-COUNT
           ADD WS-CUR-AMOUNT TO WS-HELD-TOTAL
           SET IL-IDX TO 1
           PERFORM UNTIL IL-IDX > WS-INV-LINE-COUNT
              MOVE WS-CUR-VENDOR-ID TO HLD-VENDOR-OUT
              MOVE WS-CUR-INVOICE-NO TO HLD-INVOICE-OUT
              MOVE IL-PO-NUMBER(IL-IDX) TO HLD-PO-OUT
              MOVE IL-SKU(IL-IDX) TO HLD-SKU-OUT
              MOVE IL-QTY-BILLED(IL-IDX) TO HLD-BILLED-OUT
              MOVE IL-UNIT-PRICE(IL-IDX) TO HLD-PRICE-OUT
              MOVE ZERO TO HLD-RECEIVED-OUT
              MOVE ZERO TO HLD-COST-OUT
              IF IL-PO-IDX(IL-IDX) NOT = ZERO
                 SET PO-IDX TO IL-PO-IDX(IL-IDX)
                 MOVE PO-TAB-QTY-RECEIVED(PO-IDX) TO HLD-RECEIVED-OUT
                 MOVE PO-TAB-UNIT-COST(PO-IDX) TO HLD-COST-OUT
                 MOVE ZERO TO PO-TAB-QTY-PENDING(PO-IDX)
              END-IF
              EVALUATE TRUE
                 WHEN WS-CUR-HOLD-REASON NOT = SPACES
                    MOVE WS-CUR-HOLD-REASON TO HLD-REASON-OUT
                 WHEN IL-REASON(IL-IDX) NOT = SPACES
                    MOVE IL-REASON(IL-IDX) TO HLD-REASON-OUT
                 WHEN OTHER
                    MOVE "MATCHED - HELD WITH INVOICE"
                       TO HLD-REASON-OUT
              END-EVALUATE
              WRITE HOLD-LINE FROM HOLD-DETAIL-LINE
              SET IL-IDX UP BY 1
           END-PERFORM.

       0260-END.

       0400-PRINT-TOTALS.
           MOVE SPACES TO HOLD-LINE
           WRITE HOLD-LINE
           MOVE "CONTROL COUNTS" TO HOLD-LINE
           WRITE HOLD-LINE
           MOVE "--------------" TO HOLD-LINE
           WRITE HOLD-LINE
           MOVE "  INVOICE LINES READ:     " TO CC-LABEL
           MOVE WS-LINES-READ TO CC-COUNT-OUT
           WRITE HOLD-LINE FROM CONTROL-COUNT-LINE
           MOVE "  INVOICES READ:          " TO CC-LABEL
           MOVE WS-INVOICES-READ TO CC-COUNT-OUT
           WRITE HOLD-LINE FROM CONTROL-COUNT-LINE
           MOVE "  INVOICES VOUCHERED:     " TO CC-LABEL
           MOVE WS-VOUCHERED-COUNT TO CC-COUNT-OUT
           WRITE HOLD-LINE FROM CONTROL-COUNT-LINE
           MOVE "  AMOUNT VOUCHERED:       " TO CA-LABEL
           MOVE WS-VOUCHERED-TOTAL TO CA-AMOUNT-OUT
           WRITE HOLD-LINE FROM CONTROL-AMOUNT-LINE
           MOVE "  INVOICES HELD:          " TO CC-LABEL
           MOVE WS-HELD-COUNT TO CC-COUNT-OUT
           WRITE HOLD-LINE FROM CONTROL-COUNT-LINE
           MOVE "  AMOUNT HELD:            " TO CA-LABEL
           MOVE WS-HELD-TOTAL TO CA-AMOUNT-OUT
           WRITE HOLD-LINE FROM CONTROL-AMOUNT-LINE.

       0400-END.

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
           MOVE "INVOICEMATCH" TO WS-JL-JOB-NAME
           MOVE WS-JOBLOG-START-TIME TO WS-JL-START-TIME-OUT
           MOVE WS-JOBLOG-END-TIME TO WS-JL-END-TIME-OUT
           MOVE WS-LINES-READ TO WS-JL-RECORD-COUNT-OUT
           MOVE WS-JOBLOG-RUN-STATUS TO WS-JL-STATUS-OUT
           MOVE WS-JOBLOG-RECORD-AREA TO JOBLOG-RECORD
           WRITE JOBLOG-RECORD
           CLOSE JOBLOGFILE.

       0310-END.

       END PROGRAM INVOICEMATCH.
