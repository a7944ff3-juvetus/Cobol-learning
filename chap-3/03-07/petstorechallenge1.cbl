       SELECT ALERTFILE ASSIGN TO "OPSALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.
       SELECT PROMOFILE ASSIGN TO "PROMOMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMO-STATUS.
       SELECT PROMOREPORTFILE ASSIGN TO "PROMOEFFECT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SALESGLACCTSFILE ASSIGN TO "SALESGLACCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLACCTS-STATUS.
       SELECT SALESJOURNALFILE ASSIGN TO "SALESGLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT GLCONTROLFILE ASSIGN TO "SALESGLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLCTL-STATUS.
       SELECT ADJAUDITFILE ASSIGN TO "INVADJAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJAUDIT-STATUS.
       SELECT INVLOTFILE ASSIGN TO "INVLOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-INVLOT-STATUS.
       SELECT GIFTCARDFILE ASSIGN TO "GIFTCARD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GC-CARD-NO
               FILE STATUS IS WS-GIFTCARD-STATUS.
       SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.
      * fifteen is handled naturally and a truncated transaction is
      * caught against the trailer before it hits the report.
      *
      * A header may also name the method a refund was paid out in
      * (CASH, CARD, ...); left blank, a refund is taken to have
      * come out of the cash drawer.
      *
      * Discount and tax are stored as fractions (0.070 for 7
      * percent), not as a raw percent value like WS-RAISE-PERCENT
      * over in EMPLOYEERAISE -- both are multiplied straight into
              04 POS-DISCOUNT-PCT  PIC 9V999.
              04 POS-TAX-RATE      PIC 9V999.
              04 POS-STORE-NO      PIC X(3).
              04 POS-REFUND-METHOD PIC X(10).
              04 FILLER            PIC X(19).
           02 POS-DETAIL-BODY REDEFINES POS-RECORD-BODY.
              04 POS-DESCRIPTION   PIC X(20).
              04 POS-PRICE         PIC 9(6)V99.
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

       FD REPORTFILE.
       01 REPORT-LINE PIC X(175).

       FD REORDERFILE.
       01 REORDER-LINE PIC X(80).
           05 ITM-PRICE       PIC 9(6)V99.
           05 ITM-UNIT-COST   PIC 9(6)V99.
           05 ITM-CATEGORY    PIC X(10).
           05 ITM-PERISHABLE  PIC X(1).
              88 ITM-IS-PERISHABLE VALUE "Y".

      *----------------------------------------------------------------
      * Perpetual inventory master: quantity on hand per store and
           05 INVM-SKU           PIC X(8).
           05 INVM-QTY-ON-HAND   PIC S9(6).
           05 INVM-REORDER-POINT PIC 9(5).
           05 INVM-ORDER-UP-TO   PIC 9(5).

      *----------------------------------------------------------------
      * Receiving transactions from the warehouse: what arrived, how
      * many, and when. Posted to the inventory master at the start
      * of every sales run. A perishable item arrives with the lot
      * number and expiration date printed on the case.
      *----------------------------------------------------------------
       FD RECEIPTFILE.
       01 RECEIPT-RECORD.
           05 RCPT-DATE        PIC 9(8).
           05 FILLER           PIC X(1).
           05 RCPT-STORE-NO    PIC X(3).
           05 FILLER           PIC X(1).
           05 RCPT-LOT-NO      PIC X(10).
           05 FILLER           PIC X(1).
           05 RCPT-EXPIRY-DATE PIC 9(8).

      *----------------------------------------------------------------
      * On-hand by lot for perishable items, keyed store, item,
      * expiration date, then lot, so reading forward from an item's
      * first key meets its lots oldest-expiring first. INVMAST.DAT
      * still carries the item's total; this file says which cases
      * that total is sitting in. Stock received without a lot goes
      * under lot NOLOT with an expiration date of all nines, so it
      * is relieved last.
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

       FD STOCKSTATUSFILE.
       01 STOCK-STATUS-LINE PIC X(80).
           05 PO-ORDER-DATE   PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 PO-LEAD-DAYS    PIC 9(3).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 PO-UNIT-COST    PIC 9(6)V99.

       FD PORECONFILE.
       01 PO-RECON-LINE PIC X(100).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 ALR-MESSAGE   PIC X(60).

      *----------------------------------------------------------------
      * Promotion master kept by marketing: one record per promotion
      * with its type, what qualifies (a SKU, an item category, or
      * both blank for anything in the store), the reward, the dates
      * it runs, and the stores it runs in (all blank for every
      * store). A promotion carrying a coupon code is only honored
      * on a transaction where that coupon was scanned.
      *   B - buy BUY-QTY, get the next one free
      *   P - REWARD-PCT off every qualifying item
      *   M - mix and match: any BUY-QTY qualifying items for
      *       REWARD-AMT
      *----------------------------------------------------------------
       FD PROMOFILE.
       01 PROMO-RECORD.
           05 PRM-PROMO-ID    PIC X(6).
           05 FILLER          PIC X(1).
           05 PRM-DESCRIPTION PIC X(20).
           05 FILLER          PIC X(1).
           05 PRM-TYPE        PIC X(1).
           05 FILLER          PIC X(1).
           05 PRM-SKU         PIC X(8).
           05 FILLER          PIC X(1).
           05 PRM-CATEGORY    PIC X(10).
           05 FILLER          PIC X(1).
           05 PRM-BUY-QTY     PIC 9(3).
           05 FILLER          PIC X(1).
           05 PRM-REWARD-PCT  PIC 9V999.
           05 FILLER          PIC X(1).
           05 PRM-REWARD-AMT  PIC 9(6)V99.
           05 FILLER          PIC X(1).
           05 PRM-START-DATE  PIC 9(8).
           05 FILLER          PIC X(1).
           05 PRM-END-DATE    PIC 9(8).
           05 FILLER          PIC X(1).
           05 PRM-COUPON-CODE PIC X(8).
           05 FILLER          PIC X(1).
           05 PRM-STORE-LIST.
               10 PRM-STORE-ENTRY OCCURS 5 TIMES.
                   15 PRM-STORE-NO PIC X(3).
                   15 FILLER       PIC X(1).

       FD PROMOREPORTFILE.
       01 PROMO-REPORT-LINE PIC X(132).

      *----------------------------------------------------------------
      * Chart of accounts for the store side of the ledger, kept by
      * finance. Each row maps a posting type - and, where the type
      * is broken down, a key - to a GL account; the store number is
      * the cost center. A row with a blank key is the account for
      * any key of that type without a row of its own.
      *   REVENUE   - sales revenue, keyed by item category
      *   RETURNS   - returns and allowances, keyed by item category
      *   SALESTAX  - sales tax payable
      *   COGS      - cost of goods sold, keyed by item category
      *   INVENTORY - merchandise inventory, keyed by item category
      *   SHRINK    - inventory shrink expense, keyed by category
      *   TENDER    - tender clearing, keyed by POS payment method
      *   OVERSHORT - register over/short
      *   STOREDVAL - gift card and store credit liability
      *----------------------------------------------------------------
       FD SALESGLACCTSFILE.
       01 SALES-GL-ACCOUNT-RECORD.
           05 SGA-LINE-TYPE PIC X(10).
           05 FILLER        PIC X(1).
           05 SGA-KEY       PIC X(10).
           05 FILLER        PIC X(1).
           05 SGA-ACCOUNT   PIC X(8).

      *----------------------------------------------------------------
      * The day's store journal for finance, in the same header /
      * detail / trailer layout GLPOST writes for payroll: separate
      * debit and credit on each detail, and a trailer carrying the
      * line count and both hash totals.
      *----------------------------------------------------------------
       FD SALESJOURNALFILE.
       01 JOURNAL-RECORD PIC X(60).
       01 JOURNAL-HEADER REDEFINES JOURNAL-RECORD.
           05 JH-RECORD-TYPE PIC X(1).
           05 JH-RUN-DATE    PIC 9(8).
           05 JH-RUN-TIME    PIC 9(8).
           05 FILLER         PIC X(43).
       01 JOURNAL-DETAIL REDEFINES JOURNAL-RECORD.
           05 JD-RECORD-TYPE PIC X(1).
           05 JD-ACCOUNT     PIC X(8).
           05 JD-COST-CENTER PIC X(6).
           05 JD-DEBIT       PIC 9(9)V99.
           05 JD-CREDIT      PIC 9(9)V99.
           05 JD-SOURCE      PIC X(8).
           05 FILLER         PIC X(15).
       01 JOURNAL-TRAILER REDEFINES JOURNAL-RECORD.
           05 JT-RECORD-TYPE  PIC X(1).
           05 JT-RECORD-COUNT PIC 9(7).
           05 JT-DEBIT-HASH   PIC 9(11)V99.
           05 JT-CREDIT-HASH  PIC 9(11)V99.
           05 FILLER          PIC X(26).

      *----------------------------------------------------------------
      * Last inventory-adjustment date already carried to the ledger
      * as shrink, so each adjustment is journaled exactly once
      * whichever order the count and sales runs go in. Rewritten
      * only when a journal is released.
      *----------------------------------------------------------------
       FD GLCONTROLFILE.
       01 GL-CONTROL-RECORD.
           05 GLC-LAST-ADJ-DATE PIC 9(8).
           05 FILLER            PIC X(1).
           05 GLC-LAST-RUN-DATE PIC 9(8).

      *----------------------------------------------------------------
      * Stored-value ledger: one record per gift card or store-credit
      * card, keyed by the card number printed on it. A card is
      * issued (or reloaded) by a sale of an item in the gift-card
      * category, or by a return refunded to store credit, and is
      * drawn down when it is tendered as payment.
      *   CARD-TYPE  G - gift card sold   S - store credit on return
      *   STATUS     A - balance left     R - fully redeemed
      *----------------------------------------------------------------
       FD GIFTCARDFILE.
       01 GIFT-CARD-RECORD.
           05 GC-CARD-NO       PIC X(16).
           05 GC-CARD-TYPE     PIC X(1).
           05 GC-BALANCE       PIC S9(7)V99.
           05 GC-ISSUE-DATE    PIC 9(8).
           05 GC-ISSUE-STORE   PIC X(3).
           05 GC-STATUS        PIC X(1).
           05 GC-LAST-ACTIVITY PIC 9(8).
           05 GC-TOTAL-LOADED  PIC S9(9)V99.

       FD ADJAUDITFILE.
       01 ADJ-AUDIT-RECORD.
           05 ADJ-DATE        PIC 9(8).
           05 FILLER          PIC X(1).
           05 ADJ-COUNT-DATE  PIC 9(8).
           05 FILLER          PIC X(1).
           05 ADJ-STORE-NO    PIC X(3).
           05 FILLER          PIC X(1).
           05 ADJ-DESCRIPTION PIC X(20).
           05 FILLER          PIC X(1).
           05 ADJ-OLD-QTY     PIC S9(6).
           05 FILLER          PIC X(1).
           05 ADJ-NEW-QTY     PIC 9(6).
           05 FILLER          PIC X(1).
           05 ADJ-VARIANCE    PIC S9(6).
           05 FILLER          PIC X(1).
           05 ADJ-REASON      PIC X(3).
           05 FILLER          PIC X(1).
           05 ADJ-INITIALS    PIC X(3).

      *----------------------------------------------------------------
      * Common job-log record, appended to by every program in the
      * batch suite so the whole night's window can be reviewed after
           05 WS-TRAN-STORE-NO     PIC X(3)  VALUE SPACES.
           05 WS-TRAN-PAY-COUNT    PIC 9(1)  VALUE ZERO.
           05 WS-TRAN-PAY-TOTAL    PIC S9(8)V99 VALUE ZERO.
           05 WS-TRAN-SV-SOLD      PIC S9(7)V99 VALUE ZERO.
           05 WS-TRAN-SV-CREDIT    PIC S9(7)V99 VALUE ZERO.
           05 WS-TRAN-SV-REDEEMED  PIC S9(7)V99 VALUE ZERO.
           05 WS-TRAN-REFUND-METHOD PIC X(10) VALUE SPACES.
           05 WS-TRAN-REFUND       PIC S9(7)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * Payments buffered with the rest of the transaction and only
       01 WS-TRAN-PAY-MAX PIC 9(1) VALUE 5.
       01 WS-TRAN-PAY-TABLE.
           05 WS-TRAN-PAY-ENTRY OCCURS 5 TIMES INDEXED BY TP-IDX.
               10 TP-METHOD   PIC X(10).
               10 TP-AMOUNT   PIC 9(7)V99.
               10 TP-CARD-NO  PIC X(16).
               10 TP-DECLINED PIC X(1).

       01 WS-TRAN-DETAIL-MAX PIC 9(3) VALUE 50.
       01 WS-TRAN-DETAIL-TABLE.
               10 TD-QUANTITY    PIC 9(5).
               10 TD-TRAN-TYPE   PIC X.
                  88 TD-LINE-RETURN VALUE "R".
               10 TD-COUPON-CODE PIC X(8).
               10 TD-SKU         PIC X(8).
               10 TD-CATEGORY    PIC X(10).
               10 TD-ON-MASTER   PIC X(1).
               10 TD-PROMO-QUAL  PIC X(1).
                  88 TD-PROMO-LINE VALUE "Y".
               10 TD-PROMO-AMT   PIC S9(7)V99.
               10 TD-CARD-NO     PIC X(16).

      *----------------------------------------------------------------
      * Stored value: the item category that marks a gift card for
      * sale, and the payment method that tenders one. A redemption
      * is authorized against the card's balance before the
      * transaction posts; one the balance cannot cover is declined
      * to the exception file and leaves the transaction under-paid.
      *----------------------------------------------------------------
       01 WS-GIFTCARD-STATUS PIC XX VALUE '00'.
       01 WS-SV-CATEGORY     PIC X(10) VALUE "GIFTCARD".
       01 WS-SV-PAY-METHOD   PIC X(10) VALUE "GIFTCARD".
       01 WS-SV-CARD-MISSING PIC X VALUE 'N'.
           88 SV-CARD-MISSING VALUE 'Y'.
       01 WS-SV-AVAILABLE    PIC S9(7)V99 VALUE ZERO.
       01 WS-SV-AMOUNT       PIC S9(7)V99 VALUE ZERO.
       01 WS-SV-CARD-TYPE    PIC X(1) VALUE SPACE.
       01 WS-SV-CARD-NO      PIC X(16) VALUE SPACES.
       01 WS-SV-PRIOR-IDX    PIC 9(1) VALUE ZERO.
       01 WS-SV-DECLINE-REASON PIC X(40) VALUE SPACES.
       01 WS-SV-SOLD-TOTAL     PIC S9(9)V99 VALUE ZERO.
       01 WS-SV-CREDIT-TOTAL   PIC S9(9)V99 VALUE ZERO.
       01 WS-SV-REDEEMED-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-SV-DECLINED-COUNT PIC 9(5) VALUE ZERO.

       01 WS-TRAN-ACCEPTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TRAN-REJECTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TRAN-NET-TOTAL      PIC S9(7)V99 VALUE ZERO.
       01 WS-TRAN-SALE-DATE      PIC 9(8) VALUE ZERO.

      *----------------------------------------------------------------
      * Promotions loaded from the promotion master, each carrying
      * its own run accumulators for the effectiveness report. Every
      * eligible promotion is priced against the whole transaction
      * and only the one saving the customer the most is applied;
      * its saving is spread across the qualifying lines in
      * proportion to their amounts, ahead of the loyalty discount.
      *----------------------------------------------------------------
       01 WS-PROMO-STATUS PIC XX VALUE '00'.
       01 WS-PROMO-EOF PIC X VALUE 'N'.
           88 END-OF-PROMO-FILE VALUE 'Y'.
       01 WS-PROMO-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PROMO-TABLE-MAX PIC 9(3) VALUE 100.
       01 WS-PROMO-TABLE.
           05 WS-PROMO-ENTRY OCCURS 100 TIMES INDEXED BY PRT-IDX.
               10 PRT-PROMO-ID    PIC X(6).
               10 PRT-DESCRIPTION PIC X(20).
               10 PRT-TYPE        PIC X(1).
                  88 PRT-BUY-GET-FREE VALUE "B".
                  88 PRT-PERCENT-OFF  VALUE "P".
                  88 PRT-MIX-MATCH    VALUE "M".
               10 PRT-SKU         PIC X(8).
               10 PRT-CATEGORY    PIC X(10).
               10 PRT-BUY-QTY     PIC 9(3).
               10 PRT-REWARD-PCT  PIC 9V999.
               10 PRT-REWARD-AMT  PIC 9(6)V99.
               10 PRT-START-DATE  PIC 9(8).
               10 PRT-END-DATE    PIC 9(8).
               10 PRT-COUPON-CODE PIC X(8).
               10 PRT-STORE-LIST.
                   15 PRT-STORE-NO PIC X(3) OCCURS 5 TIMES.
               10 PRT-TRAN-COUNT  PIC 9(5).
               10 PRT-UNITS       PIC S9(7).
               10 PRT-DISCOUNT    PIC S9(9)V99.
               10 PRT-NET-SALES   PIC S9(9)V99.
               10 PRT-COST        PIC S9(9)V99.
       01 WS-PROMO-STORE-SUB   PIC 9(1) VALUE ZERO.
       01 WS-PROMO-ELIGIBLE    PIC X VALUE 'N'.
           88 PROMO-ELIGIBLE VALUE 'Y'.
       01 WS-LINE-QUALIFIES    PIC X VALUE 'N'.
           88 LINE-QUALIFIES VALUE 'Y'.
       01 WS-PROMO-QUAL-UNITS  PIC 9(7) VALUE ZERO.
       01 WS-PROMO-QUAL-AMT    PIC S9(9)V99 VALUE ZERO.
       01 WS-PROMO-GROUPS      PIC 9(7) VALUE ZERO.
       01 WS-PROMO-SAVING      PIC S9(7)V99 VALUE ZERO.
       01 WS-BEST-PROMO-IDX    PIC 9(3) VALUE ZERO.
       01 WS-BEST-PROMO-SAVING PIC S9(7)V99 VALUE ZERO.
       01 WS-PROMO-ALLOCATED   PIC S9(7)V99 VALUE ZERO.
       01 WS-LAST-PROMO-LINE   PIC 9(3) VALUE ZERO.
       01 WS-LINE-AMOUNT       PIC S9(9)V99 VALUE ZERO.
       01 WS-PROMO-MARGIN      PIC S9(9)V99 VALUE ZERO.
       01 WS-PROMO-TOTAL-DISCOUNT PIC S9(9)V99 VALUE ZERO.

       01 PROMO-HEADING-1 PIC X(132)
           VALUE "PROMOTION EFFECTIVENESS - THIS RUN".
       01 PROMO-HEADING-2 PIC X(132) VALUE ALL "=".

       01 PROMO-COLUMN-LINE.
           05 FILLER PIC X(8)  VALUE "PROMO".
           05 FILLER PIC X(22) VALUE "DESCRIPTION".
           05 FILLER PIC X(6)  VALUE "TXNS".
           05 FILLER PIC X(9)  VALUE "UNITS".
           05 FILLER PIC X(16) VALUE "DISCOUNT GIVEN".
           05 FILLER PIC X(16) VALUE "NET SALES".
           05 FILLER PIC X(16) VALUE "COST".
           05 FILLER PIC X(16) VALUE "MARGIN".
           05 FILLER PIC X(8)  VALUE "PCT".
           05 FILLER PIC X(10) VALUE "RESULT".

       01 PROMO-DETAIL-LINE.
           05 PRO-ID-OUT          PIC X(6).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 PRO-DESCRIPTION-OUT PIC X(20).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 PRO-TRANS-OUT       PIC ZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACES.
           05 PRO-UNITS-OUT       PIC ZZ,ZZ9-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 PRO-DISCOUNT-OUT    PIC $$,$$$,$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 PRO-SALES-OUT       PIC $$,$$$,$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 PRO-COST-OUT        PIC $$,$$$,$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 PRO-MARGIN-OUT      PIC $$,$$$,$$9.99-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 PRO-PCT-OUT         PIC ZZ9.9-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 PRO-RESULT-OUT      PIC X(12).

       01 PROMO-TOTAL-LINE.
           05 FILLER PIC X(36) VALUE
              "  TOTAL PROMOTION DISCOUNT GIVEN:  ".
           05 PRO-TOTAL-DISCOUNT-OUT PIC $$,$$$,$$9.99-.

      *----------------------------------------------------------------
      * Store-side GL journal. Every accepted line, payment, and
      * shrink adjustment is posted into a bucket by posting type,
      * key, store, and source; the buckets are mapped to accounts
      * and written out at end of run. A journal that cannot be fully
      * mapped, or that does not balance, is held back from finance.
      *----------------------------------------------------------------
       01 WS-GLACCTS-STATUS PIC XX VALUE '00'.
       01 WS-GLACCTS-EOF PIC X VALUE 'N'.
           88 END-OF-GLACCTS VALUE 'Y'.
       01 WS-GLACCTS-FOUND PIC X VALUE 'N'.
           88 GLACCTS-FOUND VALUE 'Y'.
       01 WS-GLACCT-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-GLACCT-TABLE-MAX PIC 9(3) VALUE 200.
       01 WS-GLACCT-TABLE.
           05 WS-GLACCT-ENTRY OCCURS 200 TIMES INDEXED BY GLA-IDX.
               10 GLA-LINE-TYPE PIC X(10).
               10 GLA-KEY       PIC X(10).
               10 GLA-ACCOUNT   PIC X(8).
       01 WS-GLACCT-FOUND-IDX   PIC 9(3) VALUE ZERO.
       01 WS-GLACCT-DEFAULT-IDX PIC 9(3) VALUE ZERO.

       01 WS-GL-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-GL-TABLE-MAX PIC 9(3) VALUE 500.
       01 WS-GL-TABLE.
           05 WS-GL-ENTRY OCCURS 500 TIMES INDEXED BY GL-IDX.
               10 GL-TAB-LINE-TYPE PIC X(10).
               10 GL-TAB-KEY       PIC X(10).
               10 GL-TAB-STORE-NO  PIC X(3).
               10 GL-TAB-SOURCE    PIC X(8).
               10 GL-TAB-ACCOUNT   PIC X(8).
               10 GL-TAB-DEBIT     PIC S9(9)V99.
               10 GL-TAB-CREDIT    PIC S9(9)V99.
       01 WS-GL-FOUND-IDX PIC 9(3) VALUE ZERO.
       01 WS-GL-TABLE-FULL PIC X VALUE 'N'.
           88 GL-TABLE-FULL VALUE 'Y'.

       01 WS-GL-LINE-TYPE  PIC X(10) VALUE SPACES.
       01 WS-GL-KEY        PIC X(10) VALUE SPACES.
       01 WS-GL-STORE-NO   PIC X(3) VALUE SPACES.
       01 WS-GL-SOURCE     PIC X(8) VALUE SPACES.
       01 WS-GL-DEBIT-AMT  PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-CREDIT-AMT PIC S9(9)V99 VALUE ZERO.
       01 WS-GL-AMOUNT     PIC S9(9)V99 VALUE ZERO.

       01 WS-GL-UNMAPPED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-GL-DEBIT-TOTAL    PIC S9(11)V99 VALUE ZERO.
       01 WS-GL-CREDIT-TOTAL   PIC S9(11)V99 VALUE ZERO.
       01 WS-GL-JOURNAL-COUNT  PIC 9(7) VALUE ZERO.
       01 WS-GL-HELD PIC X VALUE 'N'.
           88 GL-JOURNAL-HELD VALUE 'Y'.
       01 WS-GL-JOURNAL-FILE-NAME PIC X(20) VALUE "SALESGLJRNL.DAT".
       01 WS-DELETE-STATUS PIC S9(9) COMP-5 VALUE ZERO.

       01 WS-GLCTL-STATUS     PIC XX VALUE '00'.
       01 WS-GL-RUN-DATE      PIC 9(8) VALUE ZERO.
       01 WS-GL-LAST-ADJ-DATE PIC 9(8) VALUE ZERO.
       01 WS-ADJAUDIT-STATUS PIC XX VALUE '00'.
       01 WS-ADJAUDIT-EOF PIC X VALUE 'N'.
           88 END-OF-ADJAUDIT VALUE 'Y'.
       01 WS-SHRINK-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-SHRINK-UNVALUED-COUNT PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------
      * Loyalty tiers by cumulative spend, and the discount each tier
      * earns. The tier discount replaces the keyed DISCOUNT-PCT on
               10 PO-TAB-QTY-RECEIVED PIC 9(5).
               10 PO-TAB-ORDER-DATE   PIC 9(8).
               10 PO-TAB-LEAD-DAYS    PIC 9(3).
               10 PO-TAB-UNIT-COST    PIC 9(6)V99.
       01 WS-PO-FOUND-IDX PIC 9(3) VALUE ZERO.
       01 WS-PO-CLOSED-COUNT    PIC 9(3) VALUE ZERO.
       01 WS-PO-OVER-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-REGSALE-TABLE-MAX PIC 9(2) VALUE 20.
       01 WS-REGSALE-TABLE.
           05 WS-REGSALE-ENTRY OCCURS 20 TIMES INDEXED BY RSL-IDX.
               10 RSL-REGISTER    PIC X(4).
               10 RSL-SALES       PIC S9(9)V99.
               10 RSL-PAYMENTS    PIC S9(9)V99.
               10 RSL-SV-SOLD     PIC S9(9)V99.
               10 RSL-SV-CREDIT   PIC S9(9)V99.
               10 RSL-SV-REDEEMED PIC S9(9)V99.
       01 WS-REGSALE-FOUND-IDX PIC 9(2) VALUE ZERO.

      *----------------------------------------------------------------
           05 FILLER            PIC X(2) VALUE SPACES.
           05 STL-TOTAL-FLAG    PIC X(16).

       01 SETTLE-SV-LINE.
           05 FILLER            PIC X(18) VALUE "  STORED VALUE:".
           05 FILLER            PIC X(6)  VALUE "SOLD ".
           05 STL-SV-SOLD-OUT   PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X(15) VALUE "  STORE CREDIT ".
           05 STL-SV-CREDIT-OUT PIC $$,$$$,$$9.99-.
           05 FILLER            PIC X(11) VALUE "  REDEEMED ".
           05 STL-SV-REDEEM-OUT PIC $$,$$$,$$9.99-.

       01 SETTLE-SV-DECLINED-LINE.
           05 FILLER PIC X(38) VALUE
              "  STORED-VALUE REDEMPTIONS DECLINED:  ".
           05 STL-SV-DECLINED-OUT PIC ZZZZ9.

       01 SETTLE-SHORT-LINE.
           05 FILLER PIC X(38) VALUE
              "  TRANSACTIONS UNDER-PAID THIS RUN:   ".
      *----------------------------------------------------------------
       01 WS-LINE-UNIT-COST PIC 9(6)V99 VALUE ZERO.
       01 WS-LINE-CATEGORY  PIC X(10) VALUE SPACES.
       01 WS-LINE-PERISHABLE PIC X(1) VALUE 'N'.
           88 LINE-IS-PERISHABLE VALUE 'Y'.

      *----------------------------------------------------------------
      * Lot relief for perishables: a sale draws from the lot that
      * expires first, a return goes back on the lot that expires
      * last. Quantity a sale cannot find on any lot is counted, since
      * it means the lots and the item's on-hand have drifted apart.
      *----------------------------------------------------------------
       01 WS-INVLOT-STATUS     PIC XX VALUE '00'.
       01 WS-LOT-EOF           PIC X VALUE 'N'.
           88 END-OF-ITEM-LOTS VALUE 'Y'.
       01 WS-LOT-REMAINING     PIC S9(6) VALUE ZERO.
       01 WS-LOT-TAKE          PIC S9(6) VALUE ZERO.
       01 WS-LOT-STORE-NO      PIC X(3) VALUE SPACES.
       01 WS-LOT-DESCRIPTION   PIC X(20) VALUE SPACES.
       01 WS-LOT-LAST-KEY      PIC X(41) VALUE SPACES.
       01 WS-NOLOT-NUMBER      PIC X(10) VALUE "NOLOT".
       01 WS-NOLOT-EXPIRY      PIC 9(8) VALUE 99999999.
       01 WS-LOT-RECEIPT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LOT-MISSING-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LOT-SHORT-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-LINE-COST      PIC S9(9)V99 VALUE ZERO.
       01 WS-ITEM-MARGIN    PIC S9(9)V99 VALUE ZERO.
       01 WS-MARGIN-PCT     PIC S9(3)V9 VALUE ZERO.
       01 WS-LINE-COUNT     PIC 9(4) VALUE ZERO.
       01 WS-PAGE-COUNT     PIC 9(4) VALUE 1.
       01 WS-LINES-PER-PAGE PIC 9(4) VALUE 50.
       01 WS-SAVE-REPORT-LINE PIC X(175).

       01 PAGE-NUMBER-LINE.
           05 FILLER          PIC X(30) VALUE SPACES.
           05 FILLER        PIC X(13)  VALUE 'PRE-TAX TOTAL'.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 FILLER        PIC X(14)  VALUE 'POST-TAX TOTAL'.
           05 FILLER        PIC X(49) VALUE SPACES.
           05 FILLER        PIC X(13)  VALUE 'PROMO SAVINGS'.

       01 DETAIL-LINE.
           05 DET-CUSTOMERNAME  PIC X(30).
           05 DET-POSTTAX-TOTAL PIC $$$,$$9.99-.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 DET-CREDIT-TAG    PIC X(6)   VALUE SPACES.
           05 FILLER            PIC X(2)   VALUE SPACES.
           05 DET-PROMO-ID      PIC X(6)   VALUE SPACES.
           05 FILLER            PIC X(1)   VALUE SPACES.
           05 DET-PROMO-SAVINGS PIC $$,$$9.99 BLANK WHEN ZERO.

       01 DETAIL-TOTAL-LINE.
           05 FILLER            PIC X(30) VALUE SPACES.
           PERFORM 0116-LOAD-PRICE-HISTORY
           PERFORM 0115-LOAD-DRAWER-COUNTS
           PERFORM 0109-OPEN-CUSTOMER-MASTER
           PERFORM 0106-OPEN-GIFT-CARD-LEDGER
           PERFORM 0120-LOAD-PROMOTIONS
           PERFORM 0122-LOAD-SALES-GL-ACCOUNTS
           PERFORM 0110-OPEN-INVENTORY-MASTER
           PERFORM 0104-OPEN-LOT-FILE
           PERFORM 0111-POST-RECEIPTS
           OPEN OUTPUT EXCEPTIONFILE
           OPEN INPUT POSSALESFILE
           PERFORM 0295-PRINT-REORDER-REPORT
           PERFORM 0297-WRITE-SALES-HISTORY
           PERFORM 0294-PRINT-MARGIN-REPORT
           PERFORM 0287-PRINT-PROMO-REPORT
           PERFORM 0299-PRINT-SETTLEMENT-REPORT
           PERFORM 0340-POST-SHRINK
           PERFORM 0350-WRITE-SALES-JOURNAL
           PERFORM 0300-STOP-RUN.

       0100-END.

       0108-END.

      *----------------------------------------------------------------
      * The stored-value ledger is opened for update the same way as
      * the customer master - created empty the first time, and the
      * run halted if it cannot be opened, since redemptions could
      * not be authorized without it.
      *----------------------------------------------------------------
       0106-OPEN-GIFT-CARD-LEDGER.
           OPEN I-O GIFTCARDFILE.
           IF WS-GIFTCARD-STATUS = "35"
              OPEN OUTPUT GIFTCARDFILE
              CLOSE GIFTCARDFILE
              OPEN I-O GIFTCARDFILE
           END-IF.
           IF WS-GIFTCARD-STATUS NOT = "00"
              DISPLAY "WARNING: GIFTCARD.DAT not available (status "
                 WS-GIFTCARD-STATUS ") - run halted"
              MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
              PERFORM 0310-WRITE-JOB-LOG
              STOP RUN RETURNING 16
           END-IF.

       0106-END.

      *----------------------------------------------------------------
      * The customer master is created on the spot the first time the
      * sales run ever executes; after that it accumulates history

       0110-END.

      *----------------------------------------------------------------
      * The lot file is opened for update the same way as the
      * inventory master - created empty the first time, and the run
      * halted if it cannot be opened.
      *----------------------------------------------------------------
       0104-OPEN-LOT-FILE.
           OPEN I-O INVLOTFILE.
           IF WS-INVLOT-STATUS = "35"
              OPEN OUTPUT INVLOTFILE
              CLOSE INVLOTFILE
              OPEN I-O INVLOTFILE
           END-IF.
           IF WS-INVLOT-STATUS NOT = "00"
              DISPLAY "WARNING: INVLOT.DAT not available (status "
                 WS-INVLOT-STATUS ") - run halted"
              MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
              PERFORM 0310-WRITE-JOB-LOG
              STOP RUN RETURNING 16
           END-IF.

       0104-END.

      *----------------------------------------------------------------
      * Posts the warehouse's receiving transactions before any sale
      * is processed, so today's restock is on hand before today's
                 END-READ
                 ADD 1 TO WS-RECEIPT-COUNT
                 PERFORM 0113-MATCH-RECEIPT-TO-PO
                 PERFORM 0103-POST-RECEIPT-TO-LOT
           END-READ.

       0112-END.

      *----------------------------------------------------------------
      * A receipt of a perishable item is also put on its lot. One
      * that arrives without a usable lot number or expiration date
      * still goes on hand, under the NOLOT lot, and is alerted so
      * the receiving dock can key the lot in.
      *----------------------------------------------------------------
       0103-POST-RECEIPT-TO-LOT.
           IF ITEMMAST-FOUND
              MOVE RCPT-DESCRIPTION TO ITM-DESCRIPTION
              READ ITEMMASTFILE KEY IS ITM-DESCRIPTION
                 INVALID KEY
                    MOVE SPACE TO ITM-PERISHABLE
              END-READ
              IF ITM-IS-PERISHABLE
                 MOVE RCPT-STORE-NO TO LOT-STORE-NO
                 MOVE RCPT-DESCRIPTION TO LOT-DESCRIPTION
                 IF RCPT-LOT-NO = SPACES
                    OR RCPT-EXPIRY-DATE IS NOT NUMERIC
                    OR RCPT-EXPIRY-DATE = ZERO
                    MOVE WS-NOLOT-NUMBER TO LOT-NUMBER
                    MOVE WS-NOLOT-EXPIRY TO LOT-EXPIRY-DATE
                    ADD 1 TO WS-LOT-MISSING-COUNT
                    MOVE 'W' TO WS-ALERT-SEVERITY
                    MOVE RCPT-DESCRIPTION TO WS-ALERT-KEY
                    MOVE "RECEIVED WITH NO LOT/EXPIRY - PUT ON NOLOT"
                       TO WS-ALERT-MESSAGE
                    PERFORM 0320-WRITE-ALERT
                 ELSE
                    MOVE RCPT-LOT-NO TO LOT-NUMBER
                    MOVE RCPT-EXPIRY-DATE TO LOT-EXPIRY-DATE
                 END-IF
                 READ INVLOTFILE
                    INVALID KEY
                       MOVE RCPT-QUANTITY TO LOT-QTY-ON-HAND
                       MOVE RCPT-DATE TO LOT-RECEIVED-DATE
                       WRITE INVENTORY-LOT-RECORD
                    NOT INVALID KEY
                       ADD RCPT-QUANTITY TO LOT-QTY-ON-HAND
                       REWRITE INVENTORY-LOT-RECORD
                 END-READ
                 ADD 1 TO WS-LOT-RECEIPT-COUNT
              END-IF
           END-IF.

       0103-END.

      *----------------------------------------------------------------
      * Posts the receipt against its open PO, matched by item. The
      * first still-open order for the item takes the quantity; an
                          TO PO-TAB-ORDER-DATE(PO-IDX)
                       MOVE PO-LEAD-DAYS
                          TO PO-TAB-LEAD-DAYS(PO-IDX)
                       IF PO-UNIT-COST IS NUMERIC
                          MOVE PO-UNIT-COST
                             TO PO-TAB-UNIT-COST(PO-IDX)
                       ELSE
                          MOVE ZERO TO PO-TAB-UNIT-COST(PO-IDX)
                       END-IF
                    ELSE
                       DISPLAY "WARNING: open-PO table full at "
                          WS-PO-TABLE-MAX
                 MOVE PO-TAB-QTY-RECEIVED(PO-IDX) TO PO-QTY-RECEIVED
                 MOVE PO-TAB-ORDER-DATE(PO-IDX) TO PO-ORDER-DATE
                 MOVE PO-TAB-LEAD-DAYS(PO-IDX) TO PO-LEAD-DAYS
                 MOVE PO-TAB-UNIT-COST(PO-IDX) TO PO-UNIT-COST
                 WRITE OPEN-PO-RECORD
                 SET PO-IDX UP BY 1
              END-PERFORM

       0119-END.

      *----------------------------------------------------------------
      * Loads the promotion master for the best-promotion pricing.
      * No promotion file just means nothing is on promotion, and
      * the effectiveness report is skipped.
      *----------------------------------------------------------------
       0120-LOAD-PROMOTIONS.
           OPEN INPUT PROMOFILE
           IF WS-PROMO-STATUS NOT = "00"
              SET END-OF-PROMO-FILE TO TRUE
           END-IF
           PERFORM UNTIL END-OF-PROMO-FILE
              READ PROMOFILE
                 AT END SET END-OF-PROMO-FILE TO TRUE
                 NOT AT END
                    IF WS-PROMO-COUNT < WS-PROMO-TABLE-MAX
                       ADD 1 TO WS-PROMO-COUNT
                       SET PRT-IDX TO WS-PROMO-COUNT
                       PERFORM 0121-STORE-ONE-PROMOTION
                    ELSE
                       DISPLAY "WARNING: promotion table full at "
                          WS-PROMO-TABLE-MAX
                          " promotions, " PRM-PROMO-ID " not applied"
                    END-IF
              END-READ
           END-PERFORM
           IF WS-PROMO-STATUS = "00" OR WS-PROMO-STATUS = "10"
              CLOSE PROMOFILE
           END-IF.

       0120-END.

      *----------------------------------------------------------------
      * Loads finance's store chart of accounts. Without it nothing
      * can be mapped, so the day's journal is held rather than
      * holding up the sales run itself.
      *----------------------------------------------------------------
       0122-LOAD-SALES-GL-ACCOUNTS.
           OPEN INPUT SALESGLACCTSFILE
           IF WS-GLACCTS-STATUS NOT = "00"
              DISPLAY "WARNING: SALESGLACCTS.DAT not available - no"
                 " sales journal this run"
              SET END-OF-GLACCTS TO TRUE
           ELSE
              MOVE 'Y' TO WS-GLACCTS-FOUND
           END-IF
           PERFORM UNTIL END-OF-GLACCTS
              READ SALESGLACCTSFILE
                 AT END SET END-OF-GLACCTS TO TRUE
                 NOT AT END
                    IF WS-GLACCT-COUNT < WS-GLACCT-TABLE-MAX
                       ADD 1 TO WS-GLACCT-COUNT
                       SET GLA-IDX TO WS-GLACCT-COUNT
                       MOVE FUNCTION UPPER-CASE(SGA-LINE-TYPE)
                          TO GLA-LINE-TYPE(GLA-IDX)
                       MOVE SGA-KEY TO GLA-KEY(GLA-IDX)
                       MOVE SGA-ACCOUNT TO GLA-ACCOUNT(GLA-IDX)
                    ELSE
                       DISPLAY "WARNING: sales GL chart table full at "
                          WS-GLACCT-TABLE-MAX " rows, "
                          SGA-LINE-TYPE " " SGA-KEY " omitted"
                    END-IF
              END-READ
           END-PERFORM
           IF WS-GLACCTS-STATUS = "00" OR WS-GLACCTS-STATUS = "10"
              CLOSE SALESGLACCTSFILE
           END-IF.

       0122-END.

       0121-STORE-ONE-PROMOTION.
           MOVE PRM-PROMO-ID TO PRT-PROMO-ID(PRT-IDX)
           MOVE PRM-DESCRIPTION TO PRT-DESCRIPTION(PRT-IDX)
           MOVE FUNCTION UPPER-CASE(PRM-TYPE) TO PRT-TYPE(PRT-IDX)
           MOVE PRM-SKU TO PRT-SKU(PRT-IDX)
           MOVE PRM-CATEGORY TO PRT-CATEGORY(PRT-IDX)
           MOVE PRM-BUY-QTY TO PRT-BUY-QTY(PRT-IDX)
           IF PRT-BUY-GET-FREE(PRT-IDX) AND PRM-BUY-QTY = ZERO
              MOVE 1 TO PRT-BUY-QTY(PRT-IDX)
           END-IF
           MOVE PRM-REWARD-PCT TO PRT-REWARD-PCT(PRT-IDX)
           MOVE PRM-REWARD-AMT TO PRT-REWARD-AMT(PRT-IDX)
           MOVE PRM-START-DATE TO PRT-START-DATE(PRT-IDX)
           MOVE PRM-END-DATE TO PRT-END-DATE(PRT-IDX)
           MOVE FUNCTION UPPER-CASE(PRM-COUPON-CODE)
              TO PRT-COUPON-CODE(PRT-IDX)
           MOVE 1 TO WS-PROMO-STORE-SUB
           PERFORM UNTIL WS-PROMO-STORE-SUB > 5
              MOVE PRM-STORE-NO(WS-PROMO-STORE-SUB)
                 TO PRT-STORE-NO(PRT-IDX, WS-PROMO-STORE-SUB)
              ADD 1 TO WS-PROMO-STORE-SUB
           END-PERFORM
           MOVE ZERO TO PRT-TRAN-COUNT(PRT-IDX)
           MOVE ZERO TO PRT-UNITS(PRT-IDX)
           MOVE ZERO TO PRT-DISCOUNT(PRT-IDX)
           MOVE ZERO TO PRT-NET-SALES(PRT-IDX)
           MOVE ZERO TO PRT-COST(PRT-IDX).

       0121-END.

      *----------------------------------------------------------------
      * Every detail line for SALESREPORT1 is routed through here so
      * the running line count and page break are never at risk of
           MOVE ZERO TO WS-TRAN-NET-TOTAL
           MOVE ZERO TO WS-TRAN-PAY-COUNT
           MOVE ZERO TO WS-TRAN-PAY-TOTAL
           MOVE ZERO TO WS-TRAN-SV-SOLD
           MOVE ZERO TO WS-TRAN-SV-CREDIT
           MOVE ZERO TO WS-TRAN-SV-REDEEMED
           MOVE ZERO TO WS-TRAN-REFUND
           MOVE POS-REFUND-METHOD TO WS-TRAN-REFUND-METHOD
           IF WS-TRAN-REFUND-METHOD = SPACES
              MOVE "CASH" TO WS-TRAN-REFUND-METHOD
           END-IF
           PERFORM 0235-APPLY-LOYALTY-DISCOUNT.

       0230-END.
                 MOVE POS-PRICE TO TD-PRICE(TD-IDX)
                 MOVE POS-QUANTITY TO TD-QUANTITY(TD-IDX)
                 MOVE POS-TRAN-TYPE TO TD-TRAN-TYPE(TD-IDX)
                 MOVE FUNCTION UPPER-CASE(POS-COUPON-CODE)
                    TO TD-COUPON-CODE(TD-IDX)
                 MOVE POS-CARD-NO TO TD-CARD-NO(TD-IDX)
              ELSE
                 DISPLAY "WARNING: transaction buffer full at "
                    WS-TRAN-DETAIL-MAX " lines, detail dropped: "
                 SET TP-IDX TO WS-TRAN-PAY-COUNT
                 MOVE POS-PAY-METHOD TO TP-METHOD(TP-IDX)
                 MOVE POS-PAY-AMOUNT TO TP-AMOUNT(TP-IDX)
                 MOVE POS-PAY-CARD-NO TO TP-CARD-NO(TP-IDX)
                 MOVE 'N' TO TP-DECLINED(TP-IDX)
                 ADD POS-PAY-AMOUNT TO WS-TRAN-PAY-TOTAL
              ELSE
                 DISPLAY "WARNING: payment buffer full, payment"
              MOVE "TRAILER COUNT MISMATCH" TO WS-TRAN-REJECT-REASON
              PERFORM 0260-REJECT-TRANSACTION
           ELSE
              PERFORM 0252-LOOKUP-LINE-ITEM
                 VARYING TD-IDX FROM 1 BY 1
                    UNTIL TD-IDX > WS-TRAN-DETAIL-COUNT
              PERFORM 0261-CHECK-GIFT-CARD-LINES
              IF SV-CARD-MISSING
                 MOVE "GIFT CARD SOLD WITH NO CARD NUMBER"
                    TO WS-TRAN-REJECT-REASON
                 PERFORM 0260-REJECT-TRANSACTION
              ELSE
                 IF WS-TRAN-ACCEPTED-COUNT > ZERO
                    IF WS-TRAN-CUSTOMER-ID NOT = WS-PREV-CUSTOMER-ID
                       PERFORM 0280-PRINT-CUSTOMER-SUBTOTAL
                    END-IF
                 END-IF
                 MOVE WS-TRAN-CUSTOMER-ID TO WS-PREV-CUSTOMER-ID
                 PERFORM 0263-AUTHORIZE-REDEMPTIONS
                 PERFORM 0251-SELECT-BEST-PROMOTION
                 PERFORM 0210-PROCESS-ONE-ITEM
                    VARYING TD-IDX FROM 1 BY 1
                       UNTIL TD-IDX > WS-TRAN-DETAIL-COUNT
                 PERFORM 0266-POST-REDEMPTIONS
                 PERFORM 0270-UPDATE-CUSTOMER-MASTER
                 PERFORM 0275-POST-SETTLEMENT
                 ADD 1 TO WS-TRAN-ACCEPTED-COUNT
                 MOVE 'N' TO WS-TRAN-OPEN
              END-IF
           END-IF.

       0250-END.

      *----------------------------------------------------------------
      * Prices every promotion the transaction is eligible for - sale
      * date inside the promotion's dates, the store on its list,
      * its coupon scanned if it needs one - and applies the one
      * that saves the customer the most. Returns never qualify; a
      * credit goes back at the price the line would ring today.
      *----------------------------------------------------------------
       0251-SELECT-BEST-PROMOTION.
           MOVE ZERO TO WS-BEST-PROMO-IDX
           MOVE ZERO TO WS-BEST-PROMO-SAVING
           SET PRT-IDX TO 1
           PERFORM UNTIL PRT-IDX > WS-PROMO-COUNT
              PERFORM 0253-PRICE-ONE-PROMOTION
              IF WS-PROMO-SAVING > WS-BEST-PROMO-SAVING
                 MOVE WS-PROMO-SAVING TO WS-BEST-PROMO-SAVING
                 MOVE PRT-IDX TO WS-BEST-PROMO-IDX
              END-IF
              SET PRT-IDX UP BY 1
           END-PERFORM
           IF WS-BEST-PROMO-IDX NOT = ZERO
              SET PRT-IDX TO WS-BEST-PROMO-IDX
              ADD 1 TO PRT-TRAN-COUNT(PRT-IDX)
              PERFORM 0257-ALLOCATE-PROMO-SAVING
           END-IF.

       0251-END.

      *----------------------------------------------------------------
      * Picks up the SKU and category a promotion qualifies on. With
      * no item master on file every line counts as mastered, the
      * same as validation, but only store-wide promotions can match.
      *----------------------------------------------------------------
       0252-LOOKUP-LINE-ITEM.
           MOVE SPACES TO TD-SKU(TD-IDX)
           MOVE SPACES TO TD-CATEGORY(TD-IDX)
           MOVE 'N' TO TD-PROMO-QUAL(TD-IDX)
           MOVE ZERO TO TD-PROMO-AMT(TD-IDX)
           IF NOT ITEMMAST-FOUND
              MOVE 'Y' TO TD-ON-MASTER(TD-IDX)
           ELSE
              MOVE 'N' TO TD-ON-MASTER(TD-IDX)
              MOVE TD-DESCRIPTION(TD-IDX) TO ITM-DESCRIPTION
              READ ITEMMASTFILE KEY IS ITM-DESCRIPTION
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO TD-ON-MASTER(TD-IDX)
                    MOVE ITM-SKU TO TD-SKU(TD-IDX)
                    MOVE ITM-CATEGORY TO TD-CATEGORY(TD-IDX)
              END-READ
           END-IF.

       0252-END.

       0253-PRICE-ONE-PROMOTION.
           MOVE ZERO TO WS-PROMO-SAVING
           MOVE ZERO TO WS-PROMO-QUAL-UNITS
           MOVE ZERO TO WS-PROMO-QUAL-AMT
           MOVE 'Y' TO WS-PROMO-ELIGIBLE
           IF WS-TRAN-SALE-DATE < PRT-START-DATE(PRT-IDX)
              OR WS-TRAN-SALE-DATE > PRT-END-DATE(PRT-IDX)
              MOVE 'N' TO WS-PROMO-ELIGIBLE
           END-IF
           IF PROMO-ELIGIBLE AND PRT-STORE-LIST(PRT-IDX) NOT = SPACES
              PERFORM 0254-CHECK-PROMO-STORE
           END-IF
           IF PROMO-ELIGIBLE AND PRT-COUPON-CODE(PRT-IDX) NOT = SPACES
              PERFORM 0255-CHECK-PROMO-COUPON
           END-IF
           IF PROMO-ELIGIBLE
              SET TD-IDX TO 1
              PERFORM UNTIL TD-IDX > WS-TRAN-DETAIL-COUNT
                 PERFORM 0256-TEST-LINE-QUALIFIES
                 IF LINE-QUALIFIES
                    ADD TD-QUANTITY(TD-IDX) TO WS-PROMO-QUAL-UNITS
                    COMPUTE WS-PROMO-QUAL-AMT = WS-PROMO-QUAL-AMT
                       + TD-PRICE(TD-IDX) * TD-QUANTITY(TD-IDX)
                 END-IF
                 SET TD-IDX UP BY 1
              END-PERFORM
           END-IF
           IF PROMO-ELIGIBLE AND WS-PROMO-QUAL-UNITS > ZERO
              EVALUATE TRUE
                 WHEN PRT-BUY-GET-FREE(PRT-IDX)
                    COMPUTE WS-PROMO-GROUPS = WS-PROMO-QUAL-UNITS
                       / (PRT-BUY-QTY(PRT-IDX) + 1)
                    COMPUTE WS-PROMO-SAVING ROUNDED =
                       WS-PROMO-QUAL-AMT * WS-PROMO-GROUPS
                       / WS-PROMO-QUAL-UNITS
                 WHEN PRT-PERCENT-OFF(PRT-IDX)
                    COMPUTE WS-PROMO-SAVING ROUNDED =
                       WS-PROMO-QUAL-AMT * PRT-REWARD-PCT(PRT-IDX)
                 WHEN PRT-MIX-MATCH(PRT-IDX)
                    IF PRT-BUY-QTY(PRT-IDX) > ZERO
                       COMPUTE WS-PROMO-GROUPS = WS-PROMO-QUAL-UNITS
                          / PRT-BUY-QTY(PRT-IDX)
                       COMPUTE WS-PROMO-SAVING ROUNDED =
                          WS-PROMO-QUAL-AMT * WS-PROMO-GROUPS
                          * PRT-BUY-QTY(PRT-IDX) / WS-PROMO-QUAL-UNITS
                          - WS-PROMO-GROUPS * PRT-REWARD-AMT(PRT-IDX)
                    END-IF
              END-EVALUATE
           END-IF
           IF WS-PROMO-SAVING < ZERO
              MOVE ZERO TO WS-PROMO-SAVING
           END-IF.

       0253-END.

       0254-CHECK-PROMO-STORE.
           MOVE 'N' TO WS-PROMO-ELIGIBLE
           MOVE 1 TO WS-PROMO-STORE-SUB
           PERFORM UNTIL WS-PROMO-STORE-SUB > 5
              IF PRT-STORE-NO(PRT-IDX, WS-PROMO-STORE-SUB)
                 = WS-TRAN-STORE-NO
                 MOVE 'Y' TO WS-PROMO-ELIGIBLE
              END-IF
              ADD 1 TO WS-PROMO-STORE-SUB
           END-PERFORM.

       0254-END.

       0255-CHECK-PROMO-COUPON.
           MOVE 'N' TO WS-PROMO-ELIGIBLE
           SET TD-IDX TO 1
           PERFORM UNTIL TD-IDX > WS-TRAN-DETAIL-COUNT
              IF TD-COUPON-CODE(TD-IDX) = PRT-COUPON-CODE(PRT-IDX)
                 MOVE 'Y' TO WS-PROMO-ELIGIBLE
              END-IF
              SET TD-IDX UP BY 1
           END-PERFORM.

       0255-END.

      *----------------------------------------------------------------
      * A mastered sale line qualifies on the promotion's SKU if it
      * names one, otherwise on its category, otherwise on anything.
      *----------------------------------------------------------------
       0256-TEST-LINE-QUALIFIES.
           MOVE 'N' TO WS-LINE-QUALIFIES
           IF TD-DESCRIPTION(TD-IDX) NOT = SPACES
              AND TD-ON-MASTER(TD-IDX) = 'Y'
              AND NOT TD-LINE-RETURN(TD-IDX)
              AND TD-CATEGORY(TD-IDX) NOT = WS-SV-CATEGORY
              EVALUATE TRUE
                 WHEN PRT-SKU(PRT-IDX) NOT = SPACES
                    IF TD-SKU(TD-IDX) = PRT-SKU(PRT-IDX)
                       MOVE 'Y' TO WS-LINE-QUALIFIES
                    END-IF
                 WHEN PRT-CATEGORY(PRT-IDX) NOT = SPACES
                    IF TD-CATEGORY(TD-IDX) = PRT-CATEGORY(PRT-IDX)
                       MOVE 'Y' TO WS-LINE-QUALIFIES
                    END-IF
                 WHEN OTHER
                    MOVE 'Y' TO WS-LINE-QUALIFIES
              END-EVALUATE
           END-IF.

       0256-END.

      *----------------------------------------------------------------
      * Spreads the winning promotion's saving over its qualifying
      * lines in proportion to each line's amount. The last line
      * takes the rounding so the lines add back to the saving to
      * the penny. The winner is priced once more first to get back
      * its qualifying amount.
      *----------------------------------------------------------------
       0257-ALLOCATE-PROMO-SAVING.
           PERFORM 0253-PRICE-ONE-PROMOTION
           MOVE ZERO TO WS-PROMO-ALLOCATED
           MOVE ZERO TO WS-LAST-PROMO-LINE
           SET TD-IDX TO 1
           PERFORM UNTIL TD-IDX > WS-TRAN-DETAIL-COUNT
              PERFORM 0256-TEST-LINE-QUALIFIES
              IF LINE-QUALIFIES
                 MOVE 'Y' TO TD-PROMO-QUAL(TD-IDX)
                 COMPUTE TD-PROMO-AMT(TD-IDX) ROUNDED =
                    TD-PRICE(TD-IDX) * TD-QUANTITY(TD-IDX)
                    * WS-BEST-PROMO-SAVING / WS-PROMO-QUAL-AMT
                 ADD TD-PROMO-AMT(TD-IDX) TO WS-PROMO-ALLOCATED
                 MOVE TD-IDX TO WS-LAST-PROMO-LINE
              END-IF
              SET TD-IDX UP BY 1
           END-PERFORM
           IF WS-LAST-PROMO-LINE NOT = ZERO
              SET TD-IDX TO WS-LAST-PROMO-LINE
              COMPUTE TD-PROMO-AMT(TD-IDX) = TD-PROMO-AMT(TD-IDX)
                 + WS-BEST-PROMO-SAVING - WS-PROMO-ALLOCATED
           END-IF.

       0257-END.

      *----------------------------------------------------------------
      * Rolls a promoted line into its promotion's effectiveness
      * figures: units, promotion discount given, net pre-tax sales
      * after every discount, and the cost of the goods that went
      * out the door at that price.
      *----------------------------------------------------------------
       0259-ACCUMULATE-PROMOTION.
           ADD TD-QUANTITY(TD-IDX) TO PRT-UNITS(PRT-IDX)
           ADD TD-PROMO-AMT(TD-IDX) TO PRT-DISCOUNT(PRT-IDX)
           ADD TD-PROMO-AMT(TD-IDX) TO WS-PROMO-TOTAL-DISCOUNT
           ADD WS-PRETAX-TOTAL TO PRT-NET-SALES(PRT-IDX)
           COMPUTE PRT-COST(PRT-IDX) = PRT-COST(PRT-IDX)
              + TD-QUANTITY(TD-IDX) * WS-LINE-UNIT-COST.

       0259-END.

      *----------------------------------------------------------------
      * Rolls the accepted transaction's payments into the register/
      * method settlement buckets and its computed total into the
      * register's sales figure, and flags a transaction whose
      * payments don't cover what it rang up. A refund given as
      * store credit is tendered out to the card, so it counts
      * against the register's payments, and the stored value sold,
      * credited, and redeemed is carried for the settlement. Any
      * other refund - what a negative total leaves after the store
      * credit - was paid out in the transaction's refund method, so
      * it comes off that method's bucket for the register.
      *----------------------------------------------------------------
       0275-POST-SETTLEMENT.
           MOVE ZERO TO WS-TRAN-REFUND
           IF WS-TRAN-NET-TOTAL < ZERO
              COMPUTE WS-TRAN-REFUND = ZERO - WS-TRAN-NET-TOTAL
                 - WS-TRAN-SV-CREDIT
              IF WS-TRAN-REFUND < ZERO
                 MOVE ZERO TO WS-TRAN-REFUND
              END-IF
           END-IF

           PERFORM 0276-FIND-OR-ADD-REGSALE
           IF WS-REGSALE-FOUND-IDX NOT = ZERO
              SET RSL-IDX TO WS-REGSALE-FOUND-IDX
              ADD WS-TRAN-NET-TOTAL TO RSL-SALES(RSL-IDX)
              ADD WS-TRAN-PAY-TOTAL TO RSL-PAYMENTS(RSL-IDX)
              SUBTRACT WS-TRAN-SV-CREDIT FROM RSL-PAYMENTS(RSL-IDX)
              SUBTRACT WS-TRAN-REFUND FROM RSL-PAYMENTS(RSL-IDX)
              ADD WS-TRAN-SV-SOLD TO RSL-SV-SOLD(RSL-IDX)
              ADD WS-TRAN-SV-CREDIT TO RSL-SV-CREDIT(RSL-IDX)
              ADD WS-TRAN-SV-REDEEMED TO RSL-SV-REDEEMED(RSL-IDX)
           END-IF

           SET TP-IDX TO 1
              END-IF
              SET TP-IDX UP BY 1
           END-PERFORM
           IF WS-TRAN-REFUND > ZERO
              MOVE WS-TRAN-REGISTER-NO TO WS-SETTLE-WORK-REGISTER
              MOVE WS-TRAN-REFUND-METHOD TO WS-SETTLE-WORK-METHOD
              PERFORM 0277-FIND-OR-ADD-SETTLEMENT
              IF WS-SETTLE-FOUND-IDX NOT = ZERO
                 SET SET-IDX TO WS-SETTLE-FOUND-IDX
                 SUBTRACT WS-TRAN-REFUND FROM SET-PAYMENTS(SET-IDX)
              END-IF
           END-IF
           PERFORM 0278-POST-TENDERS-TO-GL

           IF WS-TRAN-PAY-COUNT > ZERO
              AND WS-TRAN-PAY-TOTAL < WS-TRAN-NET-TOTAL
                 MOVE WS-TRAN-REGISTER-NO TO RSL-REGISTER(RSL-IDX)
                 MOVE ZERO TO RSL-SALES(RSL-IDX)
                 MOVE ZERO TO RSL-PAYMENTS(RSL-IDX)
                 MOVE ZERO TO RSL-SV-SOLD(RSL-IDX)
                 MOVE ZERO TO RSL-SV-CREDIT(RSL-IDX)
                 MOVE ZERO TO RSL-SV-REDEEMED(RSL-IDX)
                 MOVE WS-REGSALE-COUNT TO WS-REGSALE-FOUND-IDX
              ELSE
                 DISPLAY "WARNING: register table full at "

       0277-END.

      *----------------------------------------------------------------
      * Debits each payment to its tender's clearing account - or,
      * for a card redeemed, to the stored-value liability - and
      * credits that liability with any refund given as store
      * credit. A refund paid out in cash or to a card is credited
      * to the clearing account of the method it went out in. Only
      * what is left - the tenders falling short of the rung-up
      * total or covering beyond it - goes to register over/short,
      * so the transaction journals in balance however it was
      * tendered.
      *----------------------------------------------------------------
       0278-POST-TENDERS-TO-GL.
           MOVE WS-TRAN-STORE-NO TO WS-GL-STORE-NO
           MOVE ZERO TO WS-GL-CREDIT-AMT
           SET TP-IDX TO 1
           PERFORM UNTIL TP-IDX > WS-TRAN-PAY-COUNT
              IF TP-METHOD(TP-IDX) = WS-SV-PAY-METHOD
                 MOVE "STOREDVAL" TO WS-GL-LINE-TYPE
                 MOVE SPACES TO WS-GL-KEY
                 MOVE "REDEEM" TO WS-GL-SOURCE
              ELSE
                 MOVE "TENDER" TO WS-GL-LINE-TYPE
                 MOVE TP-METHOD(TP-IDX) TO WS-GL-KEY
                 MOVE "TENDER" TO WS-GL-SOURCE
              END-IF
              MOVE TP-AMOUNT(TP-IDX) TO WS-GL-DEBIT-AMT
              PERFORM 0330-POST-GL-AMOUNT
              SET TP-IDX UP BY 1
           END-PERFORM
           MOVE "STOREDVAL" TO WS-GL-LINE-TYPE
           MOVE SPACES TO WS-GL-KEY
           MOVE "STORECR" TO WS-GL-SOURCE
           MOVE ZERO TO WS-GL-DEBIT-AMT
           MOVE WS-TRAN-SV-CREDIT TO WS-GL-CREDIT-AMT
           PERFORM 0330-POST-GL-AMOUNT
           IF WS-TRAN-REFUND > ZERO
              MOVE "TENDER" TO WS-GL-LINE-TYPE
              MOVE WS-TRAN-REFUND-METHOD TO WS-GL-KEY
              MOVE "REFUND" TO WS-GL-SOURCE
              MOVE ZERO TO WS-GL-DEBIT-AMT
              MOVE WS-TRAN-REFUND TO WS-GL-CREDIT-AMT
              PERFORM 0330-POST-GL-AMOUNT
           END-IF
           MOVE "OVERSHORT" TO WS-GL-LINE-TYPE
           MOVE SPACES TO WS-GL-KEY
           MOVE "OVRSHORT" TO WS-GL-SOURCE
           COMPUTE WS-GL-AMOUNT = WS-TRAN-NET-TOTAL - WS-TRAN-PAY-TOTAL
              + WS-TRAN-SV-CREDIT + WS-TRAN-REFUND
           IF WS-GL-AMOUNT > ZERO
              MOVE WS-GL-AMOUNT TO WS-GL-DEBIT-AMT
              MOVE ZERO TO WS-GL-CREDIT-AMT
              PERFORM 0330-POST-GL-AMOUNT
           END-IF
           IF WS-GL-AMOUNT < ZERO
              MOVE ZERO TO WS-GL-DEBIT-AMT
              COMPUTE WS-GL-CREDIT-AMT = ZERO - WS-GL-AMOUNT
              PERFORM 0330-POST-GL-AMOUNT
           END-IF.

       0278-END.

      *----------------------------------------------------------------
      * Loads the cash office's keyed drawer counts so each register/
      * method bucket starts with what was physically counted. No
           WRITE SETTLEMENT-LINE
           MOVE WS-SHORT-PAID-COUNT TO STL-SHORT-COUNT-OUT
           WRITE SETTLEMENT-LINE FROM SETTLE-SHORT-LINE
           MOVE WS-SV-SOLD-TOTAL TO STL-SV-SOLD-OUT
           MOVE WS-SV-CREDIT-TOTAL TO STL-SV-CREDIT-OUT
           MOVE WS-SV-REDEEMED-TOTAL TO STL-SV-REDEEM-OUT
           WRITE SETTLEMENT-LINE FROM SETTLE-SV-LINE
           MOVE WS-SV-DECLINED-COUNT TO STL-SV-DECLINED-OUT
           WRITE SETTLEMENT-LINE FROM SETTLE-SV-DECLINED-LINE
           CLOSE SETTLEMENTFILE.

       0299-END.
              IF SET-REGISTER(SET-IDX) = RSL-REGISTER(RSL-IDX)
                 MOVE SET-METHOD(SET-IDX) TO STL-METHOD-OUT
                 MOVE SET-PAYMENTS(SET-IDX) TO STL-TAKEN-OUT
                 IF SET-METHOD(SET-IDX) = WS-SV-PAY-METHOD
                    MOVE RSL-SV-REDEEMED(RSL-IDX)
                       TO SET-COUNTED(SET-IDX)
                 END-IF
                 MOVE SET-COUNTED(SET-IDX) TO STL-COUNTED-OUT
                 COMPUTE WS-OVER-SHORT =
                    SET-COUNTED(SET-IDX) - SET-PAYMENTS(SET-IDX)
                 MOVE WS-OVER-SHORT TO STL-OVERSHORT-OUT
                 EVALUATE TRUE
                    WHEN SET-METHOD(SET-IDX) = WS-SV-PAY-METHOD
                       AND WS-OVER-SHORT = ZERO
                       MOVE "LEDGER" TO STL-FLAG-OUT
                    WHEN SET-METHOD(SET-IDX) = WS-SV-PAY-METHOD
                       MOVE "LEDGER DIFF" TO STL-FLAG-OUT
                    WHEN SET-HAS-COUNT(SET-IDX) = 'N'
                       MOVE "NO COUNT" TO STL-FLAG-OUT
                    WHEN WS-OVER-SHORT > ZERO
           ELSE
              MOVE "DOES NOT MATCH" TO STL-TOTAL-FLAG
           END-IF
           WRITE SETTLEMENT-LINE FROM SETTLE-TOTAL-LINE
           IF RSL-SV-SOLD(RSL-IDX) NOT = ZERO
              OR RSL-SV-CREDIT(RSL-IDX) NOT = ZERO
              OR RSL-SV-REDEEMED(RSL-IDX) NOT = ZERO
              MOVE RSL-SV-SOLD(RSL-IDX) TO STL-SV-SOLD-OUT
              MOVE RSL-SV-CREDIT(RSL-IDX) TO STL-SV-CREDIT-OUT
              MOVE RSL-SV-REDEEMED(RSL-IDX) TO STL-SV-REDEEM-OUT
              WRITE SETTLEMENT-LINE FROM SETTLE-SV-LINE
           END-IF.

       0298-END.


       0260-END.

      *----------------------------------------------------------------
      * A gift card sold has to be loaded onto a card - a sale line
      * in the gift-card category with no card number on it would
      * take the customer's money for nothing, so the whole
      * transaction is held.
      *----------------------------------------------------------------
       0261-CHECK-GIFT-CARD-LINES.
           MOVE 'N' TO WS-SV-CARD-MISSING
           SET TD-IDX TO 1
           PERFORM UNTIL TD-IDX > WS-TRAN-DETAIL-COUNT
              IF TD-CATEGORY(TD-IDX) = WS-SV-CATEGORY
                 AND NOT TD-LINE-RETURN(TD-IDX)
                 AND TD-CARD-NO(TD-IDX) = SPACES
                 MOVE 'Y' TO WS-SV-CARD-MISSING
              END-IF
              SET TD-IDX UP BY 1
           END-PERFORM.

       0261-END.

      *----------------------------------------------------------------
      * Authorizes each card tendered against what is left on it,
      * counting any earlier payment on the same card in this
      * transaction. A card not on the ledger, or a redemption more
      * than its remaining balance, is declined: written to the
      * exception file and dropped from the transaction's payments.
      *----------------------------------------------------------------
       0263-AUTHORIZE-REDEMPTIONS.
           SET TP-IDX TO 1
           PERFORM UNTIL TP-IDX > WS-TRAN-PAY-COUNT
              IF TP-METHOD(TP-IDX) = WS-SV-PAY-METHOD
                 PERFORM 0264-AUTHORIZE-ONE-REDEMPTION
              END-IF
              SET TP-IDX UP BY 1
           END-PERFORM.

       0263-END.

       0264-AUTHORIZE-ONE-REDEMPTION.
           MOVE SPACES TO WS-SV-DECLINE-REASON
           MOVE TP-CARD-NO(TP-IDX) TO GC-CARD-NO
           READ GIFTCARDFILE
              INVALID KEY
                 MOVE "GIFT CARD NOT ON LEDGER"
                    TO WS-SV-DECLINE-REASON
              NOT INVALID KEY
                 MOVE GC-BALANCE TO WS-SV-AVAILABLE
           END-READ
           IF WS-SV-DECLINE-REASON = SPACES
              MOVE 1 TO WS-SV-PRIOR-IDX
              PERFORM UNTIL WS-SV-PRIOR-IDX NOT < TP-IDX
                 IF TP-METHOD(WS-SV-PRIOR-IDX) = WS-SV-PAY-METHOD
                    AND TP-CARD-NO(WS-SV-PRIOR-IDX) = TP-CARD-NO(TP-IDX)
                    AND TP-DECLINED(WS-SV-PRIOR-IDX) = 'N'
                    SUBTRACT TP-AMOUNT(WS-SV-PRIOR-IDX)
                       FROM WS-SV-AVAILABLE
                 END-IF
                 ADD 1 TO WS-SV-PRIOR-IDX
              END-PERFORM
              IF TP-AMOUNT(TP-IDX) > WS-SV-AVAILABLE
                 MOVE "GIFT CARD REDEMPTION OVER BALANCE"
                    TO WS-SV-DECLINE-REASON
              END-IF
           END-IF
           IF WS-SV-DECLINE-REASON NOT = SPACES
              ADD 1 TO WS-SV-DECLINED-COUNT
              MOVE SPACES TO EXCEPTION-RECORD
              MOVE TP-CARD-NO(TP-IDX) TO EXC-DESCRIPTION
              MOVE TP-AMOUNT(TP-IDX) TO EXC-PRICE
              MOVE ZERO TO EXC-QUANTITY
              MOVE WS-SV-DECLINE-REASON TO EXC-REASON
              WRITE EXCEPTION-RECORD
              SUBTRACT TP-AMOUNT(TP-IDX) FROM WS-TRAN-PAY-TOTAL
              MOVE ZERO TO TP-AMOUNT(TP-IDX)
              MOVE 'Y' TO TP-DECLINED(TP-IDX)
           END-IF.

       0264-END.

      *----------------------------------------------------------------
      * Loads stored value onto a card: a gift card sold loads the
      * line's amount, a return carrying a card number is refunded
      * to that card as store credit instead of in cash. A card not
      * yet on the ledger is issued on the spot to this store.
      *----------------------------------------------------------------
       0265-ISSUE-STORED-VALUE.
           MOVE ZERO TO WS-SV-AMOUNT
           IF TD-LINE-RETURN(TD-IDX)
              IF TD-CARD-NO(TD-IDX) NOT = SPACES
                 COMPUTE WS-SV-AMOUNT = ZERO - WS-POSTTAX-TOTAL
                 MOVE "S" TO WS-SV-CARD-TYPE
                 ADD WS-SV-AMOUNT TO WS-TRAN-SV-CREDIT
                 ADD WS-SV-AMOUNT TO WS-SV-CREDIT-TOTAL
              END-IF
           ELSE
              IF WS-LINE-CATEGORY = WS-SV-CATEGORY
                 MOVE WS-POSTTAX-TOTAL TO WS-SV-AMOUNT
                 MOVE "G" TO WS-SV-CARD-TYPE
                 ADD WS-SV-AMOUNT TO WS-TRAN-SV-SOLD
                 ADD WS-SV-AMOUNT TO WS-SV-SOLD-TOTAL
              END-IF
           END-IF
           IF WS-SV-AMOUNT NOT = ZERO
              MOVE TD-CARD-NO(TD-IDX) TO GC-CARD-NO
              READ GIFTCARDFILE
                 INVALID KEY
                    INITIALIZE GIFT-CARD-RECORD
                    MOVE TD-CARD-NO(TD-IDX) TO GC-CARD-NO
                    MOVE WS-SV-CARD-TYPE TO GC-CARD-TYPE
                    MOVE WS-SV-AMOUNT TO GC-BALANCE
                    MOVE WS-TRAN-SALE-DATE TO GC-ISSUE-DATE
                    MOVE WS-TRAN-STORE-NO TO GC-ISSUE-STORE
                    MOVE "A" TO GC-STATUS
                    MOVE WS-TRAN-SALE-DATE TO GC-LAST-ACTIVITY
                    MOVE WS-SV-AMOUNT TO GC-TOTAL-LOADED
                    WRITE GIFT-CARD-RECORD
                 NOT INVALID KEY
                    ADD WS-SV-AMOUNT TO GC-BALANCE
                    ADD WS-SV-AMOUNT TO GC-TOTAL-LOADED
                    MOVE "A" TO GC-STATUS
                    MOVE WS-TRAN-SALE-DATE TO GC-LAST-ACTIVITY
                    REWRITE GIFT-CARD-RECORD
              END-READ
           END-IF.

       0265-END.

      *----------------------------------------------------------------
      * Draws each authorized redemption off its card once the
      * transaction has posted. A card run down to nothing is marked
      * fully redeemed.
      *----------------------------------------------------------------
       0266-POST-REDEMPTIONS.
           SET TP-IDX TO 1
           PERFORM UNTIL TP-IDX > WS-TRAN-PAY-COUNT
              IF TP-METHOD(TP-IDX) = WS-SV-PAY-METHOD
                 AND TP-DECLINED(TP-IDX) = 'N'
                 MOVE TP-CARD-NO(TP-IDX) TO GC-CARD-NO
                 READ GIFTCARDFILE
                    INVALID KEY
                       DISPLAY "WARNING: gift card " TP-CARD-NO(TP-IDX)
                          " left the ledger before redemption posted"
                    NOT INVALID KEY
                       SUBTRACT TP-AMOUNT(TP-IDX) FROM GC-BALANCE
                       IF GC-BALANCE = ZERO
                          MOVE "R" TO GC-STATUS
                       END-IF
                       MOVE WS-TRAN-SALE-DATE TO GC-LAST-ACTIVITY
                       REWRITE GIFT-CARD-RECORD
                 END-READ
                 ADD TP-AMOUNT(TP-IDX) TO WS-TRAN-SV-REDEEMED
                 ADD TP-AMOUNT(TP-IDX) TO WS-SV-REDEEMED-TOTAL
              END-IF
              SET TP-IDX UP BY 1
           END-PERFORM.

       0266-END.

      *----------------------------------------------------------------
      * A return/credit line is computed exactly like the sale it
      * reverses - same discount, same tax, in the same order - and
              COMPUTE WS-ITEM-TOTAL =
                 TD-PRICE(TD-IDX) * TD-QUANTITY(TD-IDX)
              COMPUTE WS-DISCOUNT-AMT =
                 (WS-ITEM-TOTAL - TD-PROMO-AMT(TD-IDX))
                 * WS-TRAN-DISCOUNT-PCT
              COMPUTE WS-PRETAX-TOTAL =
                 WS-ITEM-TOTAL - TD-PROMO-AMT(TD-IDX) - WS-DISCOUNT-AMT
              COMPUTE WS-TAX-AMT = WS-PRETAX-TOTAL * WS-TRAN-TAX-RATE
              COMPUTE WS-POSTTAX-TOTAL = WS-PRETAX-TOTAL + WS-TAX-AMT
              IF WS-LINE-CATEGORY = WS-SV-CATEGORY
                 MOVE ZERO TO WS-DISCOUNT-AMT
                 MOVE ZERO TO WS-TAX-AMT
                 COMPUTE WS-PRETAX-TOTAL =
                    WS-ITEM-TOTAL - TD-PROMO-AMT(TD-IDX)
                 MOVE WS-PRETAX-TOTAL TO WS-POSTTAX-TOTAL
              END-IF
              IF TD-LINE-RETURN(TD-IDX)
                 COMPUTE WS-SIGNED-QUANTITY = WS-SIGNED-QUANTITY * -1
                 COMPUTE WS-ITEM-TOTAL = WS-ITEM-TOTAL * -1
                 MOVE SPACES TO DET-CREDIT-TAG
              END-IF
              MOVE WS-SIGNED-QUANTITY TO DET-QUANTITY
              MOVE TD-PROMO-AMT(TD-IDX) TO DET-PROMO-SAVINGS
              IF TD-PROMO-LINE(TD-IDX)
                 SET PRT-IDX TO WS-BEST-PROMO-IDX
                 MOVE PRT-PROMO-ID(PRT-IDX) TO DET-PROMO-ID
                 PERFORM 0259-ACCUMULATE-PROMOTION
              ELSE
                 MOVE SPACES TO DET-PROMO-ID
              END-IF
              COMPUTE WS-TOTAL-SALE = WS-TOTAL-SALE + WS-POSTTAX-TOTAL
              COMPUTE WS-TRAN-NET-TOTAL =
                 WS-TRAN-NET-TOTAL + WS-POSTTAX-TOTAL
              COMPUTE WS-TOTAL-QUANT =
                 WS-TOTAL-QUANT + WS-SIGNED-QUANTITY
              PERFORM 0213-ACCUMULATE-STORE-SALES
              PERFORM 0265-ISSUE-STORED-VALUE
              PERFORM 0214-POST-LINE-TO-GL
              MOVE WS-ITEM-TOTAL TO DET-ITEM-TOTAL
              MOVE WS-PRETAX-TOTAL TO DET-PRETAX-TOTAL
              MOVE WS-POSTTAX-TOTAL TO DET-POSTTAX-TOTAL

       0213-END.

      *----------------------------------------------------------------
      * Journals the line: a sale credits revenue and tax and moves
      * its cost from inventory to cost of goods sold; a return
      * debits returns and allowances and the tax refunded and puts
      * the cost back into inventory. Revenue is the line's net of
      * promotion and loyalty discount, exactly as it was rung up.
      * A gift card sold is not revenue - it credits the stored-value
      * liability until it is redeemed.
      *----------------------------------------------------------------
       0214-POST-LINE-TO-GL.
           MOVE WS-TRAN-STORE-NO TO WS-GL-STORE-NO
           COMPUTE WS-GL-AMOUNT =
              TD-QUANTITY(TD-IDX) * WS-LINE-UNIT-COST
           IF TD-LINE-RETURN(TD-IDX)
              MOVE "RETURNS" TO WS-GL-SOURCE
              MOVE "RETURNS" TO WS-GL-LINE-TYPE
              MOVE WS-LINE-CATEGORY TO WS-GL-KEY
              COMPUTE WS-GL-DEBIT-AMT = ZERO - WS-PRETAX-TOTAL
              MOVE ZERO TO WS-GL-CREDIT-AMT
              PERFORM 0330-POST-GL-AMOUNT
              MOVE "SALESTAX" TO WS-GL-LINE-TYPE
              MOVE SPACES TO WS-GL-KEY
              MOVE WS-TAX-AMT TO WS-GL-DEBIT-AMT
              PERFORM 0330-POST-GL-AMOUNT
              MOVE "INVENTORY" TO WS-GL-LINE-TYPE
              MOVE WS-LINE-CATEGORY TO WS-GL-KEY
              MOVE WS-GL-AMOUNT TO WS-GL-DEBIT-AMT
              PERFORM 0330-POST-GL-AMOUNT
              MOVE "COGS" TO WS-GL-LINE-TYPE
              MOVE ZERO TO WS-GL-DEBIT-AMT
              MOVE WS-GL-AMOUNT TO WS-GL-CREDIT-AMT
              PERFORM 0330-POST-GL-AMOUNT
           ELSE
              IF WS-LINE-CATEGORY = WS-SV-CATEGORY
                 MOVE "GIFTCARD" TO WS-GL-SOURCE
                 MOVE "STOREDVAL" TO WS-GL-LINE-TYPE
                 MOVE SPACES TO WS-GL-KEY
              ELSE
                 MOVE "SALES" TO WS-GL-SOURCE
                 MOVE "REVENUE" TO WS-GL-LINE-TYPE
                 MOVE WS-LINE-CATEGORY TO WS-GL-KEY
              END-IF
              MOVE ZERO TO WS-GL-DEBIT-AMT
              MOVE WS-PRETAX-TOTAL TO WS-GL-CREDIT-AMT
              PERFORM 0330-POST-GL-AMOUNT
              MOVE "SALESTAX" TO WS-GL-LINE-TYPE
              MOVE SPACES TO WS-GL-KEY
              MOVE WS-TAX-AMT TO WS-GL-CREDIT-AMT
              PERFORM 0330-POST-GL-AMOUNT
              MOVE "COGS" TO WS-GL-SOURCE
              MOVE "COGS" TO WS-GL-LINE-TYPE
              MOVE WS-LINE-CATEGORY TO WS-GL-KEY
              MOVE WS-GL-AMOUNT TO WS-GL-DEBIT-AMT
              MOVE ZERO TO WS-GL-CREDIT-AMT
              PERFORM 0330-POST-GL-AMOUNT
              MOVE "INVENTORY" TO WS-GL-LINE-TYPE
              MOVE ZERO TO WS-GL-DEBIT-AMT
              MOVE WS-GL-AMOUNT TO WS-GL-CREDIT-AMT
              PERFORM 0330-POST-GL-AMOUNT
           END-IF.

       0214-END.

      *----------------------------------------------------------------
      * Looks the line item up on the item master by description. An
      * unmatched description goes to the exception file and the line
       0215-VALIDATE-AGAINST-MASTER.
           MOVE ZERO TO WS-LINE-UNIT-COST
           MOVE SPACES TO WS-LINE-CATEGORY
           MOVE 'N' TO WS-LINE-PERISHABLE
           IF NOT ITEMMAST-FOUND
              MOVE 'Y' TO WS-ITEM-ON-MASTER
           ELSE
                    MOVE 'Y' TO WS-ITEM-ON-MASTER
                    MOVE ITM-UNIT-COST TO WS-LINE-UNIT-COST
                    MOVE ITM-CATEGORY TO WS-LINE-CATEGORY
                    IF ITM-IS-PERISHABLE
                       MOVE 'Y' TO WS-LINE-PERISHABLE
                    END-IF
                    PERFORM 0217-CHECK-PRICE-VARIANCE
              END-READ
           END-IF.
              NOT INVALID KEY
                 SUBTRACT WS-SIGNED-QUANTITY FROM INVM-QTY-ON-HAND
                 REWRITE INVENTORY-MASTER-RECORD
           END-READ
           IF LINE-IS-PERISHABLE
              MOVE WS-TRAN-STORE-NO TO WS-LOT-STORE-NO
              MOVE TD-DESCRIPTION(TD-IDX) TO WS-LOT-DESCRIPTION
              IF WS-SIGNED-QUANTITY > ZERO
                 PERFORM 0223-RELIEVE-LOTS
              ELSE
                 PERFORM 0224-RETURN-TO-LOT
              END-IF
           END-IF.

       0222-END.

      *----------------------------------------------------------------
      * Draws a sale off the item's lots, soonest-expiring first. A
      * lot drawn to nothing comes off the file.
      *----------------------------------------------------------------
       0223-RELIEVE-LOTS.
           MOVE WS-SIGNED-QUANTITY TO WS-LOT-REMAINING
           MOVE 'N' TO WS-LOT-EOF
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
                 WS-LOT-DESCRIPTION " sold " WS-LOT-REMAINING
                 " more than its lots hold"
           END-IF.

       0223-END.

      *----------------------------------------------------------------
      * Puts a return back on the item's latest-expiring lot - the
      * lot the customer most likely bought from - or on NOLOT if the
      * item has no lot left on file.
      *----------------------------------------------------------------
       0224-RETURN-TO-LOT.
           MOVE SPACES TO WS-LOT-LAST-KEY
           MOVE 'N' TO WS-LOT-EOF
           MOVE WS-LOT-STORE-NO TO LOT-STORE-NO
           MOVE WS-LOT-DESCRIPTION TO LOT-DESCRIPTION
           MOVE ZERO TO LOT-EXPIRY-DATE
           MOVE LOW-VALUES TO LOT-NUMBER
           START INVLOTFILE KEY NOT < LOT-KEY
              INVALID KEY SET END-OF-ITEM-LOTS TO TRUE
           END-START
           PERFORM UNTIL END-OF-ITEM-LOTS
              READ INVLOTFILE NEXT RECORD
                 AT END SET END-OF-ITEM-LOTS TO TRUE
                 NOT AT END
                    IF LOT-STORE-NO NOT = WS-LOT-STORE-NO
                       OR LOT-DESCRIPTION NOT = WS-LOT-DESCRIPTION
                       SET END-OF-ITEM-LOTS TO TRUE
                    ELSE
                       MOVE LOT-KEY TO WS-LOT-LAST-KEY
                    END-IF
              END-READ
           END-PERFORM
           IF WS-LOT-LAST-KEY = SPACES
              MOVE WS-LOT-STORE-NO TO LOT-STORE-NO
              MOVE WS-LOT-DESCRIPTION TO LOT-DESCRIPTION
              MOVE WS-NOLOT-EXPIRY TO LOT-EXPIRY-DATE
              MOVE WS-NOLOT-NUMBER TO LOT-NUMBER
           ELSE
              MOVE WS-LOT-LAST-KEY TO LOT-KEY
           END-IF
           READ INVLOTFILE
              INVALID KEY
                 COMPUTE LOT-QTY-ON-HAND = ZERO - WS-SIGNED-QUANTITY
                 MOVE WS-TRAN-SALE-DATE TO LOT-RECEIVED-DATE
                 WRITE INVENTORY-LOT-RECORD
              NOT INVALID KEY
                 SUBTRACT WS-SIGNED-QUANTITY FROM LOT-QTY-ON-HAND
                 REWRITE INVENTORY-LOT-RECORD
           END-READ.

       0224-END.

       0225-SEARCH-INVENTORY.
           IF INV-FOUND-IDX = ZERO
              AND INV-DESCRIPTION(INV-IDX) = TD-DESCRIPTION(TD-IDX)

       0292-END.

      *----------------------------------------------------------------
      * Promotion effectiveness for marketing: per promotion, the
      * transactions it won, the units it moved, the discount it
      * gave away, and the margin left after that discount - so a
      * promotion that sold well but sold below cost shows as such.
      *----------------------------------------------------------------
       0287-PRINT-PROMO-REPORT.
           IF WS-PROMO-COUNT > ZERO
              OPEN OUTPUT PROMOREPORTFILE
              WRITE PROMO-REPORT-LINE FROM PROMO-HEADING-1
              WRITE PROMO-REPORT-LINE FROM PROMO-HEADING-2
              WRITE PROMO-REPORT-LINE FROM PROMO-COLUMN-LINE
              PERFORM 0288-PRINT-ONE-PROMO
                 VARYING PRT-IDX FROM 1 BY 1
                    UNTIL PRT-IDX > WS-PROMO-COUNT
              MOVE SPACES TO PROMO-REPORT-LINE
              WRITE PROMO-REPORT-LINE
              MOVE WS-PROMO-TOTAL-DISCOUNT TO PRO-TOTAL-DISCOUNT-OUT
              WRITE PROMO-REPORT-LINE FROM PROMO-TOTAL-LINE
              CLOSE PROMOREPORTFILE
           END-IF.

       0287-END.

       0288-PRINT-ONE-PROMO.
           MOVE PRT-PROMO-ID(PRT-IDX) TO PRO-ID-OUT
           MOVE PRT-DESCRIPTION(PRT-IDX) TO PRO-DESCRIPTION-OUT
           MOVE PRT-TRAN-COUNT(PRT-IDX) TO PRO-TRANS-OUT
           MOVE PRT-UNITS(PRT-IDX) TO PRO-UNITS-OUT
           MOVE PRT-DISCOUNT(PRT-IDX) TO PRO-DISCOUNT-OUT
           MOVE PRT-NET-SALES(PRT-IDX) TO PRO-SALES-OUT
           MOVE PRT-COST(PRT-IDX) TO PRO-COST-OUT
           COMPUTE WS-PROMO-MARGIN =
              PRT-NET-SALES(PRT-IDX) - PRT-COST(PRT-IDX)
           MOVE WS-PROMO-MARGIN TO PRO-MARGIN-OUT
           IF PRT-NET-SALES(PRT-IDX) NOT = ZERO
              COMPUTE WS-MARGIN-PCT ROUNDED =
                 WS-PROMO-MARGIN / PRT-NET-SALES(PRT-IDX) * 100
           ELSE
              MOVE ZERO TO WS-MARGIN-PCT
           END-IF
           MOVE WS-MARGIN-PCT TO PRO-PCT-OUT
           EVALUATE TRUE
              WHEN PRT-TRAN-COUNT(PRT-IDX) = ZERO
                 MOVE "NOT USED" TO PRO-RESULT-OUT
              WHEN WS-PROMO-MARGIN < ZERO
                 MOVE "BELOW COST" TO PRO-RESULT-OUT
              WHEN OTHER
                 MOVE "PAID OFF" TO PRO-RESULT-OUT
           END-EVALUATE
           WRITE PROMO-REPORT-LINE FROM PROMO-DETAIL-LINE.

       0288-END.

      *----------------------------------------------------------------
      * Gross margin per item for this run: revenue and cost off the
      * run's accumulators, margin and margin percent computed, so
           CLOSE REORDERFILE
           CLOSE EXCEPTIONFILE
           CLOSE CUSTMASTFILE
           CLOSE GIFTCARDFILE
           CLOSE INVMASTFILE
           CLOSE INVLOTFILE
           IF ITEMMAST-FOUND
              CLOSE ITEMMASTFILE
           END-IF
           IF GL-JOURNAL-HELD
              MOVE "GL HELD" TO WS-JOBLOG-RUN-STATUS
           ELSE
              MOVE "COMPLETED" TO WS-JOBLOG-RUN-STATUS
           END-IF
           PERFORM 0310-WRITE-JOB-LOG
           DISPLAY "Unmatched items:        " WS-UNMATCHED-COUNT
           DISPLAY "Price variances:        " WS-VARIANCE-COUNT
           DISPLAY "Customer masters posted: " WS-CUST-UPDATED-COUNT
           DISPLAY "Receipts posted:        " WS-RECEIPT-COUNT
           DISPLAY "Perishable lots received: " WS-LOT-RECEIPT-COUNT
           DISPLAY "Perishables with no lot: " WS-LOT-MISSING-COUNT
           DISPLAY "Sales short of lot stock: " WS-LOT-SHORT-COUNT
           DISPLAY "POs closed:             " WS-PO-CLOSED-COUNT
           DISPLAY "POs over-received:      " WS-PO-OVER-COUNT
           DISPLAY "POs past lead time:     " WS-PO-OVERDUE-COUNT
           DISPLAY "Under-paid transactions: " WS-SHORT-PAID-COUNT
           DISPLAY "Promotion discounts:    " WS-PROMO-TOTAL-DISCOUNT
           DISPLAY "Shrink adjustments:     " WS-SHRINK-COUNT
           DISPLAY "Gift card redemptions declined: "
              WS-SV-DECLINED-COUNT
           DISPLAY "Sales journal lines:    " WS-GL-JOURNAL-COUNT
           IF GL-JOURNAL-HELD
              STOP RUN RETURNING 8
           END-IF
           STOP RUN.

      *----------------------------------------------------------------
      * Adds one amount into its journal bucket - posting type, key,
      * store, and source - opening the bucket on first use. The
      * bucket table running out means the journal would be short,
      * so it is held at end of run.
      *----------------------------------------------------------------
       0330-POST-GL-AMOUNT.
           IF GLACCTS-FOUND
              AND (WS-GL-DEBIT-AMT NOT = ZERO
                   OR WS-GL-CREDIT-AMT NOT = ZERO)
              MOVE ZERO TO WS-GL-FOUND-IDX
              SET GL-IDX TO 1
              PERFORM UNTIL GL-IDX > WS-GL-COUNT
                 IF GL-TAB-LINE-TYPE(GL-IDX) = WS-GL-LINE-TYPE
                    AND GL-TAB-KEY(GL-IDX) = WS-GL-KEY
                    AND GL-TAB-STORE-NO(GL-IDX) = WS-GL-STORE-NO
                    AND GL-TAB-SOURCE(GL-IDX) = WS-GL-SOURCE
                    MOVE GL-IDX TO WS-GL-FOUND-IDX
                    SET GL-IDX TO WS-GL-COUNT
                 END-IF
                 SET GL-IDX UP BY 1
              END-PERFORM
              IF WS-GL-FOUND-IDX = ZERO
                 IF WS-GL-COUNT < WS-GL-TABLE-MAX
                    ADD 1 TO WS-GL-COUNT
                    SET GL-IDX TO WS-GL-COUNT
                    MOVE WS-GL-LINE-TYPE TO GL-TAB-LINE-TYPE(GL-IDX)
                    MOVE WS-GL-KEY TO GL-TAB-KEY(GL-IDX)
                    MOVE WS-GL-STORE-NO TO GL-TAB-STORE-NO(GL-IDX)
                    MOVE WS-GL-SOURCE TO GL-TAB-SOURCE(GL-IDX)
                    MOVE SPACES TO GL-TAB-ACCOUNT(GL-IDX)
                    MOVE ZERO TO GL-TAB-DEBIT(GL-IDX)
                    MOVE ZERO TO GL-TAB-CREDIT(GL-IDX)
                    MOVE WS-GL-COUNT TO WS-GL-FOUND-IDX
                 ELSE
                    IF NOT GL-TABLE-FULL
                       DISPLAY "WARNING: journal bucket table full at "
                          WS-GL-TABLE-MAX " - sales journal will be"
                          " held"
                       MOVE 'Y' TO WS-GL-TABLE-FULL
                    END-IF
                 END-IF
              END-IF
              IF WS-GL-FOUND-IDX NOT = ZERO
                 SET GL-IDX TO WS-GL-FOUND-IDX
                 ADD WS-GL-DEBIT-AMT TO GL-TAB-DEBIT(GL-IDX)
                 ADD WS-GL-CREDIT-AMT TO GL-TAB-CREDIT(GL-IDX)
              END-IF
           END-IF.

       0330-END.

      *----------------------------------------------------------------
      * Carries the cycle-count and other stock adjustments logged to
      * INVADJAUDIT.DAT since the last released journal to the ledger
      * as shrink, valued at the item master unit cost. Transfers
      * between stores are not shrink and are left alone. With no
      * control record yet, only today's adjustments are taken.
      *----------------------------------------------------------------
       0340-POST-SHRINK.
           MOVE WS-CURRENT-DATE TO WS-GL-RUN-DATE
           OPEN INPUT GLCONTROLFILE
           IF WS-GLCTL-STATUS = "00"
              READ GLCONTROLFILE
                 AT END
                    MOVE "10" TO WS-GLCTL-STATUS
                 NOT AT END
                    MOVE GLC-LAST-ADJ-DATE TO WS-GL-LAST-ADJ-DATE
              END-READ
              CLOSE GLCONTROLFILE
           END-IF
           IF WS-GLCTL-STATUS NOT = "00"
              OR WS-GL-LAST-ADJ-DATE IS NOT NUMERIC
              COMPUTE WS-GL-LAST-ADJ-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-GL-RUN-DATE) - 1)
           END-IF

           OPEN INPUT ADJAUDITFILE
           IF WS-ADJAUDIT-STATUS NOT = "00"
              SET END-OF-ADJAUDIT TO TRUE
           END-IF
           PERFORM UNTIL END-OF-ADJAUDIT
              READ ADJAUDITFILE
                 AT END SET END-OF-ADJAUDIT TO TRUE
                 NOT AT END
                    IF ADJ-DATE > WS-GL-LAST-ADJ-DATE
                       AND ADJ-DATE NOT > WS-GL-RUN-DATE
                       AND ADJ-REASON NOT = "XFO"
                       AND ADJ-REASON NOT = "XFI"
                       AND ADJ-VARIANCE IS NUMERIC
                       AND ADJ-VARIANCE NOT = ZERO
                       PERFORM 0341-POST-ONE-ADJUSTMENT
                    END-IF
              END-READ
           END-PERFORM
           IF WS-ADJAUDIT-STATUS = "00" OR WS-ADJAUDIT-STATUS = "10"
              CLOSE ADJAUDITFILE
           END-IF.

       0340-END.

      *----------------------------------------------------------------
      * A count short of the book debits shrink and credits
      * inventory; a count over the book reverses it. An item the
      * master cannot value is reported and left off the journal.
      *----------------------------------------------------------------
       0341-POST-ONE-ADJUSTMENT.
           MOVE 'N' TO WS-ITEM-ON-MASTER
           IF ITEMMAST-FOUND
              MOVE ADJ-DESCRIPTION TO ITM-DESCRIPTION
              READ ITEMMASTFILE KEY IS ITM-DESCRIPTION
                 INVALID KEY
                    MOVE 'N' TO WS-ITEM-ON-MASTER
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-ITEM-ON-MASTER
              END-READ
           END-IF
           IF NOT ITEM-ON-MASTER
              ADD 1 TO WS-SHRINK-UNVALUED-COUNT
              DISPLAY "WARNING: adjustment to " ADJ-DESCRIPTION
                 " at store " ADJ-STORE-NO
                 " not on item master - shrink not journaled"
           ELSE
              ADD 1 TO WS-SHRINK-COUNT
              MOVE ADJ-STORE-NO TO WS-GL-STORE-NO
              MOVE ITM-CATEGORY TO WS-GL-KEY
              MOVE "SHRINK" TO WS-GL-SOURCE
              COMPUTE WS-GL-AMOUNT = ADJ-VARIANCE * ITM-UNIT-COST
              IF WS-GL-AMOUNT < ZERO
                 MOVE "SHRINK" TO WS-GL-LINE-TYPE
                 COMPUTE WS-GL-DEBIT-AMT = ZERO - WS-GL-AMOUNT
                 MOVE ZERO TO WS-GL-CREDIT-AMT
                 PERFORM 0330-POST-GL-AMOUNT
                 MOVE "INVENTORY" TO WS-GL-LINE-TYPE
                 MOVE ZERO TO WS-GL-DEBIT-AMT
                 COMPUTE WS-GL-CREDIT-AMT = ZERO - WS-GL-AMOUNT
                 PERFORM 0330-POST-GL-AMOUNT
              ELSE
                 MOVE "INVENTORY" TO WS-GL-LINE-TYPE
                 MOVE WS-GL-AMOUNT TO WS-GL-DEBIT-AMT
                 MOVE ZERO TO WS-GL-CREDIT-AMT
                 PERFORM 0330-POST-GL-AMOUNT
                 MOVE "SHRINK" TO WS-GL-LINE-TYPE
                 MOVE ZERO TO WS-GL-DEBIT-AMT
                 MOVE WS-GL-AMOUNT TO WS-GL-CREDIT-AMT
                 PERFORM 0330-POST-GL-AMOUNT
              END-IF
           END-IF.

       0341-END.

      *----------------------------------------------------------------
      * Maps every bucket to its account before anything is written -
      * as GLPOST does, a journal that cannot carry the whole day is
      * not written at all - then writes header, one detail per side
      * of each bucket, and trailer, proving debits equal credits
      * before the file is left for finance. The shrink control date
      * only moves forward once a journal is released.
      *----------------------------------------------------------------
       0350-WRITE-SALES-JOURNAL.
           SET GL-IDX TO 1
           PERFORM UNTIL GL-IDX > WS-GL-COUNT
              PERFORM 0351-MAP-ONE-BUCKET
              SET GL-IDX UP BY 1
           END-PERFORM

           EVALUATE TRUE
              WHEN NOT GLACCTS-FOUND
                 DISPLAY "SALES JOURNAL NOT WRITTEN: no store chart"
                    " of accounts"
                 PERFORM 0358-HOLD-SALES-JOURNAL
              WHEN GL-TABLE-FULL
                 DISPLAY "SALES JOURNAL NOT WRITTEN: bucket table"
                    " full"
                 PERFORM 0358-HOLD-SALES-JOURNAL
              WHEN WS-GL-UNMAPPED-COUNT > ZERO
                 DISPLAY "SALES JOURNAL NOT WRITTEN:"
                 DISPLAY "  Postings not on chart:  "
                    WS-GL-UNMAPPED-COUNT
                 PERFORM 0358-HOLD-SALES-JOURNAL
              WHEN OTHER
                 PERFORM 0355-RELEASE-SALES-JOURNAL
           END-EVALUATE.

       0350-END.

       0351-MAP-ONE-BUCKET.
           MOVE ZERO TO WS-GLACCT-FOUND-IDX
           MOVE ZERO TO WS-GLACCT-DEFAULT-IDX
           SET GLA-IDX TO 1
           PERFORM UNTIL GLA-IDX > WS-GLACCT-COUNT
              IF GLA-LINE-TYPE(GLA-IDX) = GL-TAB-LINE-TYPE(GL-IDX)
                 IF GLA-KEY(GLA-IDX) = GL-TAB-KEY(GL-IDX)
                    MOVE GLA-IDX TO WS-GLACCT-FOUND-IDX
                    SET GLA-IDX TO WS-GLACCT-COUNT
                 ELSE
                    IF GLA-KEY(GLA-IDX) = SPACES
                       AND WS-GLACCT-DEFAULT-IDX = ZERO
                       MOVE GLA-IDX TO WS-GLACCT-DEFAULT-IDX
                    END-IF
                 END-IF
              END-IF
              SET GLA-IDX UP BY 1
           END-PERFORM
           IF WS-GLACCT-FOUND-IDX = ZERO
              MOVE WS-GLACCT-DEFAULT-IDX TO WS-GLACCT-FOUND-IDX
           END-IF
           IF WS-GLACCT-FOUND-IDX = ZERO
              ADD 1 TO WS-GL-UNMAPPED-COUNT
              DISPLAY "Posting type " GL-TAB-LINE-TYPE(GL-IDX)
                 " key " GL-TAB-KEY(GL-IDX)
                 " has no SALESGLACCTS.DAT row - not posted"
           ELSE
              SET GLA-IDX TO WS-GLACCT-FOUND-IDX
              MOVE GLA-ACCOUNT(GLA-IDX) TO GL-TAB-ACCOUNT(GL-IDX)
           END-IF.

       0351-END.

       0355-RELEASE-SALES-JOURNAL.
           OPEN OUTPUT SALESJOURNALFILE
           MOVE SPACES TO JOURNAL-RECORD
           MOVE "H" TO JH-RECORD-TYPE
           MOVE WS-GL-RUN-DATE TO JH-RUN-DATE
           MOVE WS-JOBLOG-START-TIME TO JH-RUN-TIME
           WRITE JOURNAL-RECORD

           SET GL-IDX TO 1
           PERFORM UNTIL GL-IDX > WS-GL-COUNT
              PERFORM 0356-WRITE-ONE-BUCKET
              SET GL-IDX UP BY 1
           END-PERFORM

           IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
              DISPLAY "*********************************************"
              DISPLAY "* SALES JOURNAL OUT OF BALANCE - NOT RELEASED*"
              DISPLAY "*********************************************"
              DISPLAY "DEBIT TOTAL:  " WS-GL-DEBIT-TOTAL
              DISPLAY "CREDIT TOTAL: " WS-GL-CREDIT-TOTAL
              CLOSE SALESJOURNALFILE
              CALL "CBL_DELETE_FILE" USING WS-GL-JOURNAL-FILE-NAME
                 RETURNING WS-DELETE-STATUS
              PERFORM 0358-HOLD-SALES-JOURNAL
           ELSE
              MOVE SPACES TO JOURNAL-RECORD
              MOVE "T" TO JT-RECORD-TYPE
              MOVE WS-GL-JOURNAL-COUNT TO JT-RECORD-COUNT
              MOVE WS-GL-DEBIT-TOTAL TO JT-DEBIT-HASH
              MOVE WS-GL-CREDIT-TOTAL TO JT-CREDIT-HASH
              WRITE JOURNAL-RECORD
              CLOSE SALESJOURNALFILE
              OPEN OUTPUT GLCONTROLFILE
              MOVE SPACES TO GL-CONTROL-RECORD
              MOVE WS-GL-RUN-DATE TO GLC-LAST-ADJ-DATE
              MOVE WS-GL-RUN-DATE TO GLC-LAST-RUN-DATE
              WRITE GL-CONTROL-RECORD
              CLOSE GLCONTROLFILE
           END-IF.

       0355-END.

       0356-WRITE-ONE-BUCKET.
           IF GL-TAB-DEBIT(GL-IDX) NOT = ZERO
              MOVE SPACES TO JOURNAL-RECORD
              MOVE "D" TO JD-RECORD-TYPE
              MOVE GL-TAB-ACCOUNT(GL-IDX) TO JD-ACCOUNT
              MOVE GL-TAB-STORE-NO(GL-IDX) TO JD-COST-CENTER
              MOVE GL-TAB-DEBIT(GL-IDX) TO JD-DEBIT
              MOVE ZERO TO JD-CREDIT
              MOVE GL-TAB-SOURCE(GL-IDX) TO JD-SOURCE
              WRITE JOURNAL-RECORD
              ADD 1 TO WS-GL-JOURNAL-COUNT
              ADD GL-TAB-DEBIT(GL-IDX) TO WS-GL-DEBIT-TOTAL
           END-IF
           IF GL-TAB-CREDIT(GL-IDX) NOT = ZERO
              MOVE SPACES TO JOURNAL-RECORD
              MOVE "D" TO JD-RECORD-TYPE
              MOVE GL-TAB-ACCOUNT(GL-IDX) TO JD-ACCOUNT
              MOVE GL-TAB-STORE-NO(GL-IDX) TO JD-COST-CENTER
              MOVE ZERO TO JD-DEBIT
              MOVE GL-TAB-CREDIT(GL-IDX) TO JD-CREDIT
              MOVE GL-TAB-SOURCE(GL-IDX) TO JD-SOURCE
              WRITE JOURNAL-RECORD
              ADD 1 TO WS-GL-JOURNAL-COUNT
              ADD GL-TAB-CREDIT(GL-IDX) TO WS-GL-CREDIT-TOTAL
           END-IF.

       0356-END.

       0358-HOLD-SALES-JOURNAL.
           MOVE 'Y' TO WS-GL-HELD
           MOVE ZERO TO WS-GL-JOURNAL-COUNT
           MOVE 'E' TO WS-ALERT-SEVERITY
           MOVE "SALESGLJRNL.DAT" TO WS-ALERT-KEY
           MOVE "SALES GL JOURNAL HELD - NOT RELEASED TO FINANCE"
              TO WS-ALERT-MESSAGE
           PERFORM 0320-WRITE-ALERT.

       0358-END.

      *----------------------------------------------------------------
      * Appends one staged alert to the shared OPSALERT.DAT. A
      * missing alert file just means this is the first alert ever
