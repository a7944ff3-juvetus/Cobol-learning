       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYVOID.

      *----------------------------------------------------------------
      * Voids pay lines that went out wrong and, when corrected hours
      * are supplied, reissues them. Each request names the employee,
      * the pay date of the line to void, who asked for it and why.
      * The original line is found in the year's pay-detail history,
      * PAYDETHIST.DAT. A void appends a V reversal of it to
      * PAYDETAIL.DAT and the history, backs it out of PAYYTD.DAT
      * and the garnishment orders' paid-to-date, and journals the
      * reversal to GLJOURNAL.DAT as its own header/detail/trailer
      * batch, spread over the same accounts and cost centers GLPOST
      * charged; a reissue appends an I line and journals and
      * accumulates it the same way a regular pay line is. Every
      * request, done or refused, is logged to VOIDLOG.DAT, and a
      * pay date already voided for the employee is never voided
      * again. Nothing is written unless the journal balances.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT VOIDREQFILE ASSIGN TO "VOIDREQ.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-VOIDREQ-STATUS.

       SELECT VOIDLOGFILE ASSIGN TO "VOIDLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-VOIDLOG-STATUS.

       SELECT PAYDETAILFILE ASSIGN TO "PAYDETAIL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAYDETAIL-STATUS.

       SELECT YTDFILE ASSIGN TO "PAYYTD.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-YTD-STATUS.

       SELECT YEARCTLFILE ASSIGN TO "PAYYEARCTL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-YEARCTL-STATUS.

       SELECT EMPLOYEEFILE ASSIGN TO "EMPFILE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EMPLOYEEID
            FILE STATUS IS WS-FILE-STATUS.

       SELECT CHARTFILE ASSIGN TO "GLACCTS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHART-STATUS.

       SELECT JOURNALFILE ASSIGN TO "GLJOURNAL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.

       SELECT JRNHISTFILE ASSIGN TO "GLJRNHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JRNHIST-STATUS.

       SELECT PAYDETHISTFILE ASSIGN TO "PAYDETHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAYDETHIST-STATUS.

       SELECT LABORHRSFILE ASSIGN TO "LABORHRS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LABOR-STATUS.

       SELECT EARNCODEFILE ASSIGN TO "EARNCODES.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EARNCODE-STATUS.

       SELECT GARNORDERFILE ASSIGN TO "GARNORDER.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GARNORDER-STATUS.

       SELECT REGISTERFILE ASSIGN TO "VOIDREG.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOBLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * One void request per line. Corrected hours are left blank for
      * a void with no reissue; the reissue is paid at the rate on
      * the master, so a wrong rate is fixed there first.
      *----------------------------------------------------------------
       FD VOIDREQFILE.
       01 VOID-REQUEST-RECORD.
          05 VR-EMPLOYEEID      PIC 9(7).
          05 FILLER             PIC X(1).
          05 VR-PAY-DATE        PIC 9(8).
          05 FILLER             PIC X(1).
          05 VR-REQUESTED-BY    PIC X(10).
          05 FILLER             PIC X(1).
          05 VR-REASON          PIC X(30).
          05 FILLER             PIC X(1).
          05 VR-CORRECTED-HOURS PIC X(3).

      *----------------------------------------------------------------
      * Void log: one line per request handled, with who asked for it.
      * Status V is a completed void, R a refused request.
      *----------------------------------------------------------------
       FD VOIDLOGFILE.
       01 VOID-LOG-RECORD.
          05 VL-EMPLOYEEID    PIC 9(7).
          05 FILLER           PIC X(1).
          05 VL-PAY-DATE      PIC 9(8).
          05 FILLER           PIC X(1).
          05 VL-VOID-DATE     PIC 9(8).
          05 FILLER           PIC X(1).
          05 VL-VOID-TIME     PIC 9(8).
          05 FILLER           PIC X(1).
          05 VL-REQUESTED-BY  PIC X(10).
          05 FILLER           PIC X(1).
          05 VL-REASON        PIC X(30).
          05 FILLER           PIC X(1).
          05 VL-STATUS        PIC X(1).
             88 VL-VOIDED     VALUE 'V'.
          05 FILLER           PIC X(1).
          05 VL-VOIDED-NET    PIC 9(7)V99.
          05 FILLER           PIC X(1).
          05 VL-REISSUE-HOURS PIC 9(3).
          05 FILLER           PIC X(1).
          05 VL-REISSUE-NET   PIC 9(7)V99.
          05 FILLER           PIC X(1).
          05 VL-RESULT        PIC X(30).

       FD PAYDETAILFILE.
       01 PAY-DETAIL-RECORD.
          05 PD-EMPLOYEEID   PIC 9(7).
          05 FILLER          PIC X(1).
          05 PD-PAY-DATE     PIC 9(8).
          05 FILLER          PIC X(1).
          05 PD-HOURS        PIC 9(3).
          05 FILLER          PIC X(1).
          05 PD-REGULAR-PAY  PIC 9(7)V99.
          05 FILLER          PIC X(1).
          05 PD-OVERTIME-PAY PIC 9(7)V99.
          05 FILLER          PIC X(1).
          05 PD-PREMIUM-PAY  PIC 9(7)V99.
          05 FILLER          PIC X(1).
          05 PD-GROSS-PAY    PIC 9(7)V99.
          05 FILLER          PIC X(1).
          05 PD-TAX-DED      PIC 9(5)V99.
          05 FILLER          PIC X(1).
          05 PD-INS-DED      PIC 9(5)V99.
          05 FILLER          PIC X(1).
          05 PD-RET-DED      PIC 9(5)V99.
          05 FILLER          PIC X(1).
          05 PD-GRN-DED      PIC 9(5)V99.
          05 FILLER          PIC X(1).
          05 PD-NET-PAY      PIC 9(7)V99.
          05 FILLER          PIC X(1).
          05 PD-TAXABLE-WAGES PIC 9(7)V99.
          05 FILLER          PIC X(1).
          05 PD-ENTRY-TYPE   PIC X(1).
             88 PD-REGULAR-ENTRY VALUE SPACE.
             88 PD-VOID-REVERSAL VALUE 'V'.
             88 PD-REISSUE       VALUE 'I'.
          05 PD-EARNING OCCURS 6 TIMES.
             10 FILLER         PIC X(1).
             10 PD-EARN-CODE   PIC X(3).
             10 FILLER         PIC X(1).
             10 PD-EARN-AMOUNT PIC 9(7)V99.

       FD YTDFILE.
       01 YTD-RECORD.
          05 YTD-EMPLOYEEID  PIC 9(7).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 YTD-YEAR        PIC 9(4).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 YTD-HOURS       PIC 9(5).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 YTD-GROSS       PIC 9(9)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 YTD-NET         PIC 9(9)V99.

       FD YEARCTLFILE.
       01 YEAR-CONTROL-RECORD.
          05 YC-TAX-YEAR   PIC 9(4).
          05 FILLER        PIC X(1).
          05 YC-CLOSE-DATE PIC 9(8).
          05 FILLER        PIC X(1).
          05 YC-CLOSE-TIME PIC 9(8).

       FD EMPLOYEEFILE.
       01 EMPDETAILS.
          02 EMPDATA              PIC X(38).
          02 EMPINFO REDEFINES EMPDATA.
             04 EMPLOYEEID       PIC 9(7).
             04 EMPLOYEENAME.
                05 LASTNAME       PIC X(10).
                05 FIRSTNAME      PIC X(10).
             04 STARTDATE.
                05 START-YEAR     PIC 9(4).
                05 START-MONTH    PIC 9(2).
                05 START-DAY      PIC 9(2).
             04 HOURSWORKED       PIC 9(3).
          02 HOURLYRATE        PIC 9(4)V99.
          02 DEPARTMENT           PIC X(30).
          02 GENDER               PIC X.
          02 EMP-STATUS           PIC X.
             88 EMP-ACTIVE        VALUES 'A', SPACE.
             88 EMP-ON-LEAVE      VALUE 'L'.
             88 EMP-TERMINATED    VALUE 'T'.
          02 EMP-STATUS-DATE      PIC 9(8).
          02 EMP-GRADE            PIC X(2).
          02 EMP-REG-HOURS        PIC 9(3).
          02 EMP-OT-HOURS         PIC 9(3).
          02 EMP-POSITION-NO      PIC X(6).

       FD CHARTFILE.
       01 CHART-RECORD.
          05 COA-DEPARTMENT  PIC X(30).
          05 FILLER          PIC X(1).
          05 COA-COST-CENTER PIC X(6).
          05 FILLER          PIC X(1).
          05 COA-ACCOUNT     PIC X(8).

      *----------------------------------------------------------------
      * GLPOST's journal layout. The void run appends its own batch
      * to the journal: a reversal credits the expense and debits the
      * clearing and withholding accounts under the same sources a
      * pay line is posted with; a reissue posts the usual way round.
      *----------------------------------------------------------------
       FD JOURNALFILE.
       01 JOURNAL-RECORD PIC X(60).
       01 JOURNAL-HEADER REDEFINES JOURNAL-RECORD.
          05 JH-RECORD-TYPE PIC X(1).
          05 JH-RUN-DATE    PIC 9(8).
          05 JH-RUN-TIME    PIC 9(8).
          05 JH-PAY-DATE    PIC 9(8).
          05 FILLER         PIC X(35).
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
      * The year's journal history. Every line of the batch goes here
      * as well, since GLPOST rewrites GLJOURNAL.DAT each cycle.
      *----------------------------------------------------------------
       FD JRNHISTFILE.
       01 JOURNAL-HIST-RECORD PIC X(60).

      *----------------------------------------------------------------
      * The year's pay-detail history, PAYREGISTER's layout: the
      * reversal and reissue lines go here too, tagged PAYVOID.
      *----------------------------------------------------------------
       FD PAYDETHISTFILE.
       01 PAY-DETAIL-HIST-RECORD.
          05 PH-DETAIL         PIC X(198).
          05 FILLER            PIC X(1).
          05 PH-SOURCE-JOB     PIC X(11).

      *----------------------------------------------------------------
      * TIMECARDPOST's hours by charge-to cost center and the
      * earnings-code master, read as GLPOST reads them so a reversal
      * lands on the accounts and cost centers the line was posted to.
      *----------------------------------------------------------------
       FD LABORHRSFILE.
       01 LABOR-HOURS-RECORD.
          05 LH-EMPLOYEEID   PIC 9(7).
          05 FILLER          PIC X(1).
          05 LH-WEEK-ENDING  PIC 9(8).
          05 FILLER          PIC X(1).
          05 LH-COST-CENTER  PIC X(6).
          05 FILLER          PIC X(1).
          05 LH-HOURS        PIC 9(3).
          05 FILLER          PIC X(1).
          05 LH-EARN-CODE    PIC X(3).

       FD EARNCODEFILE.
       01 EARN-CODE-RECORD.
          05 EC-CODE         PIC X(3).
          05 FILLER          PIC X(1).
          05 EC-DESCRIPTION  PIC X(20).
          05 FILLER          PIC X(1).
          05 EC-BASIS        PIC X(1).
          05 FILLER          PIC X(1).
          05 EC-RATE         PIC 9(5)V9999.
          05 FILLER          PIC X(1).
          05 EC-TAXABLE      PIC X(1).
          05 FILLER          PIC X(1).
          05 EC-GL-ACCOUNT   PIC X(8).

      *----------------------------------------------------------------
      * Garnishment orders in PAYREGISTER's layout. A voided line's
      * garnishment never reached the payee, so it comes back off
      * the orders' paid-to-date.
      *----------------------------------------------------------------
       FD GARNORDERFILE.
       01 GARNISH-ORDER-RECORD.
          05 GO-EMPLOYEEID   PIC 9(7).
          05 FILLER          PIC X(1).
          05 GO-CASE-NUMBER  PIC X(20).
          05 FILLER          PIC X(1).
          05 GO-PAYEE-ID     PIC X(10).
          05 FILLER          PIC X(1).
          05 GO-PAYEE-NAME   PIC X(30).
          05 FILLER          PIC X(1).
          05 GO-PRIORITY     PIC 9(2).
          05 FILLER          PIC X(1).
          05 GO-METHOD       PIC X(1).
          05 FILLER          PIC X(1).
          05 GO-AMOUNT       PIC 9(5)V99.
          05 FILLER          PIC X(1).
          05 GO-CAP-PCT      PIC 9(3)V99.
          05 FILLER          PIC X(1).
          05 GO-TOTAL-OWED   PIC 9(7)V99.
          05 FILLER          PIC X(1).
          05 GO-PAID-TO-DATE PIC 9(7)V99.
          05 FILLER          PIC X(1).
          05 GO-STATUS       PIC X(1).

       FD REGISTERFILE.
       01 REGISTER-LINE PIC X(132).

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
       01 WS-FILE-STATUS      PIC XX VALUE '00'.
       01 WS-VOIDREQ-STATUS   PIC XX VALUE '00'.
       01 WS-VOIDLOG-STATUS   PIC XX VALUE '00'.
       01 WS-PAYDETAIL-STATUS PIC XX VALUE '00'.
       01 WS-CHART-STATUS     PIC XX VALUE '00'.
       01 WS-JOURNAL-STATUS   PIC XX VALUE '00'.
       01 WS-JRNHIST-STATUS   PIC XX VALUE '00'.
       01 WS-PAYDETHIST-STATUS PIC XX VALUE '00'.

       01 WS-VOIDREQ-EOF PIC X VALUE 'N'.
          88 END-OF-VOIDREQ VALUE 'Y'.
       01 WS-VOIDLOG-EOF PIC X VALUE 'N'.
          88 END-OF-VOIDLOG VALUE 'Y'.
       01 WS-PAYDETHIST-EOF PIC X VALUE 'N'.
          88 END-OF-PAYDETHIST VALUE 'Y'.
       01 WS-CHART-EOF PIC X VALUE 'N'.
          88 END-OF-CHART VALUE 'Y'.

       01 WS-RUN-DATE.
          05 WS-RUN-YEAR  PIC 9(4).
          05 WS-RUN-MONTH PIC 9(2).
          05 WS-RUN-DAY   PIC 9(2).
       01 WS-RUN-TIME PIC 9(8) VALUE ZERO.

      *----------------------------------------------------------------
      * The run's requests, each carrying the original pay line once
      * it is found on PAYDETHIST.DAT and, when accepted, the reissue
      * built from it. Nothing is written to a file until every
      * request has been checked and the journal is known to balance.
      *----------------------------------------------------------------
       01 WS-REQ-ENTRY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REQ-TABLE-MAX   PIC 9(4) VALUE 500.
       01 WS-REQ-TABLE.
          05 WS-REQ-ENTRY OCCURS 500 TIMES INDEXED BY REQ-IDX.
             10 REQ-EMPLOYEEID      PIC 9(7).
             10 REQ-PAY-DATE        PIC 9(8).
             10 REQ-REQUESTED-BY    PIC X(10).
             10 REQ-REASON          PIC X(30).
             10 REQ-CORRECTED-HOURS PIC 9(3).
             10 REQ-REISSUE-WANTED  PIC X(1).
                88 REQ-REISSUE      VALUE 'Y'.
             10 REQ-ORIGINAL-FOUND  PIC X(1).
                88 REQ-HAS-ORIGINAL VALUE 'Y'.
             10 REQ-ALREADY-VOIDED  PIC X(1).
                88 REQ-WAS-VOIDED   VALUE 'Y'.
             10 REQ-STATUS          PIC X(1).
                88 REQ-ACCEPTED     VALUE 'V'.
                88 REQ-REFUSED      VALUE 'R'.
             10 REQ-RESULT          PIC X(30).
             10 REQ-DEPARTMENT      PIC X(30).
             10 REQ-ORIGINAL-LINE   PIC X(198).
             10 REQ-REISSUE-LINE    PIC X(198).
       01 WS-REQ-FOUND-IDX PIC 9(4) VALUE ZERO.
       01 WS-REQ-SCAN      PIC 9(4) VALUE ZERO.

      *----------------------------------------------------------------
      * Pay dates already voided, from VOIDLOG.DAT.
      *----------------------------------------------------------------
       01 WS-VL-ENTRY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-VL-TABLE-MAX   PIC 9(5) VALUE 5000.
       01 WS-VL-TABLE.
          05 WS-VL-ENTRY OCCURS 5000 TIMES INDEXED BY VL-IDX.
             10 VL-TAB-EMPLOYEEID PIC 9(7).
             10 VL-TAB-PAY-DATE   PIC 9(8).

      *----------------------------------------------------------------
      * Chart of accounts, as GLPOST loads it.
      *----------------------------------------------------------------
       01 WS-CHART-ENTRY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CHART-TABLE-MAX   PIC 9(3) VALUE 100.
       01 WS-CHART-TABLE.
          05 WS-CHART-ENTRY OCCURS 100 TIMES INDEXED BY COA-IDX.
             10 COA-TAB-DEPARTMENT  PIC X(30).
             10 COA-TAB-COST-CENTER PIC X(6).
             10 COA-TAB-ACCOUNT     PIC X(8).
       01 WS-CHART-FOUND-IDX PIC 9(3) VALUE ZERO.

       01 WS-CLEARING-ACCOUNT    PIC X(8) VALUE SPACES.
       01 WS-CLEARING-CC         PIC X(6) VALUE SPACES.
       01 WS-DEDUCTION-ACCOUNT   PIC X(8) VALUE SPACES.
       01 WS-DEDUCTION-CC        PIC X(6) VALUE SPACES.

      *----------------------------------------------------------------
      * Gross reversed and reissued per account, cost center and
      * journal source, each becoming one expense line of the batch.
      * The batch is the whole run, so a table that does not fit
      * stops it before anything is written.
      *----------------------------------------------------------------
       01 WS-EXP-LINE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-EXP-LINE-TABLE-MAX PIC 9(3) VALUE 200.
       01 WS-EXP-LINE-TABLE.
          05 WS-EXP-LINE-ENTRY OCCURS 200 TIMES INDEXED BY EXP-IDX.
             10 EXP-TAB-ACCOUNT     PIC X(8).
             10 EXP-TAB-COST-CENTER PIC X(6).
             10 EXP-TAB-SOURCE      PIC X(8).
             10 EXP-TAB-REVERSED    PIC 9(9)V99.
             10 EXP-TAB-REISSUED    PIC 9(9)V99.
       01 WS-EXP-FOUND-IDX PIC 9(3) VALUE ZERO.

      *----------------------------------------------------------------
      * One line's gross being spread: coded earnings with a GL
      * account go to that account under the home cost center, and
      * the rest over the employee's LABORHRS.DAT hours by cost
      * center - or all to the home department with no hours - the
      * last hours line taking what is left, exactly as GLPOST
      * spreads it. WS-DIST-SIDE is V for the reversal, I for the
      * reissue.
      *----------------------------------------------------------------
       01 WS-DIST-SIDE       PIC X(1) VALUE SPACE.
          88 DIST-REVERSAL   VALUE 'V'.
       01 WS-DIST-AMOUNT     PIC 9(9)V99 VALUE ZERO.
       01 WS-DIST-ACCOUNT    PIC X(8) VALUE SPACES.
       01 WS-DIST-COST-CENTER PIC X(6) VALUE SPACES.
       01 WS-DIST-SOURCE     PIC X(8) VALUE SPACES.
       01 WS-DIST-DEPARTMENT PIC X(30) VALUE SPACES.
       01 WS-DIST-SHARE      PIC 9(9)V99 VALUE ZERO.
       01 WS-HOME-ACCOUNT    PIC X(8) VALUE SPACES.
       01 WS-HOME-COST-CENTER PIC X(6) VALUE SPACES.
       01 WS-SPLIT-HOURS     PIC 9(5) VALUE ZERO.
       01 WS-SPLIT-LINES     PIC 9(3) VALUE ZERO.
       01 WS-SPLIT-DONE      PIC 9(3) VALUE ZERO.
       01 WS-SPLIT-REMAINING PIC 9(9)V99 VALUE ZERO.
       01 WS-SPLIT-SHARE     PIC 9(9)V99 VALUE ZERO.

       01 WS-LABOR-STATUS PIC XX VALUE '00'.
       01 WS-LABOR-EOF PIC X VALUE 'N'.
          88 END-OF-LABOR VALUE 'Y'.
       01 WS-LABOR-ENTRY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LABOR-TABLE-MAX   PIC 9(5) VALUE 9000.
       01 WS-LABOR-TABLE.
          05 WS-LABOR-ENTRY OCCURS 9000 TIMES INDEXED BY LAB-IDX.
             10 LAB-TAB-EMPLOYEEID  PIC 9(7).
             10 LAB-TAB-COST-CENTER PIC X(6).
             10 LAB-TAB-HOURS       PIC 9(3).

       01 WS-EARNCODE-STATUS PIC XX VALUE '00'.
       01 WS-EARNCODE-EOF PIC X VALUE 'N'.
          88 END-OF-EARNCODES VALUE 'Y'.
       01 WS-EC-ENTRY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-EC-TABLE-MAX   PIC 9(3) VALUE 50.
       01 WS-EC-TABLE.
          05 WS-EC-ENTRY OCCURS 50 TIMES INDEXED BY EC-IDX.
             10 EC-TAB-CODE       PIC X(3).
             10 EC-TAB-GL-ACCOUNT PIC X(8).
       01 WS-EC-FOUND-IDX PIC 9(3) VALUE ZERO.

      *----------------------------------------------------------------
      * Garnishment orders, loaded whole and rewritten at end of run
      * with each voided line's garnishment taken back off. The line
      * carries only its total, so it comes off the employee's orders
      * last-taken first - lowest priority first - the reverse of the
      * order PAYREGISTER took it in; an order brought back under its
      * total owed is active again. A missing GARNORDER.DAT means
      * garnishments came from DEDUCTMAST.DAT and there is nothing
      * to back out.
      *----------------------------------------------------------------
       01 WS-GARNORDER-STATUS PIC XX VALUE '00'.
       01 WS-GARNORDER-EOF PIC X VALUE 'N'.
          88 END-OF-GARNORDER VALUE 'Y'.
       01 WS-GARNORDER-FOUND PIC X VALUE 'N'.
          88 GARNORDER-FILE-FOUND VALUE 'Y'.
       01 WS-GO-ENTRY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-GO-TABLE-MAX   PIC 9(4) VALUE 2000.
       01 WS-GO-TABLE.
          05 WS-GO-ENTRY OCCURS 2000 TIMES INDEXED BY GO-IDX.
             10 GO-TAB-EMPLOYEEID   PIC 9(7).
             10 GO-TAB-CASE-NUMBER  PIC X(20).
             10 GO-TAB-PAYEE-ID     PIC X(10).
             10 GO-TAB-PAYEE-NAME   PIC X(30).
             10 GO-TAB-PRIORITY     PIC 9(2).
             10 GO-TAB-METHOD       PIC X(1).
             10 GO-TAB-AMOUNT       PIC 9(5)V99.
             10 GO-TAB-CAP-PCT      PIC 9(3)V99.
             10 GO-TAB-TOTAL-OWED   PIC 9(7)V99.
             10 GO-TAB-PAID-TO-DATE PIC 9(7)V99.
             10 GO-TAB-STATUS       PIC X(1).
       01 WS-GO-FOUND-IDX PIC 9(4) VALUE ZERO.
       01 WS-GO-FOUND-PRIORITY PIC 9(2) VALUE ZERO.
       01 WS-GRN-BACKOUT    PIC 9(7)V99 VALUE ZERO.
       01 WS-GRN-ONE-ORDER  PIC 9(7)V99 VALUE ZERO.
       01 WS-GRN-UNMATCHED-COUNT PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------
      * YTD ledger, loaded whole and rewritten at end of run.
      *----------------------------------------------------------------
       01 WS-YTD-STATUS PIC XX VALUE '00'.
       01 WS-YTD-EOF PIC X VALUE 'N'.
          88 END-OF-YTD VALUE 'Y'.
       01 WS-YTD-ENTRY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-YTD-TABLE-MAX   PIC 9(5) VALUE 5000.
       01 WS-YTD-TABLE.
          05 WS-YTD-ENTRY OCCURS 5000 TIMES INDEXED BY YTD-IDX.
             10 YTD-TAB-EMPLOYEEID PIC 9(7).
             10 YTD-TAB-YEAR       PIC 9(4).
             10 YTD-TAB-HOURS      PIC 9(5).
             10 YTD-TAB-GROSS      PIC 9(9)V99.
             10 YTD-TAB-NET        PIC 9(9)V99.
       01 YTD-FOUND-IDX PIC 9(5) VALUE ZERO.
       01 WS-YTD-MISSING-COUNT PIC 9(5) VALUE ZERO.

       01 WS-YEARCTL-STATUS PIC XX VALUE '00'.
       01 WS-YEARCTL-EOF PIC X VALUE 'N'.
          88 END-OF-YEARCTL VALUE 'Y'.
       01 WS-LAST-CLOSED-YEAR PIC 9(4) VALUE ZERO.

      *----------------------------------------------------------------
      * The latest pay date voided in the run, carried on the journal
      * header so the year-end tie-out counts the batch in the year
      * of the checks it reverses rather than the day it was run.
      *----------------------------------------------------------------
       01 WS-BATCH-PAY-DATE PIC 9(8) VALUE ZERO.

      *----------------------------------------------------------------
      * A pay line as read from the history, the original line and
      * the reissue being built, all in the PAYDETAIL.DAT layout.
      *----------------------------------------------------------------
       01 WS-HISTORY-LINE.
          05 WS-HL-EMPLOYEEID   PIC 9(7).
          05 FILLER             PIC X(1).
          05 WS-HL-PAY-DATE     PIC 9(8).
          05 FILLER             PIC X(97).
          05 WS-HL-ENTRY-TYPE   PIC X(1).
             88 WS-HL-VOID-REVERSAL VALUE 'V'.
          05 FILLER             PIC X(84).

       01 WS-ORIGINAL-AREA.
          05 WS-OR-EMPLOYEEID   PIC 9(7).
          05 FILLER             PIC X(1).
          05 WS-OR-PAY-DATE.
             10 WS-OR-PAY-YEAR  PIC 9(4).
             10 FILLER          PIC 9(4).
          05 FILLER             PIC X(1).
          05 WS-OR-HOURS        PIC 9(3).
          05 FILLER             PIC X(1).
          05 WS-OR-REGULAR-PAY  PIC 9(7)V99.
          05 FILLER             PIC X(1).
          05 WS-OR-OVERTIME-PAY PIC 9(7)V99.
          05 FILLER             PIC X(1).
          05 WS-OR-PREMIUM-PAY  PIC 9(7)V99.
          05 FILLER             PIC X(1).
          05 WS-OR-GROSS-PAY    PIC 9(7)V99.
          05 FILLER             PIC X(1).
          05 WS-OR-TAX-DED      PIC 9(5)V99.
          05 FILLER             PIC X(1).
          05 WS-OR-INS-DED      PIC 9(5)V99.
          05 FILLER             PIC X(1).
          05 WS-OR-RET-DED      PIC 9(5)V99.
          05 FILLER             PIC X(1).
          05 WS-OR-GRN-DED      PIC 9(5)V99.
          05 FILLER             PIC X(1).
          05 WS-OR-NET-PAY      PIC 9(7)V99.
          05 FILLER             PIC X(1).
          05 WS-OR-TAXABLE-WAGES PIC 9(7)V99.
          05 FILLER             PIC X(1).
          05 WS-OR-ENTRY-TYPE   PIC X(1).
          05 WS-OR-EARNING OCCURS 6 TIMES.
             10 FILLER          PIC X(1).
             10 WS-OR-EARN-CODE PIC X(3).
             10 FILLER          PIC X(1).
             10 WS-OR-EARN-AMOUNT PIC 9(7)V99.

       01 WS-REISSUE-AREA.
          05 WS-RI-EMPLOYEEID   PIC 9(7).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-RI-PAY-DATE     PIC 9(8).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-RI-HOURS        PIC 9(3).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-RI-REGULAR-PAY  PIC 9(7)V99.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-RI-OVERTIME-PAY PIC 9(7)V99.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-RI-PREMIUM-PAY  PIC 9(7)V99.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-RI-GROSS-PAY    PIC 9(7)V99.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-RI-TAX-DED      PIC 9(5)V99.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-RI-INS-DED      PIC 9(5)V99.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-RI-RET-DED      PIC 9(5)V99.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-RI-GRN-DED      PIC 9(5)V99.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-RI-NET-PAY      PIC 9(7)V99.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-RI-TAXABLE-WAGES PIC 9(7)V99.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-RI-ENTRY-TYPE   PIC X(1) VALUE SPACE.
          05 WS-RI-EARNING OCCURS 6 TIMES.
             10 FILLER          PIC X(1).
             10 WS-RI-EARN-CODE PIC X(3).
             10 FILLER          PIC X(1).
             10 WS-RI-EARN-AMOUNT PIC 9(7)V99.

      *----------------------------------------------------------------
      * Reissue arithmetic: PAYREGISTER's overtime rule on the
      * corrected hours at the master rate. Retirement and tax keep
      * the rates the original line was taken at, insurance and
      * garnishment the same flat amounts, withheld in PAYREGISTER's
      * order against the gross still remaining.
      *----------------------------------------------------------------
       01 WS-OVERTIME-THRESHOLD PIC 9(3) VALUE 40.
       01 WS-OVERTIME-FACTOR    PIC 9V9 VALUE 1.5.

       01 WS-REISSUE-WORK-AREAS.
          05 WS-REGULAR-HOURS  PIC 9(3).
          05 WS-OVERTIME-HOURS PIC 9(3).
          05 WS-ORIGINAL-TAXABLE PIC 9(7)V99.
          05 WS-DED-REMAINING  PIC S9(7)V99.
          05 WS-BUCKET-AMOUNT  PIC S9(7)V99.
          05 WS-TOTAL-DED      PIC S9(7)V99.
          05 WS-ORIGINAL-DED   PIC 9(7)V99.
          05 WS-REISSUE-DED    PIC 9(7)V99.
          05 WS-CODED-EARNINGS PIC 9(7)V99.
          05 WS-NONTAXABLE-PAY PIC S9(7)V99.
          05 WS-EARN-SLOT      PIC 9(2).

      *----------------------------------------------------------------
      * Run totals and the journal batch's debit and credit sides.
      *----------------------------------------------------------------
       01 WS-ACCEPTED-COUNT  PIC 9(5) VALUE ZERO.
       01 WS-REFUSED-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-REISSUE-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-VOIDED-NET      PIC 9(9)V99 VALUE ZERO.
       01 WS-VOIDED-DEDUCT   PIC 9(9)V99 VALUE ZERO.
       01 WS-REISSUED-NET    PIC 9(9)V99 VALUE ZERO.
       01 WS-REISSUED-DEDUCT PIC 9(9)V99 VALUE ZERO.
       01 WS-VOIDED-GROSS    PIC 9(9)V99 VALUE ZERO.
       01 WS-REISSUED-GROSS  PIC 9(9)V99 VALUE ZERO.

       01 WS-JOURNAL-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-DEBIT-TOTAL     PIC 9(11)V99 VALUE ZERO.
       01 WS-CREDIT-TOTAL    PIC 9(11)V99 VALUE ZERO.

       01 REGISTER-HEADING-1 PIC X(132)
          VALUE "PAY VOID AND REISSUE REGISTER".
       01 REGISTER-HEADING-2 PIC X(132) VALUE ALL "=".

       01 HEADING-DATE-LINE.
          05 FILLER          PIC X(10) VALUE "RUN DATE: ".
          05 HD-RUN-DATE-OUT PIC 9(8).

       01 REGISTER-COLUMN-LINE.
          05 FILLER PIC X(9)  VALUE "EMPLOYEE".
          05 FILLER PIC X(10) VALUE "PAY DATE".
          05 FILLER PIC X(12) VALUE "REQUESTED".
          05 FILLER PIC X(32) VALUE "REASON".
          05 FILLER PIC X(12) VALUE "VOIDED NET".
          05 FILLER PIC X(6)  VALUE "HRS".
          05 FILLER PIC X(13) VALUE "REISSUE NET".
          05 FILLER PIC X(30) VALUE "RESULT".

       01 REGISTER-DETAIL-LINE.
          05 REG-EMPLOYEEID-OUT PIC 9(7).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 REG-PAY-DATE-OUT   PIC 9(8).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 REG-REQUESTER-OUT  PIC X(10).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 REG-REASON-OUT     PIC X(30).
          05 FILLER             PIC X(2) VALUE SPACES.
          05 REG-VOIDED-OUT     PIC ZZZ,ZZ9.99.
          05 FILLER             PIC X(2) VALUE SPACES.
          05 REG-HOURS-OUT      PIC ZZ9.
          05 FILLER             PIC X(2) VALUE SPACES.
          05 REG-REISSUE-OUT    PIC ZZZ,ZZ9.99.
          05 FILLER             PIC X(3) VALUE SPACES.
          05 REG-RESULT-OUT     PIC X(30).

       01 REGISTER-TOTAL-LINE.
          05 TOT-LABEL  PIC X(30).
          05 TOT-COUNT  PIC ZZZZ9.
          05 FILLER     PIC X(3) VALUE SPACES.
          05 TOT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.

      *----------------------------------------------------------------
      * Job-log entry for this run, appended to the shared JOBLOG.DAT
      * once when the run ends.
      *----------------------------------------------------------------
       01 WS-JOBLOG-FILE-STATUS PIC XX VALUE '00'.
       01 WS-JOBLOG-RUN-STATUS  PIC X(10) VALUE SPACES.
       01 WS-JOBLOG-START-TIME  PIC 9(8) VALUE ZERO.
       01 WS-JOBLOG-END-TIME    PIC 9(8) VALUE ZERO.

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
       0100-VOID-RUN.
          ACCEPT WS-JOBLOG-START-TIME FROM TIME
          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
          ACCEPT WS-RUN-TIME FROM TIME
          PERFORM 0150-LOAD-REQUESTS
          PERFORM 0155-LOAD-VOID-LOG
          PERFORM 0160-LOAD-CHART
          PERFORM 0185-LOAD-LABOR-HOURS
          PERFORM 0190-LOAD-EARNING-CODES
          PERFORM 0195-LOAD-GARNISH-ORDERS
          PERFORM 0170-LOAD-YTD
          PERFORM 0175-CHECK-YEAR-CLOSE
          PERFORM 0180-SCAN-PAY-HISTORY

          OPEN INPUT EMPLOYEEFILE
          IF WS-FILE-STATUS NOT = '00'
             DISPLAY "Cannot open EMPFILE.DAT, status " WS-FILE-STATUS
             MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
             PERFORM 0960-WRITE-JOB-LOG
             STOP RUN RETURNING 16
          END-IF
          SET REQ-IDX TO 1
          PERFORM UNTIL REQ-IDX > WS-REQ-ENTRY-COUNT
             PERFORM 0300-CHECK-ONE-REQUEST
             SET REQ-IDX UP BY 1
          END-PERFORM
          CLOSE EMPLOYEEFILE

          IF WS-ACCEPTED-COUNT > ZERO
             PERFORM 0400-WRITE-JOURNAL
             PERFORM 0450-APPEND-PAY-DETAIL
             PERFORM 0460-UPDATE-YTD
             IF GARNORDER-FILE-FOUND
                PERFORM 0466-BACK-OUT-GARNISHMENTS
             END-IF
          END-IF
          PERFORM 0470-APPEND-VOID-LOG
          PERFORM 0480-PRINT-VOID-REGISTER

          MOVE "COMPLETED" TO WS-JOBLOG-RUN-STATUS
          PERFORM 0960-WRITE-JOB-LOG
          DISPLAY "Void requests read:     " WS-REQ-ENTRY-COUNT
          DISPLAY "Lines voided:           " WS-ACCEPTED-COUNT
          DISPLAY "Lines reissued:         " WS-REISSUE-COUNT
          DISPLAY "Requests refused:       " WS-REFUSED-COUNT
          IF WS-GRN-UNMATCHED-COUNT > ZERO
             DISPLAY "Garnishment not matched: " WS-GRN-UNMATCHED-COUNT
          END-IF
          STOP RUN.

       0100-END.

      *----------------------------------------------------------------
      * Without a request file there is nothing to void, and a run
      * with no input is an operator error, not a quiet success. The
      * request table is the whole run, so one that does not fit
      * stops it rather than voiding only part of the file.
      *----------------------------------------------------------------
       0150-LOAD-REQUESTS.
          OPEN INPUT VOIDREQFILE
          IF WS-VOIDREQ-STATUS NOT = '00'
             DISPLAY "Cannot open VOIDREQ.DAT, status "
                WS-VOIDREQ-STATUS
             MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
             PERFORM 0960-WRITE-JOB-LOG
             STOP RUN RETURNING 16
          END-IF
          PERFORM UNTIL END-OF-VOIDREQ
             READ VOIDREQFILE
                AT END SET END-OF-VOIDREQ TO TRUE
                NOT AT END
                   IF WS-REQ-ENTRY-COUNT < WS-REQ-TABLE-MAX
                      ADD 1 TO WS-REQ-ENTRY-COUNT
                      SET REQ-IDX TO WS-REQ-ENTRY-COUNT
                      MOVE VR-EMPLOYEEID TO REQ-EMPLOYEEID(REQ-IDX)
                      MOVE VR-PAY-DATE TO REQ-PAY-DATE(REQ-IDX)
                      MOVE VR-REQUESTED-BY
                         TO REQ-REQUESTED-BY(REQ-IDX)
                      MOVE VR-REASON TO REQ-REASON(REQ-IDX)
                      MOVE 'N' TO REQ-REISSUE-WANTED(REQ-IDX)
                      MOVE ZERO TO REQ-CORRECTED-HOURS(REQ-IDX)
                      IF VR-CORRECTED-HOURS NUMERIC
                         MOVE VR-CORRECTED-HOURS
                            TO REQ-CORRECTED-HOURS(REQ-IDX)
                         IF REQ-CORRECTED-HOURS(REQ-IDX) > ZERO
                            MOVE 'Y' TO REQ-REISSUE-WANTED(REQ-IDX)
                         END-IF
                      END-IF
                      MOVE 'N' TO REQ-ORIGINAL-FOUND(REQ-IDX)
                      MOVE 'N' TO REQ-ALREADY-VOIDED(REQ-IDX)
                      MOVE SPACE TO REQ-STATUS(REQ-IDX)
                      MOVE SPACES TO REQ-RESULT(REQ-IDX)
                      MOVE SPACES TO REQ-DEPARTMENT(REQ-IDX)
                      MOVE SPACES TO REQ-ORIGINAL-LINE(REQ-IDX)
                      MOVE SPACES TO REQ-REISSUE-LINE(REQ-IDX)
                   ELSE
                      DISPLAY "Void request table full at "
                         WS-REQ-TABLE-MAX
                         " requests - split VOIDREQ.DAT and rerun"
                      CLOSE VOIDREQFILE
                      MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
                      PERFORM 0960-WRITE-JOB-LOG
                      STOP RUN RETURNING 16
                   END-IF
             END-READ
          END-PERFORM
          CLOSE VOIDREQFILE.

       0150-END.

      *----------------------------------------------------------------
      * Every pay date already voided. A missing VOIDLOG.DAT means
      * nothing has ever been voided; a log too big for the table
      * would let a second void through, so it stops the run.
      *----------------------------------------------------------------
       0155-LOAD-VOID-LOG.
          OPEN INPUT VOIDLOGFILE
          IF WS-VOIDLOG-STATUS NOT = '00'
             SET END-OF-VOIDLOG TO TRUE
          END-IF
          PERFORM UNTIL END-OF-VOIDLOG
             READ VOIDLOGFILE
                AT END SET END-OF-VOIDLOG TO TRUE
                NOT AT END
                   IF VL-VOIDED
                      IF WS-VL-ENTRY-COUNT < WS-VL-TABLE-MAX
                         ADD 1 TO WS-VL-ENTRY-COUNT
                         SET VL-IDX TO WS-VL-ENTRY-COUNT
                         MOVE VL-EMPLOYEEID
                            TO VL-TAB-EMPLOYEEID(VL-IDX)
                         MOVE VL-PAY-DATE TO VL-TAB-PAY-DATE(VL-IDX)
                      ELSE
                         DISPLAY "Void log table full at "
                            WS-VL-TABLE-MAX
                            " voids - VOIDLOG.DAT cannot be checked"
                         CLOSE VOIDLOGFILE
                         MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
                         PERFORM 0960-WRITE-JOB-LOG
                         STOP RUN RETURNING 16
                      END-IF
                   END-IF
             END-READ
          END-PERFORM
          IF WS-VOIDLOG-STATUS = '00' OR WS-VOIDLOG-STATUS = '10'
             CLOSE VOIDLOGFILE
          END-IF.

       0155-END.

      *----------------------------------------------------------------
      * Chart of accounts, with the clearing row required exactly as
      * GLPOST requires it.
      *----------------------------------------------------------------
       0160-LOAD-CHART.
          OPEN INPUT CHARTFILE
          IF WS-CHART-STATUS NOT = '00'
             DISPLAY "Cannot open GLACCTS.DAT, status " WS-CHART-STATUS
             MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
             PERFORM 0960-WRITE-JOB-LOG
             STOP RUN RETURNING 16
          END-IF
          PERFORM UNTIL END-OF-CHART
             READ CHARTFILE
                AT END SET END-OF-CHART TO TRUE
                NOT AT END PERFORM 0165-STORE-ONE-CHART-ROW
             END-READ
          END-PERFORM
          CLOSE CHARTFILE
          IF WS-CLEARING-ACCOUNT = SPACES
             DISPLAY "GLACCTS.DAT has no *CLEARING* row - a balanced"
             DISPLAY "journal cannot be written."
             MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
             PERFORM 0960-WRITE-JOB-LOG
             STOP RUN RETURNING 16
          END-IF.

       0160-END.

       0165-STORE-ONE-CHART-ROW.
          EVALUATE COA-DEPARTMENT
             WHEN "*CLEARING*"
                MOVE COA-ACCOUNT TO WS-CLEARING-ACCOUNT
                MOVE COA-COST-CENTER TO WS-CLEARING-CC
             WHEN "*DEDUCTIONS*"
                MOVE COA-ACCOUNT TO WS-DEDUCTION-ACCOUNT
                MOVE COA-COST-CENTER TO WS-DEDUCTION-CC
             WHEN OTHER
                IF WS-CHART-ENTRY-COUNT < WS-CHART-TABLE-MAX
                   ADD 1 TO WS-CHART-ENTRY-COUNT
                   SET COA-IDX TO WS-CHART-ENTRY-COUNT
                   MOVE COA-DEPARTMENT
                      TO COA-TAB-DEPARTMENT(COA-IDX)
                   MOVE COA-COST-CENTER
                      TO COA-TAB-COST-CENTER(COA-IDX)
                   MOVE COA-ACCOUNT TO COA-TAB-ACCOUNT(COA-IDX)
                ELSE
                   DISPLAY "WARNING: chart table full at "
                      WS-CHART-TABLE-MAX
                      " rows, " COA-DEPARTMENT " omitted"
                END-IF
          END-EVALUATE.

       0165-END.

      *----------------------------------------------------------------
      * YTD ledger; rewritten from this table, so one that does not
      * fit stops the run before anything is lost.
      *----------------------------------------------------------------
       0170-LOAD-YTD.
          OPEN INPUT YTDFILE
          IF WS-YTD-STATUS NOT = '00'
             SET END-OF-YTD TO TRUE
          END-IF
          PERFORM UNTIL END-OF-YTD
             READ YTDFILE
                AT END SET END-OF-YTD TO TRUE
                NOT AT END
                   IF WS-YTD-ENTRY-COUNT < WS-YTD-TABLE-MAX
                      ADD 1 TO WS-YTD-ENTRY-COUNT
                      SET YTD-IDX TO WS-YTD-ENTRY-COUNT
                      MOVE YTD-EMPLOYEEID
                         TO YTD-TAB-EMPLOYEEID(YTD-IDX)
                      MOVE YTD-YEAR TO YTD-TAB-YEAR(YTD-IDX)
                      MOVE YTD-HOURS TO YTD-TAB-HOURS(YTD-IDX)
                      MOVE YTD-GROSS TO YTD-TAB-GROSS(YTD-IDX)
                      MOVE YTD-NET TO YTD-TAB-NET(YTD-IDX)
                   ELSE
                      DISPLAY "YTD table full at " WS-YTD-TABLE-MAX
                         " employees - PAYYTD.DAT cannot be"
                         " processed safely"
                      CLOSE YTDFILE
                      MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
                      PERFORM 0960-WRITE-JOB-LOG
                      STOP RUN RETURNING 16
                   END-IF
             END-READ
          END-PERFORM
          IF WS-YTD-STATUS = '00' OR WS-YTD-STATUS = '10'
             CLOSE YTDFILE
          END-IF.

       0170-END.

      *----------------------------------------------------------------
      * Voids only ever touch the current payroll year: PAYYTD.DAT
      * carries no other. Once the year is closed nothing in it may
      * be voided at all.
      *----------------------------------------------------------------
       0175-CHECK-YEAR-CLOSE.
          OPEN INPUT YEARCTLFILE
          IF WS-YEARCTL-STATUS = '00'
             PERFORM UNTIL END-OF-YEARCTL
                READ YEARCTLFILE
                   AT END SET END-OF-YEARCTL TO TRUE
                   NOT AT END
                      IF YC-TAX-YEAR > WS-LAST-CLOSED-YEAR
                         MOVE YC-TAX-YEAR TO WS-LAST-CLOSED-YEAR
                      END-IF
                END-READ
             END-PERFORM
             CLOSE YEARCTLFILE
          END-IF
          IF WS-RUN-YEAR <= WS-LAST-CLOSED-YEAR
             DISPLAY "Payroll year " WS-RUN-YEAR " is closed -"
                " nothing voided"
             MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
             PERFORM 0960-WRITE-JOB-LOG
             STOP RUN RETURNING 16
          END-IF.

       0175-END.

      *----------------------------------------------------------------
      * One pass of the year's pay-detail history, PAYDETHIST.DAT.
      * PAYDETAIL.DAT holds only the last cycle, so a check from an
      * earlier period, or an earlier void of it, is found only here.
      * The first regular or reissued line for each requested
      * employee and pay date is the one to void, and a reversal
      * already in the history means that date was voided. A missing
      * history means nothing has been paid this year.
      *----------------------------------------------------------------
       0180-SCAN-PAY-HISTORY.
          OPEN INPUT PAYDETHISTFILE
          IF WS-PAYDETHIST-STATUS NOT = '00'
             SET END-OF-PAYDETHIST TO TRUE
          END-IF
          PERFORM UNTIL END-OF-PAYDETHIST
             READ PAYDETHISTFILE
                AT END SET END-OF-PAYDETHIST TO TRUE
                NOT AT END
                   MOVE PH-DETAIL TO WS-HISTORY-LINE
                   SET REQ-IDX TO 1
                   PERFORM UNTIL REQ-IDX > WS-REQ-ENTRY-COUNT
                      IF REQ-EMPLOYEEID(REQ-IDX) = WS-HL-EMPLOYEEID
                         AND REQ-PAY-DATE(REQ-IDX) = WS-HL-PAY-DATE
                         IF WS-HL-VOID-REVERSAL
                            MOVE 'Y' TO REQ-ALREADY-VOIDED(REQ-IDX)
                         ELSE
                            IF NOT REQ-HAS-ORIGINAL(REQ-IDX)
                               MOVE 'Y'
                                  TO REQ-ORIGINAL-FOUND(REQ-IDX)
                               MOVE WS-HISTORY-LINE
                                  TO REQ-ORIGINAL-LINE(REQ-IDX)
                            END-IF
                         END-IF
                      END-IF
                      SET REQ-IDX UP BY 1
                   END-PERFORM
             END-READ
          END-PERFORM
          IF WS-PAYDETHIST-STATUS = '00' OR WS-PAYDETHIST-STATUS = '10'
             CLOSE PAYDETHISTFILE
          END-IF.

       0180-END.

      *----------------------------------------------------------------
      * LABORHRS.DAT's worked-hours lines, loaded as GLPOST loads
      * them. A missing file means every line was charged to the
      * home department; a table that does not fit would spread a
      * reversal differently from the posting, so it stops the run.
      *----------------------------------------------------------------
       0185-LOAD-LABOR-HOURS.
          OPEN INPUT LABORHRSFILE
          IF WS-LABOR-STATUS NOT = '00'
             SET END-OF-LABOR TO TRUE
          END-IF
          PERFORM UNTIL END-OF-LABOR
             READ LABORHRSFILE
                AT END SET END-OF-LABOR TO TRUE
                NOT AT END
                   IF LH-EARN-CODE NOT = SPACES
                      CONTINUE
                   ELSE
                   IF WS-LABOR-ENTRY-COUNT < WS-LABOR-TABLE-MAX
                      ADD 1 TO WS-LABOR-ENTRY-COUNT
                      SET LAB-IDX TO WS-LABOR-ENTRY-COUNT
                      MOVE LH-EMPLOYEEID
                         TO LAB-TAB-EMPLOYEEID(LAB-IDX)
                      MOVE LH-COST-CENTER
                         TO LAB-TAB-COST-CENTER(LAB-IDX)
                      MOVE LH-HOURS TO LAB-TAB-HOURS(LAB-IDX)
                   ELSE
                      DISPLAY "Labor hours table full at "
                         WS-LABOR-TABLE-MAX
                         " lines - reversal cannot be distributed"
                      CLOSE LABORHRSFILE
                      MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
                      PERFORM 0960-WRITE-JOB-LOG
                      STOP RUN RETURNING 16
                   END-IF
                   END-IF
             END-READ
          END-PERFORM
          IF WS-LABOR-STATUS = '00' OR WS-LABOR-STATUS = '10'
             CLOSE LABORHRSFILE
          END-IF.

       0185-END.

      *----------------------------------------------------------------
      * The earnings codes' GL accounts. A missing EARNCODES.DAT
      * leaves every coded amount in the department's wage expense,
      * as it does for GLPOST.
      *----------------------------------------------------------------
       0190-LOAD-EARNING-CODES.
          OPEN INPUT EARNCODEFILE
          IF WS-EARNCODE-STATUS NOT = '00'
             SET END-OF-EARNCODES TO TRUE
          END-IF
          PERFORM UNTIL END-OF-EARNCODES
             READ EARNCODEFILE
                AT END SET END-OF-EARNCODES TO TRUE
                NOT AT END
                   IF WS-EC-ENTRY-COUNT < WS-EC-TABLE-MAX
                      ADD 1 TO WS-EC-ENTRY-COUNT
                      SET EC-IDX TO WS-EC-ENTRY-COUNT
                      MOVE EC-CODE TO EC-TAB-CODE(EC-IDX)
                      MOVE EC-GL-ACCOUNT TO EC-TAB-GL-ACCOUNT(EC-IDX)
                   ELSE
                      DISPLAY "WARNING: earnings code table full at "
                         WS-EC-TABLE-MAX
                         " entries, " EC-CODE " omitted"
                   END-IF
             END-READ
          END-PERFORM
          IF WS-EARNCODE-STATUS = '00' OR WS-EARNCODE-STATUS = '10'
             CLOSE EARNCODEFILE
          END-IF.

       0190-END.

      *----------------------------------------------------------------
      * Loads the garnishment orders. The file is rewritten from this
      * table, so an order that does not fit would be lost - a full
      * table ends the run instead.
      *----------------------------------------------------------------
       0195-LOAD-GARNISH-ORDERS.
          OPEN INPUT GARNORDERFILE
          IF WS-GARNORDER-STATUS = '00'
             MOVE 'Y' TO WS-GARNORDER-FOUND
          ELSE
             SET END-OF-GARNORDER TO TRUE
          END-IF
          PERFORM UNTIL END-OF-GARNORDER
             READ GARNORDERFILE
                AT END SET END-OF-GARNORDER TO TRUE
                NOT AT END
                   IF WS-GO-ENTRY-COUNT < WS-GO-TABLE-MAX
                      ADD 1 TO WS-GO-ENTRY-COUNT
                      SET GO-IDX TO WS-GO-ENTRY-COUNT
                      MOVE GO-EMPLOYEEID TO GO-TAB-EMPLOYEEID(GO-IDX)
                      MOVE GO-CASE-NUMBER
                         TO GO-TAB-CASE-NUMBER(GO-IDX)
                      MOVE GO-PAYEE-ID TO GO-TAB-PAYEE-ID(GO-IDX)
                      MOVE GO-PAYEE-NAME TO GO-TAB-PAYEE-NAME(GO-IDX)
                      MOVE GO-PRIORITY TO GO-TAB-PRIORITY(GO-IDX)
                      MOVE GO-METHOD TO GO-TAB-METHOD(GO-IDX)
                      MOVE GO-AMOUNT TO GO-TAB-AMOUNT(GO-IDX)
                      MOVE GO-CAP-PCT TO GO-TAB-CAP-PCT(GO-IDX)
                      MOVE GO-TOTAL-OWED TO GO-TAB-TOTAL-OWED(GO-IDX)
                      MOVE GO-PAID-TO-DATE
                         TO GO-TAB-PAID-TO-DATE(GO-IDX)
                      MOVE FUNCTION UPPER-CASE(GO-STATUS)
                         TO GO-TAB-STATUS(GO-IDX)
                   ELSE
                      DISPLAY "Garnishment order table full at "
                         WS-GO-TABLE-MAX
                         " orders - GARNORDER.DAT cannot be"
                         " processed safely"
                      CLOSE GARNORDERFILE
                      MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
                      PERFORM 0960-WRITE-JOB-LOG
                      STOP RUN RETURNING 16
                   END-IF
             END-READ
          END-PERFORM
          IF WS-GARNORDER-STATUS = '00' OR WS-GARNORDER-STATUS = '10'
             CLOSE GARNORDERFILE
          END-IF.

       0195-END.

      *----------------------------------------------------------------
      * One request: refused with the first reason that applies, or
      * accepted with its reversal and any reissue added into the
      * journal batch.
      *----------------------------------------------------------------
       0300-CHECK-ONE-REQUEST.
          MOVE ZERO TO WS-REQ-FOUND-IDX
          SET VL-IDX TO 1
          PERFORM UNTIL VL-IDX > WS-VL-ENTRY-COUNT
             IF VL-TAB-EMPLOYEEID(VL-IDX) = REQ-EMPLOYEEID(REQ-IDX)
                AND VL-TAB-PAY-DATE(VL-IDX) = REQ-PAY-DATE(REQ-IDX)
                MOVE 'Y' TO REQ-ALREADY-VOIDED(REQ-IDX)
                SET VL-IDX TO WS-VL-ENTRY-COUNT
             END-IF
             SET VL-IDX UP BY 1
          END-PERFORM
          PERFORM 0305-FIND-EARLIER-REQUEST

          MOVE REQ-ORIGINAL-LINE(REQ-IDX) TO WS-ORIGINAL-AREA
          EVALUATE TRUE
             WHEN REQ-REQUESTED-BY(REQ-IDX) = SPACES
                MOVE "NO REQUESTER GIVEN" TO REQ-RESULT(REQ-IDX)
             WHEN REQ-WAS-VOIDED(REQ-IDX)
                MOVE "PAY DATE ALREADY VOIDED" TO REQ-RESULT(REQ-IDX)
             WHEN WS-REQ-FOUND-IDX NOT = ZERO
                MOVE "DUPLICATE REQUEST IN FILE"
                   TO REQ-RESULT(REQ-IDX)
             WHEN NOT REQ-HAS-ORIGINAL(REQ-IDX)
                MOVE "NO PAY LINE FOR THAT DATE"
                   TO REQ-RESULT(REQ-IDX)
             WHEN WS-OR-PAY-YEAR NOT = WS-RUN-YEAR
                MOVE "PAY DATE NOT IN CURRENT YEAR"
                   TO REQ-RESULT(REQ-IDX)
             WHEN OTHER
                MOVE SPACES TO REQ-RESULT(REQ-IDX)
          END-EVALUATE

          IF REQ-RESULT(REQ-IDX) = SPACES
             MOVE REQ-EMPLOYEEID(REQ-IDX) TO EMPLOYEEID
             READ EMPLOYEEFILE
                INVALID KEY
                   MOVE "NOT ON EMPLOYEE MASTER"
                      TO REQ-RESULT(REQ-IDX)
                NOT INVALID KEY
                   MOVE DEPARTMENT TO REQ-DEPARTMENT(REQ-IDX)
             END-READ
          END-IF

          IF REQ-RESULT(REQ-IDX) = SPACES
             PERFORM 0310-FIND-CHART-ROW
             IF WS-CHART-FOUND-IDX = ZERO
                MOVE "DEPARTMENT NOT ON GLACCTS.DAT"
                   TO REQ-RESULT(REQ-IDX)
             ELSE
                SET COA-IDX TO WS-CHART-FOUND-IDX
                MOVE COA-TAB-ACCOUNT(COA-IDX) TO WS-HOME-ACCOUNT
                MOVE COA-TAB-COST-CENTER(COA-IDX)
                   TO WS-HOME-COST-CENTER
                PERFORM 0315-CHECK-SPLIT-COST-CENTERS
             END-IF
          END-IF

          IF REQ-RESULT(REQ-IDX) = SPACES AND REQ-REISSUE(REQ-IDX)
             PERFORM 0320-BUILD-REISSUE
          END-IF

          IF REQ-RESULT(REQ-IDX) = SPACES
             COMPUTE WS-ORIGINAL-DED =
                WS-OR-TAX-DED + WS-OR-INS-DED
                + WS-OR-RET-DED + WS-OR-GRN-DED
             MOVE ZERO TO WS-REISSUE-DED
             IF REQ-REISSUE(REQ-IDX)
                COMPUTE WS-REISSUE-DED =
                   WS-RI-TAX-DED + WS-RI-INS-DED
                   + WS-RI-RET-DED + WS-RI-GRN-DED
             END-IF
             IF (WS-ORIGINAL-DED > ZERO OR WS-REISSUE-DED > ZERO)
                AND WS-DEDUCTION-ACCOUNT = SPACES
                MOVE "NO *DEDUCTIONS* ROW ON CHART"
                   TO REQ-RESULT(REQ-IDX)
             END-IF
          END-IF

          IF REQ-RESULT(REQ-IDX) = SPACES
             PERFORM 0330-ACCEPT-REQUEST
          ELSE
             MOVE 'R' TO REQ-STATUS(REQ-IDX)
             ADD 1 TO WS-REFUSED-COUNT
          END-IF.

       0300-END.

      *----------------------------------------------------------------
      * An earlier request in this same file already accepted for
      * the employee and pay date; its index, or zero.
      *----------------------------------------------------------------
       0305-FIND-EARLIER-REQUEST.
          MOVE ZERO TO WS-REQ-FOUND-IDX
          MOVE 1 TO WS-REQ-SCAN
          PERFORM UNTIL WS-REQ-SCAN >= REQ-IDX
             IF REQ-EMPLOYEEID(WS-REQ-SCAN) = REQ-EMPLOYEEID(REQ-IDX)
                AND REQ-PAY-DATE(WS-REQ-SCAN) = REQ-PAY-DATE(REQ-IDX)
                AND REQ-ACCEPTED(WS-REQ-SCAN)
                MOVE WS-REQ-SCAN TO WS-REQ-FOUND-IDX
             END-IF
             ADD 1 TO WS-REQ-SCAN
          END-PERFORM.

       0305-END.

       0310-FIND-CHART-ROW.
          MOVE ZERO TO WS-CHART-FOUND-IDX
          SET COA-IDX TO 1
          PERFORM UNTIL COA-IDX > WS-CHART-ENTRY-COUNT
             IF COA-TAB-DEPARTMENT(COA-IDX) = REQ-DEPARTMENT(REQ-IDX)
                MOVE COA-IDX TO WS-CHART-FOUND-IDX
                SET COA-IDX TO WS-CHART-ENTRY-COUNT
             END-IF
             SET COA-IDX UP BY 1
          END-PERFORM.

       0310-END.

      *----------------------------------------------------------------
      * Every cost center the employee's hours were charged to must
      * still be on the chart, or the reversal could not be put back
      * where GLPOST put the pay.
      *----------------------------------------------------------------
       0315-CHECK-SPLIT-COST-CENTERS.
          SET LAB-IDX TO 1
          PERFORM UNTIL LAB-IDX > WS-LABOR-ENTRY-COUNT
             IF LAB-TAB-EMPLOYEEID(LAB-IDX) = REQ-EMPLOYEEID(REQ-IDX)
                AND LAB-TAB-HOURS(LAB-IDX) > ZERO
                AND LAB-TAB-COST-CENTER(LAB-IDX) NOT = SPACES
                PERFORM 0347-FIND-COST-CENTER-ROW
                IF WS-CHART-FOUND-IDX = ZERO
                   MOVE "COST CENTER NOT ON GLACCTS.DAT"
                      TO REQ-RESULT(REQ-IDX)
                   SET LAB-IDX TO WS-LABOR-ENTRY-COUNT
                END-IF
             END-IF
             SET LAB-IDX UP BY 1
          END-PERFORM.

       0315-END.

      *----------------------------------------------------------------
      * Reissue from the corrected hours at the master rate, dated
      * the same pay date as the line it replaces. Retirement and
      * tax come out at the same rates the original line was taken
      * at; insurance and garnishment are the original flat amounts.
      * Coded earnings on the original are not hours-based and carry
      * over unchanged, and whatever part of the original gross was
      * not taxable stays out of the reissue's taxable wages.
      *----------------------------------------------------------------
       0320-BUILD-REISSUE.
          MOVE REQ-EMPLOYEEID(REQ-IDX) TO WS-RI-EMPLOYEEID
          MOVE REQ-PAY-DATE(REQ-IDX) TO WS-RI-PAY-DATE
          MOVE REQ-CORRECTED-HOURS(REQ-IDX) TO WS-RI-HOURS
          MOVE 'I' TO WS-RI-ENTRY-TYPE
          IF WS-RI-HOURS > WS-OVERTIME-THRESHOLD
             MOVE WS-OVERTIME-THRESHOLD TO WS-REGULAR-HOURS
             COMPUTE WS-OVERTIME-HOURS =
                WS-RI-HOURS - WS-OVERTIME-THRESHOLD
          ELSE
             MOVE WS-RI-HOURS TO WS-REGULAR-HOURS
             MOVE ZERO TO WS-OVERTIME-HOURS
          END-IF
          COMPUTE WS-RI-REGULAR-PAY = WS-REGULAR-HOURS * HOURLYRATE
          COMPUTE WS-RI-OVERTIME-PAY = WS-OVERTIME-HOURS * HOURLYRATE
          COMPUTE WS-RI-PREMIUM-PAY ROUNDED =
             WS-OVERTIME-HOURS * HOURLYRATE * (WS-OVERTIME-FACTOR - 1)
          MOVE ZERO TO WS-CODED-EARNINGS
          MOVE 1 TO WS-EARN-SLOT
          PERFORM UNTIL WS-EARN-SLOT > 6
             MOVE WS-OR-EARNING(WS-EARN-SLOT)
                TO WS-RI-EARNING(WS-EARN-SLOT)
             IF WS-OR-EARN-AMOUNT(WS-EARN-SLOT) NUMERIC
                ADD WS-OR-EARN-AMOUNT(WS-EARN-SLOT)
                   TO WS-CODED-EARNINGS
             END-IF
             ADD 1 TO WS-EARN-SLOT
          END-PERFORM
          COMPUTE WS-RI-GROSS-PAY =
             WS-RI-REGULAR-PAY + WS-RI-OVERTIME-PAY + WS-RI-PREMIUM-PAY
             + WS-CODED-EARNINGS

          MOVE WS-RI-GROSS-PAY TO WS-DED-REMAINING
          MOVE ZERO TO WS-TOTAL-DED

          MOVE ZERO TO WS-BUCKET-AMOUNT
          IF WS-OR-GROSS-PAY > ZERO
             COMPUTE WS-BUCKET-AMOUNT ROUNDED =
                WS-OR-RET-DED * WS-RI-GROSS-PAY / WS-OR-GROSS-PAY
          END-IF
          PERFORM 0328-WITHHOLD-ONE-BUCKET
          MOVE WS-BUCKET-AMOUNT TO WS-RI-RET-DED

          IF WS-OR-TAXABLE-WAGES NUMERIC
             MOVE WS-OR-TAXABLE-WAGES TO WS-ORIGINAL-TAXABLE
          ELSE
             COMPUTE WS-ORIGINAL-TAXABLE =
                WS-OR-GROSS-PAY - WS-OR-RET-DED
          END-IF
          COMPUTE WS-NONTAXABLE-PAY =
             WS-OR-GROSS-PAY - WS-OR-RET-DED - WS-ORIGINAL-TAXABLE
          IF WS-NONTAXABLE-PAY < ZERO
             MOVE ZERO TO WS-NONTAXABLE-PAY
          END-IF
          IF WS-RI-GROSS-PAY - WS-RI-RET-DED > WS-NONTAXABLE-PAY
             COMPUTE WS-RI-TAXABLE-WAGES =
                WS-RI-GROSS-PAY - WS-RI-RET-DED - WS-NONTAXABLE-PAY
          ELSE
             MOVE ZERO TO WS-RI-TAXABLE-WAGES
          END-IF
          MOVE ZERO TO WS-BUCKET-AMOUNT
          IF WS-ORIGINAL-TAXABLE > ZERO
             COMPUTE WS-BUCKET-AMOUNT ROUNDED =
                WS-OR-TAX-DED * WS-RI-TAXABLE-WAGES
                / WS-ORIGINAL-TAXABLE
          END-IF
          PERFORM 0328-WITHHOLD-ONE-BUCKET
          MOVE WS-BUCKET-AMOUNT TO WS-RI-TAX-DED

          MOVE WS-OR-INS-DED TO WS-BUCKET-AMOUNT
          PERFORM 0328-WITHHOLD-ONE-BUCKET
          MOVE WS-BUCKET-AMOUNT TO WS-RI-INS-DED

          MOVE WS-OR-GRN-DED TO WS-BUCKET-AMOUNT
          PERFORM 0328-WITHHOLD-ONE-BUCKET
          MOVE WS-BUCKET-AMOUNT TO WS-RI-GRN-DED

          COMPUTE WS-RI-NET-PAY = WS-RI-GROSS-PAY - WS-TOTAL-DED
          MOVE WS-REISSUE-AREA TO REQ-REISSUE-LINE(REQ-IDX).

       0320-END.

       0328-WITHHOLD-ONE-BUCKET.
          IF WS-BUCKET-AMOUNT > WS-DED-REMAINING
             MOVE WS-DED-REMAINING TO WS-BUCKET-AMOUNT
          END-IF
          SUBTRACT WS-BUCKET-AMOUNT FROM WS-DED-REMAINING
          ADD WS-BUCKET-AMOUNT TO WS-TOTAL-DED.

       0328-END.

      *----------------------------------------------------------------
      * An accepted request: the reversal, and any reissue, are
      * spread into the expense lines and added into the clearing
      * and withholding totals of the journal batch.
      *----------------------------------------------------------------
       0330-ACCEPT-REQUEST.
          ADD 1 TO WS-ACCEPTED-COUNT
          MOVE 'V' TO REQ-STATUS(REQ-IDX)
          MOVE "VOIDED" TO REQ-RESULT(REQ-IDX)
          IF REQ-PAY-DATE(REQ-IDX) > WS-BATCH-PAY-DATE
             MOVE REQ-PAY-DATE(REQ-IDX) TO WS-BATCH-PAY-DATE
          END-IF
          MOVE 'V' TO WS-DIST-SIDE
          MOVE WS-OR-GROSS-PAY TO WS-DIST-AMOUNT
          PERFORM 0340-DISTRIBUTE-LINE
          ADD WS-OR-GROSS-PAY TO WS-VOIDED-GROSS
          ADD WS-OR-NET-PAY TO WS-VOIDED-NET
          ADD WS-ORIGINAL-DED TO WS-VOIDED-DEDUCT
          IF REQ-REISSUE(REQ-IDX)
             MOVE "VOIDED AND REISSUED" TO REQ-RESULT(REQ-IDX)
             ADD 1 TO WS-REISSUE-COUNT
             MOVE 'I' TO WS-DIST-SIDE
             MOVE WS-RI-GROSS-PAY TO WS-DIST-AMOUNT
             PERFORM 0340-DISTRIBUTE-LINE
             ADD WS-RI-GROSS-PAY TO WS-REISSUED-GROSS
             ADD WS-RI-NET-PAY TO WS-REISSUED-NET
             ADD WS-REISSUE-DED TO WS-REISSUED-DEDUCT
          END-IF.

       0330-END.

      *----------------------------------------------------------------
      * Spreads WS-DIST-AMOUNT the way GLPOST spread the line: first
      * each coded earnings amount whose code has a GL account, then
      * what is left over the hours. The reissue carries the
      * original's coded earnings unchanged, so both sides take them
      * from the original line.
      *----------------------------------------------------------------
       0340-DISTRIBUTE-LINE.
          MOVE 1 TO WS-EARN-SLOT
          PERFORM UNTIL WS-EARN-SLOT > 6
             IF WS-OR-EARN-CODE(WS-EARN-SLOT) NOT = SPACES
                AND WS-OR-EARN-AMOUNT(WS-EARN-SLOT) NUMERIC
                AND WS-OR-EARN-AMOUNT(WS-EARN-SLOT) > ZERO
                AND WS-OR-EARN-AMOUNT(WS-EARN-SLOT) <= WS-DIST-AMOUNT
                PERFORM 0342-CHARGE-ONE-EARNING
             END-IF
             ADD 1 TO WS-EARN-SLOT
          END-PERFORM

          MOVE ZERO TO WS-SPLIT-HOURS
          MOVE ZERO TO WS-SPLIT-LINES
          SET LAB-IDX TO 1
          PERFORM UNTIL LAB-IDX > WS-LABOR-ENTRY-COUNT
             IF LAB-TAB-EMPLOYEEID(LAB-IDX) = REQ-EMPLOYEEID(REQ-IDX)
                AND LAB-TAB-HOURS(LAB-IDX) > ZERO
                ADD LAB-TAB-HOURS(LAB-IDX) TO WS-SPLIT-HOURS
                ADD 1 TO WS-SPLIT-LINES
             END-IF
             SET LAB-IDX UP BY 1
          END-PERFORM

          IF WS-SPLIT-HOURS = ZERO
             MOVE WS-HOME-ACCOUNT TO WS-DIST-ACCOUNT
             MOVE WS-HOME-COST-CENTER TO WS-DIST-COST-CENTER
             MOVE "PAYROLL" TO WS-DIST-SOURCE
             MOVE WS-DIST-AMOUNT TO WS-DIST-SHARE
             PERFORM 0348-ADD-TO-EXPENSE-LINE
          ELSE
             MOVE WS-DIST-AMOUNT TO WS-SPLIT-REMAINING
             MOVE ZERO TO WS-SPLIT-DONE
             SET LAB-IDX TO 1
             PERFORM UNTIL LAB-IDX > WS-LABOR-ENTRY-COUNT
                IF LAB-TAB-EMPLOYEEID(LAB-IDX)
                   = REQ-EMPLOYEEID(REQ-IDX)
                   AND LAB-TAB-HOURS(LAB-IDX) > ZERO
                   PERFORM 0345-CHARGE-ONE-SPLIT-LINE
                END-IF
                SET LAB-IDX UP BY 1
             END-PERFORM
          END-IF.

       0340-END.

       0342-CHARGE-ONE-EARNING.
          MOVE ZERO TO WS-EC-FOUND-IDX
          SET EC-IDX TO 1
          PERFORM UNTIL EC-IDX > WS-EC-ENTRY-COUNT
             IF EC-TAB-CODE(EC-IDX) = WS-OR-EARN-CODE(WS-EARN-SLOT)
                MOVE EC-IDX TO WS-EC-FOUND-IDX
                SET EC-IDX TO WS-EC-ENTRY-COUNT
             END-IF
             SET EC-IDX UP BY 1
          END-PERFORM

          IF WS-EC-FOUND-IDX NOT = ZERO
             SET EC-IDX TO WS-EC-FOUND-IDX
             IF EC-TAB-GL-ACCOUNT(EC-IDX) NOT = SPACES
                MOVE EC-TAB-GL-ACCOUNT(EC-IDX) TO WS-DIST-ACCOUNT
                MOVE WS-HOME-COST-CENTER TO WS-DIST-COST-CENTER
                MOVE "EARNINGS" TO WS-DIST-SOURCE
                MOVE WS-OR-EARN-AMOUNT(WS-EARN-SLOT) TO WS-DIST-SHARE
                PERFORM 0348-ADD-TO-EXPENSE-LINE
                SUBTRACT WS-OR-EARN-AMOUNT(WS-EARN-SLOT)
                   FROM WS-DIST-AMOUNT
             END-IF
          END-IF.

       0342-END.

       0345-CHARGE-ONE-SPLIT-LINE.
          ADD 1 TO WS-SPLIT-DONE
          IF WS-SPLIT-DONE = WS-SPLIT-LINES
             MOVE WS-SPLIT-REMAINING TO WS-SPLIT-SHARE
          ELSE
             COMPUTE WS-SPLIT-SHARE ROUNDED =
                WS-DIST-AMOUNT * LAB-TAB-HOURS(LAB-IDX)
                / WS-SPLIT-HOURS
             IF WS-SPLIT-SHARE > WS-SPLIT-REMAINING
                MOVE WS-SPLIT-REMAINING TO WS-SPLIT-SHARE
             END-IF
          END-IF
          SUBTRACT WS-SPLIT-SHARE FROM WS-SPLIT-REMAINING

          MOVE WS-HOME-ACCOUNT TO WS-DIST-ACCOUNT
          MOVE WS-HOME-COST-CENTER TO WS-DIST-COST-CENTER
          IF LAB-TAB-COST-CENTER(LAB-IDX) NOT = SPACES
             PERFORM 0347-FIND-COST-CENTER-ROW
             SET COA-IDX TO WS-CHART-FOUND-IDX
             MOVE COA-TAB-ACCOUNT(COA-IDX) TO WS-DIST-ACCOUNT
             MOVE COA-TAB-COST-CENTER(COA-IDX) TO WS-DIST-COST-CENTER
          END-IF
          MOVE "PAYROLL" TO WS-DIST-SOURCE
          MOVE WS-SPLIT-SHARE TO WS-DIST-SHARE
          PERFORM 0348-ADD-TO-EXPENSE-LINE.

       0345-END.

      *----------------------------------------------------------------
      * The chart row for a charge-to cost center, through the chart
      * department that carries it, as GLPOST finds it; zero if the
      * cost center is not on the chart.
      *----------------------------------------------------------------
       0347-FIND-COST-CENTER-ROW.
          MOVE ZERO TO WS-CHART-FOUND-IDX
          SET COA-IDX TO 1
          PERFORM UNTIL COA-IDX > WS-CHART-ENTRY-COUNT
             IF COA-TAB-COST-CENTER(COA-IDX)
                = LAB-TAB-COST-CENTER(LAB-IDX)
                MOVE COA-IDX TO WS-CHART-FOUND-IDX
                SET COA-IDX TO WS-CHART-ENTRY-COUNT
             END-IF
             SET COA-IDX UP BY 1
          END-PERFORM
          IF WS-CHART-FOUND-IDX NOT = ZERO
             SET COA-IDX TO WS-CHART-FOUND-IDX
             MOVE COA-TAB-DEPARTMENT(COA-IDX) TO WS-DIST-DEPARTMENT
             SET COA-IDX TO 1
             PERFORM UNTIL COA-IDX > WS-CHART-ENTRY-COUNT
                IF COA-TAB-DEPARTMENT(COA-IDX) = WS-DIST-DEPARTMENT
                   MOVE COA-IDX TO WS-CHART-FOUND-IDX
                   SET COA-IDX TO WS-CHART-ENTRY-COUNT
                END-IF
                SET COA-IDX UP BY 1
             END-PERFORM
          END-IF.

       0347-END.

       0348-ADD-TO-EXPENSE-LINE.
          MOVE ZERO TO WS-EXP-FOUND-IDX
          SET EXP-IDX TO 1
          PERFORM UNTIL EXP-IDX > WS-EXP-LINE-COUNT
             IF EXP-TAB-ACCOUNT(EXP-IDX) = WS-DIST-ACCOUNT
                AND EXP-TAB-COST-CENTER(EXP-IDX) = WS-DIST-COST-CENTER
                AND EXP-TAB-SOURCE(EXP-IDX) = WS-DIST-SOURCE
                MOVE EXP-IDX TO WS-EXP-FOUND-IDX
                SET EXP-IDX TO WS-EXP-LINE-COUNT
             END-IF
             SET EXP-IDX UP BY 1
          END-PERFORM
          IF WS-EXP-FOUND-IDX = ZERO
             IF WS-EXP-LINE-COUNT < WS-EXP-LINE-TABLE-MAX
                ADD 1 TO WS-EXP-LINE-COUNT
                SET EXP-IDX TO WS-EXP-LINE-COUNT
                MOVE WS-DIST-ACCOUNT TO EXP-TAB-ACCOUNT(EXP-IDX)
                MOVE WS-DIST-COST-CENTER
                   TO EXP-TAB-COST-CENTER(EXP-IDX)
                MOVE WS-DIST-SOURCE TO EXP-TAB-SOURCE(EXP-IDX)
                MOVE ZERO TO EXP-TAB-REVERSED(EXP-IDX)
                MOVE ZERO TO EXP-TAB-REISSUED(EXP-IDX)
                MOVE WS-EXP-LINE-COUNT TO WS-EXP-FOUND-IDX
             ELSE
                DISPLAY "Expense line table full at "
                   WS-EXP-LINE-TABLE-MAX
                   " lines - split VOIDREQ.DAT and rerun"
                MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
                PERFORM 0960-WRITE-JOB-LOG
                STOP RUN RETURNING 16
             END-IF
          END-IF
          SET EXP-IDX TO WS-EXP-FOUND-IDX
          IF DIST-REVERSAL
             ADD WS-DIST-SHARE TO EXP-TAB-REVERSED(EXP-IDX)
          ELSE
             ADD WS-DIST-SHARE TO EXP-TAB-REISSUED(EXP-IDX)
          END-IF.

       0348-END.

      *----------------------------------------------------------------
      * Appends this run's batch to GLJOURNAL.DAT and to the year's
      * journal history. The two sides are proved equal before either
      * file is opened - the journal already holds other runs'
      * batches and cannot simply be deleted the way GLPOST deletes
      * an unbalanced one.
      *----------------------------------------------------------------
       0400-WRITE-JOURNAL.
          COMPUTE WS-DEBIT-TOTAL =
             WS-REISSUED-GROSS + WS-VOIDED-NET + WS-VOIDED-DEDUCT
          COMPUTE WS-CREDIT-TOTAL =
             WS-VOIDED-GROSS + WS-REISSUED-NET + WS-REISSUED-DEDUCT
          IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
             DISPLAY "*********************************************"
             DISPLAY "* VOID JOURNAL OUT OF BALANCE - NOTHING DONE *"
             DISPLAY "*********************************************"
             DISPLAY "DEBIT TOTAL:  " WS-DEBIT-TOTAL
             DISPLAY "CREDIT TOTAL: " WS-CREDIT-TOTAL
             MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
             PERFORM 0960-WRITE-JOB-LOG
             STOP RUN RETURNING 16
          END-IF

          OPEN EXTEND JOURNALFILE
          IF WS-JOURNAL-STATUS NOT = '00'
             OPEN OUTPUT JOURNALFILE
          END-IF
          OPEN EXTEND JRNHISTFILE
          IF WS-JRNHIST-STATUS NOT = '00'
             OPEN OUTPUT JRNHISTFILE
          END-IF
          MOVE SPACES TO JOURNAL-RECORD
          MOVE "H" TO JH-RECORD-TYPE
          MOVE WS-RUN-DATE TO JH-RUN-DATE
          MOVE WS-RUN-TIME TO JH-RUN-TIME
          MOVE WS-BATCH-PAY-DATE TO JH-PAY-DATE
          PERFORM 0405-WRITE-JOURNAL-LINE

          SET EXP-IDX TO 1
          PERFORM UNTIL EXP-IDX > WS-EXP-LINE-COUNT
             PERFORM 0410-WRITE-ONE-EXPENSE-LINE
             SET EXP-IDX UP BY 1
          END-PERFORM

          IF WS-VOIDED-NET > ZERO
             MOVE SPACES TO JOURNAL-RECORD
             MOVE "D" TO JD-RECORD-TYPE
             MOVE WS-CLEARING-ACCOUNT TO JD-ACCOUNT
             MOVE WS-CLEARING-CC TO JD-COST-CENTER
             MOVE WS-VOIDED-NET TO JD-DEBIT
             MOVE ZERO TO JD-CREDIT
             MOVE "CLEARING" TO JD-SOURCE
             PERFORM 0405-WRITE-JOURNAL-LINE
             ADD 1 TO WS-JOURNAL-COUNT
          END-IF
          IF WS-REISSUED-NET > ZERO
             MOVE SPACES TO JOURNAL-RECORD
             MOVE "D" TO JD-RECORD-TYPE
             MOVE WS-CLEARING-ACCOUNT TO JD-ACCOUNT
             MOVE WS-CLEARING-CC TO JD-COST-CENTER
             MOVE ZERO TO JD-DEBIT
             MOVE WS-REISSUED-NET TO JD-CREDIT
             MOVE "CLEARING" TO JD-SOURCE
             PERFORM 0405-WRITE-JOURNAL-LINE
             ADD 1 TO WS-JOURNAL-COUNT
          END-IF
          IF WS-VOIDED-DEDUCT > ZERO
             MOVE SPACES TO JOURNAL-RECORD
             MOVE "D" TO JD-RECORD-TYPE
             MOVE WS-DEDUCTION-ACCOUNT TO JD-ACCOUNT
             MOVE WS-DEDUCTION-CC TO JD-COST-CENTER
             MOVE WS-VOIDED-DEDUCT TO JD-DEBIT
             MOVE ZERO TO JD-CREDIT
             MOVE "WITHHELD" TO JD-SOURCE
             PERFORM 0405-WRITE-JOURNAL-LINE
             ADD 1 TO WS-JOURNAL-COUNT
          END-IF
          IF WS-REISSUED-DEDUCT > ZERO
             MOVE SPACES TO JOURNAL-RECORD
             MOVE "D" TO JD-RECORD-TYPE
             MOVE WS-DEDUCTION-ACCOUNT TO JD-ACCOUNT
             MOVE WS-DEDUCTION-CC TO JD-COST-CENTER
             MOVE ZERO TO JD-DEBIT
             MOVE WS-REISSUED-DEDUCT TO JD-CREDIT
             MOVE "WITHHELD" TO JD-SOURCE
             PERFORM 0405-WRITE-JOURNAL-LINE
             ADD 1 TO WS-JOURNAL-COUNT
          END-IF

          MOVE SPACES TO JOURNAL-RECORD
          MOVE "T" TO JT-RECORD-TYPE
          MOVE WS-JOURNAL-COUNT TO JT-RECORD-COUNT
          MOVE WS-DEBIT-TOTAL TO JT-DEBIT-HASH
          MOVE WS-CREDIT-TOTAL TO JT-CREDIT-HASH
          PERFORM 0405-WRITE-JOURNAL-LINE
          CLOSE JOURNALFILE
          CLOSE JRNHISTFILE.

       0400-END.

       0405-WRITE-JOURNAL-LINE.
          WRITE JOURNAL-RECORD
          MOVE JOURNAL-RECORD TO JOURNAL-HIST-RECORD
          WRITE JOURNAL-HIST-RECORD.

       0405-END.

      *----------------------------------------------------------------
      * An expense line's reversed gross is credited back to the
      * account and cost center it was charged to; its reissued gross
      * is debited as a new expense, under the same source GLPOST
      * posts it with.
      *----------------------------------------------------------------
       0410-WRITE-ONE-EXPENSE-LINE.
          IF EXP-TAB-REVERSED(EXP-IDX) > ZERO
             MOVE SPACES TO JOURNAL-RECORD
             MOVE "D" TO JD-RECORD-TYPE
             MOVE EXP-TAB-ACCOUNT(EXP-IDX) TO JD-ACCOUNT
             MOVE EXP-TAB-COST-CENTER(EXP-IDX) TO JD-COST-CENTER
             MOVE ZERO TO JD-DEBIT
             MOVE EXP-TAB-REVERSED(EXP-IDX) TO JD-CREDIT
             MOVE EXP-TAB-SOURCE(EXP-IDX) TO JD-SOURCE
             PERFORM 0405-WRITE-JOURNAL-LINE
             ADD 1 TO WS-JOURNAL-COUNT
          END-IF
          IF EXP-TAB-REISSUED(EXP-IDX) > ZERO
             MOVE SPACES TO JOURNAL-RECORD
             MOVE "D" TO JD-RECORD-TYPE
             MOVE EXP-TAB-ACCOUNT(EXP-IDX) TO JD-ACCOUNT
             MOVE EXP-TAB-COST-CENTER(EXP-IDX) TO JD-COST-CENTER
             MOVE EXP-TAB-REISSUED(EXP-IDX) TO JD-DEBIT
             MOVE ZERO TO JD-CREDIT
             MOVE EXP-TAB-SOURCE(EXP-IDX) TO JD-SOURCE
             PERFORM 0405-WRITE-JOURNAL-LINE
             ADD 1 TO WS-JOURNAL-COUNT
          END-IF.

       0410-END.

      *----------------------------------------------------------------
      * The reversal is the original line exactly, marked V; the
      * reissue follows it. Both go to the year's pay-detail history
      * as well, tagged with this job.
      *----------------------------------------------------------------
       0450-APPEND-PAY-DETAIL.
          OPEN EXTEND PAYDETAILFILE
          IF WS-PAYDETAIL-STATUS NOT = '00'
             OPEN OUTPUT PAYDETAILFILE
          END-IF
          OPEN EXTEND PAYDETHISTFILE
          IF WS-PAYDETHIST-STATUS NOT = '00'
             OPEN OUTPUT PAYDETHISTFILE
          END-IF
          SET REQ-IDX TO 1
          PERFORM UNTIL REQ-IDX > WS-REQ-ENTRY-COUNT
             IF REQ-ACCEPTED(REQ-IDX)
                MOVE REQ-ORIGINAL-LINE(REQ-IDX) TO PAY-DETAIL-RECORD
                MOVE 'V' TO PD-ENTRY-TYPE
                PERFORM 0455-WRITE-PAY-DETAIL-LINE
                IF REQ-REISSUE(REQ-IDX)
                   MOVE REQ-REISSUE-LINE(REQ-IDX)
                      TO PAY-DETAIL-RECORD
                   PERFORM 0455-WRITE-PAY-DETAIL-LINE
                END-IF
             END-IF
             SET REQ-IDX UP BY 1
          END-PERFORM
          CLOSE PAYDETAILFILE
          CLOSE PAYDETHISTFILE.

       0450-END.

       0455-WRITE-PAY-DETAIL-LINE.
          WRITE PAY-DETAIL-RECORD
          MOVE SPACES TO PAY-DETAIL-HIST-RECORD
          MOVE PAY-DETAIL-RECORD TO PH-DETAIL
          MOVE "PAYVOID" TO PH-SOURCE-JOB
          WRITE PAY-DETAIL-HIST-RECORD.

       0455-END.

      *----------------------------------------------------------------
      * Backs each voided line out of the employee's YTD row and rolls
      * the reissue in. An employee with no row for the year is
      * reported; there is nothing to back out of.
      *----------------------------------------------------------------
       0460-UPDATE-YTD.
          SET REQ-IDX TO 1
          PERFORM UNTIL REQ-IDX > WS-REQ-ENTRY-COUNT
             IF REQ-ACCEPTED(REQ-IDX)
                PERFORM 0465-UPDATE-ONE-YTD
             END-IF
             SET REQ-IDX UP BY 1
          END-PERFORM

          OPEN OUTPUT YTDFILE
          SET YTD-IDX TO 1
          PERFORM UNTIL YTD-IDX > WS-YTD-ENTRY-COUNT
             MOVE SPACES TO YTD-RECORD
             MOVE YTD-TAB-EMPLOYEEID(YTD-IDX) TO YTD-EMPLOYEEID
             MOVE YTD-TAB-YEAR(YTD-IDX) TO YTD-YEAR
             MOVE YTD-TAB-HOURS(YTD-IDX) TO YTD-HOURS
             MOVE YTD-TAB-GROSS(YTD-IDX) TO YTD-GROSS
             MOVE YTD-TAB-NET(YTD-IDX) TO YTD-NET
             WRITE YTD-RECORD
             SET YTD-IDX UP BY 1
          END-PERFORM
          CLOSE YTDFILE.

       0460-END.

       0465-UPDATE-ONE-YTD.
          MOVE REQ-ORIGINAL-LINE(REQ-IDX) TO WS-ORIGINAL-AREA
          MOVE ZERO TO YTD-FOUND-IDX
          SET YTD-IDX TO 1
          PERFORM UNTIL YTD-IDX > WS-YTD-ENTRY-COUNT
             IF YTD-TAB-EMPLOYEEID(YTD-IDX) = REQ-EMPLOYEEID(REQ-IDX)
                AND YTD-TAB-YEAR(YTD-IDX) = WS-RUN-YEAR
                MOVE YTD-IDX TO YTD-FOUND-IDX
                SET YTD-IDX TO WS-YTD-ENTRY-COUNT
             END-IF
             SET YTD-IDX UP BY 1
          END-PERFORM

          IF YTD-FOUND-IDX = ZERO
             ADD 1 TO WS-YTD-MISSING-COUNT
             DISPLAY "WARNING: no " WS-RUN-YEAR " PAYYTD.DAT row for "
                REQ-EMPLOYEEID(REQ-IDX) " - YTD not adjusted"
          ELSE
             SET YTD-IDX TO YTD-FOUND-IDX
             IF YTD-TAB-HOURS(YTD-IDX) >= WS-OR-HOURS
                SUBTRACT WS-OR-HOURS FROM YTD-TAB-HOURS(YTD-IDX)
             ELSE
                MOVE ZERO TO YTD-TAB-HOURS(YTD-IDX)
             END-IF
             IF YTD-TAB-GROSS(YTD-IDX) >= WS-OR-GROSS-PAY
                SUBTRACT WS-OR-GROSS-PAY FROM YTD-TAB-GROSS(YTD-IDX)
             ELSE
                MOVE ZERO TO YTD-TAB-GROSS(YTD-IDX)
             END-IF
             IF YTD-TAB-NET(YTD-IDX) >= WS-OR-NET-PAY
                SUBTRACT WS-OR-NET-PAY FROM YTD-TAB-NET(YTD-IDX)
             ELSE
                MOVE ZERO TO YTD-TAB-NET(YTD-IDX)
             END-IF
             IF REQ-REISSUE(REQ-IDX)
                MOVE REQ-REISSUE-LINE(REQ-IDX) TO WS-REISSUE-AREA
                ADD WS-RI-HOURS TO YTD-TAB-HOURS(YTD-IDX)
                ADD WS-RI-GROSS-PAY TO YTD-TAB-GROSS(YTD-IDX)
                ADD WS-RI-NET-PAY TO YTD-TAB-NET(YTD-IDX)
             END-IF
          END-IF.

       0465-END.

      *----------------------------------------------------------------
      * Takes each voided line's garnishment, less what its reissue
      * withheld again, back off the employee's orders and rewrites
      * GARNORDER.DAT. Garnishment that no order had been credited
      * with came from DEDUCTMAST.DAT and is only reported.
      *----------------------------------------------------------------
       0466-BACK-OUT-GARNISHMENTS.
          SET REQ-IDX TO 1
          PERFORM UNTIL REQ-IDX > WS-REQ-ENTRY-COUNT
             IF REQ-ACCEPTED(REQ-IDX)
                MOVE REQ-ORIGINAL-LINE(REQ-IDX) TO WS-ORIGINAL-AREA
                MOVE WS-OR-GRN-DED TO WS-GRN-BACKOUT
                IF REQ-REISSUE(REQ-IDX)
                   MOVE REQ-REISSUE-LINE(REQ-IDX) TO WS-REISSUE-AREA
                   IF WS-RI-GRN-DED < WS-GRN-BACKOUT
                      SUBTRACT WS-RI-GRN-DED FROM WS-GRN-BACKOUT
                   ELSE
                      MOVE ZERO TO WS-GRN-BACKOUT
                   END-IF
                END-IF
                MOVE 1 TO WS-GO-FOUND-IDX
                PERFORM UNTIL WS-GRN-BACKOUT = ZERO
                   OR WS-GO-FOUND-IDX = ZERO
                   PERFORM 0467-BACK-OUT-ONE-ORDER
                END-PERFORM
                IF WS-GRN-BACKOUT > ZERO
                   ADD 1 TO WS-GRN-UNMATCHED-COUNT
                   DISPLAY "WARNING: " WS-GRN-BACKOUT
                      " garnishment for " REQ-EMPLOYEEID(REQ-IDX)
                      " not on any GARNORDER.DAT order"
                END-IF
             END-IF
             SET REQ-IDX UP BY 1
          END-PERFORM

          OPEN OUTPUT GARNORDERFILE
          SET GO-IDX TO 1
          PERFORM UNTIL GO-IDX > WS-GO-ENTRY-COUNT
             MOVE SPACES TO GARNISH-ORDER-RECORD
             MOVE GO-TAB-EMPLOYEEID(GO-IDX) TO GO-EMPLOYEEID
             MOVE GO-TAB-CASE-NUMBER(GO-IDX) TO GO-CASE-NUMBER
             MOVE GO-TAB-PAYEE-ID(GO-IDX) TO GO-PAYEE-ID
             MOVE GO-TAB-PAYEE-NAME(GO-IDX) TO GO-PAYEE-NAME
             MOVE GO-TAB-PRIORITY(GO-IDX) TO GO-PRIORITY
             MOVE GO-TAB-METHOD(GO-IDX) TO GO-METHOD
             MOVE GO-TAB-AMOUNT(GO-IDX) TO GO-AMOUNT
             MOVE GO-TAB-CAP-PCT(GO-IDX) TO GO-CAP-PCT
             MOVE GO-TAB-TOTAL-OWED(GO-IDX) TO GO-TOTAL-OWED
             MOVE GO-TAB-PAID-TO-DATE(GO-IDX) TO GO-PAID-TO-DATE
             MOVE GO-TAB-STATUS(GO-IDX) TO GO-STATUS
             WRITE GARNISH-ORDER-RECORD
             SET GO-IDX UP BY 1
          END-PERFORM
          CLOSE GARNORDERFILE.

       0466-END.

      *----------------------------------------------------------------
      * The employee's order with something paid to date and the
      * lowest priority - the last one PAYREGISTER took from - gives
      * back as much of the garnishment as it holds. Zero found means
      * no order has anything left to give back.
      *----------------------------------------------------------------
       0467-BACK-OUT-ONE-ORDER.
          MOVE ZERO TO WS-GO-FOUND-IDX
          MOVE ZERO TO WS-GO-FOUND-PRIORITY
          SET GO-IDX TO 1
          PERFORM UNTIL GO-IDX > WS-GO-ENTRY-COUNT
             IF GO-TAB-EMPLOYEEID(GO-IDX) = REQ-EMPLOYEEID(REQ-IDX)
                AND GO-TAB-PAID-TO-DATE(GO-IDX) > ZERO
                AND GO-TAB-PRIORITY(GO-IDX) >= WS-GO-FOUND-PRIORITY
                MOVE GO-IDX TO WS-GO-FOUND-IDX
                MOVE GO-TAB-PRIORITY(GO-IDX) TO WS-GO-FOUND-PRIORITY
             END-IF
             SET GO-IDX UP BY 1
          END-PERFORM

          IF WS-GO-FOUND-IDX NOT = ZERO
             SET GO-IDX TO WS-GO-FOUND-IDX
             IF GO-TAB-PAID-TO-DATE(GO-IDX) > WS-GRN-BACKOUT
                MOVE WS-GRN-BACKOUT TO WS-GRN-ONE-ORDER
             ELSE
                MOVE GO-TAB-PAID-TO-DATE(GO-IDX) TO WS-GRN-ONE-ORDER
             END-IF
             SUBTRACT WS-GRN-ONE-ORDER FROM GO-TAB-PAID-TO-DATE(GO-IDX)
             SUBTRACT WS-GRN-ONE-ORDER FROM WS-GRN-BACKOUT
             IF GO-TAB-STATUS(GO-IDX) = 'S'
                AND GO-TAB-PAID-TO-DATE(GO-IDX)
                   < GO-TAB-TOTAL-OWED(GO-IDX)
                MOVE 'A' TO GO-TAB-STATUS(GO-IDX)
             END-IF
          END-IF.

       0467-END.

      *----------------------------------------------------------------
      * Every request goes on the log, refused ones included, so the
      * log shows who asked for each void and what became of it.
      *----------------------------------------------------------------
       0470-APPEND-VOID-LOG.
          OPEN EXTEND VOIDLOGFILE
          IF WS-VOIDLOG-STATUS NOT = '00'
             OPEN OUTPUT VOIDLOGFILE
          END-IF
          SET REQ-IDX TO 1
          PERFORM UNTIL REQ-IDX > WS-REQ-ENTRY-COUNT
             MOVE SPACES TO VOID-LOG-RECORD
             MOVE REQ-EMPLOYEEID(REQ-IDX) TO VL-EMPLOYEEID
             MOVE REQ-PAY-DATE(REQ-IDX) TO VL-PAY-DATE
             MOVE WS-RUN-DATE TO VL-VOID-DATE
             MOVE WS-RUN-TIME TO VL-VOID-TIME
             MOVE REQ-REQUESTED-BY(REQ-IDX) TO VL-REQUESTED-BY
             MOVE REQ-REASON(REQ-IDX) TO VL-REASON
             MOVE REQ-STATUS(REQ-IDX) TO VL-STATUS
             MOVE ZERO TO VL-VOIDED-NET
             MOVE ZERO TO VL-REISSUE-HOURS
             MOVE ZERO TO VL-REISSUE-NET
             IF REQ-ACCEPTED(REQ-IDX)
                MOVE REQ-ORIGINAL-LINE(REQ-IDX) TO WS-ORIGINAL-AREA
                MOVE WS-OR-NET-PAY TO VL-VOIDED-NET
                IF REQ-REISSUE(REQ-IDX)
                   MOVE REQ-REISSUE-LINE(REQ-IDX) TO WS-REISSUE-AREA
                   MOVE WS-RI-HOURS TO VL-REISSUE-HOURS
                   MOVE WS-RI-NET-PAY TO VL-REISSUE-NET
                END-IF
             END-IF
             MOVE REQ-RESULT(REQ-IDX) TO VL-RESULT
             WRITE VOID-LOG-RECORD
             SET REQ-IDX UP BY 1
          END-PERFORM
          CLOSE VOIDLOGFILE.

       0470-END.

       0480-PRINT-VOID-REGISTER.
          OPEN OUTPUT REGISTERFILE
          WRITE REGISTER-LINE FROM REGISTER-HEADING-1
          MOVE WS-RUN-DATE TO HD-RUN-DATE-OUT
          WRITE REGISTER-LINE FROM HEADING-DATE-LINE
          WRITE REGISTER-LINE FROM REGISTER-HEADING-2
          WRITE REGISTER-LINE FROM REGISTER-COLUMN-LINE

          SET REQ-IDX TO 1
          PERFORM UNTIL REQ-IDX > WS-REQ-ENTRY-COUNT
             MOVE REQ-EMPLOYEEID(REQ-IDX) TO REG-EMPLOYEEID-OUT
             MOVE REQ-PAY-DATE(REQ-IDX) TO REG-PAY-DATE-OUT
             MOVE REQ-REQUESTED-BY(REQ-IDX) TO REG-REQUESTER-OUT
             MOVE REQ-REASON(REQ-IDX) TO REG-REASON-OUT
             MOVE ZERO TO REG-VOIDED-OUT
             MOVE ZERO TO REG-HOURS-OUT
             MOVE ZERO TO REG-REISSUE-OUT
             IF REQ-ACCEPTED(REQ-IDX)
                MOVE REQ-ORIGINAL-LINE(REQ-IDX) TO WS-ORIGINAL-AREA
                MOVE WS-OR-NET-PAY TO REG-VOIDED-OUT
                IF REQ-REISSUE(REQ-IDX)
                   MOVE REQ-REISSUE-LINE(REQ-IDX) TO WS-REISSUE-AREA
                   MOVE WS-RI-HOURS TO REG-HOURS-OUT
                   MOVE WS-RI-NET-PAY TO REG-REISSUE-OUT
                END-IF
             END-IF
             MOVE REQ-RESULT(REQ-IDX) TO REG-RESULT-OUT
             WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE
             SET REQ-IDX UP BY 1
          END-PERFORM

          MOVE SPACES TO REGISTER-LINE
          WRITE REGISTER-LINE
          MOVE "LINES VOIDED, NET:" TO TOT-LABEL
          MOVE WS-ACCEPTED-COUNT TO TOT-COUNT
          MOVE WS-VOIDED-NET TO TOT-AMOUNT
          WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE
          MOVE "LINES REISSUED, NET:" TO TOT-LABEL
          MOVE WS-REISSUE-COUNT TO TOT-COUNT
          MOVE WS-REISSUED-NET TO TOT-AMOUNT
          WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE
          MOVE "REQUESTS REFUSED:" TO TOT-LABEL
          MOVE WS-REFUSED-COUNT TO TOT-COUNT
          MOVE ZERO TO TOT-AMOUNT
          WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE
          MOVE "JOURNAL LINES APPENDED:" TO TOT-LABEL
          MOVE WS-JOURNAL-COUNT TO TOT-COUNT
          MOVE WS-DEBIT-TOTAL TO TOT-AMOUNT
          WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE
          CLOSE REGISTERFILE.

       0480-END.

      *----------------------------------------------------------------
      * Appends this run's start/end time, record count, and status to
      * the shared JOBLOG.DAT so the whole batch window can be reviewed
      * after the fact. A missing JOBLOG.DAT just means this is the
      * first run to ever log to it, so it is created on the spot.
      *----------------------------------------------------------------
       0960-WRITE-JOB-LOG.
          ACCEPT WS-JOBLOG-END-TIME FROM TIME
          OPEN EXTEND JOBLOGFILE
          IF WS-JOBLOG-FILE-STATUS NOT = "00"
             OPEN OUTPUT JOBLOGFILE
          END-IF
          MOVE "PAYVOID" TO WS-JL-JOB-NAME
          MOVE WS-JOBLOG-START-TIME TO WS-JL-START-TIME-OUT
          MOVE WS-JOBLOG-END-TIME TO WS-JL-END-TIME-OUT
          MOVE WS-ACCEPTED-COUNT TO WS-JL-RECORD-COUNT-OUT
          MOVE WS-JOBLOG-RUN-STATUS TO WS-JL-STATUS-OUT
          MOVE WS-JOBLOG-RECORD-AREA TO JOBLOG-RECORD
          WRITE JOBLOG-RECORD
          CLOSE JOBLOGFILE.

       0960-END.

       END PROGRAM PAYVOID.
