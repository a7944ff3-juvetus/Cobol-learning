       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINALPAY.

      *----------------------------------------------------------------
      * Final-pay settlement for terminated employees. EMPLOYEEMAINT
      * sets EMP-STATUS to 'T' and PAYREGISTER simply stops paying
      * them; this run picks up every termination dated since the
      * last settlement run and cuts the final check: hours worked
      * since the last pay date from the final timecards, plus the
      * unused PTO balance paid out at HOURLYRATE. The PTO entry is
      * zeroed, the employee's deductions are end-dated, garnishment
      * orders are taken and remitted as in a regular pay, and the
      * settlement is appended to PAYDETAIL.DAT and rolled into
      * PAYYTD.DAT exactly as a regular pay line, so it is run after
      * PAYREGISTER and ahead of GLPOST and PAYSTUB in the cycle. With
      * a pay-period calendar the run is refused unless the current
      * period stands calculated, and is paid under its pay date.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EMPLOYEEFILE ASSIGN TO "EMPFILE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS EMPLOYEEID
            FILE STATUS IS WS-FILE-STATUS.

       SELECT FINALHOURSFILE ASSIGN TO "FINALHOURS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FINALHOURS-STATUS.

       SELECT FINALCTLFILE ASSIGN TO "FINALPAYCTL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FINALCTL-STATUS.

       SELECT SEPHISTFILE ASSIGN TO "SEPARATIONHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SEPHIST-STATUS.

       SELECT REGISTERFILE ASSIGN TO "SEPARATIONREG.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DEDUCTIONFILE ASSIGN TO "DEDUCTMAST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEDUCT-STATUS.

       SELECT BENEFITFILE ASSIGN TO "BENEFITENRL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BENEFIT-STATUS.

       SELECT PTOBALFILE ASSIGN TO "PTOBAL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PTOBAL-STATUS.

       SELECT PAYDETAILFILE ASSIGN TO "PAYDETAIL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAYDETAIL-STATUS.

       SELECT PAYDETHISTFILE ASSIGN TO "PAYDETHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAYDETHIST-STATUS.

       SELECT TAXPROFILEFILE ASSIGN TO "TAXPROFILE.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TAXPROFILE-STATUS.

       SELECT GARNORDERFILE ASSIGN TO "GARNORDER.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GARNORDER-STATUS.

       SELECT REMITFILE ASSIGN TO "GARNREMIT.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REMIT-STATUS.

       SELECT PAYPERIODFILE ASSIGN TO "PAYPERIOD.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAYPERIOD-STATUS.

       SELECT YTDFILE ASSIGN TO "PAYYTD.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-YTD-STATUS.

       SELECT YEARCTLFILE ASSIGN TO "PAYYEARCTL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-YEARCTL-STATUS.

       SELECT PAYCTLFILE ASSIGN TO "PAYREGCTL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAYCTL-STATUS.

       SELECT ALERTFILE ASSIGN TO "OPSALERT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ALERT-FILE-STATUS.

       SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOBLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *----------------------------------------------------------------
      * Final timecards, in the TIMECARDS.DAT layout: the hours a
      * terminated employee worked since the last pay date, which
      * TIMECARDPOST refuses to post against a terminated master
      * (reject TC08). Worked-hours lines for the same employee and
      * week are added together; PTO lines are ignored because the
      * whole balance is paid out anyway.
      *----------------------------------------------------------------
       FD FINALHOURSFILE.
       01 FINAL-HOURS-RECORD.
          05 FHR-EMPLOYEEID   PIC 9(7).
          05 FILLER           PIC X(1).
          05 FHR-WEEK-ENDING  PIC 9(8).
          05 FILLER           PIC X(1).
          05 FHR-HOURS        PIC 9(3).
          05 FILLER           PIC X(1).
          05 FHR-TYPE         PIC X(1).
             88 FHR-WORKED-HOURS VALUES 'R', SPACE.

      *----------------------------------------------------------------
      * Settlement control: the date of the last final-pay run.
      * Terminations dated on or after it are candidates this run.
      *----------------------------------------------------------------
       FD FINALCTLFILE.
       01 FINAL-CONTROL-RECORD.
          05 FC-LAST-RUN-DATE PIC 9(8).
          05 FILLER           PIC X(1).
          05 FC-LAST-RUN-TIME PIC 9(8).

      *----------------------------------------------------------------
      * One line per settlement ever made, appended each run. An
      * employee already on file for the same termination date is
      * never settled twice, however the control date falls.
      *----------------------------------------------------------------
       FD SEPHISTFILE.
       01 SEPARATION-HIST-RECORD.
          05 SEP-EMPLOYEEID   PIC 9(7).
          05 FILLER           PIC X(1).
          05 SEP-TERM-DATE    PIC 9(8).
          05 FILLER           PIC X(1).
          05 SEP-SETTLE-DATE  PIC 9(8).
          05 FILLER           PIC X(1).
          05 SEP-GROSS-PAY    PIC 9(7)V99.
          05 FILLER           PIC X(1).
          05 SEP-NET-PAY      PIC 9(7)V99.

       FD REGISTERFILE.
       01 REGISTER-LINE PIC X(150).

      *----------------------------------------------------------------
      * Employee deductions master, one record per deduction. The
      * end date, when present, is the last date the deduction
      * applies; zero or blank means it is open.
      *----------------------------------------------------------------
       FD DEDUCTIONFILE.
       01 DEDUCTION-RECORD.
          05 DED-EMPLOYEEID  PIC 9(7).
          05 FILLER          PIC X(1).
          05 DED-CODE        PIC X(3).
          05 FILLER          PIC X(1).
          05 DED-METHOD      PIC X(1).
          05 FILLER          PIC X(1).
          05 DED-AMOUNT      PIC 9(5)V99.
          05 FILLER          PIC X(1).
          05 DED-END-DATE    PIC 9(8).

      *----------------------------------------------------------------
      * Benefits enrollment, one record per employee and plan. The
      * employee cost is the per-period insurance deduction; a zero
      * end date means the coverage is open.
      *----------------------------------------------------------------
       FD BENEFITFILE.
       01 BENEFIT-RECORD.
          05 BEN-EMPLOYEEID     PIC 9(7).
          05 FILLER             PIC X(1).
          05 BEN-PLAN-CODE      PIC X(6).
          05 FILLER             PIC X(1).
          05 BEN-CARRIER-ID     PIC X(6).
          05 FILLER             PIC X(1).
          05 BEN-COVERAGE-TIER  PIC X(2).
          05 FILLER             PIC X(1).
          05 BEN-DEPENDENTS     PIC 9(2).
          05 FILLER             PIC X(1).
          05 BEN-EFFECTIVE-DATE PIC 9(8).
          05 FILLER             PIC X(1).
          05 BEN-END-DATE       PIC 9(8).
          05 FILLER             PIC X(1).
          05 BEN-EMPLOYEE-COST  PIC 9(5)V99.
          05 FILLER             PIC X(1).
          05 BEN-EMPLOYER-COST  PIC 9(5)V99.

       FD PTOBALFILE.
       01 PTO-BALANCE-RECORD.
          05 PTO-EMPLOYEEID  PIC 9(7).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PTO-EARNED      PIC 9(5)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PTO-TAKEN       PIC 9(5)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PTO-BALANCE     PIC 9(5)V99.

       FD PAYDETAILFILE.
       01 PAY-DETAIL-RECORD.
          05 PD-EMPLOYEEID   PIC 9(7).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PD-PAY-DATE     PIC 9(8).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PD-HOURS        PIC 9(3).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PD-REGULAR-PAY  PIC 9(7)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PD-OVERTIME-PAY PIC 9(7)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PD-PREMIUM-PAY  PIC 9(7)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PD-GROSS-PAY    PIC 9(7)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PD-TAX-DED      PIC 9(5)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PD-INS-DED      PIC 9(5)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PD-RET-DED      PIC 9(5)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PD-GRN-DED      PIC 9(5)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PD-NET-PAY      PIC 9(7)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PD-TAXABLE-WAGES PIC 9(7)V99.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PD-ENTRY-TYPE   PIC X(1).
             88 PD-REGULAR-ENTRY VALUE SPACE.
             88 PD-VOID-REVERSAL VALUE 'V'.
             88 PD-REISSUE       VALUE 'I'.
          05 PD-EARNING OCCURS 6 TIMES.
             10 FILLER         PIC X(1).
             10 PD-EARN-CODE   PIC X(3).
             10 FILLER         PIC X(1).
             10 PD-EARN-AMOUNT PIC 9(7)V99.

      *----------------------------------------------------------------
      * Year-long pay-line history: every settlement line written to
      * PAYDETAIL.DAT is appended here as well, tagged with this job,
      * for PAYYEAREND to tie the year out from.
      *----------------------------------------------------------------
       FD PAYDETHISTFILE.
       01 PAY-DETAIL-HIST-RECORD.
          05 PH-DETAIL         PIC X(198).
          05 FILLER            PIC X(1).
          05 PH-SOURCE-JOB     PIC X(11).

      *----------------------------------------------------------------
      * Employee tax profile, PAYREGISTER's layout: an exempt flag of
      * Y withholds nothing, and the extra amount is withheld on top
      * of the supplemental rate. Filing status and allowances drive
      * the bracket table, which a final check does not use.
      *----------------------------------------------------------------
       FD TAXPROFILEFILE.
       01 TAX-PROFILE-RECORD.
          05 TP-EMPLOYEEID     PIC 9(7).
          05 FILLER            PIC X(1).
          05 TP-FILING-STATUS  PIC X(1).
          05 FILLER            PIC X(1).
          05 TP-ALLOWANCES     PIC 9(2).
          05 FILLER            PIC X(1).
          05 TP-EXTRA-WITHHOLD PIC 9(5)V99.
          05 FILLER            PIC X(1).
          05 TP-EXEMPT         PIC X(1).

      *----------------------------------------------------------------
      * Garnishment orders, PAYREGISTER's layout: priority 1 is taken
      * first, a percent of disposable pay (P) or a flat amount (A),
      * the cap on all garnishments together once this order is
      * applied, the total owed (zero for open-ended support) and
      * paid to date. Status A is active, H held, S satisfied.
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

      *----------------------------------------------------------------
      * PAYREGISTER's remittance register for the cycle. The orders
      * taken from final checks are appended behind the register's
      * own, so the agency checks cut from it cover both.
      *----------------------------------------------------------------
       FD REMITFILE.
       01 REMIT-LINE PIC X(132).

      *----------------------------------------------------------------
      * Pay-period calendar, as PAYREGISTER keeps it: one record per
      * pay period in pay-date order with its status in the cycle -
      * O open, C calculated, E extracted, P posted, X closed. Read
      * only; this job does not move a period on.
      *----------------------------------------------------------------
       FD PAYPERIODFILE.
       01 PAY-PERIOD-RECORD.
          05 PP-PAY-DATE     PIC 9(8).
          05 FILLER          PIC X(1).
          05 PP-PERIOD-START PIC 9(8).
          05 FILLER          PIC X(1).
          05 PP-PERIOD-END   PIC 9(8).
          05 FILLER          PIC X(1).
          05 PP-STATUS       PIC X(1).
          05 FILLER          PIC X(1).
          05 PP-LAST-JOB     PIC X(15).
          05 FILLER          PIC X(1).
          05 PP-STATUS-DATE  PIC 9(8).
          05 FILLER          PIC X(1).
          05 PP-STATUS-TIME  PIC 9(8).

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

      *----------------------------------------------------------------
      * Pay-cycle control totals: the settlement totals are added
      * behind PAYREGISTER's line, matching the lines appended to
      * PAYDETAIL.DAT.
      *----------------------------------------------------------------
       FD PAYCTLFILE.
       01 PAY-CONTROL-RECORD.
          05 PC-SOURCE     PIC X(12).
          05 FILLER        PIC X(1).
          05 PC-PAY-DATE   PIC 9(8).
          05 FILLER        PIC X(1).
          05 PC-COUNT      PIC 9(7).
          05 FILLER        PIC X(1).
          05 PC-GROSS      PIC 9(9)V99.
          05 FILLER        PIC X(1).
          05 PC-NET        PIC 9(9)V99.

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
       01 WS-FILE-STATUS PIC XX VALUE '00'.
       01 WS-EMPLOYEE-EOF PIC X VALUE 'N'.
          88 END-OF-EMPLOYEES VALUE 'Y'.

       01 WS-SETTLED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-NOTHING-OWED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ALREADY-SETTLED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PTO-ALERT-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-DED-ENDED-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-BEN-ENDED-COUNT    PIC 9(5) VALUE ZERO.

       01 WS-RUN-DATE.
          05 WS-RUN-YEAR  PIC 9(4).
          05 WS-RUN-MONTH PIC 9(2).
          05 WS-RUN-DAY   PIC 9(2).
       01 WS-RUN-TIME PIC 9(8) VALUE ZERO.

      *----------------------------------------------------------------
      * Pay date the settlements are paid and accumulated under: the
      * pay date of the current calendar period, the one PAYREGISTER
      * has just calculated. With no calendar it is today.
      *----------------------------------------------------------------
       01 WS-PAY-DATE.
          05 WS-PAY-YEAR  PIC 9(4).
          05 WS-PAY-MONTH PIC 9(2).
          05 WS-PAY-DAY   PIC 9(2).

      *----------------------------------------------------------------
      * Pay-period control. Final pay joins the cycle PAYREGISTER has
      * calculated, so the current period - the earliest on the
      * calendar not yet closed - must stand at WS-PP-NEEDED-STATUS.
      * A missing PAYPERIOD.DAT means no period control this run.
      *----------------------------------------------------------------
       01 WS-PAYDETHIST-STATUS PIC XX VALUE '00'.
       01 WS-PAYPERIOD-STATUS PIC XX VALUE '00'.
       01 WS-PAYPERIOD-FOUND  PIC X VALUE 'N'.
          88 PAYPERIOD-FILE-FOUND VALUE 'Y'.
       01 WS-PAYPERIOD-EOF PIC X VALUE 'N'.
          88 END-OF-PAYPERIOD VALUE 'Y'.
       01 WS-PP-NEEDED-STATUS PIC X(1) VALUE 'C'.
       01 WS-PP-ENTRY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PP-TABLE-MAX   PIC 9(3) VALUE 200.
       01 WS-PP-TABLE.
          05 WS-PP-ENTRY OCCURS 200 TIMES INDEXED BY PP-IDX.
             10 PP-TAB-PAY-DATE     PIC 9(8).
             10 PP-TAB-STATUS       PIC X(1).
       01 WS-PP-TARGET-IDX PIC 9(3) VALUE ZERO.
       01 WS-PP-ALERT-KEY.
          05 FILLER          PIC X(11) VALUE "PAY PERIOD ".
          05 WS-PP-KEY-DATE  PIC 9(8).
       01 WS-PP-REFUSE-TEXT PIC X(60) VALUE SPACES.
       01 WS-PP-STATUS-TEXT.
          05 FILLER          PIC X(24)
             VALUE "CURRENT PERIOD AT STATUS".
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-PP-TEXT-STATUS PIC X(1).
          05 FILLER          PIC X(34)
             VALUE " - FINAL PAY RUNS ONLY AT STATUS C".

      *----------------------------------------------------------------
      * Same overtime rule as PAYREGISTER: hours over the threshold
      * in any one final week are paid at the overtime factor.
      *----------------------------------------------------------------
       01 WS-OVERTIME-THRESHOLD PIC 9(3) VALUE 40.
       01 WS-OVERTIME-FACTOR    PIC 9V9 VALUE 1.5.

      *----------------------------------------------------------------
      * A final check is supplemental wages - largely a lump-sum PTO
      * payout - so tax is withheld at the flat supplemental rate on
      * taxable wages rather than annualized through the bracket
      * table, which would treat one week's lump sum as a salary.
      * DEDUCTMAST.DAT TAX rows are not used here. The employee's tax
      * profile still holds: exempt withholds nothing, and any extra
      * withholding asked for is taken on top of the flat rate.
      *----------------------------------------------------------------
       01 WS-SUPPLEMENTAL-TAX-PCT PIC 9(2)V99 VALUE 22.00.

       01 WS-TAXPROFILE-STATUS PIC XX VALUE '00'.
       01 WS-TAXPROFILE-EOF PIC X VALUE 'N'.
          88 END-OF-TAXPROFILE VALUE 'Y'.
       01 WS-TP-ENTRY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TP-TABLE-MAX   PIC 9(5) VALUE 5000.
       01 WS-TP-TABLE.
          05 WS-TP-ENTRY OCCURS 5000 TIMES INDEXED BY TP-IDX.
             10 TP-TAB-EMPLOYEEID     PIC 9(7).
             10 TP-TAB-EXTRA-WITHHOLD PIC 9(5)V99.
             10 TP-TAB-EXEMPT         PIC X(1).
       01 WS-TP-FOUND-IDX PIC 9(5) VALUE ZERO.
       01 WS-TAX-EXEMPT PIC X VALUE 'N'.
          88 TAX-EXEMPT VALUE 'Y'.
       01 WS-EXTRA-WITHHOLD PIC 9(5)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * Garnishment orders loaded whole and rewritten at end of run
      * with each order's paid-to-date carried forward, exactly as
      * PAYREGISTER keeps them. An employee with any order on file is
      * garnished from the orders alone; a DEDUCTMAST.DAT GRN row is
      * only taken for an employee who has none. Disposable pay is
      * gross less the tax withheld.
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
                88 GO-TAB-ACTIVE    VALUE 'A'.
             10 GO-TAB-THIS-PAY     PIC 9(5)V99.
             10 GO-TAB-TAKEN        PIC X(1).
             10 GO-TAB-PRINTED      PIC X(1).
       01 WS-GO-FOUND-IDX PIC 9(4) VALUE ZERO.
       01 WS-GO-PAYEE-IDX PIC 9(4) VALUE ZERO.
       01 WS-GARNISH-ORDERS-USED PIC X VALUE 'N'.
          88 GARNISH-ORDERS-USED VALUE 'Y'.

       01 WS-GARNISH-WORK-AREAS.
          05 WS-DISPOSABLE-PAY   PIC S9(7)V99.
          05 WS-GARNISH-CAP      PIC S9(7)V99.
          05 WS-GARNISH-REQUEST  PIC S9(7)V99.
          05 WS-GARNISH-BALANCE  PIC S9(7)V99.
          05 WS-GARNISH-TAKEN-COUNT PIC 9(5) VALUE ZERO.
          05 WS-GARNISH-SATISFIED-COUNT PIC 9(5) VALUE ZERO.
          05 WS-ORDER-GARNISH-TOTAL  PIC 9(9)V99 VALUE ZERO.
          05 WS-LEGACY-GARNISH-TOTAL PIC 9(9)V99 VALUE ZERO.
          05 WS-PAYEE-TOTAL      PIC 9(9)V99 VALUE ZERO.
          05 WS-PAYEE-ORDER-COUNT PIC 9(5) VALUE ZERO.

       01 WS-PAY-WORK-AREAS.
          05 WS-FINAL-HOURS    PIC 9(3).
          05 WS-REGULAR-HOURS  PIC 9(3).
          05 WS-OVERTIME-HOURS PIC 9(3).
          05 WS-PTO-HOURS      PIC 9(5)V99.
          05 WS-WAGE-PAY       PIC 9(7)V99.
          05 WS-PTO-PAY        PIC 9(7)V99.
          05 WS-REGULAR-PAY    PIC 9(7)V99.
          05 WS-OVERTIME-PAY   PIC 9(7)V99.
          05 WS-PREMIUM-PAY    PIC 9(7)V99.
          05 WS-GROSS-PAY      PIC 9(7)V99.

       01 WS-DEDUCTION-WORK-AREAS.
          05 WS-ONE-DEDUCTION  PIC S9(5)V99.
          05 WS-TAX-DED        PIC S9(5)V99.
          05 WS-INS-DED        PIC S9(5)V99.
          05 WS-RET-DED        PIC S9(5)V99.
          05 WS-GRN-DED        PIC S9(5)V99.
          05 WS-TOTAL-DED      PIC S9(6)V99.
          05 WS-NET-PAY        PIC 9(7)V99.
          05 WS-DED-REMAINING  PIC S9(7)V99.
          05 WS-BUCKET-AMOUNT  PIC S9(5)V99.
          05 WS-TAXABLE-WAGES  PIC 9(7)V99.

       01 WS-GRAND-GROSS-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-GRAND-PTO-TOTAL   PIC 9(9)V99 VALUE ZERO.
       01 WS-GRAND-NET-TOTAL   PIC 9(9)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * Settlement control and history.
      *----------------------------------------------------------------
       01 WS-FINALCTL-STATUS PIC XX VALUE '00'.
       01 WS-LAST-RUN-DATE   PIC 9(8) VALUE ZERO.

       01 WS-SEPHIST-STATUS PIC XX VALUE '00'.
       01 WS-SEPHIST-EOF PIC X VALUE 'N'.
          88 END-OF-SEPHIST VALUE 'Y'.
       01 WS-SH-ENTRY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SH-TABLE-MAX   PIC 9(5) VALUE 5000.
       01 WS-SH-TABLE.
          05 WS-SH-ENTRY OCCURS 5000 TIMES INDEXED BY SH-IDX.
             10 SH-TAB-EMPLOYEEID PIC 9(7).
             10 SH-TAB-TERM-DATE  PIC 9(8).
       01 WS-SH-FOUND-IDX PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------
      * Final timecard hours summed per employee and week ending, so
      * overtime is judged a week at a time.
      *----------------------------------------------------------------
       01 WS-FINALHOURS-STATUS PIC XX VALUE '00'.
       01 WS-FINALHOURS-EOF PIC X VALUE 'N'.
          88 END-OF-FINALHOURS VALUE 'Y'.
       01 WS-FHR-ENTRY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FHR-TABLE-MAX   PIC 9(4) VALUE 1000.
       01 WS-FHR-TABLE.
          05 WS-FHR-ENTRY OCCURS 1000 TIMES INDEXED BY FHR-IDX.
             10 FHR-TAB-EMPLOYEEID PIC 9(7).
             10 FHR-TAB-WEEK-ENDING PIC 9(8).
             10 FHR-TAB-HOURS      PIC 9(3).
       01 WS-FHR-FOUND-IDX PIC 9(4) VALUE ZERO.

      *----------------------------------------------------------------
      * Deductions master, loaded whole because it is rewritten with
      * the settled employees' rows end-dated.
      *----------------------------------------------------------------
       01 WS-DEDUCT-STATUS PIC XX VALUE '00'.
       01 WS-DEDUCT-EOF PIC X VALUE 'N'.
          88 END-OF-DEDUCTIONS VALUE 'Y'.
       01 WS-DEDUCT-ENTRY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DEDUCT-TABLE-MAX   PIC 9(4) VALUE 2000.
       01 WS-DEDUCT-TABLE.
          05 WS-DEDUCT-ENTRY OCCURS 2000 TIMES INDEXED BY DED-IDX.
             10 DED-TAB-EMPLOYEEID PIC 9(7).
             10 DED-TAB-CODE       PIC X(3).
             10 DED-TAB-METHOD     PIC X(1).
             10 DED-TAB-AMOUNT     PIC 9(5)V99.
             10 DED-TAB-END-DATE   PIC 9(8).

      *----------------------------------------------------------------
      * Benefits enrollment, loaded whole because it is rewritten with
      * the settled employees' coverage ended on the termination date.
      * An employee with any enrollment has insurance taken from the
      * plans in force rather than from DEDUCTMAST.DAT INS rows.
      *----------------------------------------------------------------
       01 WS-BENEFIT-STATUS PIC XX VALUE '00'.
       01 WS-BENEFIT-EOF PIC X VALUE 'N'.
          88 END-OF-BENEFITS VALUE 'Y'.
       01 WS-BEN-ENTRY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BEN-TABLE-MAX   PIC 9(5) VALUE 5000.
       01 WS-BEN-TABLE.
          05 WS-BEN-ENTRY OCCURS 5000 TIMES INDEXED BY BEN-IDX.
             10 BEN-TAB-RECORD         PIC X(61).
             10 BEN-TAB-EMPLOYEEID     PIC 9(7).
             10 BEN-TAB-EFFECTIVE-DATE PIC 9(8).
             10 BEN-TAB-END-DATE       PIC 9(8).
             10 BEN-TAB-EMPLOYEE-COST  PIC 9(5)V99.
       01 WS-BENEFITS-ENROLLED PIC X VALUE 'N'.
          88 BENEFITS-ENROLLED VALUE 'Y'.
       01 WS-BENEFIT-INS-DED PIC S9(5)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * PTO balance ledger, rewritten whole at end of run when any
      * balance was paid out.
      *----------------------------------------------------------------
       01 WS-PTOBAL-STATUS PIC XX VALUE '00'.
       01 WS-PTOBAL-EOF PIC X VALUE 'N'.
          88 END-OF-PTOBAL VALUE 'Y'.
       01 WS-PTO-PAYOUT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PTO-ENTRY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PTO-TABLE-MAX   PIC 9(5) VALUE 5000.
       01 WS-PTO-TABLE.
          05 WS-PTO-ENTRY OCCURS 5000 TIMES INDEXED BY PTO-IDX.
             10 PTO-TAB-EMPLOYEEID PIC 9(7).
             10 PTO-TAB-EARNED     PIC 9(5)V99.
             10 PTO-TAB-TAKEN      PIC 9(5)V99.
             10 PTO-TAB-BALANCE    PIC 9(5)V99.
       01 PTO-FOUND-IDX PIC 9(5) VALUE ZERO.

       01 WS-PAYDETAIL-STATUS PIC XX VALUE '00'.
       01 WS-PAYCTL-STATUS    PIC XX VALUE '00'.

      *----------------------------------------------------------------
      * YTD ledger, updated for each settlement and rewritten whole.
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

      *----------------------------------------------------------------
      * Year close, enforced exactly as PAYREGISTER does.
      *----------------------------------------------------------------
       01 WS-YEARCTL-STATUS PIC XX VALUE '00'.
       01 WS-YEARCTL-EOF PIC X VALUE 'N'.
          88 END-OF-YEARCTL VALUE 'Y'.
       01 WS-YEARCTL-FOUND PIC X VALUE 'N'.
          88 YEAR-CONTROL-IN-USE VALUE 'Y'.
       01 WS-LAST-CLOSED-YEAR PIC 9(4) VALUE ZERO.
       01 WS-OPEN-YEAR-COUNT  PIC 9(5) VALUE ZERO.
       01 WS-OPEN-YEAR        PIC 9(4) VALUE ZERO.

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
       01 WS-ALERT-HOURS-OUT PIC ZZ,ZZ9.99.

       01 REGISTER-HEADING-1 PIC X(150)
          VALUE "SEPARATION REGISTER - FINAL PAY SETTLEMENTS".
       01 REGISTER-HEADING-2 PIC X(150) VALUE ALL "=".

       01 HEADING-DATE-LINE.
          05 FILLER          PIC X(10) VALUE "RUN DATE: ".
          05 HD-RUN-DATE-OUT PIC 9(8).
          05 FILLER          PIC X(24)
             VALUE "   TERMINATIONS AFTER: ".
          05 HD-LAST-RUN-OUT PIC 9(8).

       01 REGISTER-COLUMN-LINE.
          05 FILLER PIC X(9)  VALUE "EMPLOYEE".
          05 FILLER PIC X(21) VALUE "NAME".
          05 FILLER PIC X(10) VALUE "TERM DATE".
          05 FILLER PIC X(6)  VALUE "HOURS".
          05 FILLER PIC X(10) VALUE "RATE".
          05 FILLER PIC X(13) VALUE "WAGES".
          05 FILLER PIC X(10) VALUE "PTO HRS".
          05 FILLER PIC X(13) VALUE "PTO PAYOUT".
          05 FILLER PIC X(12) VALUE "GROSS".
          05 FILLER PIC X(10) VALUE "TAX".
          05 FILLER PIC X(10) VALUE "INSUR".
          05 FILLER PIC X(10) VALUE "RETIRE".
          05 FILLER PIC X(10) VALUE "GARNISH".
          05 FILLER PIC X(11) VALUE "NET".

       01 REGISTER-DETAIL-LINE.
          05 REG-EMPLOYEEID-OUT PIC 9(7).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 REG-NAME-OUT       PIC X(20).
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 REG-TERM-DATE-OUT  PIC 9(8).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 REG-HOURS-OUT      PIC ZZ9.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 REG-RATE-OUT       PIC Z,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 REG-WAGES-OUT      PIC ZZZ,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 REG-PTO-HOURS-OUT  PIC ZZ,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 REG-PTO-PAY-OUT    PIC ZZZ,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 REG-GROSS-OUT      PIC ZZZ,ZZ9.99.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 REG-TAX-OUT        PIC ZZ,ZZ9.99.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 REG-INS-OUT        PIC ZZ,ZZ9.99.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 REG-RET-OUT        PIC ZZ,ZZ9.99.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 REG-GRN-OUT        PIC ZZ,ZZ9.99.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 REG-NET-OUT        PIC ZZZ,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 REG-RESULT-OUT     PIC X(12).

       01 GRAND-TOTAL-LINE.
          05 FILLER            PIC X(24) VALUE
             "  SETTLEMENTS PAID:    ".
          05 GRAND-TOT-COUNT   PIC ZZZZ9.
          05 FILLER            PIC X(9) VALUE " GROSS: ".
          05 GRAND-TOT-GROSS   PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(14) VALUE "  PTO PAYOUT: ".
          05 GRAND-TOT-PTO     PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(7) VALUE "  NET: ".
          05 GRAND-TOT-NET     PIC ZZZ,ZZZ,ZZ9.99.

       01 CONTROL-COUNT-LINE.
          05 FILLER   PIC X(2) VALUE SPACES.
          05 CC-LABEL PIC X(30).
          05 CC-COUNT PIC ZZZZ9.

      *----------------------------------------------------------------
      * Final-pay section of the garnishment remittance register, in
      * PAYREGISTER's columns.
      *----------------------------------------------------------------
       01 WS-REMIT-STATUS PIC XX VALUE '00'.
       01 REMIT-HEADING-1 PIC X(132)
          VALUE "GARNISHMENT REMITTANCE - FINAL PAY SETTLEMENTS".
       01 REMIT-HEADING-2 PIC X(132) VALUE ALL "=".

       01 REMIT-DATE-LINE.
          05 FILLER          PIC X(10) VALUE "RUN DATE: ".
          05 RMH-RUN-DATE    PIC 9(8).
          05 FILLER          PIC X(13) VALUE "   PAY DATE: ".
          05 RMH-PAY-DATE    PIC 9(8).

       01 REMIT-COLUMN-LINE.
          05 FILLER PIC X(9)  VALUE "EMPLOYEE".
          05 FILLER PIC X(22) VALUE "CASE NUMBER".
          05 FILLER PIC X(5)  VALUE "PRI".
          05 FILLER PIC X(13) VALUE "THIS PAY".
          05 FILLER PIC X(15) VALUE "PAID TO DATE".
          05 FILLER PIC X(15) VALUE "TOTAL OWED".
          05 FILLER PIC X(15) VALUE "BALANCE".
          05 FILLER PIC X(10) VALUE "STATUS".

       01 REMIT-PAYEE-LINE.
          05 FILLER         PIC X(7) VALUE "PAYEE: ".
          05 RMP-PAYEE-ID   PIC X(10).
          05 FILLER         PIC X(2) VALUE SPACES.
          05 RMP-PAYEE-NAME PIC X(30).

       01 REMIT-DETAIL-LINE.
          05 RMD-EMPLOYEEID   PIC 9(7).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 RMD-CASE-NUMBER  PIC X(20).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 RMD-PRIORITY     PIC Z9.
          05 FILLER           PIC X(3) VALUE SPACES.
          05 RMD-THIS-PAY     PIC ZZ,ZZ9.99.
          05 FILLER           PIC X(3) VALUE SPACES.
          05 RMD-PAID-TO-DATE PIC Z,ZZZ,ZZ9.99.
          05 FILLER           PIC X(3) VALUE SPACES.
          05 RMD-TOTAL-OWED   PIC Z,ZZZ,ZZ9.99.
          05 FILLER           PIC X(3) VALUE SPACES.
          05 RMD-BALANCE      PIC Z,ZZZ,ZZ9.99.
          05 FILLER           PIC X(3) VALUE SPACES.
          05 RMD-STATUS       PIC X(10).

       01 REMIT-PAYEE-TOTAL-LINE.
          05 FILLER          PIC X(20) VALUE "  REMIT TO PAYEE FOR".
          05 RMT-ORDER-COUNT PIC ZZZZ9.
          05 FILLER          PIC X(9) VALUE " ORDERS: ".
          05 RMT-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.

       01 REMIT-SUMMARY-LINE.
          05 RMS-LABEL  PIC X(40).
          05 RMS-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.

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

      *----------------------------------------------------------------
      * Pay detail record is built up here field by field and moved to
      * PAY-DETAIL-RECORD as a single group, the same record
      * PAYREGISTER writes.
      *----------------------------------------------------------------
       01 WS-PAY-DETAIL-AREA.
          05 WS-PD-EMPLOYEEID   PIC 9(7).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-PD-PAY-DATE     PIC 9(8).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-PD-HOURS        PIC 9(3).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-PD-REGULAR-PAY  PIC 9(7)V99.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-PD-OVERTIME-PAY PIC 9(7)V99.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-PD-PREMIUM-PAY  PIC 9(7)V99.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-PD-GROSS-PAY    PIC 9(7)V99.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-PD-TAX-DED      PIC 9(5)V99.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-PD-INS-DED      PIC 9(5)V99.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-PD-RET-DED      PIC 9(5)V99.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-PD-GRN-DED      PIC 9(5)V99.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-PD-NET-PAY      PIC 9(7)V99.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-PD-TAXABLE-WAGES PIC 9(7)V99.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-PD-ENTRY-TYPE   PIC X(1) VALUE SPACE.
      *   The six earnings-code slots - a settlement line carries none.
          05 WS-PD-EARNINGS-AREA PIC X(84) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-FINAL-PAY-RUN.
          ACCEPT WS-JOBLOG-START-TIME FROM TIME
          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
          ACCEPT WS-RUN-TIME FROM TIME
          MOVE WS-RUN-DATE TO WS-PAY-DATE
          PERFORM 0110-CHECK-PAY-PERIOD
          PERFORM 0150-LOAD-CONTROL
          PERFORM 0155-LOAD-SEPARATION-HIST
          PERFORM 0160-LOAD-DEDUCTIONS
          PERFORM 0162-LOAD-BENEFIT-ENROLLMENT
          PERFORM 0165-LOAD-PTO-BALANCES
          PERFORM 0190-LOAD-TAX-PROFILES
          PERFORM 0195-LOAD-GARNISH-ORDERS
          PERFORM 0170-LOAD-YTD
          PERFORM 0175-CHECK-YEAR-CLOSE
          PERFORM 0180-LOAD-FINAL-HOURS
          PERFORM 0200-OPEN-FILES
          PERFORM UNTIL END-OF-EMPLOYEES
             READ EMPLOYEEFILE
                AT END SET END-OF-EMPLOYEES TO TRUE
                NOT AT END
                   IF EMP-TERMINATED
                      PERFORM 0300-CHECK-ONE-TERMINATION
                      PERFORM 0350-CHECK-LEFTOVER-PTO
                   END-IF
             END-READ
          END-PERFORM
          PERFORM 0400-PRINT-TOTALS
          CLOSE EMPLOYEEFILE
          CLOSE PAYDETAILFILE
          CLOSE PAYDETHISTFILE
          CLOSE REGISTERFILE
          PERFORM 0450-REWRITE-PTO-BALANCES
          PERFORM 0460-REWRITE-YTD
          PERFORM 0470-REWRITE-DEDUCTIONS
          PERFORM 0475-REWRITE-BENEFITS
          IF GARNORDER-FILE-FOUND
             AND (WS-GARNISH-TAKEN-COUNT > ZERO
              OR WS-GARNISH-SATISFIED-COUNT > ZERO)
             PERFORM 0465-REWRITE-GARNISH-ORDERS
          END-IF
          IF WS-ORDER-GARNISH-TOTAL > ZERO
             OR WS-LEGACY-GARNISH-TOTAL > ZERO
             PERFORM 0485-APPEND-GARNISH-REMITTANCE
          END-IF
          PERFORM 0480-REWRITE-CONTROL
          PERFORM 0490-WRITE-PAY-CONTROL
          MOVE "COMPLETED" TO WS-JOBLOG-RUN-STATUS
          PERFORM 0960-WRITE-JOB-LOG
          DISPLAY "Final settlements paid:   " WS-SETTLED-COUNT
          DISPLAY "Settled, nothing owed:    " WS-NOTHING-OWED-COUNT
          DISPLAY "Deductions end-dated:     " WS-DED-ENDED-COUNT
          DISPLAY "Coverages ended:          " WS-BEN-ENDED-COUNT
          DISPLAY "PTO balance alerts:       " WS-PTO-ALERT-COUNT
          DISPLAY "Garnishment orders taken: " WS-GARNISH-TAKEN-COUNT
          DISPLAY "Orders satisfied:         "
             WS-GARNISH-SATISFIED-COUNT
          STOP RUN.

       0100-END.

      *----------------------------------------------------------------
      * Pay-period control, run before anything is written: finds the
      * current period and refuses the run - on OPSALERT.DAT as well
      * as the console - unless PAYREGISTER has calculated it and
      * nothing further down the cycle has taken it on yet.
      *----------------------------------------------------------------
       0110-CHECK-PAY-PERIOD.
          PERFORM 0112-LOAD-PAY-CALENDAR
          IF PAYPERIOD-FILE-FOUND
             MOVE ZERO TO WS-PP-TARGET-IDX
             SET PP-IDX TO 1
             PERFORM UNTIL PP-IDX > WS-PP-ENTRY-COUNT
                IF PP-TAB-STATUS(PP-IDX) NOT = 'X'
                   MOVE PP-IDX TO WS-PP-TARGET-IDX
                   SET PP-IDX TO WS-PP-ENTRY-COUNT
                END-IF
                SET PP-IDX UP BY 1
             END-PERFORM
             IF WS-PP-TARGET-IDX = ZERO
                MOVE ZERO TO WS-PP-KEY-DATE
                MOVE "EVERY PAY PERIOD ON THE CALENDAR IS CLOSED"
                   TO WS-PP-REFUSE-TEXT
                PERFORM 0116-REFUSE-PAY-PERIOD
             END-IF
             SET PP-IDX TO WS-PP-TARGET-IDX
             IF PP-TAB-STATUS(PP-IDX) NOT = WS-PP-NEEDED-STATUS
                MOVE PP-TAB-PAY-DATE(PP-IDX) TO WS-PP-KEY-DATE
                MOVE PP-TAB-STATUS(PP-IDX) TO WS-PP-TEXT-STATUS
                MOVE WS-PP-STATUS-TEXT TO WS-PP-REFUSE-TEXT
                PERFORM 0116-REFUSE-PAY-PERIOD
             END-IF
             MOVE PP-TAB-PAY-DATE(PP-IDX) TO WS-PAY-DATE
             DISPLAY "Pay period " PP-TAB-PAY-DATE(PP-IDX)
                " at status " PP-TAB-STATUS(PP-IDX)
          END-IF.

       0110-END.

      *----------------------------------------------------------------
      * Loads the pay-period calendar. Only the pay date and status
      * are kept; a calendar too big for the table stops the run
      * rather than judge the cycle from part of it.
      *----------------------------------------------------------------
       0112-LOAD-PAY-CALENDAR.
          OPEN INPUT PAYPERIODFILE
          IF WS-PAYPERIOD-STATUS = '00'
             MOVE 'Y' TO WS-PAYPERIOD-FOUND
             PERFORM UNTIL END-OF-PAYPERIOD
                READ PAYPERIODFILE
                   AT END SET END-OF-PAYPERIOD TO TRUE
                   NOT AT END
                      IF WS-PP-ENTRY-COUNT < WS-PP-TABLE-MAX
                         ADD 1 TO WS-PP-ENTRY-COUNT
                         SET PP-IDX TO WS-PP-ENTRY-COUNT
                         MOVE PP-PAY-DATE TO PP-TAB-PAY-DATE(PP-IDX)
                         MOVE FUNCTION UPPER-CASE(PP-STATUS)
                            TO PP-TAB-STATUS(PP-IDX)
                      ELSE
                         DISPLAY "Pay-period table full at "
                            WS-PP-TABLE-MAX
                            " periods - PAYPERIOD.DAT cannot be"
                            " checked"
                         MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
                         PERFORM 0960-WRITE-JOB-LOG
                         STOP RUN RETURNING 16
                      END-IF
                END-READ
             END-PERFORM
             CLOSE PAYPERIODFILE
          END-IF.

       0112-END.

      *----------------------------------------------------------------
      * A refused run writes nothing: the reason goes to the console
      * and to OPSALERT.DAT as an error for the morning exception
      * report, and the run ends FAILED.
      *----------------------------------------------------------------
       0116-REFUSE-PAY-PERIOD.
          DISPLAY "Pay period control: " WS-PP-REFUSE-TEXT
          DISPLAY "Run refused - no final settlements paid."
          MOVE 'E' TO WS-ALERT-SEVERITY
          MOVE WS-PP-ALERT-KEY TO WS-ALERT-KEY
          MOVE WS-PP-REFUSE-TEXT TO WS-ALERT-MESSAGE
          PERFORM 0970-WRITE-ALERT
          MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
          PERFORM 0960-WRITE-JOB-LOG
          STOP RUN RETURNING 16.

       0116-END.

      *----------------------------------------------------------------
      * Reads the last-run date. A missing FINALPAYCTL.DAT means
      * final pay has never been run, so every termination still
      * unsettled is a candidate.
      *----------------------------------------------------------------
       0150-LOAD-CONTROL.
          OPEN INPUT FINALCTLFILE
          IF WS-FINALCTL-STATUS = '00'
             READ FINALCTLFILE
                AT END MOVE ZERO TO WS-LAST-RUN-DATE
                NOT AT END
                   IF FC-LAST-RUN-DATE NUMERIC
                      MOVE FC-LAST-RUN-DATE TO WS-LAST-RUN-DATE
                   END-IF
             END-READ
             CLOSE FINALCTLFILE
          END-IF.

       0150-END.

       0155-LOAD-SEPARATION-HIST.
          OPEN INPUT SEPHISTFILE
          IF WS-SEPHIST-STATUS NOT = '00'
             SET END-OF-SEPHIST TO TRUE
          END-IF
          PERFORM UNTIL END-OF-SEPHIST
             READ SEPHISTFILE
                AT END SET END-OF-SEPHIST TO TRUE
                NOT AT END
                   IF WS-SH-ENTRY-COUNT < WS-SH-TABLE-MAX
                      ADD 1 TO WS-SH-ENTRY-COUNT
                      SET SH-IDX TO WS-SH-ENTRY-COUNT
                      MOVE SEP-EMPLOYEEID
                         TO SH-TAB-EMPLOYEEID(SH-IDX)
                      MOVE SEP-TERM-DATE TO SH-TAB-TERM-DATE(SH-IDX)
                   ELSE
                      DISPLAY "WARNING: separation history table full"
                         " at " WS-SH-TABLE-MAX
                         " entries, " SEP-EMPLOYEEID " omitted"
                   END-IF
             END-READ
          END-PERFORM
          IF WS-SEPHIST-STATUS = '00' OR WS-SEPHIST-STATUS = '10'
             CLOSE SEPHISTFILE
          END-IF.

       0155-END.

      *----------------------------------------------------------------
      * Loads the deductions master whole. A row keyed before end
      * dates were carried has no end date and loads as open.
      *----------------------------------------------------------------
       0160-LOAD-DEDUCTIONS.
          OPEN INPUT DEDUCTIONFILE
          IF WS-DEDUCT-STATUS NOT = '00'
             DISPLAY "DEDUCTMAST.DAT not found - final checks will"
             DISPLAY "carry tax only."
             SET END-OF-DEDUCTIONS TO TRUE
          END-IF
          PERFORM UNTIL END-OF-DEDUCTIONS
             READ DEDUCTIONFILE
                AT END SET END-OF-DEDUCTIONS TO TRUE
                NOT AT END
                   IF WS-DEDUCT-ENTRY-COUNT < WS-DEDUCT-TABLE-MAX
                      ADD 1 TO WS-DEDUCT-ENTRY-COUNT
                      SET DED-IDX TO WS-DEDUCT-ENTRY-COUNT
                      MOVE DED-EMPLOYEEID
                         TO DED-TAB-EMPLOYEEID(DED-IDX)
                      MOVE DED-CODE TO DED-TAB-CODE(DED-IDX)
                      MOVE DED-METHOD TO DED-TAB-METHOD(DED-IDX)
                      MOVE DED-AMOUNT TO DED-TAB-AMOUNT(DED-IDX)
                      IF DED-END-DATE NUMERIC
                         MOVE DED-END-DATE
                            TO DED-TAB-END-DATE(DED-IDX)
                      ELSE
                         MOVE ZERO TO DED-TAB-END-DATE(DED-IDX)
                      END-IF
                   ELSE
                      DISPLAY "Deduction table full at "
                         WS-DEDUCT-TABLE-MAX
                         " entries - DEDUCTMAST.DAT cannot be"
                         " rewritten safely"
                      MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
                      PERFORM 0960-WRITE-JOB-LOG
                      STOP RUN RETURNING 16
                   END-IF
             END-READ
          END-PERFORM
          IF WS-DEDUCT-STATUS = '00' OR WS-DEDUCT-STATUS = '10'
             CLOSE DEDUCTIONFILE
          END-IF.

       0160-END.

      *----------------------------------------------------------------
      * Loads BENEFITENRL.DAT whole. A missing file means nobody is
      * enrolled and insurance stays on the DEDUCTMAST.DAT INS rows.
      *----------------------------------------------------------------
       0162-LOAD-BENEFIT-ENROLLMENT.
          OPEN INPUT BENEFITFILE
          IF WS-BENEFIT-STATUS NOT = '00'
             SET END-OF-BENEFITS TO TRUE
          END-IF
          PERFORM UNTIL END-OF-BENEFITS
             READ BENEFITFILE
                AT END SET END-OF-BENEFITS TO TRUE
                NOT AT END
                   IF WS-BEN-ENTRY-COUNT < WS-BEN-TABLE-MAX
                      ADD 1 TO WS-BEN-ENTRY-COUNT
                      SET BEN-IDX TO WS-BEN-ENTRY-COUNT
                      MOVE BENEFIT-RECORD TO BEN-TAB-RECORD(BEN-IDX)
                      MOVE BEN-EMPLOYEEID
                         TO BEN-TAB-EMPLOYEEID(BEN-IDX)
                      MOVE BEN-EFFECTIVE-DATE
                         TO BEN-TAB-EFFECTIVE-DATE(BEN-IDX)
                      IF BEN-END-DATE NUMERIC
                         MOVE BEN-END-DATE
                            TO BEN-TAB-END-DATE(BEN-IDX)
                      ELSE
                         MOVE ZERO TO BEN-TAB-END-DATE(BEN-IDX)
                      END-IF
                      MOVE BEN-EMPLOYEE-COST
                         TO BEN-TAB-EMPLOYEE-COST(BEN-IDX)
                   ELSE
                      DISPLAY "Enrollment table full at "
                         WS-BEN-TABLE-MAX
                         " entries - BENEFITENRL.DAT cannot be"
                         " rewritten safely"
                      MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
                      PERFORM 0960-WRITE-JOB-LOG
                      STOP RUN RETURNING 16
                   END-IF
             END-READ
          END-PERFORM
          IF WS-BENEFIT-STATUS = '00' OR WS-BENEFIT-STATUS = '10'
             CLOSE BENEFITFILE
          END-IF.

       0162-END.

      *----------------------------------------------------------------
      * Loads the PTO balance ledger. A missing PTOBAL.DAT means no
      * one has accrued, so there is nothing to pay out.
      *----------------------------------------------------------------
       0165-LOAD-PTO-BALANCES.
          OPEN INPUT PTOBALFILE
          IF WS-PTOBAL-STATUS NOT = '00'
             SET END-OF-PTOBAL TO TRUE
          END-IF
          PERFORM UNTIL END-OF-PTOBAL
             READ PTOBALFILE
                AT END SET END-OF-PTOBAL TO TRUE
                NOT AT END
                   IF WS-PTO-ENTRY-COUNT < WS-PTO-TABLE-MAX
                      ADD 1 TO WS-PTO-ENTRY-COUNT
                      SET PTO-IDX TO WS-PTO-ENTRY-COUNT
                      MOVE PTO-EMPLOYEEID
                         TO PTO-TAB-EMPLOYEEID(PTO-IDX)
                      MOVE PTO-EARNED TO PTO-TAB-EARNED(PTO-IDX)
                      MOVE PTO-TAKEN TO PTO-TAB-TAKEN(PTO-IDX)
                      MOVE PTO-BALANCE TO PTO-TAB-BALANCE(PTO-IDX)
                   ELSE
                      DISPLAY "WARNING: PTO table full at "
                         WS-PTO-TABLE-MAX
                         " employees, " PTO-EMPLOYEEID " omitted"
                   END-IF
             END-READ
          END-PERFORM
          IF WS-PTOBAL-STATUS = '00' OR WS-PTOBAL-STATUS = '10'
             CLOSE PTOBALFILE
          END-IF.

       0165-END.

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
                      DISPLAY "WARNING: YTD table full at "
                         WS-YTD-TABLE-MAX
                         " employees, " YTD-EMPLOYEEID " omitted"
                   END-IF
             END-READ
          END-PERFORM
          IF WS-YTD-STATUS = '00' OR WS-YTD-STATUS = '10'
             CLOSE YTDFILE
          END-IF.

       0170-END.

      *----------------------------------------------------------------
      * A final check is a pay date like any other: it may not fall
      * in a closed year, nor roll over a year never closed.
      *----------------------------------------------------------------
       0175-CHECK-YEAR-CLOSE.
          OPEN INPUT YEARCTLFILE
          IF WS-YEARCTL-STATUS = '00'
             MOVE 'Y' TO WS-YEARCTL-FOUND
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

          IF YEAR-CONTROL-IN-USE
             IF WS-PAY-YEAR <= WS-LAST-CLOSED-YEAR
                DISPLAY "Pay date " WS-PAY-DATE " falls in closed"
                   " payroll year " WS-LAST-CLOSED-YEAR
                   " - nothing settled"
                MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
                PERFORM 0960-WRITE-JOB-LOG
                STOP RUN RETURNING 16
             END-IF
             SET YTD-IDX TO 1
             PERFORM UNTIL YTD-IDX > WS-YTD-ENTRY-COUNT
                IF YTD-TAB-YEAR(YTD-IDX) < WS-PAY-YEAR
                   AND YTD-TAB-YEAR(YTD-IDX) > WS-LAST-CLOSED-YEAR
                   ADD 1 TO WS-OPEN-YEAR-COUNT
                   MOVE YTD-TAB-YEAR(YTD-IDX) TO WS-OPEN-YEAR
                END-IF
                SET YTD-IDX UP BY 1
             END-PERFORM
             IF WS-OPEN-YEAR-COUNT > ZERO
                DISPLAY "PAYYTD.DAT has " WS-OPEN-YEAR-COUNT
                   " rows in payroll year " WS-OPEN-YEAR
                   ", which has not been closed."
                DISPLAY "Run PAYYEAREND with the close before paying"
                   " into " WS-PAY-YEAR "."
                MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
                PERFORM 0960-WRITE-JOB-LOG
                STOP RUN RETURNING 16
             END-IF
          END-IF.

       0175-END.

      *----------------------------------------------------------------
      * Sums the final timecards per employee and week. A missing
      * FINALHOURS.DAT just means no final hours are owed this run -
      * settlements are PTO only. A table too small to hold every
      * week stops the run: dropping a week would underpay the
      * final check.
      *----------------------------------------------------------------
       0180-LOAD-FINAL-HOURS.
          OPEN INPUT FINALHOURSFILE
          IF WS-FINALHOURS-STATUS NOT = '00'
             SET END-OF-FINALHOURS TO TRUE
          END-IF
          PERFORM UNTIL END-OF-FINALHOURS
             READ FINALHOURSFILE
                AT END SET END-OF-FINALHOURS TO TRUE
                NOT AT END
                   IF FHR-WORKED-HOURS AND FHR-HOURS NUMERIC
                      PERFORM 0185-ADD-FINAL-HOURS
                   END-IF
             END-READ
          END-PERFORM
          IF WS-FINALHOURS-STATUS = '00'
             OR WS-FINALHOURS-STATUS = '10'
             CLOSE FINALHOURSFILE
          END-IF.

       0180-END.

       0185-ADD-FINAL-HOURS.
          MOVE ZERO TO WS-FHR-FOUND-IDX
          SET FHR-IDX TO 1
          PERFORM UNTIL FHR-IDX > WS-FHR-ENTRY-COUNT
             IF FHR-TAB-EMPLOYEEID(FHR-IDX) = FHR-EMPLOYEEID
                AND FHR-TAB-WEEK-ENDING(FHR-IDX) = FHR-WEEK-ENDING
                MOVE FHR-IDX TO WS-FHR-FOUND-IDX
                SET FHR-IDX TO WS-FHR-ENTRY-COUNT
             END-IF
             SET FHR-IDX UP BY 1
          END-PERFORM

          IF WS-FHR-FOUND-IDX = ZERO
             IF WS-FHR-ENTRY-COUNT < WS-FHR-TABLE-MAX
                ADD 1 TO WS-FHR-ENTRY-COUNT
                SET FHR-IDX TO WS-FHR-ENTRY-COUNT
                MOVE FHR-EMPLOYEEID TO FHR-TAB-EMPLOYEEID(FHR-IDX)
                MOVE FHR-WEEK-ENDING TO FHR-TAB-WEEK-ENDING(FHR-IDX)
                MOVE ZERO TO FHR-TAB-HOURS(FHR-IDX)
                MOVE WS-FHR-ENTRY-COUNT TO WS-FHR-FOUND-IDX
             ELSE
                DISPLAY "Final hours table full at "
                   WS-FHR-TABLE-MAX " employee weeks - "
                   FHR-EMPLOYEEID " week " FHR-WEEK-ENDING
                   " cannot be held; nothing settled"
                MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
                PERFORM 0960-WRITE-JOB-LOG
                STOP RUN RETURNING 16
             END-IF
          END-IF

          SET FHR-IDX TO WS-FHR-FOUND-IDX
          ADD FHR-HOURS TO FHR-TAB-HOURS(FHR-IDX).

       0185-END.

      *----------------------------------------------------------------
      * Loads the employee tax profiles. A missing TAXPROFILE.DAT
      * means every final check is withheld at the flat rate alone.
      *----------------------------------------------------------------
       0190-LOAD-TAX-PROFILES.
          OPEN INPUT TAXPROFILEFILE
          IF WS-TAXPROFILE-STATUS NOT = '00'
             SET END-OF-TAXPROFILE TO TRUE
          END-IF
          PERFORM UNTIL END-OF-TAXPROFILE
             READ TAXPROFILEFILE
                AT END SET END-OF-TAXPROFILE TO TRUE
                NOT AT END
                   IF WS-TP-ENTRY-COUNT < WS-TP-TABLE-MAX
                      ADD 1 TO WS-TP-ENTRY-COUNT
                      SET TP-IDX TO WS-TP-ENTRY-COUNT
                      MOVE TP-EMPLOYEEID
                         TO TP-TAB-EMPLOYEEID(TP-IDX)
                      MOVE TP-EXTRA-WITHHOLD
                         TO TP-TAB-EXTRA-WITHHOLD(TP-IDX)
                      MOVE FUNCTION UPPER-CASE(TP-EXEMPT)
                         TO TP-TAB-EXEMPT(TP-IDX)
                   ELSE
                      DISPLAY "WARNING: tax profile table full at "
                         WS-TP-TABLE-MAX
                         " employees, " TP-EMPLOYEEID " omitted"
                   END-IF
             END-READ
          END-PERFORM
          IF WS-TAXPROFILE-STATUS = '00' OR WS-TAXPROFILE-STATUS = '10'
             CLOSE TAXPROFILEFILE
          END-IF.

       0190-END.

      *----------------------------------------------------------------
      * Loads the garnishment orders. The file is rewritten from this
      * table, so an order that does not fit would be lost - a full
      * table ends the run instead. A missing GARNORDER.DAT means
      * garnishments still come from DEDUCTMAST.DAT GRN rows.
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
                      MOVE FUNCTION UPPER-CASE(GO-METHOD)
                         TO GO-TAB-METHOD(GO-IDX)
                      MOVE GO-AMOUNT TO GO-TAB-AMOUNT(GO-IDX)
                      MOVE GO-CAP-PCT TO GO-TAB-CAP-PCT(GO-IDX)
                      MOVE GO-TOTAL-OWED TO GO-TAB-TOTAL-OWED(GO-IDX)
                      MOVE GO-PAID-TO-DATE
                         TO GO-TAB-PAID-TO-DATE(GO-IDX)
                      MOVE FUNCTION UPPER-CASE(GO-STATUS)
                         TO GO-TAB-STATUS(GO-IDX)
                      MOVE ZERO TO GO-TAB-THIS-PAY(GO-IDX)
                      MOVE 'N' TO GO-TAB-TAKEN(GO-IDX)
                      MOVE 'N' TO GO-TAB-PRINTED(GO-IDX)
                   ELSE
                      DISPLAY "Garnishment order table full at "
                         WS-GO-TABLE-MAX
                         " orders - GARNORDER.DAT cannot be"
                         " processed safely"
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
      * Opens the master and the run's outputs. The settlement lines
      * are appended to this cycle's PAYDETAIL.DAT behind the regular
      * register's lines, and to the year's PAYDETHIST.DAT; with
      * either file not there yet it is started here.
      *----------------------------------------------------------------
       0200-OPEN-FILES.
          OPEN INPUT EMPLOYEEFILE
          IF WS-FILE-STATUS NOT = '00'
             DISPLAY "Cannot open EMPFILE.DAT, status " WS-FILE-STATUS
             MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
             PERFORM 0960-WRITE-JOB-LOG
             STOP RUN RETURNING 16
          END-IF
          OPEN EXTEND PAYDETAILFILE
          IF WS-PAYDETAIL-STATUS NOT = '00'
             OPEN OUTPUT PAYDETAILFILE
          END-IF
          OPEN EXTEND PAYDETHISTFILE
          IF WS-PAYDETHIST-STATUS NOT = '00'
             OPEN OUTPUT PAYDETHISTFILE
          END-IF
          OPEN OUTPUT REGISTERFILE
          MOVE WS-RUN-DATE TO HD-RUN-DATE-OUT
          MOVE WS-LAST-RUN-DATE TO HD-LAST-RUN-OUT
          WRITE REGISTER-LINE FROM REGISTER-HEADING-1
          WRITE REGISTER-LINE FROM HEADING-DATE-LINE
          WRITE REGISTER-LINE FROM REGISTER-HEADING-2
          WRITE REGISTER-LINE FROM REGISTER-COLUMN-LINE
          WRITE REGISTER-LINE FROM REGISTER-HEADING-2.

       0200-END.

      *----------------------------------------------------------------
      * A termination is settled when it is dated on or after the
      * last run, is not dated in the future, and has not already
      * been settled for that same termination date.
      *----------------------------------------------------------------
       0300-CHECK-ONE-TERMINATION.
          IF EMP-STATUS-DATE NUMERIC
             AND EMP-STATUS-DATE >= WS-LAST-RUN-DATE
             AND EMP-STATUS-DATE <= WS-RUN-DATE
             MOVE ZERO TO WS-SH-FOUND-IDX
             SET SH-IDX TO 1
             PERFORM UNTIL SH-IDX > WS-SH-ENTRY-COUNT
                IF SH-TAB-EMPLOYEEID(SH-IDX) = EMPLOYEEID
                   AND SH-TAB-TERM-DATE(SH-IDX) = EMP-STATUS-DATE
                   MOVE SH-IDX TO WS-SH-FOUND-IDX
                   SET SH-IDX TO WS-SH-ENTRY-COUNT
                END-IF
                SET SH-IDX UP BY 1
             END-PERFORM
             IF WS-SH-FOUND-IDX = ZERO
                PERFORM 0310-SETTLE-ONE-EMPLOYEE
             ELSE
                ADD 1 TO WS-ALREADY-SETTLED-COUNT
             END-IF
          END-IF.

       0300-END.

      *----------------------------------------------------------------
      * Prices the final check: each final week's hours at the
      * straight rate up to the overtime threshold and the overtime
      * factor above it, split week by week as TIMECARDPOST does,
      * plus the whole PTO balance at HOURLYRATE carried in regular
      * pay. The deductions are then withheld, the employee's rows
      * end-dated, and the check written out as a pay line.
      *----------------------------------------------------------------
       0310-SETTLE-ONE-EMPLOYEE.
          MOVE ZERO TO WS-REGULAR-HOURS
          MOVE ZERO TO WS-OVERTIME-HOURS
          SET FHR-IDX TO 1
          PERFORM UNTIL FHR-IDX > WS-FHR-ENTRY-COUNT
             IF FHR-TAB-EMPLOYEEID(FHR-IDX) = EMPLOYEEID
                MOVE FHR-TAB-HOURS(FHR-IDX) TO WS-FINAL-HOURS
                IF WS-FINAL-HOURS > WS-OVERTIME-THRESHOLD
                   ADD WS-OVERTIME-THRESHOLD TO WS-REGULAR-HOURS
                   COMPUTE WS-OVERTIME-HOURS = WS-OVERTIME-HOURS
                      + WS-FINAL-HOURS - WS-OVERTIME-THRESHOLD
                ELSE
                   ADD WS-FINAL-HOURS TO WS-REGULAR-HOURS
                END-IF
             END-IF
             SET FHR-IDX UP BY 1
          END-PERFORM

          MOVE ZERO TO WS-PTO-HOURS
          MOVE ZERO TO PTO-FOUND-IDX
          SET PTO-IDX TO 1
          PERFORM UNTIL PTO-IDX > WS-PTO-ENTRY-COUNT
             IF PTO-TAB-EMPLOYEEID(PTO-IDX) = EMPLOYEEID
                MOVE PTO-IDX TO PTO-FOUND-IDX
                SET PTO-IDX TO WS-PTO-ENTRY-COUNT
             END-IF
             SET PTO-IDX UP BY 1
          END-PERFORM
          IF PTO-FOUND-IDX NOT = ZERO
             SET PTO-IDX TO PTO-FOUND-IDX
             MOVE PTO-TAB-BALANCE(PTO-IDX) TO WS-PTO-HOURS
          END-IF

          COMPUTE WS-WAGE-PAY =
             WS-REGULAR-HOURS * HOURLYRATE
          COMPUTE WS-PTO-PAY ROUNDED =
             WS-PTO-HOURS * HOURLYRATE
          COMPUTE WS-REGULAR-PAY = WS-WAGE-PAY + WS-PTO-PAY
          COMPUTE WS-OVERTIME-PAY =
             WS-OVERTIME-HOURS * HOURLYRATE
          COMPUTE WS-PREMIUM-PAY ROUNDED =
             WS-OVERTIME-HOURS * HOURLYRATE
                * (WS-OVERTIME-FACTOR - 1)
          COMPUTE WS-GROSS-PAY =
             WS-REGULAR-PAY + WS-OVERTIME-PAY + WS-PREMIUM-PAY
          ADD WS-OVERTIME-PAY WS-PREMIUM-PAY TO WS-WAGE-PAY

          PERFORM 0320-APPLY-DEDUCTIONS
          PERFORM 0325-END-DATE-DEDUCTIONS

          IF PTO-FOUND-IDX NOT = ZERO AND WS-PTO-HOURS > ZERO
             SET PTO-IDX TO PTO-FOUND-IDX
             ADD WS-PTO-HOURS TO PTO-TAB-TAKEN(PTO-IDX)
             MOVE ZERO TO PTO-TAB-BALANCE(PTO-IDX)
             ADD 1 TO WS-PTO-PAYOUT-COUNT
          END-IF

          MOVE EMPLOYEEID TO REG-EMPLOYEEID-OUT
          MOVE EMPLOYEENAME TO REG-NAME-OUT
          MOVE EMP-STATUS-DATE TO REG-TERM-DATE-OUT
          COMPUTE REG-HOURS-OUT = WS-REGULAR-HOURS + WS-OVERTIME-HOURS
          MOVE HOURLYRATE TO REG-RATE-OUT
          MOVE WS-WAGE-PAY TO REG-WAGES-OUT
          MOVE WS-PTO-HOURS TO REG-PTO-HOURS-OUT
          MOVE WS-PTO-PAY TO REG-PTO-PAY-OUT
          MOVE WS-GROSS-PAY TO REG-GROSS-OUT
          MOVE WS-TAX-DED TO REG-TAX-OUT
          MOVE WS-INS-DED TO REG-INS-OUT
          MOVE WS-RET-DED TO REG-RET-OUT
          MOVE WS-GRN-DED TO REG-GRN-OUT
          MOVE WS-NET-PAY TO REG-NET-OUT

          IF WS-GROSS-PAY > ZERO
             MOVE "SETTLED" TO REG-RESULT-OUT
             PERFORM 0330-WRITE-PAY-DETAIL
             PERFORM 0335-UPDATE-YTD
             ADD 1 TO WS-SETTLED-COUNT
             ADD WS-GROSS-PAY TO WS-GRAND-GROSS-TOTAL
             ADD WS-PTO-PAY TO WS-GRAND-PTO-TOTAL
             ADD WS-NET-PAY TO WS-GRAND-NET-TOTAL
          ELSE
             MOVE "NOTHING OWED" TO REG-RESULT-OUT
             ADD 1 TO WS-NOTHING-OWED-COUNT
          END-IF
          MOVE REGISTER-DETAIL-LINE TO REGISTER-LINE
          WRITE REGISTER-LINE

          PERFORM 0340-WRITE-SEPARATION-HIST.

       0310-END.

      *----------------------------------------------------------------
      * Withholds the final check the way PAYREGISTER withholds a
      * regular one - every deduction still open on the termination
      * date is requested into its bucket, and the buckets come out
      * in the same priority order each capped by the gross still
      * remaining - except that tax is the supplemental rate on
      * gross less retirement, subject to the tax profile. Garnishment
      * orders are taken as PAYREGISTER takes them.
      *----------------------------------------------------------------
       0320-APPLY-DEDUCTIONS.
          MOVE ZERO TO WS-TAX-DED
          MOVE ZERO TO WS-INS-DED
          MOVE ZERO TO WS-RET-DED
          MOVE ZERO TO WS-GRN-DED
          MOVE ZERO TO WS-TOTAL-DED

          SET DED-IDX TO 1
          PERFORM UNTIL DED-IDX > WS-DEDUCT-ENTRY-COUNT
             IF DED-TAB-EMPLOYEEID(DED-IDX) = EMPLOYEEID
                AND (DED-TAB-END-DATE(DED-IDX) = ZERO
                 OR DED-TAB-END-DATE(DED-IDX) >= EMP-STATUS-DATE)
                PERFORM 0327-REQUEST-ONE-DEDUCTION
             END-IF
             SET DED-IDX UP BY 1
          END-PERFORM
          PERFORM 0322-FIND-BENEFIT-PREMIUM
          IF BENEFITS-ENROLLED
             MOVE WS-BENEFIT-INS-DED TO WS-INS-DED
          END-IF

          MOVE WS-GROSS-PAY TO WS-DED-REMAINING

          MOVE WS-RET-DED TO WS-BUCKET-AMOUNT
          PERFORM 0328-WITHHOLD-ONE-BUCKET
          MOVE WS-BUCKET-AMOUNT TO WS-RET-DED

          COMPUTE WS-TAXABLE-WAGES = WS-GROSS-PAY - WS-RET-DED
          PERFORM 0321-FIND-TAX-PROFILE
          IF TAX-EXEMPT
             MOVE ZERO TO WS-TAX-DED
          ELSE
             COMPUTE WS-TAX-DED ROUNDED =
                WS-TAXABLE-WAGES * WS-SUPPLEMENTAL-TAX-PCT / 100
                + WS-EXTRA-WITHHOLD
          END-IF

          MOVE WS-TAX-DED TO WS-BUCKET-AMOUNT
          PERFORM 0328-WITHHOLD-ONE-BUCKET
          MOVE WS-BUCKET-AMOUNT TO WS-TAX-DED

          MOVE WS-INS-DED TO WS-BUCKET-AMOUNT
          PERFORM 0328-WITHHOLD-ONE-BUCKET
          MOVE WS-BUCKET-AMOUNT TO WS-INS-DED

          PERFORM 0323-APPLY-GARNISH-ORDERS
          IF NOT GARNISH-ORDERS-USED
             MOVE WS-GRN-DED TO WS-BUCKET-AMOUNT
             PERFORM 0328-WITHHOLD-ONE-BUCKET
             MOVE WS-BUCKET-AMOUNT TO WS-GRN-DED
             ADD WS-GRN-DED TO WS-LEGACY-GARNISH-TOTAL
          END-IF

          COMPUTE WS-NET-PAY = WS-GROSS-PAY - WS-TOTAL-DED.

       0320-END.

      *----------------------------------------------------------------
      * The employee's tax profile, if any: whether the employee is
      * exempt and what extra is to be withheld. No profile withholds
      * the flat rate alone.
      *----------------------------------------------------------------
       0321-FIND-TAX-PROFILE.
          MOVE 'N' TO WS-TAX-EXEMPT
          MOVE ZERO TO WS-EXTRA-WITHHOLD
          MOVE ZERO TO WS-TP-FOUND-IDX
          SET TP-IDX TO 1
          PERFORM UNTIL TP-IDX > WS-TP-ENTRY-COUNT
             IF TP-TAB-EMPLOYEEID(TP-IDX) = EMPLOYEEID
                MOVE TP-IDX TO WS-TP-FOUND-IDX
                SET TP-IDX TO WS-TP-ENTRY-COUNT
             END-IF
             SET TP-IDX UP BY 1
          END-PERFORM
          IF WS-TP-FOUND-IDX NOT = ZERO
             SET TP-IDX TO WS-TP-FOUND-IDX
             IF TP-TAB-EXEMPT(TP-IDX) = 'Y'
                SET TAX-EXEMPT TO TRUE
             ELSE
                MOVE TP-TAB-EXTRA-WITHHOLD(TP-IDX)
                   TO WS-EXTRA-WITHHOLD
             END-IF
          END-IF.

       0321-END.

      *----------------------------------------------------------------
      * Garnishment from the order file, as PAYREGISTER takes it: the
      * employee's active orders one at a time, lowest priority
      * number first, each asking for its percent of disposable pay
      * or its flat amount and getting no more than is left under
      * its cap, its unpaid balance, or the gross still remaining.
      * An order whose balance reaches zero is marked satisfied.
      *----------------------------------------------------------------
       0323-APPLY-GARNISH-ORDERS.
          MOVE 'N' TO WS-GARNISH-ORDERS-USED
          SET GO-IDX TO 1
          PERFORM UNTIL GO-IDX > WS-GO-ENTRY-COUNT
             IF GO-TAB-EMPLOYEEID(GO-IDX) = EMPLOYEEID
                SET GARNISH-ORDERS-USED TO TRUE
                SET GO-IDX TO WS-GO-ENTRY-COUNT
             END-IF
             SET GO-IDX UP BY 1
          END-PERFORM

          IF GARNISH-ORDERS-USED
             MOVE ZERO TO WS-GRN-DED
             COMPUTE WS-DISPOSABLE-PAY = WS-GROSS-PAY - WS-TAX-DED
             MOVE 1 TO WS-GO-FOUND-IDX
             PERFORM UNTIL WS-GO-FOUND-IDX = ZERO
                PERFORM 0324-FIND-NEXT-ORDER
                IF WS-GO-FOUND-IDX NOT = ZERO
                   PERFORM 0326-TAKE-ONE-ORDER
                END-IF
             END-PERFORM
          END-IF.

       0323-END.

      *----------------------------------------------------------------
      * The employee's active order with the lowest priority number
      * not yet taken; zero when there are none left. Orders of equal
      * priority are taken in file order.
      *----------------------------------------------------------------
       0324-FIND-NEXT-ORDER.
          MOVE ZERO TO WS-GO-FOUND-IDX
          SET GO-IDX TO 1
          PERFORM UNTIL GO-IDX > WS-GO-ENTRY-COUNT
             IF GO-TAB-EMPLOYEEID(GO-IDX) = EMPLOYEEID
                AND GO-TAB-ACTIVE(GO-IDX)
                AND GO-TAB-TAKEN(GO-IDX) = 'N'
                IF WS-GO-FOUND-IDX = ZERO
                   MOVE GO-IDX TO WS-GO-FOUND-IDX
                ELSE
                   IF GO-TAB-PRIORITY(GO-IDX) <
                         GO-TAB-PRIORITY(WS-GO-FOUND-IDX)
                      MOVE GO-IDX TO WS-GO-FOUND-IDX
                   END-IF
                END-IF
             END-IF
             SET GO-IDX UP BY 1
          END-PERFORM.

       0324-END.

       0326-TAKE-ONE-ORDER.
          SET GO-IDX TO WS-GO-FOUND-IDX
          MOVE 'Y' TO GO-TAB-TAKEN(GO-IDX)

          IF GO-TAB-METHOD(GO-IDX) = 'P'
             COMPUTE WS-GARNISH-REQUEST ROUNDED =
                WS-DISPOSABLE-PAY * GO-TAB-AMOUNT(GO-IDX) / 100
          ELSE
             MOVE GO-TAB-AMOUNT(GO-IDX) TO WS-GARNISH-REQUEST
          END-IF

          IF GO-TAB-CAP-PCT(GO-IDX) > ZERO
             COMPUTE WS-GARNISH-CAP ROUNDED =
                WS-DISPOSABLE-PAY * GO-TAB-CAP-PCT(GO-IDX) / 100
                - WS-GRN-DED
             IF WS-GARNISH-CAP < ZERO
                MOVE ZERO TO WS-GARNISH-CAP
             END-IF
             IF WS-GARNISH-REQUEST > WS-GARNISH-CAP
                MOVE WS-GARNISH-CAP TO WS-GARNISH-REQUEST
             END-IF
          END-IF

          IF GO-TAB-TOTAL-OWED(GO-IDX) > ZERO
             COMPUTE WS-GARNISH-BALANCE =
                GO-TAB-TOTAL-OWED(GO-IDX) - GO-TAB-PAID-TO-DATE(GO-IDX)
             IF WS-GARNISH-BALANCE < ZERO
                MOVE ZERO TO WS-GARNISH-BALANCE
             END-IF
             IF WS-GARNISH-REQUEST > WS-GARNISH-BALANCE
                MOVE WS-GARNISH-BALANCE TO WS-GARNISH-REQUEST
             END-IF
          END-IF

          IF WS-GARNISH-REQUEST > WS-DED-REMAINING
             MOVE WS-DED-REMAINING TO WS-GARNISH-REQUEST
          END-IF

          IF WS-GARNISH-REQUEST > ZERO
             SUBTRACT WS-GARNISH-REQUEST FROM WS-DED-REMAINING
             ADD WS-GARNISH-REQUEST TO WS-TOTAL-DED
             ADD WS-GARNISH-REQUEST TO WS-GRN-DED
             ADD WS-GARNISH-REQUEST TO GO-TAB-THIS-PAY(GO-IDX)
             ADD WS-GARNISH-REQUEST TO GO-TAB-PAID-TO-DATE(GO-IDX)
             ADD WS-GARNISH-REQUEST TO WS-ORDER-GARNISH-TOTAL
             ADD 1 TO WS-GARNISH-TAKEN-COUNT
          END-IF

          IF GO-TAB-TOTAL-OWED(GO-IDX) > ZERO
             AND GO-TAB-PAID-TO-DATE(GO-IDX)
                >= GO-TAB-TOTAL-OWED(GO-IDX)
             MOVE 'S' TO GO-TAB-STATUS(GO-IDX)
             ADD 1 TO WS-GARNISH-SATISFIED-COUNT
          END-IF.

       0326-END.

      *----------------------------------------------------------------
      * The employee's share of every plan still in force on the
      * termination date - the last period's premium.
      *----------------------------------------------------------------
       0322-FIND-BENEFIT-PREMIUM.
          MOVE 'N' TO WS-BENEFITS-ENROLLED
          MOVE ZERO TO WS-BENEFIT-INS-DED
          SET BEN-IDX TO 1
          PERFORM UNTIL BEN-IDX > WS-BEN-ENTRY-COUNT
             IF BEN-TAB-EMPLOYEEID(BEN-IDX) = EMPLOYEEID
                SET BENEFITS-ENROLLED TO TRUE
                IF BEN-TAB-EFFECTIVE-DATE(BEN-IDX) <= EMP-STATUS-DATE
                   AND (BEN-TAB-END-DATE(BEN-IDX) = ZERO
                    OR BEN-TAB-END-DATE(BEN-IDX) >= EMP-STATUS-DATE)
                   ADD BEN-TAB-EMPLOYEE-COST(BEN-IDX)
                      TO WS-BENEFIT-INS-DED
                END-IF
             END-IF
             SET BEN-IDX UP BY 1
          END-PERFORM.

       0322-END.

      *----------------------------------------------------------------
      * Every deduction row still open for the employee ends on the
      * termination date, so no later pay run takes it again, and so
      * does every coverage the employee is still enrolled in.
      *----------------------------------------------------------------
       0325-END-DATE-DEDUCTIONS.
          SET DED-IDX TO 1
          PERFORM UNTIL DED-IDX > WS-DEDUCT-ENTRY-COUNT
             IF DED-TAB-EMPLOYEEID(DED-IDX) = EMPLOYEEID
                AND DED-TAB-END-DATE(DED-IDX) = ZERO
                MOVE EMP-STATUS-DATE TO DED-TAB-END-DATE(DED-IDX)
                ADD 1 TO WS-DED-ENDED-COUNT
             END-IF
             SET DED-IDX UP BY 1
          END-PERFORM
          SET BEN-IDX TO 1
          PERFORM UNTIL BEN-IDX > WS-BEN-ENTRY-COUNT
             IF BEN-TAB-EMPLOYEEID(BEN-IDX) = EMPLOYEEID
                AND (BEN-TAB-END-DATE(BEN-IDX) = ZERO
                 OR BEN-TAB-END-DATE(BEN-IDX) > EMP-STATUS-DATE)
                MOVE EMP-STATUS-DATE TO BEN-TAB-END-DATE(BEN-IDX)
                ADD 1 TO WS-BEN-ENDED-COUNT
             END-IF
             SET BEN-IDX UP BY 1
          END-PERFORM.

       0325-END.

       0327-REQUEST-ONE-DEDUCTION.
          IF DED-TAB-METHOD(DED-IDX) = 'P'
             COMPUTE WS-ONE-DEDUCTION ROUNDED =
                WS-GROSS-PAY * DED-TAB-AMOUNT(DED-IDX) / 100
          ELSE
             MOVE DED-TAB-AMOUNT(DED-IDX) TO WS-ONE-DEDUCTION
          END-IF

          EVALUATE DED-TAB-CODE(DED-IDX)
             WHEN "TAX"
                CONTINUE
             WHEN "INS"
                ADD WS-ONE-DEDUCTION TO WS-INS-DED
             WHEN "RET"
                ADD WS-ONE-DEDUCTION TO WS-RET-DED
             WHEN "GRN"
                ADD WS-ONE-DEDUCTION TO WS-GRN-DED
             WHEN OTHER
                DISPLAY "WARNING: unknown deduction code "
                   DED-TAB-CODE(DED-IDX) " for employee "
                   DED-TAB-EMPLOYEEID(DED-IDX) " ignored"
          END-EVALUATE.

       0327-END.

       0328-WITHHOLD-ONE-BUCKET.
          IF WS-BUCKET-AMOUNT > WS-DED-REMAINING
             MOVE WS-DED-REMAINING TO WS-BUCKET-AMOUNT
          END-IF
          SUBTRACT WS-BUCKET-AMOUNT FROM WS-DED-REMAINING
          ADD WS-BUCKET-AMOUNT TO WS-TOTAL-DED.

       0328-END.

       0330-WRITE-PAY-DETAIL.
          MOVE EMPLOYEEID TO WS-PD-EMPLOYEEID
          MOVE WS-PAY-DATE TO WS-PD-PAY-DATE
          COMPUTE WS-PD-HOURS = WS-REGULAR-HOURS + WS-OVERTIME-HOURS
          MOVE WS-REGULAR-PAY TO WS-PD-REGULAR-PAY
          MOVE WS-OVERTIME-PAY TO WS-PD-OVERTIME-PAY
          MOVE WS-PREMIUM-PAY TO WS-PD-PREMIUM-PAY
          MOVE WS-GROSS-PAY TO WS-PD-GROSS-PAY
          MOVE WS-TAX-DED TO WS-PD-TAX-DED
          MOVE WS-INS-DED TO WS-PD-INS-DED
          MOVE WS-RET-DED TO WS-PD-RET-DED
          MOVE WS-GRN-DED TO WS-PD-GRN-DED
          MOVE WS-NET-PAY TO WS-PD-NET-PAY
          MOVE WS-TAXABLE-WAGES TO WS-PD-TAXABLE-WAGES
          MOVE WS-PAY-DETAIL-AREA TO PAY-DETAIL-RECORD
          WRITE PAY-DETAIL-RECORD
          MOVE SPACES TO PAY-DETAIL-HIST-RECORD
          MOVE WS-PAY-DETAIL-AREA TO PH-DETAIL
          MOVE "FINALPAY" TO PH-SOURCE-JOB
          WRITE PAY-DETAIL-HIST-RECORD.

       0330-END.

       0335-UPDATE-YTD.
          MOVE ZERO TO YTD-FOUND-IDX
          SET YTD-IDX TO 1
          PERFORM UNTIL YTD-IDX > WS-YTD-ENTRY-COUNT
             IF YTD-TAB-EMPLOYEEID(YTD-IDX) = EMPLOYEEID
                MOVE YTD-IDX TO YTD-FOUND-IDX
                SET YTD-IDX TO WS-YTD-ENTRY-COUNT
             END-IF
             SET YTD-IDX UP BY 1
          END-PERFORM

          IF YTD-FOUND-IDX = ZERO
             IF WS-YTD-ENTRY-COUNT < WS-YTD-TABLE-MAX
                ADD 1 TO WS-YTD-ENTRY-COUNT
                SET YTD-IDX TO WS-YTD-ENTRY-COUNT
                MOVE EMPLOYEEID TO YTD-TAB-EMPLOYEEID(YTD-IDX)
                MOVE WS-PAY-YEAR TO YTD-TAB-YEAR(YTD-IDX)
                MOVE ZERO TO YTD-TAB-HOURS(YTD-IDX)
                MOVE ZERO TO YTD-TAB-GROSS(YTD-IDX)
                MOVE ZERO TO YTD-TAB-NET(YTD-IDX)
                MOVE WS-YTD-ENTRY-COUNT TO YTD-FOUND-IDX
             ELSE
                DISPLAY "WARNING: YTD table full at "
                   WS-YTD-TABLE-MAX
                   " employees, " EMPLOYEEID " not accumulated"
             END-IF
          END-IF

          IF YTD-FOUND-IDX NOT = ZERO
             SET YTD-IDX TO YTD-FOUND-IDX
             IF YTD-TAB-YEAR(YTD-IDX) NOT = WS-PAY-YEAR
                MOVE WS-PAY-YEAR TO YTD-TAB-YEAR(YTD-IDX)
                MOVE ZERO TO YTD-TAB-HOURS(YTD-IDX)
                MOVE ZERO TO YTD-TAB-GROSS(YTD-IDX)
                MOVE ZERO TO YTD-TAB-NET(YTD-IDX)
             END-IF
             ADD WS-REGULAR-HOURS WS-OVERTIME-HOURS
                TO YTD-TAB-HOURS(YTD-IDX)
             ADD WS-GROSS-PAY TO YTD-TAB-GROSS(YTD-IDX)
             ADD WS-NET-PAY TO YTD-TAB-NET(YTD-IDX)
          END-IF.

       0335-END.

       0340-WRITE-SEPARATION-HIST.
          OPEN EXTEND SEPHISTFILE
          IF WS-SEPHIST-STATUS NOT = '00'
             OPEN OUTPUT SEPHISTFILE
          END-IF
          MOVE SPACES TO SEPARATION-HIST-RECORD
          MOVE EMPLOYEEID TO SEP-EMPLOYEEID
          MOVE EMP-STATUS-DATE TO SEP-TERM-DATE
          MOVE WS-RUN-DATE TO SEP-SETTLE-DATE
          MOVE WS-GROSS-PAY TO SEP-GROSS-PAY
          MOVE WS-NET-PAY TO SEP-NET-PAY
          WRITE SEPARATION-HIST-RECORD
          CLOSE SEPHISTFILE.

       0340-END.

      *----------------------------------------------------------------
      * Any terminated employee - settled this run or not - whose PTO
      * ledger still shows hours is an open liability someone has to
      * look at, so it goes to OPSALERT.DAT.
      *----------------------------------------------------------------
       0350-CHECK-LEFTOVER-PTO.
          SET PTO-IDX TO 1
          PERFORM UNTIL PTO-IDX > WS-PTO-ENTRY-COUNT
             IF PTO-TAB-EMPLOYEEID(PTO-IDX) = EMPLOYEEID
                IF PTO-TAB-BALANCE(PTO-IDX) > ZERO
                   ADD 1 TO WS-PTO-ALERT-COUNT
                   MOVE PTO-TAB-BALANCE(PTO-IDX)
                      TO WS-ALERT-HOURS-OUT
                   MOVE 'W' TO WS-ALERT-SEVERITY
                   MOVE EMPLOYEEID TO WS-ALERT-KEY
                   MOVE SPACES TO WS-ALERT-MESSAGE
                   STRING "TERMINATED WITH PTO BALANCE OF "
                          DELIMITED BY SIZE
                          WS-ALERT-HOURS-OUT DELIMITED BY SIZE
                          " HOURS" DELIMITED BY SIZE
                          INTO WS-ALERT-MESSAGE
                   END-STRING
                   PERFORM 0970-WRITE-ALERT
                END-IF
                SET PTO-IDX TO WS-PTO-ENTRY-COUNT
             END-IF
             SET PTO-IDX UP BY 1
          END-PERFORM.

       0350-END.

       0400-PRINT-TOTALS.
          MOVE SPACES TO REGISTER-LINE
          WRITE REGISTER-LINE
          MOVE WS-SETTLED-COUNT TO GRAND-TOT-COUNT
          MOVE WS-GRAND-GROSS-TOTAL TO GRAND-TOT-GROSS
          MOVE WS-GRAND-PTO-TOTAL TO GRAND-TOT-PTO
          MOVE WS-GRAND-NET-TOTAL TO GRAND-TOT-NET
          WRITE REGISTER-LINE FROM GRAND-TOTAL-LINE
          MOVE SPACES TO REGISTER-LINE
          WRITE REGISTER-LINE
          MOVE "SETTLED, NOTHING OWED:" TO CC-LABEL
          MOVE WS-NOTHING-OWED-COUNT TO CC-COUNT
          WRITE REGISTER-LINE FROM CONTROL-COUNT-LINE
          MOVE "ALREADY SETTLED, SKIPPED:" TO CC-LABEL
          MOVE WS-ALREADY-SETTLED-COUNT TO CC-COUNT
          WRITE REGISTER-LINE FROM CONTROL-COUNT-LINE
          MOVE "PTO BALANCES PAID OUT:" TO CC-LABEL
          MOVE WS-PTO-PAYOUT-COUNT TO CC-COUNT
          WRITE REGISTER-LINE FROM CONTROL-COUNT-LINE
          MOVE "DEDUCTIONS END-DATED:" TO CC-LABEL
          MOVE WS-DED-ENDED-COUNT TO CC-COUNT
          WRITE REGISTER-LINE FROM CONTROL-COUNT-LINE
          MOVE "COVERAGES ENDED:" TO CC-LABEL
          MOVE WS-BEN-ENDED-COUNT TO CC-COUNT
          WRITE REGISTER-LINE FROM CONTROL-COUNT-LINE
          MOVE "PTO BALANCE ALERTS RAISED:" TO CC-LABEL
          MOVE WS-PTO-ALERT-COUNT TO CC-COUNT
          WRITE REGISTER-LINE FROM CONTROL-COUNT-LINE.

       0400-END.

       0450-REWRITE-PTO-BALANCES.
          IF WS-PTO-PAYOUT-COUNT > ZERO
             OPEN OUTPUT PTOBALFILE
             SET PTO-IDX TO 1
             PERFORM UNTIL PTO-IDX > WS-PTO-ENTRY-COUNT
                MOVE SPACES TO PTO-BALANCE-RECORD
                MOVE PTO-TAB-EMPLOYEEID(PTO-IDX) TO PTO-EMPLOYEEID
                MOVE PTO-TAB-EARNED(PTO-IDX) TO PTO-EARNED
                MOVE PTO-TAB-TAKEN(PTO-IDX) TO PTO-TAKEN
                MOVE PTO-TAB-BALANCE(PTO-IDX) TO PTO-BALANCE
                WRITE PTO-BALANCE-RECORD
                SET PTO-IDX UP BY 1
             END-PERFORM
             CLOSE PTOBALFILE
          END-IF.

       0450-END.

       0460-REWRITE-YTD.
          IF WS-SETTLED-COUNT > ZERO
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
             CLOSE YTDFILE
          END-IF.

       0460-END.

       0470-REWRITE-DEDUCTIONS.
          IF WS-DED-ENDED-COUNT > ZERO
             OPEN OUTPUT DEDUCTIONFILE
             SET DED-IDX TO 1
             PERFORM UNTIL DED-IDX > WS-DEDUCT-ENTRY-COUNT
                MOVE SPACES TO DEDUCTION-RECORD
                MOVE DED-TAB-EMPLOYEEID(DED-IDX) TO DED-EMPLOYEEID
                MOVE DED-TAB-CODE(DED-IDX) TO DED-CODE
                MOVE DED-TAB-METHOD(DED-IDX) TO DED-METHOD
                MOVE DED-TAB-AMOUNT(DED-IDX) TO DED-AMOUNT
                MOVE DED-TAB-END-DATE(DED-IDX) TO DED-END-DATE
                WRITE DEDUCTION-RECORD
                SET DED-IDX UP BY 1
             END-PERFORM
             CLOSE DEDUCTIONFILE
          END-IF.

       0470-END.

       0475-REWRITE-BENEFITS.
          IF WS-BEN-ENDED-COUNT > ZERO
             OPEN OUTPUT BENEFITFILE
             SET BEN-IDX TO 1
             PERFORM UNTIL BEN-IDX > WS-BEN-ENTRY-COUNT
                MOVE BEN-TAB-RECORD(BEN-IDX) TO BENEFIT-RECORD
                MOVE BEN-TAB-END-DATE(BEN-IDX) TO BEN-END-DATE
                WRITE BENEFIT-RECORD
                SET BEN-IDX UP BY 1
             END-PERFORM
             CLOSE BENEFITFILE
          END-IF.

       0475-END.

      *----------------------------------------------------------------
      * Rewrites the garnishment orders with the final checks'
      * payments in paid-to-date and any order paid off marked
      * satisfied.
      *----------------------------------------------------------------
       0465-REWRITE-GARNISH-ORDERS.
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

       0465-END.

      *----------------------------------------------------------------
      * Appends the final checks' remittances to the cycle's
      * GARNREMIT.TXT behind PAYREGISTER's register: every order that
      * took money, grouped under its payee with the amount to remit,
      * then the section totals. The order total plus any
      * DEDUCTMAST.DAT GRN amounts equals the garnishment column of
      * the separation register.
      *----------------------------------------------------------------
       0485-APPEND-GARNISH-REMITTANCE.
          OPEN EXTEND REMITFILE
          IF WS-REMIT-STATUS NOT = '00'
             OPEN OUTPUT REMITFILE
          END-IF
          MOVE SPACES TO REMIT-LINE
          WRITE REMIT-LINE
          WRITE REMIT-LINE FROM REMIT-HEADING-1
          MOVE WS-RUN-DATE TO RMH-RUN-DATE
          MOVE WS-PAY-DATE TO RMH-PAY-DATE
          WRITE REMIT-LINE FROM REMIT-DATE-LINE
          WRITE REMIT-LINE FROM REMIT-HEADING-2

          SET GO-IDX TO 1
          PERFORM UNTIL GO-IDX > WS-GO-ENTRY-COUNT
             IF GO-TAB-THIS-PAY(GO-IDX) > ZERO
                AND GO-TAB-PRINTED(GO-IDX) = 'N'
                MOVE GO-IDX TO WS-GO-PAYEE-IDX
                PERFORM 0486-PRINT-ONE-PAYEE
             END-IF
             SET GO-IDX UP BY 1
          END-PERFORM

          MOVE SPACES TO REMIT-LINE
          WRITE REMIT-LINE
          MOVE "TOTAL REMITTED ON ORDERS:" TO RMS-LABEL
          MOVE WS-ORDER-GARNISH-TOTAL TO RMS-AMOUNT
          WRITE REMIT-LINE FROM REMIT-SUMMARY-LINE
          MOVE "GRN FROM DEDUCTMAST.DAT (NO ORDER):" TO RMS-LABEL
          MOVE WS-LEGACY-GARNISH-TOTAL TO RMS-AMOUNT
          WRITE REMIT-LINE FROM REMIT-SUMMARY-LINE
          CLOSE REMITFILE.

       0485-END.

      *----------------------------------------------------------------
      * Prints every order for the payee of the order at
      * WS-GO-PAYEE-IDX, marking each printed so the payee is not
      * listed again, then the payee's remittance total.
      *----------------------------------------------------------------
       0486-PRINT-ONE-PAYEE.
          MOVE SPACES TO REMIT-LINE
          WRITE REMIT-LINE
          MOVE GO-TAB-PAYEE-ID(WS-GO-PAYEE-IDX) TO RMP-PAYEE-ID
          MOVE GO-TAB-PAYEE-NAME(WS-GO-PAYEE-IDX) TO RMP-PAYEE-NAME
          WRITE REMIT-LINE FROM REMIT-PAYEE-LINE
          WRITE REMIT-LINE FROM REMIT-COLUMN-LINE
          MOVE ZERO TO WS-PAYEE-TOTAL
          MOVE ZERO TO WS-PAYEE-ORDER-COUNT

          SET GO-IDX TO WS-GO-PAYEE-IDX
          PERFORM UNTIL GO-IDX > WS-GO-ENTRY-COUNT
             IF GO-TAB-THIS-PAY(GO-IDX) > ZERO
                AND GO-TAB-PRINTED(GO-IDX) = 'N'
                AND GO-TAB-PAYEE-ID(GO-IDX) =
                   GO-TAB-PAYEE-ID(WS-GO-PAYEE-IDX)
                MOVE 'Y' TO GO-TAB-PRINTED(GO-IDX)
                ADD 1 TO WS-PAYEE-ORDER-COUNT
                ADD GO-TAB-THIS-PAY(GO-IDX) TO WS-PAYEE-TOTAL
                MOVE GO-TAB-EMPLOYEEID(GO-IDX) TO RMD-EMPLOYEEID
                MOVE GO-TAB-CASE-NUMBER(GO-IDX) TO RMD-CASE-NUMBER
                MOVE GO-TAB-PRIORITY(GO-IDX) TO RMD-PRIORITY
                MOVE GO-TAB-THIS-PAY(GO-IDX) TO RMD-THIS-PAY
                MOVE GO-TAB-PAID-TO-DATE(GO-IDX) TO RMD-PAID-TO-DATE
                MOVE GO-TAB-TOTAL-OWED(GO-IDX) TO RMD-TOTAL-OWED
                IF GO-TAB-TOTAL-OWED(GO-IDX) > ZERO
                   COMPUTE WS-GARNISH-BALANCE =
                      GO-TAB-TOTAL-OWED(GO-IDX)
                      - GO-TAB-PAID-TO-DATE(GO-IDX)
                   IF WS-GARNISH-BALANCE < ZERO
                      MOVE ZERO TO WS-GARNISH-BALANCE
                   END-IF
                ELSE
                   MOVE ZERO TO WS-GARNISH-BALANCE
                END-IF
                MOVE WS-GARNISH-BALANCE TO RMD-BALANCE
                IF GO-TAB-STATUS(GO-IDX) = 'S'
                   MOVE "SATISFIED" TO RMD-STATUS
                ELSE
                   IF GO-TAB-TOTAL-OWED(GO-IDX) = ZERO
                      MOVE "ONGOING" TO RMD-STATUS
                   ELSE
                      MOVE "OPEN" TO RMD-STATUS
                   END-IF
                END-IF
                WRITE REMIT-LINE FROM REMIT-DETAIL-LINE
             END-IF
             SET GO-IDX UP BY 1
          END-PERFORM

          MOVE WS-PAYEE-ORDER-COUNT TO RMT-ORDER-COUNT
          MOVE WS-PAYEE-TOTAL TO RMT-AMOUNT
          WRITE REMIT-LINE FROM REMIT-PAYEE-TOTAL-LINE
          SET GO-IDX TO WS-GO-PAYEE-IDX.

       0486-END.

       0480-REWRITE-CONTROL.
          OPEN OUTPUT FINALCTLFILE
          MOVE SPACES TO FINAL-CONTROL-RECORD
          MOVE WS-RUN-DATE TO FC-LAST-RUN-DATE
          MOVE WS-RUN-TIME TO FC-LAST-RUN-TIME
          WRITE FINAL-CONTROL-RECORD
          CLOSE FINALCTLFILE.

       0480-END.

       0490-WRITE-PAY-CONTROL.
          IF WS-SETTLED-COUNT > ZERO
             OPEN EXTEND PAYCTLFILE
             IF WS-PAYCTL-STATUS NOT = '00'
                OPEN OUTPUT PAYCTLFILE
             END-IF
             MOVE SPACES TO PAY-CONTROL-RECORD
             MOVE "FINALPAY" TO PC-SOURCE
             MOVE WS-PAY-DATE TO PC-PAY-DATE
             MOVE WS-SETTLED-COUNT TO PC-COUNT
             MOVE WS-GRAND-GROSS-TOTAL TO PC-GROSS
             MOVE WS-GRAND-NET-TOTAL TO PC-NET
             WRITE PAY-CONTROL-RECORD
             CLOSE PAYCTLFILE
          END-IF.

       0490-END.

      *----------------------------------------------------------------
      * Appends one staged alert to the shared OPSALERT.DAT. A
      * missing alert file just means this is the first alert ever
      * raised, so it is created on the spot.
      *----------------------------------------------------------------
       0970-WRITE-ALERT.
          ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD
          ACCEPT WS-ALERT-TIME FROM TIME
          OPEN EXTEND ALERTFILE
          IF WS-ALERT-FILE-STATUS NOT = '00'
             OPEN OUTPUT ALERTFILE
          END-IF
          MOVE SPACES TO ALERT-RECORD
          MOVE "FINALPAY" TO ALR-JOB-NAME
          MOVE WS-ALERT-DATE TO ALR-DATE
          MOVE WS-ALERT-TIME TO ALR-TIME
          MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
          MOVE WS-ALERT-KEY TO ALR-KEY
          MOVE WS-ALERT-MESSAGE TO ALR-MESSAGE
          WRITE ALERT-RECORD
          CLOSE ALERTFILE.

       0970-END.

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
          MOVE "FINALPAY" TO WS-JL-JOB-NAME
          MOVE WS-JOBLOG-START-TIME TO WS-JL-START-TIME-OUT
          MOVE WS-JOBLOG-END-TIME TO WS-JL-END-TIME-OUT
          MOVE WS-SETTLED-COUNT TO WS-JL-RECORD-COUNT-OUT
          MOVE WS-JOBLOG-RUN-STATUS TO WS-JL-STATUS-OUT
          MOVE WS-JOBLOG-RECORD-AREA TO JOBLOG-RECORD
          WRITE JOBLOG-RECORD
          CLOSE JOBLOGFILE.

       0960-END.

       END PROGRAM FINALPAY.
