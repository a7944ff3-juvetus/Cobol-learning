       SELECT PAYDETAILFILE ASSIGN TO "PAYDETAIL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PAYDETHISTFILE ASSIGN TO "PAYDETHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAYDETHIST-STATUS.

       SELECT YTDFILE ASSIGN TO "PAYYTD.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-YTD-STATUS.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEPTMAST-STATUS.

       SELECT PAYPERIODFILE ASSIGN TO "PAYPERIOD.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAYPERIOD-STATUS.

       SELECT REOPENFILE ASSIGN TO "PAYREOPEN.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REOPEN-STATUS.

       SELECT ALERTFILE ASSIGN TO "OPSALERT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ALERT-FILE-STATUS.

       SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOBLOG-FILE-STATUS.

       SELECT TAXTABLEFILE ASSIGN TO "TAXTABLE.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TAXTABLE-STATUS.

       SELECT TAXPROFILEFILE ASSIGN TO "TAXPROFILE.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TAXPROFILE-STATUS.

       SELECT YEARCTLFILE ASSIGN TO "PAYYEARCTL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-YEARCTL-STATUS.

       SELECT PAYCTLFILE ASSIGN TO "PAYREGCTL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAYCTL-STATUS.

       SELECT GARNORDERFILE ASSIGN TO "GARNORDER.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-GARNORDER-STATUS.

       SELECT REMITFILE ASSIGN TO "GARNREMIT.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT EARNCODEFILE ASSIGN TO "EARNCODES.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EARNCODE-STATUS.

       SELECT LABORHRSFILE ASSIGN TO "LABORHRS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LABOR-STATUS.

       SELECT ONETIMEFILE ASSIGN TO "ONETIMEEARN.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ONETIME-STATUS.

       SELECT HOLIDAYFILE ASSIGN TO "HOLIDAYS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HOLIDAY-STATUS.

       SELECT BENEFITFILE ASSIGN TO "BENEFITENRL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BENEFIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEEFILE.
          02 EMP-GRADE            PIC X(2).
          02 EMP-REG-HOURS        PIC 9(3).
          02 EMP-OT-HOURS         PIC 9(3).
          02 EMP-POSITION-NO      PIC X(6).

       SD SORTWORKFILE.
       01 SORT-PAY-RECORD.
          02 SPR-OT-HOURS        PIC 9(3).

       FD REGISTERFILE.
       01 REGISTER-LINE PIC X(220).

      *----------------------------------------------------------------
      * Employee deductions master, keyed by EMPLOYEEID: one record
      * per deduction, carrying the category code (TAX, INS, RET,
      * GRN), whether the amount is a flat dollar figure or a percent
      * of gross, and the amount itself. An employee may have any
      * number of records, one per deduction. The end date, set by
      * FINALPAY at termination, is the last date the deduction
      * applies; zero or blank means it is open.
      *----------------------------------------------------------------
       FD DEDUCTIONFILE.
       01 DEDUCTION-RECORD.
          05 DED-METHOD      PIC X(1).
          05 FILLER          PIC X(1).
          05 DED-AMOUNT      PIC 9(5)V99.
          05 FILLER          PIC X(1).
          05 DED-END-DATE    PIC 9(8).

      *----------------------------------------------------------------
      * One payment detail record per employee, for whatever system
      * cuts the actual payments - the printed register is for people,
      * this file is for the next program in the chain.
      * The entry type is blank for a regular pay line; PAYVOID
      * appends a V reversal of a voided line and an I reissue.
      * Up to six earnings-code slots follow - holiday, differential,
      * bonus and the like - each a code and the amount paid under
      * it, already included in gross; unused slots are blank.
      *----------------------------------------------------------------
       FD PAYDETAILFILE.
       01 PAY-DETAIL-RECORD.
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
      * Pay-detail history for the year: every pay line PAYREGISTER,
      * FINALPAY and PAYVOID write to PAYDETAIL.DAT is appended here
      * as well, with the job that wrote it, since PAYDETAIL.DAT
      * itself only ever holds the current cycle. PAYYEAREND ties the
      * year out from it.
      *----------------------------------------------------------------
       FD PAYDETHISTFILE.
       01 PAY-DETAIL-HIST-RECORD.
          05 PH-DETAIL.
             10 PH-EMPLOYEEID  PIC 9(7).
             10 FILLER         PIC X(1).
             10 PH-PAY-DATE    PIC 9(8).
             10 FILLER         PIC X(97).
             10 PH-ENTRY-TYPE  PIC X(1).
                88 PH-REGULAR-ENTRY VALUE SPACE.
                88 PH-VOID-REVERSAL VALUE 'V'.
                88 PH-REISSUE       VALUE 'I'.
             10 FILLER         PIC X(84).
          05 FILLER            PIC X(1).
          05 PH-SOURCE-JOB     PIC X(11).

      *----------------------------------------------------------------
      * Year-to-date earnings per employee, rolled forward every pay
          05 FILLER        PIC X(1).
          05 DM-ACTIVE     PIC X(1).

      *----------------------------------------------------------------
      * Pay-period calendar: one record per scheduled pay period, in
      * pay-date order, with where the period stands in the pay
      * cycle - O open, C calculated by PAYREGISTER, E extracted by
      * PAYEXTRACT, P posted by GLPOST, X closed once PAYSTUB has
      * printed the stubs - and the job that last moved it, and when.
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

      *----------------------------------------------------------------
      * Supervisor reopen records: each one lets the named job run
      * once against the named pay period whatever status the period
      * is at - to rerun a step, or a period already closed - and is
      * used up when that run completes.
      *----------------------------------------------------------------
       FD REOPENFILE.
       01 REOPEN-RECORD.
          05 RO-PAY-DATE   PIC 9(8).
          05 FILLER        PIC X(1).
          05 RO-JOB-NAME   PIC X(15).
          05 FILLER        PIC X(1).
          05 RO-SUPERVISOR PIC X(8).
          05 FILLER        PIC X(1).
          05 RO-REASON     PIC X(30).

      *----------------------------------------------------------------
      * Shared operations-alert file: every program in the suite
      * appends its warnings here - job name, timestamp, severity,
      * the key involved, and the message - so a job that COMPLETED
      * with twenty warnings stops looking identical to a clean one.
      * The morning ALERTREPORT run prints them grouped by severity
      * and job.
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
          05 FILLER                 PIC X(1) VALUE SPACE.
          05 JOBLOG-STATUS-OUT      PIC X(10).

      *----------------------------------------------------------------
      * Withholding tax table: annual brackets by filing status (S
      * single, M married, H head of household). Each row gives the
      * bottom of the bracket, the tax already due on income up to
      * that floor, and the percent taken on every dollar above it.
      *----------------------------------------------------------------
       FD TAXTABLEFILE.
       01 TAX-TABLE-RECORD.
          05 TT-FILING-STATUS PIC X(1).
          05 FILLER           PIC X(1).
          05 TT-BRACKET-FLOOR PIC 9(7)V99.
          05 FILLER           PIC X(1).
          05 TT-BASE-TAX      PIC 9(7)V99.
          05 FILLER           PIC X(1).
          05 TT-RATE-PCT      PIC 9(2)V99.

      *----------------------------------------------------------------
      * Employee tax profile, one per employee: filing status, number
      * of withholding allowances, a flat extra amount to withhold
      * each period, and an exempt flag (Y withholds nothing).
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
      * Closed-year control written by PAYYEAREND, one line per
      * payroll year that has been closed out.
      *----------------------------------------------------------------
       FD YEARCTLFILE.
       01 YEAR-CONTROL-RECORD.
          05 YC-TAX-YEAR   PIC 9(4).
          05 FILLER        PIC X(1).
          05 YC-CLOSE-DATE PIC 9(8).
          05 FILLER        PIC X(1).
          05 YC-CLOSE-TIME PIC 9(8).

      *----------------------------------------------------------------
      * Pay-cycle control totals: one line per program that writes
      * pay lines into this cycle's PAYDETAIL.DAT - the register's
      * grand totals first, a final-pay settlement line after it -
      * so the payment runs downstream can prove they paid exactly
      * what the registers show.
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
      * Garnishment orders, one record per court or agency order: the
      * case number, the payee the money is remitted to, the priority
      * (1 is taken first), a percent of disposable pay (P) or a flat
      * amount (A) per pay, the most all garnishments together may
      * take as a percent of disposable pay once this order is
      * applied, the total owed (zero for an open-ended order such as
      * ongoing support) and the amount paid to date. Status A is
      * active, H held by the payroll office, S satisfied.
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

       FD REMITFILE.
       01 REMIT-LINE PIC X(132).

      *----------------------------------------------------------------
      * Earnings-code master: every kind of pay beyond regular and
      * overtime. The basis says how an hour or a line under the code
      * is priced - M a multiple of the employee's rate (1.5 for
      * holiday worked at time-and-a-half), C a flat number of cents
      * per hour (a night differential), F a flat amount (a bonus; the
      * line's own amount if it has one, otherwise EC-RATE dollars).
      * The taxable flag N keeps the code out of taxable wages, and
      * the GL account is where GLPOST charges it; blank leaves it in
      * the department's wage expense.
      *----------------------------------------------------------------
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
      * Labor hours posted by TIMECARDPOST. Rows carrying an earnings
      * code are coded hours from type E timecard lines; only those
      * whose week falls in this pay period are paid here.
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

      *----------------------------------------------------------------
      * One-time earnings keyed by payroll: a bonus, a retro shift
      * differential, anything paid once. The pay date is the cycle
      * it belongs to; zero means the next register run. Hours are
      * priced by the code's basis, or the amount is paid as keyed.
      *----------------------------------------------------------------
       FD ONETIMEFILE.
       01 ONE-TIME-EARN-RECORD.
          05 OE-EMPLOYEEID   PIC 9(7).
          05 FILLER          PIC X(1).
          05 OE-PAY-DATE     PIC 9(8).
          05 FILLER          PIC X(1).
          05 OE-EARN-CODE    PIC X(3).
          05 FILLER          PIC X(1).
          05 OE-HOURS        PIC 9(3).
          05 FILLER          PIC X(1).
          05 OE-AMOUNT       PIC 9(7)V99.

      *----------------------------------------------------------------
      * Holiday calendar: each company holiday, the earnings code it
      * is paid under and the hours every active employee receives
      * for it, paid in the cycle whose pay period takes in the date.
      *----------------------------------------------------------------
       FD HOLIDAYFILE.
       01 HOLIDAY-RECORD.
          05 HOL-DATE        PIC 9(8).
          05 FILLER          PIC X(1).
          05 HOL-EARN-CODE   PIC X(3).
          05 FILLER          PIC X(1).
          05 HOL-HOURS       PIC 9(3).
          05 FILLER          PIC X(1).
          05 HOL-NAME        PIC X(20).

      *----------------------------------------------------------------
      * Benefits enrollment: one record per employee and plan, with
      * the carrier, coverage tier, number of dependents covered, the
      * dates the coverage runs from and to (zero end date = open),
      * and the per-pay-period premium split between the employee's
      * share, which is the INS deduction, and the employer's share.
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

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX VALUE '00'.

          05 WS-REGULAR-PAY    PIC 9(7)V99.
          05 WS-OVERTIME-PAY   PIC 9(7)V99.
          05 WS-PREMIUM-PAY    PIC 9(7)V99.
          05 WS-EXTRA-PAY      PIC 9(7)V99.
          05 WS-NONTAXABLE-PAY PIC 9(7)V99.
          05 WS-GROSS-PAY      PIC 9(7)V99.

      *----------------------------------------------------------------
      * Earnings codes loaded from EARNCODES.DAT, one register column
      * each in master order - the register and the pay detail have
      * room for six, so a longer master stops the run. Each entry
      * carries what it paid the current employee and the run total.
      * A missing EARNCODES.DAT means regular and overtime only, as
      * before.
      *----------------------------------------------------------------
       01 WS-EARNCODE-STATUS PIC XX VALUE '00'.
       01 WS-EARNCODE-EOF PIC X VALUE 'N'.
          88 END-OF-EARNCODES VALUE 'Y'.
       01 WS-EC-ENTRY-COUNT PIC 9(2) VALUE ZERO.
       01 WS-EC-TABLE-MAX   PIC 9(2) VALUE 6.
       01 WS-EC-TABLE.
          05 WS-EC-ENTRY OCCURS 6 TIMES INDEXED BY EC-IDX.
             10 EC-TAB-CODE        PIC X(3).
             10 EC-TAB-DESCRIPTION PIC X(20).
             10 EC-TAB-BASIS       PIC X(1).
                88 EC-TAB-RATE-MULTIPLE  VALUE 'M'.
                88 EC-TAB-CENTS-PER-HOUR VALUE 'C'.
                88 EC-TAB-FLAT-AMOUNT    VALUE 'F'.
             10 EC-TAB-RATE        PIC 9(5)V9999.
             10 EC-TAB-TAXABLE     PIC X(1).
                88 EC-TAB-NOT-TAXABLE VALUE 'N'.
             10 EC-TAB-THIS-PAY    PIC 9(7)V99.
             10 EC-TAB-RUN-TOTAL   PIC 9(9)V99.
       01 WS-EC-FOUND-IDX PIC 9(2) VALUE ZERO.

      *----------------------------------------------------------------
      * Pay period for coded hours and holidays: the calendar period
      * this run works, or without a calendar the day after the last
      * register run on PAYREGCTL.DAT through today. With no earlier
      * run on file (or a rerun the same day) the period is the seven
      * days ending today.
      *----------------------------------------------------------------
       01 WS-PAYCTL-STATUS PIC XX VALUE '00'.
       01 WS-PAYCTL-EOF PIC X VALUE 'N'.
          88 END-OF-PAYCTL VALUE 'Y'.
       01 WS-LAST-PAY-DATE    PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-START     PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-END       PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-NUM     PIC 9(8) VALUE ZERO.

      *----------------------------------------------------------------
      * Coded hours from LABORHRS.DAT, one-time earnings and the
      * holidays falling in this pay period, each priced against the
      * earnings codes as the employee is paid.
      *----------------------------------------------------------------
       01 WS-LABOR-STATUS PIC XX VALUE '00'.
       01 WS-LABOR-EOF PIC X VALUE 'N'.
          88 END-OF-LABOR VALUE 'Y'.
       01 WS-EH-ENTRY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-EH-TABLE-MAX   PIC 9(4) VALUE 5000.
       01 WS-EH-TABLE.
          05 WS-EH-ENTRY OCCURS 5000 TIMES INDEXED BY EH-IDX.
             10 EH-TAB-EMPLOYEEID  PIC 9(7).
             10 EH-TAB-EARN-CODE   PIC X(3).
             10 EH-TAB-HOURS       PIC 9(3).

       01 WS-ONETIME-STATUS PIC XX VALUE '00'.
       01 WS-ONETIME-EOF PIC X VALUE 'N'.
          88 END-OF-ONETIME VALUE 'Y'.
       01 WS-OE-ENTRY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-OE-TABLE-MAX   PIC 9(4) VALUE 2000.
       01 WS-OE-TABLE.
          05 WS-OE-ENTRY OCCURS 2000 TIMES INDEXED BY OE-IDX.
             10 OE-TAB-EMPLOYEEID  PIC 9(7).
             10 OE-TAB-PAY-DATE    PIC 9(8).
             10 OE-TAB-EARN-CODE   PIC X(3).
             10 OE-TAB-HOURS       PIC 9(3).
             10 OE-TAB-AMOUNT      PIC 9(7)V99.
             10 OE-TAB-IN-RUN      PIC X(1).
                88 OE-TAB-PAID-THIS-RUN VALUE 'Y'.
       01 WS-OE-STAMPED-COUNT PIC 9(4) VALUE ZERO.

       01 WS-HOLIDAY-STATUS PIC XX VALUE '00'.
       01 WS-HOLIDAY-EOF PIC X VALUE 'N'.
          88 END-OF-HOLIDAYS VALUE 'Y'.
       01 WS-HOL-ENTRY-COUNT PIC 9(2) VALUE ZERO.
       01 WS-HOL-TABLE-MAX   PIC 9(2) VALUE 20.
       01 WS-HOL-TABLE.
          05 WS-HOL-ENTRY OCCURS 20 TIMES INDEXED BY HOL-IDX.
             10 HOL-TAB-DATE       PIC 9(8).
             10 HOL-TAB-EARN-CODE  PIC X(3).
             10 HOL-TAB-HOURS      PIC 9(3).
             10 HOL-TAB-NAME       PIC X(20).

       01 WS-EARN-WORK-AREAS.
          05 WS-EARN-CODE      PIC X(3).
          05 WS-EARN-HOURS     PIC 9(3).
          05 WS-EARN-FLAT      PIC 9(7)V99.
          05 WS-EARN-AMOUNT    PIC 9(7)V99.
          05 WS-EARN-SLOT      PIC 9(2).
          05 WS-EARN-UNPRICED-COUNT PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------
      * Deductions master loaded into a table up front, and the
      * per-employee deduction buckets recomputed for each employee
             10 DED-TAB-CODE       PIC X(3).
             10 DED-TAB-METHOD     PIC X(1).
             10 DED-TAB-AMOUNT     PIC 9(5)V99.
             10 DED-TAB-END-DATE   PIC 9(8).

       01 WS-DEDUCTION-WORK-AREAS.
          05 WS-ONE-DEDUCTION  PIC S9(5)V99.
          05 WS-NET-PAY        PIC 9(7)V99.
          05 WS-DED-REMAINING  PIC S9(7)V99.
          05 WS-BUCKET-AMOUNT  PIC S9(5)V99.
          05 WS-TAXABLE-WAGES  PIC 9(7)V99.

      *----------------------------------------------------------------
      * Graduated withholding: an employee with a tax profile has tax
      * figured from the bracket table rather than from any TAX row on
      * DEDUCTMAST.DAT. The period's taxable wages (gross less pre-tax
      * retirement) are annualized over WS-PAY-PERIODS-PER-YEAR, each
      * allowance takes WS-ALLOWANCE-AMOUNT off the annual figure, and
      * the annual tax is spread back over the periods. An employee
      * with no profile keeps the old DEDUCTMAST.DAT TAX row.
      *----------------------------------------------------------------
       01 WS-PAY-PERIODS-PER-YEAR PIC 9(2) VALUE 52.
       01 WS-ALLOWANCE-AMOUNT     PIC 9(5)V99 VALUE 4300.00.

       01 WS-TAXTABLE-STATUS PIC XX VALUE '00'.
       01 WS-TAXTABLE-EOF PIC X VALUE 'N'.
          88 END-OF-TAXTABLE VALUE 'Y'.
       01 WS-TT-ENTRY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-TT-TABLE-MAX   PIC 9(3) VALUE 100.
       01 WS-TT-TABLE.
          05 WS-TT-ENTRY OCCURS 100 TIMES INDEXED BY TT-IDX.
             10 TT-TAB-FILING-STATUS PIC X(1).
             10 TT-TAB-BRACKET-FLOOR PIC 9(7)V99.
             10 TT-TAB-BASE-TAX      PIC 9(7)V99.
             10 TT-TAB-RATE-PCT      PIC 9(2)V99.
       01 WS-TT-FOUND-IDX PIC 9(3) VALUE ZERO.

       01 WS-TAXPROFILE-STATUS PIC XX VALUE '00'.
       01 WS-TAXPROFILE-EOF PIC X VALUE 'N'.
          88 END-OF-TAXPROFILE VALUE 'Y'.
       01 WS-TP-ENTRY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TP-TABLE-MAX   PIC 9(5) VALUE 5000.
       01 WS-TP-TABLE.
          05 WS-TP-ENTRY OCCURS 5000 TIMES INDEXED BY TP-IDX.
             10 TP-TAB-EMPLOYEEID     PIC 9(7).
             10 TP-TAB-FILING-STATUS  PIC X(1).
             10 TP-TAB-ALLOWANCES     PIC 9(2).
             10 TP-TAB-EXTRA-WITHHOLD PIC 9(5)V99.
             10 TP-TAB-EXEMPT         PIC X(1).
       01 WS-TP-FOUND-IDX PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------
      * Garnishment orders loaded whole and rewritten at end of run
      * with each order's paid-to-date carried forward. An employee
      * with any order on file is garnished from the orders alone;
      * a DEDUCTMAST.DAT GRN row is only taken for an employee who
      * has none. Disposable pay is gross less the tax withheld.
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

      *----------------------------------------------------------------
      * Benefits enrollment loaded up front. An employee with any
      * enrollment on file has insurance withheld from the employee
      * cost of every plan in force on the pay date; a DEDUCTMAST.DAT
      * INS row is only taken for an employee who has none.
      *----------------------------------------------------------------
       01 WS-BENEFIT-STATUS PIC XX VALUE '00'.
       01 WS-BENEFIT-EOF PIC X VALUE 'N'.
          88 END-OF-BENEFITS VALUE 'Y'.
       01 WS-BEN-ENTRY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BEN-TABLE-MAX   PIC 9(5) VALUE 5000.
       01 WS-BEN-TABLE.
          05 WS-BEN-ENTRY OCCURS 5000 TIMES INDEXED BY BEN-IDX.
             10 BEN-TAB-EMPLOYEEID     PIC 9(7).
             10 BEN-TAB-EFFECTIVE-DATE PIC 9(8).
             10 BEN-TAB-END-DATE       PIC 9(8).
             10 BEN-TAB-EMPLOYEE-COST  PIC 9(5)V99.
       01 WS-BENEFITS-ENROLLED PIC X VALUE 'N'.
          88 BENEFITS-ENROLLED VALUE 'Y'.
       01 WS-BENEFIT-INS-DED PIC S9(5)V99 VALUE ZERO.

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

       01 WS-TAX-WORK-AREAS.
          05 WS-ANNUAL-WAGES   PIC S9(9)V99.
          05 WS-ANNUAL-TAX     PIC 9(9)V99.
          05 WS-TABLE-TAX-DED  PIC 9(7)V99.
          05 WS-TABLE-TAX-USED PIC X VALUE 'N'.
             88 TABLE-TAX-USED VALUE 'Y'.

      *----------------------------------------------------------------
      * Department control-break accumulators: the register is sorted
          05 WS-RUN-MONTH PIC 9(2).
          05 WS-RUN-DAY   PIC 9(2).

      *----------------------------------------------------------------
      * Pay date this run posts under: the pay date of the calendar
      * period it works, so a late run or a reopened period is paid
      * and accumulated as of that period. With no calendar it is
      * today.
      *----------------------------------------------------------------
       01 WS-PAY-DATE.
          05 WS-PAY-YEAR  PIC 9(4).
          05 WS-PAY-MONTH PIC 9(2).
          05 WS-PAY-DAY   PIC 9(2).

      *----------------------------------------------------------------
      * YTD ledger loaded into a table, updated as each employee is
      * paid, and rewritten whole at end of run. An entry from a
             10 YTD-TAB-NET        PIC 9(9)V99.
       01 YTD-FOUND-IDX PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------
      * Year close: once PAYYEARCTL.DAT exists, a pay date may not
      * fall in a closed year, and a YTD row still sitting in an
      * earlier year that was never closed stops the run rather than
      * being silently reset before its statements are produced.
      * With no control file the ledger resets by itself as before.
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
      * Department master loaded at start of run; a missing
      * DEPTMAST.DAT means no department validation this run.
       01 WS-DM-FOUND-IDX PIC 9(3) VALUE ZERO.
       01 WS-DM-CHECK-DEPARTMENT PIC X(30) VALUE SPACES.

       01 REGISTER-HEADING-1 PIC X(220)
          VALUE "PAY REGISTER BY DEPARTMENT".
       01 REGISTER-HEADING-2 PIC X(220) VALUE ALL "=".

       01 HEADING-DATE-LINE.
          05 FILLER          PIC X(10) VALUE "RUN DATE: ".
          05 FILLER PIC X(10) VALUE "RATE".
          05 FILLER PIC X(13) VALUE "REGULAR".
          05 FILLER PIC X(13) VALUE "OVERTIME".
          05 FILLER PIC X(8)  VALUE "PREMIUM".
          05 REG-COL-EARN OCCURS 6 TIMES.
             10 FILLER       PIC X(2).
             10 REG-COL-EARN-DESC PIC X(10).
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(12) VALUE "GROSS".
          05 FILLER PIC X(10) VALUE "TAX".
          05 FILLER PIC X(10) VALUE "INSUR".
          05 REG-OVERTIME-OUT   PIC ZZZ,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 REG-PREMIUM-OUT    PIC ZZZ,ZZ9.99.
          05 REG-EARN-SLOT OCCURS 6 TIMES.
             10 FILLER          PIC X(2).
             10 REG-EARN-OUT    PIC ZZZ,ZZ9.99.
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 REG-GROSS-OUT      PIC ZZZ,ZZ9.99.
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 FILLER            PIC X(7) VALUE "  NET: ".
          05 GRAND-TOT-NET     PIC ZZZ,ZZZ,ZZ9.99.

       01 EARN-TOTAL-LINE.
          05 FILLER            PIC X(24) VALUE
             "  EARNINGS CODE TOTAL   ".
          05 EARN-TOT-CODE     PIC X(3).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 EARN-TOT-DESC     PIC X(20).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 EARN-TOT-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.

      *----------------------------------------------------------------
      * Pay-period control. This job moves a period from status
      * WS-PP-FROM-STATUS to WS-PP-TO-STATUS. The period it works is
      * the earliest on the calendar not yet closed, or the one named
      * on a supervisor reopen record for this job. A missing
      * PAYPERIOD.DAT means no period control this run.
      *----------------------------------------------------------------
       01 WS-PAYPERIOD-STATUS PIC XX VALUE '00'.
       01 WS-PAYPERIOD-FOUND  PIC X VALUE 'N'.
          88 PAYPERIOD-FILE-FOUND VALUE 'Y'.
       01 WS-PAYPERIOD-EOF PIC X VALUE 'N'.
          88 END-OF-PAYPERIOD VALUE 'Y'.
       01 WS-REOPEN-STATUS PIC XX VALUE '00'.
       01 WS-REOPEN-EOF PIC X VALUE 'N'.
          88 END-OF-REOPEN VALUE 'Y'.
       01 WS-PP-JOB-NAME    PIC X(15) VALUE "PAYREGISTER".
       01 WS-PP-FROM-STATUS PIC X(1) VALUE 'O'.
       01 WS-PP-TO-STATUS   PIC X(1) VALUE 'C'.
       01 WS-PP-STAMP-DATE  PIC 9(8) VALUE ZERO.
       01 WS-PP-STAMP-TIME  PIC 9(8) VALUE ZERO.
       01 WS-PP-ENTRY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PP-TABLE-MAX   PIC 9(3) VALUE 200.
       01 WS-PP-TABLE.
          05 WS-PP-ENTRY OCCURS 200 TIMES INDEXED BY PP-IDX.
             10 PP-TAB-PAY-DATE     PIC 9(8).
             10 PP-TAB-PERIOD-START PIC 9(8).
             10 PP-TAB-PERIOD-END   PIC 9(8).
             10 PP-TAB-STATUS       PIC X(1).
             10 PP-TAB-LAST-JOB     PIC X(15).
             10 PP-TAB-STATUS-DATE  PIC 9(8).
             10 PP-TAB-STATUS-TIME  PIC 9(8).
       01 WS-PP-TARGET-IDX PIC 9(3) VALUE ZERO.
       01 WS-RO-ENTRY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-RO-TABLE-MAX   PIC 9(3) VALUE 50.
       01 WS-RO-TABLE.
          05 WS-RO-ENTRY OCCURS 50 TIMES INDEXED BY RO-IDX.
             10 RO-TAB-RECORD PIC X(64).
       01 WS-RO-USED-IDX PIC 9(3) VALUE ZERO.
       01 WS-RO-PAY-DATE PIC 9(8) VALUE ZERO.

      *----------------------------------------------------------------
      * Backout check for a reopened period this job has already
      * paid: per employee, the register and reissue lines on the
      * pay-detail history for the period's pay date less the void
      * reversals against them. Anyone still above zero has pay for
      * the period in PAYYTD.DAT and GARNORDER.DAT that a rerun would
      * post a second time.
      *----------------------------------------------------------------
       01 WS-PAYDETHIST-STATUS PIC XX VALUE '00'.
       01 WS-PAYDETHIST-EOF PIC X VALUE 'N'.
          88 END-OF-PAYDETHIST VALUE 'Y'.
       01 WS-BO-ENTRY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BO-TABLE-MAX   PIC 9(4) VALUE 5000.
       01 WS-BO-TABLE.
          05 WS-BO-ENTRY OCCURS 5000 TIMES INDEXED BY BO-IDX.
             10 BO-TAB-EMPLOYEEID PIC 9(7).
             10 BO-TAB-LINES      PIC S9(3).
       01 WS-BO-FOUND-IDX PIC 9(4) VALUE ZERO.
       01 WS-BO-STILL-PAID PIC 9(5) VALUE ZERO.
       01 WS-BO-STILL-TEXT.
          05 WS-BO-STILL-COUNT PIC ZZZZ9.
          05 FILLER PIC X(55) VALUE
             " EMPLOYEES STILL PAID - VOID THE PERIOD BEFORE RERUN".

      *----------------------------------------------------------------
      * Pay-cycle order of the period statuses, so a refusal can say
      * whether this step already ran or an earlier one has not.
      *----------------------------------------------------------------
       01 WS-PP-STATUS-ORDER PIC X(5) VALUE "OCEPX".
       01 WS-PP-STATUS-CODES REDEFINES WS-PP-STATUS-ORDER.
          05 WS-PP-STATUS-CODE PIC X(1) OCCURS 5 TIMES.
       01 WS-PP-RANK-STATUS PIC X(1) VALUE SPACE.
       01 WS-PP-RANK        PIC 9(1) VALUE ZERO.
       01 WS-PP-RANK-PERIOD PIC 9(1) VALUE ZERO.
       01 WS-PP-RANK-FROM   PIC 9(1) VALUE ZERO.
       01 WS-PP-RANK-SUB    PIC 9(1) VALUE ZERO.

       01 WS-PP-ALERT-KEY.
          05 FILLER          PIC X(11) VALUE "PAY PERIOD ".
          05 WS-PP-KEY-DATE  PIC 9(8).
       01 WS-PP-REFUSE-TEXT PIC X(60) VALUE SPACES.
       01 WS-PP-ORDER-TEXT.
          05 FILLER             PIC X(17) VALUE "PERIOD AT STATUS ".
          05 WS-PP-ORDER-STATUS PIC X(1).
          05 WS-PP-ORDER-TAIL   PIC X(42).
       01 WS-PP-REOPEN-TEXT.
          05 FILLER             PIC X(20) VALUE "RUN UNDER REOPEN BY ".
          05 WS-PP-RO-SUPERVISOR PIC X(8).
          05 FILLER             PIC X(2) VALUE ": ".
          05 WS-PP-RO-REASON    PIC X(30).

      *----------------------------------------------------------------
      * One alert is staged in these fields and appended to the
      * shared OPSALERT.DAT by the alert writer, so warnings survive
      * past the console scrollback.
      *----------------------------------------------------------------
       01 WS-ALERT-FILE-STATUS PIC XX VALUE '00'.
       01 WS-ALERT-DATE     PIC 9(8) VALUE ZERO.
       01 WS-ALERT-TIME     PIC 9(8) VALUE ZERO.
       01 WS-ALERT-SEVERITY PIC X(1) VALUE 'W'.
       01 WS-ALERT-KEY      PIC X(30) VALUE SPACES.
       01 WS-ALERT-MESSAGE  PIC X(60) VALUE SPACES.

      *----------------------------------------------------------------
      * Job-log entry for this run, appended to the shared JOBLOG.DAT
      * once when the run ends.
          05 WS-PD-GRN-DED      PIC 9(5)V99.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-PD-NET-PAY      PIC 9(7)V99.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-PD-TAXABLE-WAGES PIC 9(7)V99.
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-PD-ENTRY-TYPE   PIC X(1) VALUE SPACE.
          05 WS-PD-EARNING OCCURS 6 TIMES.
             10 FILLER             PIC X(1).
             10 WS-PD-EARN-CODE    PIC X(3).
             10 FILLER             PIC X(1).
             10 WS-PD-EARN-AMOUNT  PIC 9(7)V99.

      *----------------------------------------------------------------
      * Garnishment remittance register: what each payee is owed from
      * this pay, order by order, so the agency checks can be cut.
      *----------------------------------------------------------------
       01 REMIT-HEADING-1 PIC X(132)
          VALUE "GARNISHMENT REMITTANCE REGISTER BY PAYEE".
       01 REMIT-HEADING-2 PIC X(132) VALUE ALL "=".

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

       PROCEDURE DIVISION.
       0100-PAY-RUN.
          ACCEPT WS-JOBLOG-START-TIME FROM TIME
          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
          MOVE WS-RUN-DATE TO WS-PAY-DATE
          PERFORM 0110-CHECK-PAY-PERIOD
          PERFORM 0150-CHECK-EMPLOYEE-FILE
          PERFORM 0160-LOAD-DEDUCTIONS
          PERFORM 0170-LOAD-YTD
          PERFORM 0175-CHECK-YEAR-CLOSE
          PERFORM 0180-LOAD-DEPT-MASTER
          PERFORM 0185-LOAD-TAX-TABLE
          PERFORM 0190-LOAD-TAX-PROFILES
          PERFORM 0195-LOAD-GARNISH-ORDERS
          PERFORM 0199-LOAD-BENEFIT-ENROLLMENT
          PERFORM 0192-LOAD-EARNING-CODES
          IF WS-EC-ENTRY-COUNT > ZERO
             PERFORM 0193-FIND-PAY-PERIOD
             PERFORM 0196-LOAD-HOLIDAYS
             PERFORM 0197-LOAD-CODED-HOURS
             PERFORM 0198-LOAD-ONE-TIME-EARNINGS
          END-IF
          PERFORM 0200-SORT-BY-DEPARTMENT
          PERFORM 0300-PRODUCE-REGISTER
          PERFORM 0460-REWRITE-YTD
          IF GARNORDER-FILE-FOUND
             PERFORM 0465-REWRITE-GARNISH-ORDERS
          END-IF
          PERFORM 0470-WRITE-PAY-CONTROL
          PERFORM 0475-PRINT-GARNISH-REMITTANCE
          IF WS-OE-STAMPED-COUNT > ZERO
             PERFORM 0480-REWRITE-ONE-TIME-EARNINGS
          END-IF
          PERFORM 0490-ADVANCE-PAY-PERIOD
          MOVE "COMPLETED" TO WS-JOBLOG-RUN-STATUS
          PERFORM 0960-WRITE-JOB-LOG
          DISPLAY "Number of employees paid: " WS-EMPLOYEE-COUNT
          DISPLAY "Paid zero (on leave):     " WS-ON-LEAVE-COUNT
          DISPLAY "Skipped (terminated):     " WS-TERMINATED-COUNT
          DISPLAY "Garnishment orders taken: " WS-GARNISH-TAKEN-COUNT
          DISPLAY "Orders satisfied:         "
             WS-GARNISH-SATISFIED-COUNT
          DISPLAY "Earnings lines not paid:  " WS-EARN-UNPRICED-COUNT
          STOP RUN.

       0100-END.
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
                      DISPLAY "WARNING: deduction table full at "
                         WS-DEDUCT-TABLE-MAX

       0170-END.

      *----------------------------------------------------------------
      * Enforces the year close against the loaded ledger before a
      * single line of the register is written.
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
                   " - nothing posted"
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
      * Loads the department master for code validation. A missing
      * DEPTMAST.DAT means no department checking this run.
       0180-END.

      *----------------------------------------------------------------
      * Loads the withholding brackets. The rows for each filing
      * status are expected in ascending bracket-floor order, the way
      * the tables are published. A missing TAXTABLE.DAT means every
      * employee is withheld from DEDUCTMAST.DAT as before.
      *----------------------------------------------------------------
       0185-LOAD-TAX-TABLE.
          OPEN INPUT TAXTABLEFILE
          IF WS-TAXTABLE-STATUS NOT = '00'
             DISPLAY "TAXTABLE.DAT not found - tax will be withheld"
             DISPLAY "from DEDUCTMAST.DAT TAX rows this cycle."
             SET END-OF-TAXTABLE TO TRUE
          END-IF
          PERFORM UNTIL END-OF-TAXTABLE
             READ TAXTABLEFILE
                AT END SET END-OF-TAXTABLE TO TRUE
                NOT AT END
                   IF WS-TT-ENTRY-COUNT < WS-TT-TABLE-MAX
                      ADD 1 TO WS-TT-ENTRY-COUNT
                      SET TT-IDX TO WS-TT-ENTRY-COUNT
                      MOVE TT-FILING-STATUS
                         TO TT-TAB-FILING-STATUS(TT-IDX)
                      MOVE TT-BRACKET-FLOOR
                         TO TT-TAB-BRACKET-FLOOR(TT-IDX)
                      MOVE TT-BASE-TAX TO TT-TAB-BASE-TAX(TT-IDX)
                      MOVE TT-RATE-PCT TO TT-TAB-RATE-PCT(TT-IDX)
                   ELSE
                      DISPLAY "WARNING: tax table full at "
                         WS-TT-TABLE-MAX
                         " brackets, remaining rows omitted"
                      SET END-OF-TAXTABLE TO TRUE
                   END-IF
             END-READ
          END-PERFORM
          IF WS-TAXTABLE-STATUS = '00' OR WS-TAXTABLE-STATUS = '10'
             CLOSE TAXTABLEFILE
          END-IF.

       0185-END.

      *----------------------------------------------------------------
      * Loads the employee tax profiles. Profiles are only used when
      * there is a bracket table to apply them to.
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
                      MOVE FUNCTION UPPER-CASE(TP-FILING-STATUS)
                         TO TP-TAB-FILING-STATUS(TP-IDX)
                      MOVE TP-ALLOWANCES TO TP-TAB-ALLOWANCES(TP-IDX)
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
      * Loads the earnings-code master. Each code takes one of the six
      * earnings columns on the register and one of the six slots on
      * the pay detail, so a seventh code stops the run rather than
      * paying something no downstream program can see. A code with
      * an unknown basis is left off and any line under it goes
      * unpaid with a warning.
      *----------------------------------------------------------------
       0192-LOAD-EARNING-CODES.
          OPEN INPUT EARNCODEFILE
          IF WS-EARNCODE-STATUS NOT = '00'
             SET END-OF-EARNCODES TO TRUE
          END-IF
          PERFORM UNTIL END-OF-EARNCODES
             READ EARNCODEFILE
                AT END SET END-OF-EARNCODES TO TRUE
                NOT AT END
                   IF EC-BASIS NOT = 'M' AND EC-BASIS NOT = 'C'
                      AND EC-BASIS NOT = 'F'
                      DISPLAY "WARNING: earnings code " EC-CODE
                         " has unknown basis " EC-BASIS
                         " - code not loaded"
                   ELSE
                   IF WS-EC-ENTRY-COUNT < WS-EC-TABLE-MAX
                      ADD 1 TO WS-EC-ENTRY-COUNT
                      SET EC-IDX TO WS-EC-ENTRY-COUNT
                      MOVE EC-CODE TO EC-TAB-CODE(EC-IDX)
                      MOVE EC-DESCRIPTION
                         TO EC-TAB-DESCRIPTION(EC-IDX)
                      MOVE EC-BASIS TO EC-TAB-BASIS(EC-IDX)
                      MOVE EC-RATE TO EC-TAB-RATE(EC-IDX)
                      MOVE EC-TAXABLE TO EC-TAB-TAXABLE(EC-IDX)
                      MOVE ZERO TO EC-TAB-THIS-PAY(EC-IDX)
                      MOVE ZERO TO EC-TAB-RUN-TOTAL(EC-IDX)
                   ELSE
                      DISPLAY "Earnings code table full at "
                         WS-EC-TABLE-MAX
                         " codes - EARNCODES.DAT has more codes than"
                         " the register can carry"
                      MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
                      PERFORM 0960-WRITE-JOB-LOG
                      STOP RUN RETURNING 16
                   END-IF
                   END-IF
             END-READ
          END-PERFORM
          IF WS-EARNCODE-STATUS = '00' OR WS-EARNCODE-STATUS = '10'
             CLOSE EARNCODEFILE
          END-IF.

       0192-END.

      *----------------------------------------------------------------
      * With the pay-period calendar in use, the earnings window is
      * the start and end of the calendar period this run works.
      * Without it, the period starts the day after the last register
      * run recorded on PAYREGCTL.DAT, which this run has not yet
      * replaced, and runs through today; no earlier run, or one
      * dated today, falls back to the seven days ending today.
      *----------------------------------------------------------------
       0193-FIND-PAY-PERIOD.
          IF PAYPERIOD-FILE-FOUND
             SET PP-IDX TO WS-PP-TARGET-IDX
             COMPUTE WS-PERIOD-START = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(PP-TAB-PERIOD-START(PP-IDX))
                - 1)
             MOVE PP-TAB-PERIOD-END(PP-IDX) TO WS-PERIOD-END
             DISPLAY "Earnings pay period: after " WS-PERIOD-START
                " through " WS-PERIOD-END
          ELSE
             PERFORM 0194-PERIOD-FROM-LAST-RUN
          END-IF.

       0193-END.

       0194-PERIOD-FROM-LAST-RUN.
          MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
          MOVE ZERO TO WS-LAST-PAY-DATE
          OPEN INPUT PAYCTLFILE
          IF WS-PAYCTL-STATUS NOT = '00'
             SET END-OF-PAYCTL TO TRUE
          END-IF
          PERFORM UNTIL END-OF-PAYCTL
             READ PAYCTLFILE
                AT END SET END-OF-PAYCTL TO TRUE
                NOT AT END
                   IF PC-SOURCE = "PAYREGISTER"
                      AND PC-PAY-DATE NUMERIC
                      MOVE PC-PAY-DATE TO WS-LAST-PAY-DATE
                   END-IF
             END-READ
          END-PERFORM
          IF WS-PAYCTL-STATUS = '00' OR WS-PAYCTL-STATUS = '10'
             CLOSE PAYCTLFILE
          END-IF

          IF WS-LAST-PAY-DATE > ZERO
             AND WS-LAST-PAY-DATE < WS-RUN-DATE-NUM
             MOVE WS-LAST-PAY-DATE TO WS-PERIOD-START
          ELSE
             COMPUTE WS-PERIOD-START = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) - 7)
          END-IF
          MOVE WS-RUN-DATE-NUM TO WS-PERIOD-END
          DISPLAY "Earnings pay period: after " WS-PERIOD-START
             " through " WS-PERIOD-END.

       0194-END.

      *----------------------------------------------------------------
      * Holidays whose date falls in this pay period. Every employee
      * paid this cycle who is not on leave receives each one.
      *----------------------------------------------------------------
       0196-LOAD-HOLIDAYS.
          OPEN INPUT HOLIDAYFILE
          IF WS-HOLIDAY-STATUS NOT = '00'
             SET END-OF-HOLIDAYS TO TRUE
          END-IF
          PERFORM UNTIL END-OF-HOLIDAYS
             READ HOLIDAYFILE
                AT END SET END-OF-HOLIDAYS TO TRUE
                NOT AT END
                   IF HOL-DATE NUMERIC
                      AND HOL-DATE > WS-PERIOD-START
                      AND HOL-DATE <= WS-PERIOD-END
                      IF WS-HOL-ENTRY-COUNT < WS-HOL-TABLE-MAX
                         ADD 1 TO WS-HOL-ENTRY-COUNT
                         SET HOL-IDX TO WS-HOL-ENTRY-COUNT
                         MOVE HOL-DATE TO HOL-TAB-DATE(HOL-IDX)
                         MOVE HOL-EARN-CODE
                            TO HOL-TAB-EARN-CODE(HOL-IDX)
                         MOVE HOL-HOURS TO HOL-TAB-HOURS(HOL-IDX)
                         MOVE HOL-NAME TO HOL-TAB-NAME(HOL-IDX)
                         DISPLAY "Holiday paid this cycle: "
                            HOL-DATE " " HOL-NAME
                      ELSE
                         DISPLAY "WARNING: holiday table full at "
                            WS-HOL-TABLE-MAX
                            " entries, " HOL-DATE " omitted"
                      END-IF
                   END-IF
             END-READ
          END-PERFORM
          IF WS-HOLIDAY-STATUS = '00' OR WS-HOLIDAY-STATUS = '10'
             CLOSE HOLIDAYFILE
          END-IF.

       0196-END.

      *----------------------------------------------------------------
      * Coded hours posted from type E timecard lines. Worked hours
      * (no code) are already on the master and are not reloaded.
      *----------------------------------------------------------------
       0197-LOAD-CODED-HOURS.
          OPEN INPUT LABORHRSFILE
          IF WS-LABOR-STATUS NOT = '00'
             SET END-OF-LABOR TO TRUE
          END-IF
          PERFORM UNTIL END-OF-LABOR
             READ LABORHRSFILE
                AT END SET END-OF-LABOR TO TRUE
                NOT AT END
                   IF LH-EARN-CODE NOT = SPACES
                      AND LH-WEEK-ENDING NUMERIC
                      AND LH-WEEK-ENDING > WS-PERIOD-START
                      AND LH-WEEK-ENDING <= WS-PERIOD-END
                      IF WS-EH-ENTRY-COUNT < WS-EH-TABLE-MAX
                         ADD 1 TO WS-EH-ENTRY-COUNT
                         SET EH-IDX TO WS-EH-ENTRY-COUNT
                         MOVE LH-EMPLOYEEID
                            TO EH-TAB-EMPLOYEEID(EH-IDX)
                         MOVE LH-EARN-CODE TO EH-TAB-EARN-CODE(EH-IDX)
                         MOVE LH-HOURS TO EH-TAB-HOURS(EH-IDX)
                      ELSE
                         DISPLAY "WARNING: coded hours table full at "
                            WS-EH-TABLE-MAX
                            " entries, " LH-EMPLOYEEID " omitted"
                      END-IF
                   END-IF
             END-READ
          END-PERFORM
          IF WS-LABOR-STATUS = '00' OR WS-LABOR-STATUS = '10'
             CLOSE LABORHRSFILE
          END-IF.

       0197-END.

      *----------------------------------------------------------------
      * One-time earnings. A line dated in this pay period is paid
      * now; an undated line is paid now and stamped with the last
      * day of the period so the next run does not pay it again. The
      * file is rewritten from this table when anything was stamped,
      * so a line that does not fit would be lost - a full table ends
      * the run instead.
      *----------------------------------------------------------------
       0198-LOAD-ONE-TIME-EARNINGS.
          OPEN INPUT ONETIMEFILE
          IF WS-ONETIME-STATUS NOT = '00'
             SET END-OF-ONETIME TO TRUE
          END-IF
          PERFORM UNTIL END-OF-ONETIME
             READ ONETIMEFILE
                AT END SET END-OF-ONETIME TO TRUE
                NOT AT END
                   IF WS-OE-ENTRY-COUNT < WS-OE-TABLE-MAX
                      ADD 1 TO WS-OE-ENTRY-COUNT
                      SET OE-IDX TO WS-OE-ENTRY-COUNT
                      MOVE OE-EMPLOYEEID TO OE-TAB-EMPLOYEEID(OE-IDX)
                      MOVE OE-EARN-CODE TO OE-TAB-EARN-CODE(OE-IDX)
                      MOVE OE-HOURS TO OE-TAB-HOURS(OE-IDX)
                      MOVE OE-AMOUNT TO OE-TAB-AMOUNT(OE-IDX)
                      MOVE 'N' TO OE-TAB-IN-RUN(OE-IDX)
                      IF OE-PAY-DATE NOT NUMERIC
                         OR OE-PAY-DATE = ZERO
                         MOVE WS-PERIOD-END
                            TO OE-TAB-PAY-DATE(OE-IDX)
                         MOVE 'Y' TO OE-TAB-IN-RUN(OE-IDX)
                         ADD 1 TO WS-OE-STAMPED-COUNT
                      ELSE
                         MOVE OE-PAY-DATE TO OE-TAB-PAY-DATE(OE-IDX)
                         IF OE-PAY-DATE > WS-PERIOD-START
                            AND OE-PAY-DATE <= WS-PERIOD-END
                            MOVE 'Y' TO OE-TAB-IN-RUN(OE-IDX)
                         END-IF
                      END-IF
                   ELSE
                      DISPLAY "One-time earnings table full at "
                         WS-OE-TABLE-MAX
                         " lines - ONETIMEEARN.DAT cannot be"
                         " processed safely"
                      MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
                      PERFORM 0960-WRITE-JOB-LOG
                      STOP RUN RETURNING 16
                   END-IF
             END-READ
          END-PERFORM
          IF WS-ONETIME-STATUS = '00' OR WS-ONETIME-STATUS = '10'
             CLOSE ONETIMEFILE
          END-IF.

       0198-END.

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
      * Loads BENEFITENRL.DAT. A missing file means nobody is enrolled
      * yet and insurance stays on the DEDUCTMAST.DAT INS rows.
      *----------------------------------------------------------------
       0199-LOAD-BENEFIT-ENROLLMENT.
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
                      DISPLAY "WARNING: enrollment table full at "
                         WS-BEN-TABLE-MAX
                         " entries, " BEN-EMPLOYEEID " omitted"
                   END-IF
             END-READ
          END-PERFORM
          IF WS-BENEFIT-STATUS = '00' OR WS-BENEFIT-STATUS = '10'
             CLOSE BENEFITFILE
          END-IF.

       0199-END.

      *----------------------------------------------------------------
      * Department lookup against the master table; leaves the entry
      * index in WS-DM-FOUND-IDX, zero when the code is unknown.
      *----------------------------------------------------------------
       0315-FIND-DEPT-MASTER.
          MOVE ZERO TO WS-DM-FOUND-IDX
          SET DM-IDX TO 1
          PERFORM UNTIL DM-IDX > WS-DM-ENTRY-COUNT
             IF DM-TAB-DEPARTMENT(DM-IDX) = WS-DM-CHECK-DEPARTMENT
                MOVE DM-IDX TO WS-DM-FOUND-IDX
                SET DM-IDX TO WS-DM-ENTRY-COUNT
             END-IF
             SET DM-IDX UP BY 1
          END-PERFORM.

       0315-END.


      *----------------------------------------------------------------
      * The employee master is keyed by EMPLOYEEID, so it is sorted by
      * DEPARTMENT (then EMPLOYEEID within it) first - the register
      * prints each department's people together with a subtotal on
      * the break.
      *----------------------------------------------------------------
       0200-SORT-BY-DEPARTMENT.
          SORT SORTWORKFILE
             ON ASCENDING KEY SORT-DEPARTMENT
             ON ASCENDING KEY SORT-EMPLOYEEID
             USING EMPLOYEEFILE
             GIVING SORTEDPAYFILE.

       0200-END.

       0300-PRODUCE-REGISTER.
          OPEN INPUT SORTEDPAYFILE
          OPEN OUTPUT REGISTERFILE
          OPEN OUTPUT PAYDETAILFILE
          OPEN EXTEND PAYDETHISTFILE
          IF WS-PAYDETHIST-STATUS NOT = '00'
             OPEN OUTPUT PAYDETHISTFILE
          END-IF

          MOVE REGISTER-HEADING-1 TO REGISTER-LINE
          WRITE REGISTER-LINE
          MOVE REGISTER-HEADING-2 TO REGISTER-LINE
          WRITE REGISTER-LINE
          MOVE WS-RUN-DATE TO HD-RUN-DATE-OUT
          MOVE HEADING-DATE-LINE TO REGISTER-LINE
          WRITE REGISTER-LINE
          MOVE 1 TO WS-EARN-SLOT
          PERFORM UNTIL WS-EARN-SLOT > WS-EC-TABLE-MAX
             MOVE SPACES TO REG-COL-EARN(WS-EARN-SLOT)
             IF WS-EARN-SLOT <= WS-EC-ENTRY-COUNT
                SET EC-IDX TO WS-EARN-SLOT
                MOVE EC-TAB-DESCRIPTION(EC-IDX)
                   TO REG-COL-EARN-DESC(WS-EARN-SLOT)
             END-IF
             ADD 1 TO WS-EARN-SLOT
          END-PERFORM
          MOVE REGISTER-COLUMN-LINE TO REGISTER-LINE
          WRITE REGISTER-LINE

          READ SORTEDPAYFILE
             AT END SET ENDOFSORTEDFILE TO TRUE
          END-READ
          IF NOT ENDOFSORTEDFILE
             MOVE SPR-DEPARTMENT TO WS-PREV-DEPARTMENT
             PERFORM 0310-PRINT-DEPARTMENT-HEADER
          END-IF
          PERFORM UNTIL ENDOFSORTEDFILE
             IF SPR-TERMINATED
                ADD 1 TO WS-TERMINATED-COUNT
             ELSE

          CLOSE SORTEDPAYFILE
          CLOSE REGISTERFILE
          CLOSE PAYDETAILFILE
          CLOSE PAYDETHISTFILE.

       0300-END.

      *----------------------------------------------------------------
      * Time-and-a-half over the overtime threshold: hours up to the
      * threshold pay at the straight rate, everything above it at the
      * overtime factor. Coded earnings are added on top of that.
      *----------------------------------------------------------------
       0320-PAY-ONE-EMPLOYEE.
          IF SPR-ON-LEAVE
          COMPUTE WS-PREMIUM-PAY ROUNDED =
             WS-OVERTIME-HOURS * SPR-HOURLY-RATE
                * (WS-OVERTIME-FACTOR - 1)
          PERFORM 0322-COMPUTE-EXTRA-EARNINGS
          COMPUTE WS-GROSS-PAY =
             WS-REGULAR-PAY + WS-OVERTIME-PAY + WS-PREMIUM-PAY
             + WS-EXTRA-PAY

      *----------------------------------------------------------------
      * The hours actually paid this cycle - zero for an employee on
          MOVE WS-REGULAR-PAY TO REG-REGULAR-OUT
          MOVE WS-OVERTIME-PAY TO REG-OVERTIME-OUT
          MOVE WS-PREMIUM-PAY TO REG-PREMIUM-OUT
          MOVE 1 TO WS-EARN-SLOT
          PERFORM UNTIL WS-EARN-SLOT > WS-EC-TABLE-MAX
             MOVE SPACES TO REG-EARN-SLOT(WS-EARN-SLOT)
             IF WS-EARN-SLOT <= WS-EC-ENTRY-COUNT
                SET EC-IDX TO WS-EARN-SLOT
                MOVE EC-TAB-THIS-PAY(EC-IDX)
                   TO REG-EARN-OUT(WS-EARN-SLOT)
             END-IF
             ADD 1 TO WS-EARN-SLOT
          END-PERFORM
          MOVE WS-GROSS-PAY TO REG-GROSS-OUT
          MOVE WS-TAX-DED TO REG-TAX-OUT
          MOVE WS-INS-DED TO REG-INS-OUT

       0320-END.

      *----------------------------------------------------------------
      * Prices this employee's coded earnings into each code's
      * this-pay bucket: coded hours and holidays for anyone not on
      * leave, one-time earnings for everyone paid. The buckets add
      * up to the extra pay carried into gross; codes flagged not
      * taxable are also totalled so they stay out of taxable wages.
      *----------------------------------------------------------------
       0322-COMPUTE-EXTRA-EARNINGS.
          MOVE ZERO TO WS-EXTRA-PAY
          MOVE ZERO TO WS-NONTAXABLE-PAY
          SET EC-IDX TO 1
          PERFORM UNTIL EC-IDX > WS-EC-ENTRY-COUNT
             MOVE ZERO TO EC-TAB-THIS-PAY(EC-IDX)
             SET EC-IDX UP BY 1
          END-PERFORM

          IF NOT SPR-ON-LEAVE
             SET EH-IDX TO 1
             PERFORM UNTIL EH-IDX > WS-EH-ENTRY-COUNT
                IF EH-TAB-EMPLOYEEID(EH-IDX) = SPR-EMPLOYEEID
                   MOVE EH-TAB-EARN-CODE(EH-IDX) TO WS-EARN-CODE
                   MOVE EH-TAB-HOURS(EH-IDX) TO WS-EARN-HOURS
                   MOVE ZERO TO WS-EARN-FLAT
                   PERFORM 0323-PRICE-ONE-EARNING
                END-IF
                SET EH-IDX UP BY 1
             END-PERFORM

             SET HOL-IDX TO 1
             PERFORM UNTIL HOL-IDX > WS-HOL-ENTRY-COUNT
                MOVE HOL-TAB-EARN-CODE(HOL-IDX) TO WS-EARN-CODE
                MOVE HOL-TAB-HOURS(HOL-IDX) TO WS-EARN-HOURS
                MOVE ZERO TO WS-EARN-FLAT
                PERFORM 0323-PRICE-ONE-EARNING
                SET HOL-IDX UP BY 1
             END-PERFORM
          END-IF

          SET OE-IDX TO 1
          PERFORM UNTIL OE-IDX > WS-OE-ENTRY-COUNT
             IF OE-TAB-EMPLOYEEID(OE-IDX) = SPR-EMPLOYEEID
                AND OE-TAB-PAID-THIS-RUN(OE-IDX)
                MOVE OE-TAB-EARN-CODE(OE-IDX) TO WS-EARN-CODE
                MOVE OE-TAB-HOURS(OE-IDX) TO WS-EARN-HOURS
                MOVE OE-TAB-AMOUNT(OE-IDX) TO WS-EARN-FLAT
                PERFORM 0323-PRICE-ONE-EARNING
             END-IF
             SET OE-IDX UP BY 1
          END-PERFORM

          SET EC-IDX TO 1
          PERFORM UNTIL EC-IDX > WS-EC-ENTRY-COUNT
             ADD EC-TAB-THIS-PAY(EC-IDX) TO WS-EXTRA-PAY
             ADD EC-TAB-THIS-PAY(EC-IDX) TO EC-TAB-RUN-TOTAL(EC-IDX)
             IF EC-TAB-NOT-TAXABLE(EC-IDX)
                ADD EC-TAB-THIS-PAY(EC-IDX) TO WS-NONTAXABLE-PAY
             END-IF
             SET EC-IDX UP BY 1
          END-PERFORM.

       0322-END.

      *----------------------------------------------------------------
      * Prices one earnings line. A line keyed with its own amount is
      * paid that amount; otherwise the code's basis decides - a
      * multiple of the employee's rate per hour, a flat number of
      * cents per hour, or the code's flat dollar amount.
      *----------------------------------------------------------------
       0323-PRICE-ONE-EARNING.
          MOVE ZERO TO WS-EC-FOUND-IDX
          SET EC-IDX TO 1
          PERFORM UNTIL EC-IDX > WS-EC-ENTRY-COUNT
             IF EC-TAB-CODE(EC-IDX) = WS-EARN-CODE
                MOVE EC-IDX TO WS-EC-FOUND-IDX
                SET EC-IDX TO WS-EC-ENTRY-COUNT
             END-IF
             SET EC-IDX UP BY 1
          END-PERFORM

          IF WS-EC-FOUND-IDX = ZERO
             ADD 1 TO WS-EARN-UNPRICED-COUNT
             DISPLAY "WARNING: earnings code " WS-EARN-CODE
                " for employee " SPR-EMPLOYEEID
                " not on EARNCODES.DAT - not paid"
          ELSE
             SET EC-IDX TO WS-EC-FOUND-IDX
             EVALUATE TRUE
                WHEN WS-EARN-FLAT > ZERO
                   MOVE WS-EARN-FLAT TO WS-EARN-AMOUNT
                WHEN EC-TAB-RATE-MULTIPLE(EC-IDX)
                   COMPUTE WS-EARN-AMOUNT ROUNDED =
                      WS-EARN-HOURS * SPR-HOURLY-RATE
                      * EC-TAB-RATE(EC-IDX)
                WHEN EC-TAB-CENTS-PER-HOUR(EC-IDX)
                   COMPUTE WS-EARN-AMOUNT ROUNDED =
                      WS-EARN-HOURS * EC-TAB-RATE(EC-IDX) / 100
                WHEN OTHER
                   COMPUTE WS-EARN-AMOUNT ROUNDED =
                      EC-TAB-RATE(EC-IDX)
             END-EVALUATE
             ADD WS-EARN-AMOUNT TO EC-TAB-THIS-PAY(EC-IDX)
          END-IF.

       0323-END.

      *----------------------------------------------------------------
      * The employee's share of every enrolled plan in force on the
      * pay date, summed into one insurance request.
      *----------------------------------------------------------------
       0324-FIND-BENEFIT-PREMIUM.
          MOVE 'N' TO WS-BENEFITS-ENROLLED
          MOVE ZERO TO WS-BENEFIT-INS-DED
          SET BEN-IDX TO 1
          PERFORM UNTIL BEN-IDX > WS-BEN-ENTRY-COUNT
             IF BEN-TAB-EMPLOYEEID(BEN-IDX) = SPR-EMPLOYEEID
                SET BENEFITS-ENROLLED TO TRUE
                IF BEN-TAB-EFFECTIVE-DATE(BEN-IDX) <= WS-PAY-DATE
                   AND (BEN-TAB-END-DATE(BEN-IDX) = ZERO
                    OR BEN-TAB-END-DATE(BEN-IDX) >= WS-PAY-DATE)
                   ADD BEN-TAB-EMPLOYEE-COST(BEN-IDX)
                      TO WS-BENEFIT-INS-DED
                END-IF
             END-IF
             SET BEN-IDX UP BY 1
          END-PERFORM.

       0324-END.

      *----------------------------------------------------------------
      * Applies every deductions-master entry for this employee to
      * the gross just computed: flat entries come off as keyed,
      * percent entries as that percent of gross, each rolled into
      * its category bucket as a requested amount. A row end-dated
      * before the pay date is no longer taken. The buckets are
      * then withheld in priority order - pre-tax retirement first,
      * then tax, insurance, garnishment last - each capped by the
      * gross still remaining, so the recorded buckets always sum to
      * exactly gross minus net and nothing downstream (the GL extract
      * balances credits against them) sees a deduction that was
      * never taken. Retirement comes out ahead of tax because tax is
      * figured on what is left after it. For an employee enrolled in
      * benefits the insurance request is the enrolled premium
      * instead of any INS rows.
      *----------------------------------------------------------------
       0325-APPLY-DEDUCTIONS.
          MOVE ZERO TO WS-TAX-DED
          SET DED-IDX TO 1
          PERFORM UNTIL DED-IDX > WS-DEDUCT-ENTRY-COUNT
             IF DED-TAB-EMPLOYEEID(DED-IDX) = SPR-EMPLOYEEID
                AND (DED-TAB-END-DATE(DED-IDX) = ZERO
                 OR DED-TAB-END-DATE(DED-IDX) >= WS-PAY-DATE)
                PERFORM 0327-REQUEST-ONE-DEDUCTION
             END-IF
             SET DED-IDX UP BY 1
          END-PERFORM
          PERFORM 0324-FIND-BENEFIT-PREMIUM
          IF BENEFITS-ENROLLED
             MOVE WS-BENEFIT-INS-DED TO WS-INS-DED
          END-IF

          MOVE WS-GROSS-PAY TO WS-DED-REMAINING

          MOVE WS-RET-DED TO WS-BUCKET-AMOUNT
          PERFORM 0328-WITHHOLD-ONE-BUCKET
          MOVE WS-BUCKET-AMOUNT TO WS-RET-DED

          IF WS-GROSS-PAY - WS-RET-DED > WS-NONTAXABLE-PAY
             COMPUTE WS-TAXABLE-WAGES =
                WS-GROSS-PAY - WS-RET-DED - WS-NONTAXABLE-PAY
          ELSE
             MOVE ZERO TO WS-TAXABLE-WAGES
          END-IF
          PERFORM 0326-COMPUTE-TABLE-TAX
          IF TABLE-TAX-USED
             MOVE WS-TABLE-TAX-DED TO WS-TAX-DED
          END-IF

          MOVE WS-TAX-DED TO WS-BUCKET-AMOUNT
          PERFORM 0328-WITHHOLD-ONE-BUCKET
          MOVE WS-BUCKET-AMOUNT TO WS-TAX-DED
          PERFORM 0328-WITHHOLD-ONE-BUCKET
          MOVE WS-BUCKET-AMOUNT TO WS-INS-DED

          PERFORM 0329-APPLY-GARNISH-ORDERS
          IF NOT GARNISH-ORDERS-USED
             MOVE WS-GRN-DED TO WS-BUCKET-AMOUNT
             PERFORM 0328-WITHHOLD-ONE-BUCKET
             MOVE WS-BUCKET-AMOUNT TO WS-GRN-DED
             ADD WS-GRN-DED TO WS-LEGACY-GARNISH-TOTAL
          END-IF

          COMPUTE WS-NET-PAY = WS-GROSS-PAY - WS-TOTAL-DED.

       0325-END.

      *----------------------------------------------------------------
      * Withholding from the bracket table for an employee with a tax
      * profile: annualize the period's taxable wages, take off the
      * allowances, find the highest bracket whose floor the annual
      * figure reaches for the profile's filing status, and bring the
      * annual tax back to one period before adding any extra
      * withholding the employee asked for. Exempt employees have
      * nothing withheld. No profile, or no table, leaves
      * TABLE-TAX-USED off and the DEDUCTMAST.DAT figure stands.
      *----------------------------------------------------------------
       0326-COMPUTE-TABLE-TAX.
          MOVE 'N' TO WS-TABLE-TAX-USED
          MOVE ZERO TO WS-TABLE-TAX-DED
          MOVE ZERO TO WS-TP-FOUND-IDX
          IF WS-TT-ENTRY-COUNT > ZERO
             SET TP-IDX TO 1
             PERFORM UNTIL TP-IDX > WS-TP-ENTRY-COUNT
                IF TP-TAB-EMPLOYEEID(TP-IDX) = SPR-EMPLOYEEID
                   MOVE TP-IDX TO WS-TP-FOUND-IDX
                   SET TP-IDX TO WS-TP-ENTRY-COUNT
                END-IF
                SET TP-IDX UP BY 1
             END-PERFORM
          END-IF

          IF WS-TP-FOUND-IDX NOT = ZERO
             SET TP-IDX TO WS-TP-FOUND-IDX
             SET TABLE-TAX-USED TO TRUE
             IF TP-TAB-EXEMPT(TP-IDX) NOT = 'Y'
                AND WS-TAXABLE-WAGES > ZERO
                COMPUTE WS-ANNUAL-WAGES =
                   WS-TAXABLE-WAGES * WS-PAY-PERIODS-PER-YEAR
                   - TP-TAB-ALLOWANCES(TP-IDX) * WS-ALLOWANCE-AMOUNT
                IF WS-ANNUAL-WAGES < ZERO
                   MOVE ZERO TO WS-ANNUAL-WAGES
                END-IF

                MOVE ZERO TO WS-TT-FOUND-IDX
                SET TT-IDX TO 1
                PERFORM UNTIL TT-IDX > WS-TT-ENTRY-COUNT
                   IF TT-TAB-FILING-STATUS(TT-IDX) =
                         TP-TAB-FILING-STATUS(TP-IDX)
                      AND TT-TAB-BRACKET-FLOOR(TT-IDX)
                         <= WS-ANNUAL-WAGES
                      MOVE TT-IDX TO WS-TT-FOUND-IDX
                   END-IF
                   SET TT-IDX UP BY 1
                END-PERFORM

                IF WS-TT-FOUND-IDX = ZERO
                   MOVE ZERO TO WS-ANNUAL-TAX
                ELSE
                   SET TT-IDX TO WS-TT-FOUND-IDX
                   COMPUTE WS-ANNUAL-TAX ROUNDED =
                      TT-TAB-BASE-TAX(TT-IDX)
                      + (WS-ANNUAL-WAGES
                         - TT-TAB-BRACKET-FLOOR(TT-IDX))
                      * TT-TAB-RATE-PCT(TT-IDX) / 100
                END-IF
                COMPUTE WS-TABLE-TAX-DED ROUNDED =
                   WS-ANNUAL-TAX / WS-PAY-PERIODS-PER-YEAR
                   + TP-TAB-EXTRA-WITHHOLD(TP-IDX)
             END-IF
          END-IF.

       0326-END.

       0327-REQUEST-ONE-DEDUCTION.
          IF DED-TAB-METHOD(DED-IDX) = 'P'
             COMPUTE WS-ONE-DEDUCTION ROUNDED =

       0328-END.

      *----------------------------------------------------------------
      * Garnishment from the order file: the employee's active orders
      * are taken one at a time, lowest priority number first. Each
      * order asks for its percent of disposable pay or its flat
      * amount, and gets no more than is left under its cap once the
      * orders ahead of it have been taken, no more than its unpaid
      * balance, and no more than the gross still remaining. An order
      * whose balance reaches zero is marked satisfied and is not
      * taken again.
      *----------------------------------------------------------------
       0329-APPLY-GARNISH-ORDERS.
          MOVE 'N' TO WS-GARNISH-ORDERS-USED
          SET GO-IDX TO 1
          PERFORM UNTIL GO-IDX > WS-GO-ENTRY-COUNT
             IF GO-TAB-EMPLOYEEID(GO-IDX) = SPR-EMPLOYEEID
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
                PERFORM 0331-FIND-NEXT-ORDER
                IF WS-GO-FOUND-IDX NOT = ZERO
                   PERFORM 0332-TAKE-ONE-ORDER
                END-IF
             END-PERFORM
          END-IF.

       0329-END.

      *----------------------------------------------------------------
      * The employee's active order with the lowest priority number
      * not yet taken this run; zero when there are none left. Orders
      * of equal priority are taken in file order.
      *----------------------------------------------------------------
       0331-FIND-NEXT-ORDER.
          MOVE ZERO TO WS-GO-FOUND-IDX
          SET GO-IDX TO 1
          PERFORM UNTIL GO-IDX > WS-GO-ENTRY-COUNT
             IF GO-TAB-EMPLOYEEID(GO-IDX) = SPR-EMPLOYEEID
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

       0331-END.

       0332-TAKE-ONE-ORDER.
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

       0332-END.

       0330-WRITE-PAY-DETAIL.
          MOVE SPR-EMPLOYEEID TO WS-PD-EMPLOYEEID
          MOVE WS-PAY-DATE TO WS-PD-PAY-DATE
          MOVE WS-PAID-HOURS TO WS-PD-HOURS
          MOVE WS-REGULAR-PAY TO WS-PD-REGULAR-PAY
          MOVE WS-OVERTIME-PAY TO WS-PD-OVERTIME-PAY
          MOVE WS-RET-DED TO WS-PD-RET-DED
          MOVE WS-GRN-DED TO WS-PD-GRN-DED
          MOVE WS-NET-PAY TO WS-PD-NET-PAY
          MOVE WS-TAXABLE-WAGES TO WS-PD-TAXABLE-WAGES
          MOVE 1 TO WS-EARN-SLOT
          PERFORM UNTIL WS-EARN-SLOT > WS-EC-TABLE-MAX
             MOVE SPACES TO WS-PD-EARNING(WS-EARN-SLOT)
             MOVE ZERO TO WS-PD-EARN-AMOUNT(WS-EARN-SLOT)
             IF WS-EARN-SLOT <= WS-EC-ENTRY-COUNT
                SET EC-IDX TO WS-EARN-SLOT
                IF EC-TAB-THIS-PAY(EC-IDX) > ZERO
                   MOVE EC-TAB-CODE(EC-IDX)
                      TO WS-PD-EARN-CODE(WS-EARN-SLOT)
                   MOVE EC-TAB-THIS-PAY(EC-IDX)
                      TO WS-PD-EARN-AMOUNT(WS-EARN-SLOT)
                END-IF
             END-IF
             ADD 1 TO WS-EARN-SLOT
          END-PERFORM
          MOVE WS-PAY-DETAIL-AREA TO PAY-DETAIL-RECORD
          WRITE PAY-DETAIL-RECORD
          MOVE SPACES TO PAY-DETAIL-HIST-RECORD
          MOVE WS-PAY-DETAIL-AREA TO PH-DETAIL
          MOVE "PAYREGISTER" TO PH-SOURCE-JOB
          WRITE PAY-DETAIL-HIST-RECORD.

       0330-END.

                ADD 1 TO WS-YTD-ENTRY-COUNT
                SET YTD-IDX TO WS-YTD-ENTRY-COUNT
                MOVE SPR-EMPLOYEEID TO YTD-TAB-EMPLOYEEID(YTD-IDX)
                MOVE WS-PAY-YEAR TO YTD-TAB-YEAR(YTD-IDX)
                MOVE ZERO TO YTD-TAB-HOURS(YTD-IDX)
                MOVE ZERO TO YTD-TAB-GROSS(YTD-IDX)
                MOVE ZERO TO YTD-TAB-NET(YTD-IDX)

          IF YTD-FOUND-IDX NOT = ZERO
             SET YTD-IDX TO YTD-FOUND-IDX
             IF YTD-TAB-YEAR(YTD-IDX) NOT = WS-PAY-YEAR
                MOVE WS-PAY-YEAR TO YTD-TAB-YEAR(YTD-IDX)
                MOVE ZERO TO YTD-TAB-HOURS(YTD-IDX)
                MOVE ZERO TO YTD-TAB-GROSS(YTD-IDX)
                MOVE ZERO TO YTD-TAB-NET(YTD-IDX)
          MOVE WS-GRAND-GROSS-TOTAL TO GRAND-TOT-GROSS
          MOVE WS-GRAND-NET-TOTAL TO GRAND-TOT-NET
          MOVE GRAND-TOTAL-LINE TO REGISTER-LINE
          WRITE REGISTER-LINE
          SET EC-IDX TO 1
          PERFORM UNTIL EC-IDX > WS-EC-ENTRY-COUNT
             MOVE EC-TAB-CODE(EC-IDX) TO EARN-TOT-CODE
             MOVE EC-TAB-DESCRIPTION(EC-IDX) TO EARN-TOT-DESC
             MOVE EC-TAB-RUN-TOTAL(EC-IDX) TO EARN-TOT-AMOUNT
             MOVE EARN-TOTAL-LINE TO REGISTER-LINE
             WRITE REGISTER-LINE
             SET EC-IDX UP BY 1
          END-PERFORM.

       0350-END.


       0460-END.

      *----------------------------------------------------------------
      * Rewrites the garnishment orders with this run's payments in
      * paid-to-date and any order paid off marked satisfied.
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
      * Starts this cycle's PAYREGCTL.DAT with the register's grand
      * totals, the same figures printed on the grand total line.
      *----------------------------------------------------------------
       0470-WRITE-PAY-CONTROL.
          OPEN OUTPUT PAYCTLFILE
          MOVE SPACES TO PAY-CONTROL-RECORD
          MOVE "PAYREGISTER" TO PC-SOURCE
          MOVE WS-PAY-DATE TO PC-PAY-DATE
          MOVE WS-EMPLOYEE-COUNT TO PC-COUNT
          MOVE WS-GRAND-GROSS-TOTAL TO PC-GROSS
          MOVE WS-GRAND-NET-TOTAL TO PC-NET
          WRITE PAY-CONTROL-RECORD
          CLOSE PAYCTLFILE.

       0470-END.

      *----------------------------------------------------------------
      * Remittance register: every order that took money this pay,
      * grouped under its payee with the amount to remit. The order
      * total plus any DEDUCTMAST.DAT GRN amounts (which carry no
      * payee) equals the garnishment column of the register.
      *----------------------------------------------------------------
       0475-PRINT-GARNISH-REMITTANCE.
          OPEN OUTPUT REMITFILE
          WRITE REMIT-LINE FROM REMIT-HEADING-1
          WRITE REMIT-LINE FROM HEADING-DATE-LINE
          WRITE REMIT-LINE FROM REMIT-HEADING-2

          SET GO-IDX TO 1
          PERFORM UNTIL GO-IDX > WS-GO-ENTRY-COUNT
             IF GO-TAB-THIS-PAY(GO-IDX) > ZERO
                AND GO-TAB-PRINTED(GO-IDX) = 'N'
                MOVE GO-IDX TO WS-GO-PAYEE-IDX
                PERFORM 0476-PRINT-ONE-PAYEE
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

       0475-END.

      *----------------------------------------------------------------
      * Puts ONETIMEEARN.DAT back with today's date on every line
      * that went out undated, so it is not paid a second time.
      *----------------------------------------------------------------
       0480-REWRITE-ONE-TIME-EARNINGS.
          OPEN OUTPUT ONETIMEFILE
          SET OE-IDX TO 1
          PERFORM UNTIL OE-IDX > WS-OE-ENTRY-COUNT
             MOVE SPACES TO ONE-TIME-EARN-RECORD
             MOVE OE-TAB-EMPLOYEEID(OE-IDX) TO OE-EMPLOYEEID
             MOVE OE-TAB-PAY-DATE(OE-IDX) TO OE-PAY-DATE
             MOVE OE-TAB-EARN-CODE(OE-IDX) TO OE-EARN-CODE
             MOVE OE-TAB-HOURS(OE-IDX) TO OE-HOURS
             MOVE OE-TAB-AMOUNT(OE-IDX) TO OE-AMOUNT
             WRITE ONE-TIME-EARN-RECORD
             SET OE-IDX UP BY 1
          END-PERFORM
          CLOSE ONETIMEFILE.

       0480-END.

      *----------------------------------------------------------------
      * Prints every order for the payee of the order at
      * WS-GO-PAYEE-IDX, marking each printed so the payee is not
      * listed again, then the payee's remittance total.
      *----------------------------------------------------------------
       0476-PRINT-ONE-PAYEE.
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

       0476-END.

      *----------------------------------------------------------------
      * Pay-period control, run before anything is written: finds the
      * period this run works and refuses the run - on OPSALERT.DAT
      * as well as the console - when the period is not at the status
      * this job moves it on from, unless a supervisor reopen record
      * for this job names the period.
      *----------------------------------------------------------------
       0110-CHECK-PAY-PERIOD.
          PERFORM 0112-LOAD-PAY-CALENDAR
          IF PAYPERIOD-FILE-FOUND
             PERFORM 0114-LOAD-REOPENS
             MOVE ZERO TO WS-PP-TARGET-IDX
             IF WS-RO-USED-IDX NOT = ZERO
                SET PP-IDX TO 1
                PERFORM UNTIL PP-IDX > WS-PP-ENTRY-COUNT
                   IF PP-TAB-PAY-DATE(PP-IDX) = WS-RO-PAY-DATE
                      MOVE PP-IDX TO WS-PP-TARGET-IDX
                      SET PP-IDX TO WS-PP-ENTRY-COUNT
                   END-IF
                   SET PP-IDX UP BY 1
                END-PERFORM
                IF WS-PP-TARGET-IDX = ZERO
                   MOVE WS-RO-PAY-DATE TO WS-PP-KEY-DATE
                   MOVE "REOPEN NAMES A PAY DATE NOT ON THE CALENDAR"
                      TO WS-PP-REFUSE-TEXT
                   PERFORM 0116-REFUSE-PAY-PERIOD
                END-IF
                SET PP-IDX TO WS-PP-TARGET-IDX
                IF PP-TAB-STATUS(PP-IDX) NOT = WS-PP-FROM-STATUS
                   PERFORM 0115-CHECK-PERIOD-BACKED-OUT
                END-IF
                MOVE 'W' TO WS-ALERT-SEVERITY
                MOVE WS-RO-PAY-DATE TO WS-PP-KEY-DATE
                MOVE WS-PP-ALERT-KEY TO WS-ALERT-KEY
                MOVE WS-PP-REOPEN-TEXT TO WS-ALERT-MESSAGE
                PERFORM 0970-WRITE-ALERT
                DISPLAY "Pay period " WS-RO-PAY-DATE
                   " run under supervisor reopen by "
                   WS-PP-RO-SUPERVISOR
             ELSE
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
                IF PP-TAB-STATUS(PP-IDX) NOT = WS-PP-FROM-STATUS
                   PERFORM 0118-EXPLAIN-PERIOD-ORDER
                   PERFORM 0116-REFUSE-PAY-PERIOD
                END-IF
             END-IF
             SET PP-IDX TO WS-PP-TARGET-IDX
             MOVE PP-TAB-PAY-DATE(PP-IDX) TO WS-PAY-DATE
             DISPLAY "Pay period " PP-TAB-PAY-DATE(PP-IDX)
                " at status " PP-TAB-STATUS(PP-IDX)
          END-IF.

       0110-END.

      *----------------------------------------------------------------
      * Loads the pay-period calendar. The whole file is rewritten
      * when this run moves its period on, so a calendar too big for
      * the table stops the run rather than losing periods.
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
                         MOVE PP-PERIOD-START
                            TO PP-TAB-PERIOD-START(PP-IDX)
                         MOVE PP-PERIOD-END
                            TO PP-TAB-PERIOD-END(PP-IDX)
                         MOVE FUNCTION UPPER-CASE(PP-STATUS)
                            TO PP-TAB-STATUS(PP-IDX)
                         MOVE PP-LAST-JOB TO PP-TAB-LAST-JOB(PP-IDX)
                         MOVE PP-STATUS-DATE
                            TO PP-TAB-STATUS-DATE(PP-IDX)
                         MOVE PP-STATUS-TIME
                            TO PP-TAB-STATUS-TIME(PP-IDX)
                      ELSE
                         DISPLAY "Pay-period table full at "
                            WS-PP-TABLE-MAX
                            " periods - PAYPERIOD.DAT cannot be"
                            " rewritten without losing periods"
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
      * Loads the supervisor reopen records, keeping every one for
      * the rewrite and noting the first for this job. A missing
      * PAYREOPEN.DAT just means nothing has been reopened.
      *----------------------------------------------------------------
       0114-LOAD-REOPENS.
          OPEN INPUT REOPENFILE
          IF WS-REOPEN-STATUS NOT = '00'
             SET END-OF-REOPEN TO TRUE
          END-IF
          PERFORM UNTIL END-OF-REOPEN
             READ REOPENFILE
                AT END SET END-OF-REOPEN TO TRUE
                NOT AT END
                   IF WS-RO-ENTRY-COUNT < WS-RO-TABLE-MAX
                      ADD 1 TO WS-RO-ENTRY-COUNT
                      SET RO-IDX TO WS-RO-ENTRY-COUNT
                      MOVE REOPEN-RECORD TO RO-TAB-RECORD(RO-IDX)
                      IF RO-JOB-NAME = WS-PP-JOB-NAME
                         AND WS-RO-USED-IDX = ZERO
                         MOVE WS-RO-ENTRY-COUNT TO WS-RO-USED-IDX
                         MOVE RO-PAY-DATE TO WS-RO-PAY-DATE
                         MOVE RO-SUPERVISOR TO WS-PP-RO-SUPERVISOR
                         MOVE RO-REASON TO WS-PP-RO-REASON
                      END-IF
                   ELSE
                      DISPLAY "Reopen table full at "
                         WS-RO-TABLE-MAX
                         " records - PAYREOPEN.DAT cannot be"
                         " rewritten without losing reopens"
                      MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
                      PERFORM 0960-WRITE-JOB-LOG
                      STOP RUN RETURNING 16
                   END-IF
             END-READ
          END-PERFORM
          IF WS-REOPEN-STATUS = '00' OR WS-REOPEN-STATUS = '10'
             CLOSE REOPENFILE
          END-IF.

       0114-END.

      *----------------------------------------------------------------
      * A reopened period this job has already paid may only be run
      * again once every check it paid has been voided through
      * PAYVOID, which takes the pay back out of PAYYTD.DAT and the
      * garnishment orders. Until then the rerun would post the
      * period twice, so it is refused. With no pay-detail history
      * there is nothing to show the period was backed out.
      *----------------------------------------------------------------
       0115-CHECK-PERIOD-BACKED-OUT.
          MOVE WS-RO-PAY-DATE TO WS-PP-KEY-DATE
          OPEN INPUT PAYDETHISTFILE
          IF WS-PAYDETHIST-STATUS NOT = '00'
             MOVE "PERIOD ALREADY PAID - NO PAY HISTORY SHOWS BACKOUT"
                TO WS-PP-REFUSE-TEXT
             PERFORM 0116-REFUSE-PAY-PERIOD
          END-IF
          PERFORM UNTIL END-OF-PAYDETHIST
             READ PAYDETHISTFILE
                AT END SET END-OF-PAYDETHIST TO TRUE
                NOT AT END
                   IF PH-PAY-DATE = WS-RO-PAY-DATE
                      PERFORM 0117-COUNT-ONE-HIST-LINE
                   END-IF
             END-READ
          END-PERFORM
          CLOSE PAYDETHISTFILE

          MOVE ZERO TO WS-BO-STILL-PAID
          SET BO-IDX TO 1
          PERFORM UNTIL BO-IDX > WS-BO-ENTRY-COUNT
             IF BO-TAB-LINES(BO-IDX) > ZERO
                ADD 1 TO WS-BO-STILL-PAID
                DISPLAY "Employee " BO-TAB-EMPLOYEEID(BO-IDX)
                   " still paid for " WS-RO-PAY-DATE
             END-IF
             SET BO-IDX UP BY 1
          END-PERFORM
          IF WS-BO-STILL-PAID > ZERO
             MOVE WS-BO-STILL-PAID TO WS-BO-STILL-COUNT
             MOVE WS-BO-STILL-TEXT TO WS-PP-REFUSE-TEXT
             PERFORM 0116-REFUSE-PAY-PERIOD
          END-IF.

       0115-END.

       0117-COUNT-ONE-HIST-LINE.
          MOVE ZERO TO WS-BO-FOUND-IDX
          SET BO-IDX TO 1
          PERFORM UNTIL BO-IDX > WS-BO-ENTRY-COUNT
             IF BO-TAB-EMPLOYEEID(BO-IDX) = PH-EMPLOYEEID
                MOVE BO-IDX TO WS-BO-FOUND-IDX
                SET BO-IDX TO WS-BO-ENTRY-COUNT
             END-IF
             SET BO-IDX UP BY 1
          END-PERFORM
          IF WS-BO-FOUND-IDX = ZERO
             IF WS-BO-ENTRY-COUNT < WS-BO-TABLE-MAX
                ADD 1 TO WS-BO-ENTRY-COUNT
                SET BO-IDX TO WS-BO-ENTRY-COUNT
                MOVE PH-EMPLOYEEID TO BO-TAB-EMPLOYEEID(BO-IDX)
                MOVE ZERO TO BO-TAB-LINES(BO-IDX)
                MOVE WS-BO-ENTRY-COUNT TO WS-BO-FOUND-IDX
             ELSE
                MOVE "PERIOD ALREADY PAID - TOO MANY LINES TO CHECK"
                   TO WS-PP-REFUSE-TEXT
                PERFORM 0116-REFUSE-PAY-PERIOD
             END-IF
          END-IF
          SET BO-IDX TO WS-BO-FOUND-IDX
          EVALUATE TRUE
             WHEN PH-VOID-REVERSAL
                SUBTRACT 1 FROM BO-TAB-LINES(BO-IDX)
             WHEN PH-REISSUE
                ADD 1 TO BO-TAB-LINES(BO-IDX)
             WHEN PH-SOURCE-JOB = "PAYREGISTER"
                ADD 1 TO BO-TAB-LINES(BO-IDX)
             WHEN OTHER
                CONTINUE
          END-EVALUATE.

       0117-END.

      *----------------------------------------------------------------
      * A refused run writes nothing: the reason goes to the console
      * and to OPSALERT.DAT as an error for the morning exception
      * report, and the run ends FAILED so nothing downstream of it
      * starts.
      *----------------------------------------------------------------
       0116-REFUSE-PAY-PERIOD.
          DISPLAY "Pay period control: " WS-PP-REFUSE-TEXT
          DISPLAY "Run refused - a supervisor reopen record for "
             WS-PP-JOB-NAME " is needed to run anyway."
          MOVE 'E' TO WS-ALERT-SEVERITY
          MOVE WS-PP-ALERT-KEY TO WS-ALERT-KEY
          MOVE WS-PP-REFUSE-TEXT TO WS-ALERT-MESSAGE
          PERFORM 0970-WRITE-ALERT
          MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
          PERFORM 0960-WRITE-JOB-LOG
          STOP RUN RETURNING 16.

       0116-END.

      *----------------------------------------------------------------
      * Builds the refusal for a period at the wrong status: past
      * this job's starting status means this step already ran for
      * the period; short of it means an earlier step has not.
      *----------------------------------------------------------------
       0118-EXPLAIN-PERIOD-ORDER.
          SET PP-IDX TO WS-PP-TARGET-IDX
          MOVE PP-TAB-PAY-DATE(PP-IDX) TO WS-PP-KEY-DATE
          MOVE PP-TAB-STATUS(PP-IDX) TO WS-PP-RANK-STATUS
          PERFORM 0119-RANK-PERIOD-STATUS
          MOVE WS-PP-RANK TO WS-PP-RANK-PERIOD
          MOVE WS-PP-FROM-STATUS TO WS-PP-RANK-STATUS
          PERFORM 0119-RANK-PERIOD-STATUS
          MOVE WS-PP-RANK TO WS-PP-RANK-FROM
          MOVE PP-TAB-STATUS(PP-IDX) TO WS-PP-ORDER-STATUS
          IF WS-PP-RANK-PERIOD > WS-PP-RANK-FROM
             MOVE " - DUPLICATE RUN REFUSED" TO WS-PP-ORDER-TAIL
          ELSE
             MOVE " - EARLIER STEP HAS NOT RUN" TO WS-PP-ORDER-TAIL
          END-IF
          MOVE WS-PP-ORDER-TEXT TO WS-PP-REFUSE-TEXT.

       0118-END.

       0119-RANK-PERIOD-STATUS.
          MOVE ZERO TO WS-PP-RANK
          MOVE 1 TO WS-PP-RANK-SUB
          PERFORM UNTIL WS-PP-RANK-SUB > 5
             IF WS-PP-STATUS-CODE(WS-PP-RANK-SUB) = WS-PP-RANK-STATUS
                MOVE WS-PP-RANK-SUB TO WS-PP-RANK
                MOVE 5 TO WS-PP-RANK-SUB
             END-IF
             ADD 1 TO WS-PP-RANK-SUB
          END-PERFORM.

       0119-END.

      *----------------------------------------------------------------
      * Once the run has completed, moves its period on to this
      * job's status, stamped with the job and the time, and uses up
      * the reopen record the run went under, if any.
      *----------------------------------------------------------------
       0490-ADVANCE-PAY-PERIOD.
          IF PAYPERIOD-FILE-FOUND
             ACCEPT WS-PP-STAMP-DATE FROM DATE YYYYMMDD
             ACCEPT WS-PP-STAMP-TIME FROM TIME
             SET PP-IDX TO WS-PP-TARGET-IDX
             MOVE WS-PP-TO-STATUS TO PP-TAB-STATUS(PP-IDX)
             MOVE WS-PP-JOB-NAME TO PP-TAB-LAST-JOB(PP-IDX)
             MOVE WS-PP-STAMP-DATE TO PP-TAB-STATUS-DATE(PP-IDX)
             MOVE WS-PP-STAMP-TIME TO PP-TAB-STATUS-TIME(PP-IDX)
             DISPLAY "Pay period " PP-TAB-PAY-DATE(PP-IDX)
                " moved to status " WS-PP-TO-STATUS

             OPEN OUTPUT PAYPERIODFILE
             SET PP-IDX TO 1
             PERFORM UNTIL PP-IDX > WS-PP-ENTRY-COUNT
                MOVE SPACES TO PAY-PERIOD-RECORD
                MOVE PP-TAB-PAY-DATE(PP-IDX) TO PP-PAY-DATE
                MOVE PP-TAB-PERIOD-START(PP-IDX) TO PP-PERIOD-START
                MOVE PP-TAB-PERIOD-END(PP-IDX) TO PP-PERIOD-END
                MOVE PP-TAB-STATUS(PP-IDX) TO PP-STATUS
                MOVE PP-TAB-LAST-JOB(PP-IDX) TO PP-LAST-JOB
                MOVE PP-TAB-STATUS-DATE(PP-IDX) TO PP-STATUS-DATE
                MOVE PP-TAB-STATUS-TIME(PP-IDX) TO PP-STATUS-TIME
                WRITE PAY-PERIOD-RECORD
                SET PP-IDX UP BY 1
             END-PERFORM
             CLOSE PAYPERIODFILE

             IF WS-RO-USED-IDX NOT = ZERO
                OPEN OUTPUT REOPENFILE
                SET RO-IDX TO 1
                PERFORM UNTIL RO-IDX > WS-RO-ENTRY-COUNT
                   IF RO-IDX NOT = WS-RO-USED-IDX
                      MOVE RO-TAB-RECORD(RO-IDX) TO REOPEN-RECORD
                      WRITE REOPEN-RECORD
                   END-IF
                   SET RO-IDX UP BY 1
                END-PERFORM
                CLOSE REOPENFILE
             END-IF
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
          MOVE "PAYREGISTER" TO ALR-JOB-NAME
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
