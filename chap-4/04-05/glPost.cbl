       SELECT JOURNALFILE ASSIGN TO "GLJOURNAL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT JRNHISTFILE ASSIGN TO "GLJRNHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JRNHIST-STATUS.

       SELECT RETROHISTFILE ASSIGN TO "RETROHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RETROHIST-STATUS.

       SELECT LABORHRSFILE ASSIGN TO "LABORHRS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LABOR-STATUS.

       SELECT LABORDISTFILE ASSIGN TO "LABORDIST.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT EARNCODEFILE ASSIGN TO "EARNCODES.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EARNCODE-STATUS.

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

       FD ADJUSTMENTFILE.
       01 ADJUSTMENT-RECORD.
          02 EMP-GRADE            PIC X(2).
          02 EMP-REG-HOURS        PIC 9(3).
          02 EMP-OT-HOURS         PIC 9(3).
          02 EMP-POSITION-NO      PIC X(6).

      *----------------------------------------------------------------
      * Chart of accounts mapping each DEPARTMENT to its cost center
          05 JH-RECORD-TYPE PIC X(1).
          05 JH-RUN-DATE    PIC 9(8).
          05 JH-RUN-TIME    PIC 9(8).
          05 JH-PAY-DATE    PIC 9(8).
          05 FILLER         PIC X(35).
       01 JOURNAL-DETAIL REDEFINES JOURNAL-RECORD.
          05 JD-RECORD-TYPE PIC X(1).
          05 JD-ACCOUNT     PIC X(8).
          05 JT-CREDIT-HASH  PIC 9(11)V99.
          05 FILLER          PIC X(26).

      *----------------------------------------------------------------
      * The year's journals, each released journal appended whole -
      * header, details and trailer - since GLJOURNAL.DAT itself is
      * rewritten every cycle. PAYYEAREND reconciles against it.
      *----------------------------------------------------------------
       FD JRNHISTFILE.
       01 JOURNAL-HIST-RECORD PIC X(60).

      *----------------------------------------------------------------
      * The year's retro adjustments: each RETROADJ.DAT is appended
      * here once its journal is released, as RETROPAY rewrites the
      * file every run, stamped with the pay date of the period the
      * retro was posted with.
      *----------------------------------------------------------------
       FD RETROHISTFILE.
       01 RETRO-HIST-RECORD.
          05 RH-ADJUSTMENT   PIC X(35).
          05 FILLER          PIC X(1).
          05 RH-PAY-DATE     PIC 9(8).

      *----------------------------------------------------------------
      * Hours by charge-to cost center kept by TIMECARDPOST for the
      * pay period. A blank cost center is the home department. Lines
      * carrying an earnings code are coded hours, not worked hours.
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
      * Earnings-code master: the GL account each code is charged to.
      * A blank account leaves the code in the department's wages.
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

       FD LABORDISTFILE.
       01 LABOR-DIST-LINE PIC X(80).

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
       01 WS-PAYDETAIL-STATUS  PIC XX VALUE '00'.
       01 WS-ADJUSTMENT-STATUS PIC XX VALUE '00'.
       01 WS-CHART-STATUS      PIC XX VALUE '00'.
       01 WS-JRNHIST-STATUS    PIC XX VALUE '00'.
       01 WS-RETROHIST-STATUS  PIC XX VALUE '00'.

       01 WS-PAYDETAIL-EOF PIC X VALUE 'N'.
          88 END-OF-PAY-DETAIL VALUE 'Y'.
          88 END-OF-ADJUSTMENTS VALUE 'Y'.
       01 WS-CHART-EOF PIC X VALUE 'N'.
          88 END-OF-CHART VALUE 'Y'.
       01 WS-JOURNAL-EOF PIC X VALUE 'N'.
          88 END-OF-JOURNAL VALUE 'Y'.

      *----------------------------------------------------------------
      * Chart of accounts loaded into a table; the two special rows
          05 WS-DEPT-EXP-ENTRY OCCURS 50 TIMES INDEXED BY DEP-IDX.
             10 DEP-TAB-DEPARTMENT PIC X(30).
             10 DEP-TAB-AMOUNT     PIC 9(9)V99.
             10 DEP-TAB-HOURS      PIC 9(7).
       01 WS-DEPT-FOUND-IDX PIC 9(3) VALUE ZERO.
       01 WS-WORK-DEPARTMENT PIC X(30) VALUE SPACES.
       01 WS-WORK-AMOUNT     PIC 9(9)V99 VALUE ZERO.
       01 WS-WORK-HOURS      PIC 9(5) VALUE ZERO.
       01 WS-WORK-EMPLOYEEID PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------------
      * TIMECARDPOST's hours by charge-to cost center. An employee
      * with lines here has each pay amount spread over those cost
      * centers in proportion to the hours, the last line taking the
      * rounding; one with none is charged to the home department as
      * before. The spread is only as good as the table, so one that
      * does not fit stops the run.
      *----------------------------------------------------------------
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
       01 WS-SPLIT-HOURS     PIC 9(5) VALUE ZERO.
       01 WS-SPLIT-LINES     PIC 9(3) VALUE ZERO.
       01 WS-SPLIT-DONE      PIC 9(3) VALUE ZERO.
       01 WS-SPLIT-REMAINING PIC 9(9)V99 VALUE ZERO.
       01 WS-SPLIT-SHARE     PIC 9(9)V99 VALUE ZERO.
       01 WS-DIST-SAVE-AMOUNT PIC 9(9)V99 VALUE ZERO.
       01 WS-DIST-SAVE-HOURS  PIC 9(5) VALUE ZERO.
       01 WS-HOME-DEPARTMENT PIC X(30) VALUE SPACES.
       01 WS-SPLIT-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-DISTRIBUTED-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 WS-DIST-HOURS-TOTAL  PIC 9(9) VALUE ZERO.

      *----------------------------------------------------------------
      * Earnings codes with their GL accounts, and the coded earnings
      * charged to those accounts, one bucket per code, account and
      * home department. A code's amount comes out of the gross
      * charged to wage expense and is debited to its own account
      * under the department's cost center instead.
      *----------------------------------------------------------------
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

       01 WS-EARN-EXP-COUNT PIC 9(3) VALUE ZERO.
       01 WS-EARN-EXP-TABLE-MAX PIC 9(3) VALUE 200.
       01 WS-EARN-EXP-TABLE.
          05 WS-EARN-EXP-ENTRY OCCURS 200 TIMES INDEXED BY ERN-IDX.
             10 ERN-TAB-EARN-CODE   PIC X(3).
             10 ERN-TAB-ACCOUNT     PIC X(8).
             10 ERN-TAB-COST-CENTER PIC X(6).
             10 ERN-TAB-DEPARTMENT  PIC X(30).
             10 ERN-TAB-AMOUNT      PIC 9(9)V99.
       01 WS-ERN-FOUND-IDX PIC 9(3) VALUE ZERO.
       01 WS-EARN-SLOT     PIC 9(2) VALUE ZERO.
       01 WS-EARN-SLOT-MAX PIC 9(2) VALUE 6.
       01 WS-EARN-CC       PIC X(6) VALUE SPACES.
       01 WS-EARN-TOTAL    PIC 9(11)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * Charges that could not be mapped to the chart - an hours
      * line's cost center, or a home department with no chart row -
      * kept so the refusal can list each employee and what to fix.
      *----------------------------------------------------------------
       01 WS-SPLIT-CC-FOUND PIC X VALUE 'N'.
          88 SPLIT-CC-FOUND VALUE 'Y'.
       01 WS-EXC-KIND       PIC X(11) VALUE SPACES.
       01 WS-EXC-KEY        PIC X(30) VALUE SPACES.
       01 WS-EXC-ENTRY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-EXC-TABLE-MAX   PIC 9(3) VALUE 100.
       01 WS-EXC-TABLE.
          05 WS-EXC-ENTRY OCCURS 100 TIMES INDEXED BY EXC-IDX.
             10 EXC-TAB-EMPLOYEEID PIC 9(7).
             10 EXC-TAB-KIND       PIC X(11).
             10 EXC-TAB-KEY        PIC X(30).

       01 WS-PAY-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-RETRO-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-NOT-FOUND-COUNT PIC 9(5) VALUE ZERO.
       01 WS-UNMAPPED-COUNT  PIC 9(5) VALUE ZERO.
       01 WS-VOID-SKIP-COUNT PIC 9(5) VALUE ZERO.

       01 WS-TOTAL-GROSS     PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-NET       PIC 9(11)V99 VALUE ZERO.

       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.

      *----------------------------------------------------------------
      * Pay date of the period this run posts, carried on the journal
      * header and the retro history so the year-end tie-out puts the
      * journal in the same year as the pay it posts: the calendar
      * period's pay date, or with no calendar the latest pay date on
      * the pay lines, or failing both the run date.
      *----------------------------------------------------------------
       01 WS-PAY-DATE        PIC 9(8) VALUE ZERO.
       01 WS-LATEST-PAY-DATE PIC 9(8) VALUE ZERO.

       01 DIST-HEADING-1 PIC X(80)
          VALUE "LABOR DISTRIBUTION BY COST CENTER".
       01 DIST-HEADING-2 PIC X(80) VALUE ALL "=".

       01 DIST-DATE-LINE.
          05 FILLER            PIC X(10) VALUE "RUN DATE: ".
          05 DIST-RUN-DATE-OUT PIC 9(8).

       01 DIST-COLUMN-LINE.
          05 FILLER PIC X(8)  VALUE "COST CTR".
          05 FILLER PIC X(10) VALUE "  ACCOUNT".
          05 FILLER PIC X(32) VALUE "  DEPARTMENT".
          05 FILLER PIC X(10) VALUE "     HOURS".
          05 FILLER PIC X(17) VALUE "      LABOR COST".

       01 DIST-DETAIL-LINE.
          05 DIST-COST-CENTER-OUT PIC X(6).
          05 FILLER               PIC X(4) VALUE SPACES.
          05 DIST-ACCOUNT-OUT     PIC X(8).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 DIST-DEPARTMENT-OUT  PIC X(30).
          05 FILLER               PIC X(1) VALUE SPACES.
          05 DIST-HOURS-OUT       PIC Z,ZZZ,ZZ9.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 DIST-AMOUNT-OUT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 DIST-TOTAL-LINE.
          05 DIST-TOTAL-LABEL     PIC X(50).
          05 DIST-TOTAL-HOURS-OUT PIC Z,ZZZ,ZZ9.
          05 FILLER               PIC X(2) VALUE SPACES.
          05 DIST-TOTAL-AMOUNT-OUT PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 DIST-EARN-NAME.
          05 FILLER               PIC X(15) VALUE "EARNINGS CODE ".
          05 DIST-EARN-CODE-OUT   PIC X(3).
          05 FILLER               PIC X(2) VALUE SPACES.
          05 DIST-EARN-DEPT-OUT   PIC X(10).

       01 DIST-RESULT-LINE.
          05 FILLER          PIC X(22) VALUE "DISTRIBUTION VS GROSS:".
          05 DIST-RESULT-OUT PIC X(8).

       01 WS-JOURNAL-FILE-NAME PIC X(20) VALUE "GLJOURNAL.DAT".
       01 WS-DELETE-STATUS     PIC S9(9) COMP-5 VALUE ZERO.

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
       01 WS-PP-JOB-NAME    PIC X(15) VALUE "GLPOST".
       01 WS-PP-FROM-STATUS PIC X(1) VALUE 'E'.
       01 WS-PP-TO-STATUS   PIC X(1) VALUE 'P'.
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
       0100-GL-POST-RUN.
          ACCEPT WS-JOBLOG-START-TIME FROM TIME
          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
          PERFORM 0110-CHECK-PAY-PERIOD

          PERFORM 0150-LOAD-CHART
          IF WS-CLEARING-ACCOUNT = SPACES
             STOP RUN RETURNING 16
          END-IF

          PERFORM 0170-LOAD-LABOR-HOURS
          PERFORM 0180-LOAD-EARNING-CODES
          PERFORM 0200-POST-ONE-PAY-DETAIL UNTIL END-OF-PAY-DETAIL
          CLOSE PAYDETAILFILE
          IF WS-PAY-DATE = ZERO
             MOVE WS-LATEST-PAY-DATE TO WS-PAY-DATE
          END-IF
          IF WS-PAY-DATE = ZERO
             MOVE WS-RUN-DATE TO WS-PAY-DATE
          END-IF

          OPEN INPUT ADJUSTMENTFILE
          IF WS-ADJUSTMENT-STATUS NOT = '00'
          IF WS-NOT-FOUND-COUNT > ZERO OR WS-UNMAPPED-COUNT > ZERO
             DISPLAY "JOURNAL NOT WRITTEN:"
             DISPLAY "  Employees not on master:    " WS-NOT-FOUND-COUNT
             DISPLAY "  Charges not on chart:       " WS-UNMAPPED-COUNT
             SET EXC-IDX TO 1
             PERFORM UNTIL EXC-IDX > WS-EXC-ENTRY-COUNT
                DISPLAY "    Employee " EXC-TAB-EMPLOYEEID(EXC-IDX)
                   " " EXC-TAB-KIND(EXC-IDX) " "
                   EXC-TAB-KEY(EXC-IDX)
                SET EXC-IDX UP BY 1
             END-PERFORM
             IF WS-UNMAPPED-COUNT > WS-EXC-ENTRY-COUNT
                DISPLAY "    (further charges on the console above)"
             END-IF
             MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
             PERFORM 0960-WRITE-JOB-LOG
             STOP RUN RETURNING 16
          END-IF

          PERFORM 0400-WRITE-JOURNAL
          PERFORM 0450-PRINT-LABOR-DISTRIBUTION

          PERFORM 0490-ADVANCE-PAY-PERIOD
          MOVE "COMPLETED" TO WS-JOBLOG-RUN-STATUS
          PERFORM 0960-WRITE-JOB-LOG
          DISPLAY "Pay details posted:    " WS-PAY-COUNT
          DISPLAY "Retro details posted:  " WS-RETRO-COUNT
          DISPLAY "Void/reissue skipped:  " WS-VOID-SKIP-COUNT
          DISPLAY "Amounts split by hours: " WS-SPLIT-COUNT
          DISPLAY "Coded earnings posted:  " WS-EARN-TOTAL
          DISPLAY "Journal lines written: " WS-JOURNAL-COUNT
          STOP RUN.


       0160-END.

      *----------------------------------------------------------------
      * Loads TIMECARDPOST's hours by cost center. A missing
      * LABORHRS.DAT means no one's hours are split and everything
      * goes to the home department.
      *----------------------------------------------------------------
       0170-LOAD-LABOR-HOURS.
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
                         " lines - labor cannot be distributed"
                      CLOSE LABORHRSFILE
                      CLOSE PAYDETAILFILE
                      CLOSE EMPLOYEEFILE
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

       0170-END.

      *----------------------------------------------------------------
      * Loads the earnings codes' GL accounts. A missing
      * EARNCODES.DAT leaves every coded amount in the department's
      * wage expense.
      *----------------------------------------------------------------
       0180-LOAD-EARNING-CODES.
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

       0180-END.

      *----------------------------------------------------------------
      * One pay detail: the employee's department comes off the
      * master, the gross rolls into that department's expense
      * bucket, and the net and deduction totals build the credit
      * side. Void reversals and reissues are journaled by PAYVOID
      * when it writes them, so they are passed over here.
      *----------------------------------------------------------------
       0200-POST-ONE-PAY-DETAIL.
          READ PAYDETAILFILE
             AT END SET END-OF-PAY-DETAIL TO TRUE
             NOT AT END
                IF PD-VOID-REVERSAL OR PD-REISSUE
                   ADD 1 TO WS-VOID-SKIP-COUNT
                ELSE
                IF PD-PAY-DATE NUMERIC
                   AND PD-PAY-DATE > WS-LATEST-PAY-DATE
                   MOVE PD-PAY-DATE TO WS-LATEST-PAY-DATE
                END-IF
                MOVE PD-EMPLOYEEID TO EMPLOYEEID
                READ EMPLOYEEFILE
                   INVALID KEY
                         " on PAYDETAIL.DAT but not on master"
                   NOT INVALID KEY
                      ADD 1 TO WS-PAY-COUNT
                      MOVE PD-EMPLOYEEID TO WS-WORK-EMPLOYEEID
                      MOVE DEPARTMENT TO WS-WORK-DEPARTMENT
                      MOVE PD-GROSS-PAY TO WS-WORK-AMOUNT
                      MOVE PD-HOURS TO WS-WORK-HOURS
                      PERFORM 0260-CHARGE-CODED-EARNINGS
                      PERFORM 0250-ACCUMULATE-DEPT-EXPENSE
                      ADD PD-GROSS-PAY TO WS-TOTAL-GROSS
                      ADD PD-NET-PAY TO WS-TOTAL-NET
                         + PD-RET-DED + PD-GRN-DED
                      ADD WS-ONE-DEDUCT TO WS-TOTAL-DEDUCT
                END-READ
                END-IF
          END-READ.

       0200-END.
                         " on RETROADJ.DAT but not on master"
                   NOT INVALID KEY
                      ADD 1 TO WS-RETRO-COUNT
                      MOVE ADJ-EMPLOYEEID TO WS-WORK-EMPLOYEEID
                      MOVE DEPARTMENT TO WS-WORK-DEPARTMENT
                      MOVE ADJ-AMOUNT TO WS-WORK-AMOUNT
                      MOVE ZERO TO WS-WORK-HOURS
                      PERFORM 0250-ACCUMULATE-DEPT-EXPENSE
                      ADD ADJ-AMOUNT TO WS-TOTAL-RETRO
                END-READ

       0300-END.

      *----------------------------------------------------------------
      * Charges one pay amount to expense. When TIMECARDPOST split the
      * employee's hours across cost centers, the amount is spread
      * over them by hours - each cost center charged through the
      * chart department that carries it, a blank one through the
      * home department, one not on the chart to nobody but the
      * exception list - with the last line taking what is left so
      * the pieces add back to the amount exactly. Otherwise the
      * whole amount goes to the home department.
      *----------------------------------------------------------------
       0250-ACCUMULATE-DEPT-EXPENSE.
          MOVE WS-WORK-DEPARTMENT TO WS-HOME-DEPARTMENT
          MOVE ZERO TO WS-SPLIT-HOURS
          MOVE ZERO TO WS-SPLIT-LINES
          SET LAB-IDX TO 1
          PERFORM UNTIL LAB-IDX > WS-LABOR-ENTRY-COUNT
             IF LAB-TAB-EMPLOYEEID(LAB-IDX) = WS-WORK-EMPLOYEEID
                AND LAB-TAB-HOURS(LAB-IDX) > ZERO
                ADD LAB-TAB-HOURS(LAB-IDX) TO WS-SPLIT-HOURS
                ADD 1 TO WS-SPLIT-LINES
             END-IF
             SET LAB-IDX UP BY 1
          END-PERFORM

          IF WS-SPLIT-HOURS = ZERO
             PERFORM 0255-ADD-TO-DEPT-BUCKET
          ELSE
             ADD 1 TO WS-SPLIT-COUNT
             MOVE WS-WORK-AMOUNT TO WS-SPLIT-REMAINING
             MOVE ZERO TO WS-SPLIT-DONE
             SET LAB-IDX TO 1
             PERFORM UNTIL LAB-IDX > WS-LABOR-ENTRY-COUNT
                IF LAB-TAB-EMPLOYEEID(LAB-IDX) = WS-WORK-EMPLOYEEID
                   AND LAB-TAB-HOURS(LAB-IDX) > ZERO
                   PERFORM 0252-CHARGE-ONE-SPLIT-LINE
                END-IF
                SET LAB-IDX UP BY 1
             END-PERFORM
             MOVE WS-HOME-DEPARTMENT TO WS-WORK-DEPARTMENT
          END-IF.

       0250-END.

       0252-CHARGE-ONE-SPLIT-LINE.
          ADD 1 TO WS-SPLIT-DONE
          IF WS-SPLIT-DONE = WS-SPLIT-LINES
             MOVE WS-SPLIT-REMAINING TO WS-SPLIT-SHARE
          ELSE
             COMPUTE WS-SPLIT-SHARE ROUNDED =
                WS-WORK-AMOUNT * LAB-TAB-HOURS(LAB-IDX)
                / WS-SPLIT-HOURS
             IF WS-SPLIT-SHARE > WS-SPLIT-REMAINING
                MOVE WS-SPLIT-REMAINING TO WS-SPLIT-SHARE
             END-IF
          END-IF
          SUBTRACT WS-SPLIT-SHARE FROM WS-SPLIT-REMAINING

          MOVE WS-HOME-DEPARTMENT TO WS-WORK-DEPARTMENT
          MOVE 'Y' TO WS-SPLIT-CC-FOUND
          IF LAB-TAB-COST-CENTER(LAB-IDX) NOT = SPACES
             MOVE 'N' TO WS-SPLIT-CC-FOUND
             SET COA-IDX TO 1
             PERFORM UNTIL COA-IDX > WS-CHART-ENTRY-COUNT
                IF COA-TAB-COST-CENTER(COA-IDX)
                   = LAB-TAB-COST-CENTER(LAB-IDX)
                   MOVE COA-TAB-DEPARTMENT(COA-IDX)
                      TO WS-WORK-DEPARTMENT
                   MOVE 'Y' TO WS-SPLIT-CC-FOUND
                   SET COA-IDX TO WS-CHART-ENTRY-COUNT
                END-IF
                SET COA-IDX UP BY 1
             END-PERFORM
          END-IF

          IF NOT SPLIT-CC-FOUND
             ADD 1 TO WS-UNMAPPED-COUNT
             DISPLAY "Employee " WS-WORK-EMPLOYEEID
                " charged to cost center " LAB-TAB-COST-CENTER(LAB-IDX)
                " not on GLACCTS.DAT"
             MOVE "COST CENTER" TO WS-EXC-KIND
             MOVE LAB-TAB-COST-CENTER(LAB-IDX) TO WS-EXC-KEY
             PERFORM 0258-NOTE-UNMAPPED-CHARGE
          ELSE
             MOVE WS-WORK-AMOUNT TO WS-DIST-SAVE-AMOUNT
             MOVE WS-WORK-HOURS TO WS-DIST-SAVE-HOURS
             MOVE WS-SPLIT-SHARE TO WS-WORK-AMOUNT
             IF WS-DIST-SAVE-HOURS = ZERO
                MOVE ZERO TO WS-WORK-HOURS
             ELSE
                MOVE LAB-TAB-HOURS(LAB-IDX) TO WS-WORK-HOURS
             END-IF
             PERFORM 0255-ADD-TO-DEPT-BUCKET
             MOVE WS-DIST-SAVE-AMOUNT TO WS-WORK-AMOUNT
             MOVE WS-DIST-SAVE-HOURS TO WS-WORK-HOURS
          END-IF.

       0252-END.

       0255-ADD-TO-DEPT-BUCKET.
          MOVE ZERO TO WS-DEPT-FOUND-IDX
          SET DEP-IDX TO 1
          PERFORM UNTIL DEP-IDX > WS-DEPT-EXP-COUNT
          END-PERFORM

          IF WS-DEPT-FOUND-IDX = ZERO
             PERFORM 0257-CHECK-DEPT-ON-CHART
             IF WS-DEPT-EXP-COUNT < WS-DEPT-EXP-TABLE-MAX
                ADD 1 TO WS-DEPT-EXP-COUNT
                SET DEP-IDX TO WS-DEPT-EXP-COUNT
                MOVE WS-WORK-DEPARTMENT
                   TO DEP-TAB-DEPARTMENT(DEP-IDX)
                MOVE ZERO TO DEP-TAB-AMOUNT(DEP-IDX)
                MOVE ZERO TO DEP-TAB-HOURS(DEP-IDX)
                MOVE WS-DEPT-EXP-COUNT TO WS-DEPT-FOUND-IDX
             ELSE
                DISPLAY "WARNING: department expense table full at "
          IF WS-DEPT-FOUND-IDX NOT = ZERO
             SET DEP-IDX TO WS-DEPT-FOUND-IDX
             ADD WS-WORK-AMOUNT TO DEP-TAB-AMOUNT(DEP-IDX)
             ADD WS-WORK-HOURS TO DEP-TAB-HOURS(DEP-IDX)
          END-IF.

       0255-END.

      *----------------------------------------------------------------
      * A department seen for the first time must have a chart row,
      * or its expense has nowhere to go; it is counted here so the
      * run stops before any journal is written.
      *----------------------------------------------------------------
       0257-CHECK-DEPT-ON-CHART.
          MOVE ZERO TO WS-CHART-FOUND-IDX
          SET COA-IDX TO 1
          PERFORM UNTIL COA-IDX > WS-CHART-ENTRY-COUNT
             IF COA-TAB-DEPARTMENT(COA-IDX) = WS-WORK-DEPARTMENT
                MOVE COA-IDX TO WS-CHART-FOUND-IDX
                SET COA-IDX TO WS-CHART-ENTRY-COUNT
             END-IF
             SET COA-IDX UP BY 1
          END-PERFORM
          IF WS-CHART-FOUND-IDX = ZERO
             ADD 1 TO WS-UNMAPPED-COUNT
             DISPLAY "Department " WS-WORK-DEPARTMENT
                " has no GLACCTS.DAT row"
             MOVE "DEPARTMENT" TO WS-EXC-KIND
             MOVE WS-WORK-DEPARTMENT TO WS-EXC-KEY
             PERFORM 0258-NOTE-UNMAPPED-CHARGE
          END-IF.

       0257-END.

       0258-NOTE-UNMAPPED-CHARGE.
          IF WS-EXC-ENTRY-COUNT < WS-EXC-TABLE-MAX
             ADD 1 TO WS-EXC-ENTRY-COUNT
             SET EXC-IDX TO WS-EXC-ENTRY-COUNT
             MOVE WS-WORK-EMPLOYEEID TO EXC-TAB-EMPLOYEEID(EXC-IDX)
             MOVE WS-EXC-KIND TO EXC-TAB-KIND(EXC-IDX)
             MOVE WS-EXC-KEY TO EXC-TAB-KEY(EXC-IDX)
          END-IF.

       0258-END.

      *----------------------------------------------------------------
      * Takes each coded earnings amount on the pay line whose code
      * has a GL account out of the amount bound for wage expense and
      * into that account's bucket under the home department's cost
      * center. A code with no account, or not on the master, stays
      * in the wages. A coded amount whose home department has no
      * chart row has no cost center to carry it, so it is counted
      * as unmapped and the run stops before the journal.
      *----------------------------------------------------------------
       0260-CHARGE-CODED-EARNINGS.
          MOVE 1 TO WS-EARN-SLOT
          PERFORM UNTIL WS-EARN-SLOT > WS-EARN-SLOT-MAX
             IF PD-EARN-CODE(WS-EARN-SLOT) NOT = SPACES
                AND PD-EARN-AMOUNT(WS-EARN-SLOT) NUMERIC
                AND PD-EARN-AMOUNT(WS-EARN-SLOT) > ZERO
                AND PD-EARN-AMOUNT(WS-EARN-SLOT) <= WS-WORK-AMOUNT
                PERFORM 0265-CHARGE-ONE-EARNING
             END-IF
             ADD 1 TO WS-EARN-SLOT
          END-PERFORM.

       0260-END.

       0265-CHARGE-ONE-EARNING.
          MOVE ZERO TO WS-EC-FOUND-IDX
          SET EC-IDX TO 1
          PERFORM UNTIL EC-IDX > WS-EC-ENTRY-COUNT
             IF EC-TAB-CODE(EC-IDX) = PD-EARN-CODE(WS-EARN-SLOT)
                MOVE EC-IDX TO WS-EC-FOUND-IDX
                SET EC-IDX TO WS-EC-ENTRY-COUNT
             END-IF
             SET EC-IDX UP BY 1
          END-PERFORM

          IF WS-EC-FOUND-IDX NOT = ZERO
             SET EC-IDX TO WS-EC-FOUND-IDX
             IF EC-TAB-GL-ACCOUNT(EC-IDX) NOT = SPACES
                MOVE SPACES TO WS-EARN-CC
                SET COA-IDX TO 1
                PERFORM UNTIL COA-IDX > WS-CHART-ENTRY-COUNT
                   IF COA-TAB-DEPARTMENT(COA-IDX) = WS-WORK-DEPARTMENT
                      MOVE COA-TAB-COST-CENTER(COA-IDX) TO WS-EARN-CC
                      SET COA-IDX TO WS-CHART-ENTRY-COUNT
                   END-IF
                   SET COA-IDX UP BY 1
                END-PERFORM
                IF WS-EARN-CC = SPACES
                   ADD 1 TO WS-UNMAPPED-COUNT
                   DISPLAY "Employee " WS-WORK-EMPLOYEEID
                      " earnings code " EC-TAB-CODE(EC-IDX)
                      " - department " WS-WORK-DEPARTMENT
                      " has no GLACCTS.DAT row"
                   MOVE "EARN DEPT" TO WS-EXC-KIND
                   MOVE WS-WORK-DEPARTMENT TO WS-EXC-KEY
                   PERFORM 0258-NOTE-UNMAPPED-CHARGE
                   MOVE ZERO TO WS-EC-FOUND-IDX
                END-IF
             END-IF
          END-IF

          IF WS-EC-FOUND-IDX NOT = ZERO
             IF EC-TAB-GL-ACCOUNT(EC-IDX) NOT = SPACES
                MOVE ZERO TO WS-ERN-FOUND-IDX
                SET ERN-IDX TO 1
                PERFORM UNTIL ERN-IDX > WS-EARN-EXP-COUNT
                   IF ERN-TAB-EARN-CODE(ERN-IDX) = EC-TAB-CODE(EC-IDX)
                      AND ERN-TAB-DEPARTMENT(ERN-IDX)
                         = WS-WORK-DEPARTMENT
                      MOVE ERN-IDX TO WS-ERN-FOUND-IDX
                      SET ERN-IDX TO WS-EARN-EXP-COUNT
                   END-IF
                   SET ERN-IDX UP BY 1
                END-PERFORM

                IF WS-ERN-FOUND-IDX = ZERO
                   IF WS-EARN-EXP-COUNT < WS-EARN-EXP-TABLE-MAX
                      ADD 1 TO WS-EARN-EXP-COUNT
                      SET ERN-IDX TO WS-EARN-EXP-COUNT
                      MOVE EC-TAB-CODE(EC-IDX)
                         TO ERN-TAB-EARN-CODE(ERN-IDX)
                      MOVE EC-TAB-GL-ACCOUNT(EC-IDX)
                         TO ERN-TAB-ACCOUNT(ERN-IDX)
                      MOVE WS-EARN-CC TO ERN-TAB-COST-CENTER(ERN-IDX)
                      MOVE WS-WORK-DEPARTMENT
                         TO ERN-TAB-DEPARTMENT(ERN-IDX)
                      MOVE ZERO TO ERN-TAB-AMOUNT(ERN-IDX)
                      MOVE WS-EARN-EXP-COUNT TO WS-ERN-FOUND-IDX
                   ELSE
                      DISPLAY "WARNING: earnings expense table full at "
                         WS-EARN-EXP-TABLE-MAX
                         " lines, code " EC-TAB-CODE(EC-IDX)
                         " left in wages"
                   END-IF
                END-IF

                IF WS-ERN-FOUND-IDX NOT = ZERO
                   SET ERN-IDX TO WS-ERN-FOUND-IDX
                   ADD PD-EARN-AMOUNT(WS-EARN-SLOT)
                      TO ERN-TAB-AMOUNT(ERN-IDX)
                   SUBTRACT PD-EARN-AMOUNT(WS-EARN-SLOT)
                      FROM WS-WORK-AMOUNT
                END-IF
             END-IF
          END-IF.

       0265-END.

      *----------------------------------------------------------------
      * Builds the journal: one debit per department expense bucket,
          MOVE "H" TO JH-RECORD-TYPE
          MOVE WS-RUN-DATE TO JH-RUN-DATE
          MOVE WS-JOBLOG-START-TIME TO JH-RUN-TIME
          MOVE WS-PAY-DATE TO JH-PAY-DATE
          WRITE JOURNAL-RECORD

          SET DEP-IDX TO 1
             SET DEP-IDX UP BY 1
          END-PERFORM

          SET ERN-IDX TO 1
          PERFORM UNTIL ERN-IDX > WS-EARN-EXP-COUNT
             PERFORM 0415-WRITE-ONE-EARNINGS-LINE
             SET ERN-IDX UP BY 1
          END-PERFORM

          MOVE SPACES TO JOURNAL-RECORD
          MOVE "D" TO JD-RECORD-TYPE
          MOVE WS-CLEARING-ACCOUNT TO JD-ACCOUNT
          MOVE WS-DEBIT-TOTAL TO JT-DEBIT-HASH
          MOVE WS-CREDIT-TOTAL TO JT-CREDIT-HASH
          WRITE JOURNAL-RECORD
          CLOSE JOURNALFILE
          PERFORM 0405-APPEND-JOURNAL-HISTORY
          PERFORM 0407-APPEND-RETRO-HISTORY.

       0400-END.

      *----------------------------------------------------------------
      * Copies the journal just released onto the end of the year's
      * journal history. A missing history just means this is the
      * first journal of the year, so it is created on the spot.
      *----------------------------------------------------------------
       0405-APPEND-JOURNAL-HISTORY.
          OPEN EXTEND JRNHISTFILE
          IF WS-JRNHIST-STATUS NOT = '00'
             OPEN OUTPUT JRNHISTFILE
          END-IF
          OPEN INPUT JOURNALFILE
          MOVE 'N' TO WS-JOURNAL-EOF
          PERFORM UNTIL END-OF-JOURNAL
             READ JOURNALFILE
                AT END SET END-OF-JOURNAL TO TRUE
                NOT AT END
                   MOVE JOURNAL-RECORD TO JOURNAL-HIST-RECORD
                   WRITE JOURNAL-HIST-RECORD
             END-READ
          END-PERFORM
          CLOSE JOURNALFILE
          CLOSE JRNHISTFILE.

       0405-END.

      *----------------------------------------------------------------
      * Copies the retro adjustments just posted onto the end of the
      * year's retro history. No RETROADJ.DAT means no retro this
      * cycle and nothing to copy.
      *----------------------------------------------------------------
       0407-APPEND-RETRO-HISTORY.
          OPEN INPUT ADJUSTMENTFILE
          IF WS-ADJUSTMENT-STATUS = '00'
             OPEN EXTEND RETROHISTFILE
             IF WS-RETROHIST-STATUS NOT = '00'
                OPEN OUTPUT RETROHISTFILE
             END-IF
             MOVE 'N' TO WS-ADJUSTMENT-EOF
             PERFORM UNTIL END-OF-ADJUSTMENTS
                READ ADJUSTMENTFILE
                   AT END SET END-OF-ADJUSTMENTS TO TRUE
                   NOT AT END
                      MOVE SPACES TO RETRO-HIST-RECORD
                      MOVE ADJUSTMENT-RECORD TO RH-ADJUSTMENT
                      MOVE WS-PAY-DATE TO RH-PAY-DATE
                      WRITE RETRO-HIST-RECORD
                END-READ
             END-PERFORM
             CLOSE ADJUSTMENTFILE
             CLOSE RETROHISTFILE
          END-IF.

       0407-END.

       0410-WRITE-ONE-EXPENSE-LINE.
          PERFORM 0420-FIND-CHART-ROW
          IF WS-CHART-FOUND-IDX = ZERO

       0410-END.

       0415-WRITE-ONE-EARNINGS-LINE.
          IF ERN-TAB-COST-CENTER(ERN-IDX) = SPACES
             ADD 1 TO WS-UNMAPPED-COUNT
             DISPLAY "Department " ERN-TAB-DEPARTMENT(ERN-IDX)
                " has no GLACCTS.DAT row - earnings code "
                ERN-TAB-EARN-CODE(ERN-IDX) " not posted"
          ELSE
             MOVE SPACES TO JOURNAL-RECORD
             MOVE "D" TO JD-RECORD-TYPE
             MOVE ERN-TAB-ACCOUNT(ERN-IDX) TO JD-ACCOUNT
             MOVE ERN-TAB-COST-CENTER(ERN-IDX) TO JD-COST-CENTER
             MOVE ERN-TAB-AMOUNT(ERN-IDX) TO JD-DEBIT
             MOVE ZERO TO JD-CREDIT
             MOVE "EARNINGS" TO JD-SOURCE
             WRITE JOURNAL-RECORD
             ADD 1 TO WS-JOURNAL-COUNT
             ADD ERN-TAB-AMOUNT(ERN-IDX) TO WS-DEBIT-TOTAL
             ADD ERN-TAB-AMOUNT(ERN-IDX) TO WS-EARN-TOTAL
          END-IF.

       0415-END.

       0420-FIND-CHART-ROW.
          MOVE ZERO TO WS-CHART-FOUND-IDX
          SET COA-IDX TO 1

       0420-END.

      *----------------------------------------------------------------
      * Labor distribution: the expense charged to each cost center
      * with the hours behind it, totalled and proved against the
      * gross paid - pay detail plus retro - so the spread is shown
      * to have neither lost nor made up a cent.
      *----------------------------------------------------------------
       0450-PRINT-LABOR-DISTRIBUTION.
          OPEN OUTPUT LABORDISTFILE
          MOVE DIST-HEADING-1 TO LABOR-DIST-LINE
          WRITE LABOR-DIST-LINE
          MOVE WS-RUN-DATE TO DIST-RUN-DATE-OUT
          MOVE DIST-DATE-LINE TO LABOR-DIST-LINE
          WRITE LABOR-DIST-LINE
          MOVE DIST-HEADING-2 TO LABOR-DIST-LINE
          WRITE LABOR-DIST-LINE
          MOVE DIST-COLUMN-LINE TO LABOR-DIST-LINE
          WRITE LABOR-DIST-LINE

          SET DEP-IDX TO 1
          PERFORM UNTIL DEP-IDX > WS-DEPT-EXP-COUNT
             PERFORM 0420-FIND-CHART-ROW
             MOVE SPACES TO DIST-COST-CENTER-OUT
             MOVE SPACES TO DIST-ACCOUNT-OUT
             IF WS-CHART-FOUND-IDX NOT = ZERO
                SET COA-IDX TO WS-CHART-FOUND-IDX
                MOVE COA-TAB-COST-CENTER(COA-IDX)
                   TO DIST-COST-CENTER-OUT
                MOVE COA-TAB-ACCOUNT(COA-IDX) TO DIST-ACCOUNT-OUT
             END-IF
             MOVE DEP-TAB-DEPARTMENT(DEP-IDX) TO DIST-DEPARTMENT-OUT
             MOVE DEP-TAB-HOURS(DEP-IDX) TO DIST-HOURS-OUT
             MOVE DEP-TAB-AMOUNT(DEP-IDX) TO DIST-AMOUNT-OUT
             MOVE DIST-DETAIL-LINE TO LABOR-DIST-LINE
             WRITE LABOR-DIST-LINE
             ADD DEP-TAB-AMOUNT(DEP-IDX) TO WS-DISTRIBUTED-TOTAL
             ADD DEP-TAB-HOURS(DEP-IDX) TO WS-DIST-HOURS-TOTAL
             SET DEP-IDX UP BY 1
          END-PERFORM

          SET ERN-IDX TO 1
          PERFORM UNTIL ERN-IDX > WS-EARN-EXP-COUNT
             MOVE ERN-TAB-COST-CENTER(ERN-IDX) TO DIST-COST-CENTER-OUT
             MOVE ERN-TAB-ACCOUNT(ERN-IDX) TO DIST-ACCOUNT-OUT
             MOVE ERN-TAB-EARN-CODE(ERN-IDX) TO DIST-EARN-CODE-OUT
             MOVE ERN-TAB-DEPARTMENT(ERN-IDX) TO DIST-EARN-DEPT-OUT
             MOVE DIST-EARN-NAME TO DIST-DEPARTMENT-OUT
             MOVE ZERO TO DIST-HOURS-OUT
             MOVE ERN-TAB-AMOUNT(ERN-IDX) TO DIST-AMOUNT-OUT
             MOVE DIST-DETAIL-LINE TO LABOR-DIST-LINE
             WRITE LABOR-DIST-LINE
             ADD ERN-TAB-AMOUNT(ERN-IDX) TO WS-DISTRIBUTED-TOTAL
             SET ERN-IDX UP BY 1
          END-PERFORM

          MOVE SPACES TO LABOR-DIST-LINE
          WRITE LABOR-DIST-LINE
          MOVE "TOTAL DISTRIBUTED" TO DIST-TOTAL-LABEL
          MOVE WS-DIST-HOURS-TOTAL TO DIST-TOTAL-HOURS-OUT
          MOVE WS-DISTRIBUTED-TOTAL TO DIST-TOTAL-AMOUNT-OUT
          MOVE DIST-TOTAL-LINE TO LABOR-DIST-LINE
          WRITE LABOR-DIST-LINE
          MOVE "TOTAL GROSS PAID (PAY DETAIL PLUS RETRO)"
             TO DIST-TOTAL-LABEL
          MOVE ZERO TO DIST-TOTAL-HOURS-OUT
          COMPUTE DIST-TOTAL-AMOUNT-OUT =
             WS-TOTAL-GROSS + WS-TOTAL-RETRO
          MOVE DIST-TOTAL-LINE TO LABOR-DIST-LINE
          WRITE LABOR-DIST-LINE
          IF WS-DISTRIBUTED-TOTAL = WS-TOTAL-GROSS + WS-TOTAL-RETRO
             MOVE "MATCH" TO DIST-RESULT-OUT
          ELSE
             MOVE "MISMATCH" TO DIST-RESULT-OUT
             DISPLAY "LABOR DISTRIBUTION DOES NOT BALANCE TO GROSS"
          END-IF
          MOVE DIST-RESULT-LINE TO LABOR-DIST-LINE
          WRITE LABOR-DIST-LINE
          CLOSE LABORDISTFILE.

       0450-END.

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
      * the reopen record the run went under, if any. A rerun under
      * a reopen only ever moves the period forward: a period the
      * later steps have already taken past this job's status keeps
      * that status and just takes the stamp, so the later steps
      * still need reopens of their own to run again.
      *----------------------------------------------------------------
       0490-ADVANCE-PAY-PERIOD.
          IF PAYPERIOD-FILE-FOUND
             ACCEPT WS-PP-STAMP-DATE FROM DATE YYYYMMDD
             ACCEPT WS-PP-STAMP-TIME FROM TIME
             SET PP-IDX TO WS-PP-TARGET-IDX
             MOVE PP-TAB-STATUS(PP-IDX) TO WS-PP-RANK-STATUS
             PERFORM 0119-RANK-PERIOD-STATUS
             MOVE WS-PP-RANK TO WS-PP-RANK-PERIOD
             MOVE WS-PP-TO-STATUS TO WS-PP-RANK-STATUS
             PERFORM 0119-RANK-PERIOD-STATUS
             IF WS-RO-USED-IDX = ZERO
                OR WS-PP-RANK > WS-PP-RANK-PERIOD
                MOVE WS-PP-TO-STATUS TO PP-TAB-STATUS(PP-IDX)
                DISPLAY "Pay period " PP-TAB-PAY-DATE(PP-IDX)
                   " moved to status " WS-PP-TO-STATUS
             ELSE
                DISPLAY "Pay period " PP-TAB-PAY-DATE(PP-IDX)
                   " left at status " PP-TAB-STATUS(PP-IDX)
             END-IF
             MOVE WS-PP-JOB-NAME TO PP-TAB-LAST-JOB(PP-IDX)
             MOVE WS-PP-STAMP-DATE TO PP-TAB-STATUS-DATE(PP-IDX)
             MOVE WS-PP-STAMP-TIME TO PP-TAB-STATUS-TIME(PP-IDX)

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
          MOVE "GLPOST" TO ALR-JOB-NAME
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
