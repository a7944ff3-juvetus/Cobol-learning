       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYYEAREND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT YEARENDPARMFILE ASSIGN TO "YEARENDPARM.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.

       SELECT YTDFILE ASSIGN TO "PAYYTD.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-YTD-STATUS.

       SELECT PAYDETAILFILE ASSIGN TO "PAYDETHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAYDETAIL-STATUS.

       SELECT ADJUSTMENTFILE ASSIGN TO "RETROHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ADJUSTMENT-STATUS.

       SELECT JOURNALFILE ASSIGN TO "GLJRNHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.

       SELECT EMPLOYEEFILE ASSIGN TO "EMPFILE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EMPLOYEEID
            FILE STATUS IS WS-FILE-STATUS.

       SELECT STATEMENTFILE ASSIGN TO "YEARENDSTMTS.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SUMMARYFILE ASSIGN TO "YEARENDSUM.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT YEARCTLFILE ASSIGN TO "PAYYEARCTL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-YEARCTL-STATUS.

       SELECT YTDHISTFILE ASSIGN TO "PAYYTDHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-YTDHIST-STATUS.

       SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOBLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * Year-end control card: the tax year to report, and C in the
      * close column to lock that year and roll PAYYTD.DAT into the
      * next one once the statements tie out. With no card the run
      * reports on last year and closes nothing.
      *----------------------------------------------------------------
       FD YEARENDPARMFILE.
       01 YEAREND-PARM-RECORD.
          05 YEP-TAX-YEAR   PIC 9(4).
          05 FILLER         PIC X(1).
          05 YEP-CLOSE-FLAG PIC X(1).

       FD YTDFILE.
       01 YTD-RECORD.
          05 YTD-EMPLOYEEID  PIC 9(7).
          05 FILLER          PIC X(1).
          05 YTD-YEAR        PIC 9(4).
          05 FILLER          PIC X(1).
          05 YTD-HOURS       PIC 9(5).
          05 FILLER          PIC X(1).
          05 YTD-GROSS       PIC 9(9)V99.
          05 FILLER          PIC X(1).
          05 YTD-NET         PIC 9(9)V99.

      *----------------------------------------------------------------
      * The year's pay detail: the pay-detail history, to which
      * PAYREGISTER, FINALPAY and PAYVOID append every line they
      * write to the cycle's PAYDETAIL.DAT, tagged with the job that
      * wrote it. Records dated outside the tax year are passed over.
      *----------------------------------------------------------------
       FD PAYDETAILFILE.
       01 PAY-DETAIL-RECORD.
          05 PD-EMPLOYEEID   PIC 9(7).
          05 FILLER          PIC X(1).
          05 PD-PAY-DATE.
             10 PD-PAY-YEAR  PIC 9(4).
             10 FILLER       PIC 9(4).
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
          05 FILLER          PIC X(1).
          05 PD-SOURCE-JOB   PIC X(11).

      *----------------------------------------------------------------
      * Retro adjustments paid during the year, from the history
      * GLPOST appends each posted RETROADJ.DAT to. Retro pay goes
      * out without deductions, so it is wages and taxable wages on
      * the statement, and GLPOST has already posted it to expense
      * and clearing alongside the regular pay. Each line counts in
      * the year of the pay date GLPOST posted it under, the same
      * year its journal counts in; a line kept before that date was
      * carried counts by the RETROPAY run date.
      *----------------------------------------------------------------
       FD ADJUSTMENTFILE.
       01 ADJUSTMENT-RECORD.
          05 ADJ-EMPLOYEEID     PIC 9(7).
          05 FILLER             PIC X(1).
          05 ADJ-EFFECTIVE-DATE PIC 9(8).
          05 FILLER             PIC X(1).
          05 ADJ-RUN-DATE.
             10 ADJ-RUN-YEAR    PIC 9(4).
             10 FILLER          PIC 9(4).
          05 FILLER             PIC X(1).
          05 ADJ-AMOUNT         PIC 9(7)V99.
          05 FILLER             PIC X(1).
          05 ADJ-PAY-DATE.
             10 ADJ-PAY-YEAR    PIC 9(4).
             10 FILLER          PIC 9(4).

      *----------------------------------------------------------------
      * The year's GL journals from the journal history GLPOST and
      * PAYVOID append each released journal to, header / detail /
      * trailer per run. A run's details count toward the tax year
      * when the pay date on its header - the pay period it posts -
      * falls in that year, so they land in the same year as the pay
      * lines; a header kept before that date was carried counts by
      * its run date.
      *----------------------------------------------------------------
       FD JOURNALFILE.
       01 JOURNAL-RECORD PIC X(60).
       01 JOURNAL-HEADER REDEFINES JOURNAL-RECORD.
          05 JH-RECORD-TYPE PIC X(1).
          05 JH-RUN-DATE.
             10 JH-RUN-YEAR PIC 9(4).
             10 FILLER      PIC 9(4).
          05 JH-RUN-TIME    PIC 9(8).
          05 JH-PAY-DATE.
             10 JH-PAY-YEAR PIC 9(4).
             10 FILLER      PIC 9(4).
          05 FILLER         PIC X(35).
       01 JOURNAL-DETAIL REDEFINES JOURNAL-RECORD.
          05 JD-RECORD-TYPE PIC X(1).
          05 JD-ACCOUNT     PIC X(8).
          05 JD-COST-CENTER PIC X(6).
          05 JD-DEBIT       PIC 9(9)V99.
          05 JD-CREDIT      PIC 9(9)V99.
          05 JD-SOURCE      PIC X(8).
          05 FILLER         PIC X(15).

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

       FD STATEMENTFILE.
       01 STATEMENT-LINE PIC X(80).

       FD SUMMARYFILE.
       01 SUMMARY-LINE PIC X(100).

      *----------------------------------------------------------------
      * Closed-year control, one line per payroll year that has been
      * closed. PAYREGISTER reads it and will not post a pay date
      * into a closed year, nor roll a year that was never closed.
      *----------------------------------------------------------------
       FD YEARCTLFILE.
       01 YEAR-CONTROL-RECORD.
          05 YC-TAX-YEAR   PIC 9(4).
          05 FILLER        PIC X(1).
          05 YC-CLOSE-DATE PIC 9(8).
          05 FILLER        PIC X(1).
          05 YC-CLOSE-TIME PIC 9(8).

      *----------------------------------------------------------------
      * Closed years' YTD rows, appended at close in the PAYYTD.DAT
      * layout so the final figures survive the roll to the new year.
      *----------------------------------------------------------------
       FD YTDHISTFILE.
       01 YTD-HIST-RECORD.
          05 YH-EMPLOYEEID   PIC 9(7).
          05 FILLER          PIC X(1).
          05 YH-YEAR         PIC 9(4).
          05 FILLER          PIC X(1).
          05 YH-HOURS        PIC 9(5).
          05 FILLER          PIC X(1).
          05 YH-GROSS        PIC 9(9)V99.
          05 FILLER          PIC X(1).
          05 YH-NET          PIC 9(9)V99.

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
       01 WS-FILE-STATUS        PIC XX VALUE '00'.
       01 WS-PARM-STATUS        PIC XX VALUE '00'.
       01 WS-YTD-STATUS         PIC XX VALUE '00'.
       01 WS-PAYDETAIL-STATUS   PIC XX VALUE '00'.
       01 WS-ADJUSTMENT-STATUS  PIC XX VALUE '00'.
       01 WS-JOURNAL-STATUS     PIC XX VALUE '00'.
       01 WS-YEARCTL-STATUS     PIC XX VALUE '00'.
       01 WS-YTDHIST-STATUS     PIC XX VALUE '00'.

       01 WS-YTD-EOF PIC X VALUE 'N'.
          88 END-OF-YTD VALUE 'Y'.
       01 WS-PAYDETAIL-EOF PIC X VALUE 'N'.
          88 END-OF-PAY-DETAIL VALUE 'Y'.
       01 WS-ADJUSTMENT-EOF PIC X VALUE 'N'.
          88 END-OF-ADJUSTMENTS VALUE 'Y'.
       01 WS-JOURNAL-EOF PIC X VALUE 'N'.
          88 END-OF-JOURNAL VALUE 'Y'.
       01 WS-YEARCTL-EOF PIC X VALUE 'N'.
          88 END-OF-YEARCTL VALUE 'Y'.

       01 WS-RUN-DATE.
          05 WS-RUN-YEAR  PIC 9(4).
          05 WS-RUN-MONTH PIC 9(2).
          05 WS-RUN-DAY   PIC 9(2).

       01 WS-TAX-YEAR   PIC 9(4) VALUE ZERO.
       01 WS-NEXT-YEAR  PIC 9(4) VALUE ZERO.
       01 WS-LINE-YEAR  PIC 9(4) VALUE ZERO.
       01 WS-CLOSE-FLAG PIC X VALUE 'N'.
          88 CLOSE-REQUESTED VALUE 'C'.
       01 WS-YEAR-ALREADY-CLOSED PIC X VALUE 'N'.
          88 YEAR-ALREADY-CLOSED VALUE 'Y'.
       01 WS-YEAR-CLOSED PIC X VALUE 'N'.
          88 YEAR-WAS-CLOSED VALUE 'Y'.

      *----------------------------------------------------------------
      * The whole PAYYTD.DAT ledger, loaded so the close can rewrite
      * it with the closed year's rows rolled into the new year.
      *----------------------------------------------------------------
       01 WS-YTD-ENTRY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-YTD-TABLE-MAX   PIC 9(5) VALUE 5000.
       01 WS-YTD-TABLE.
          05 WS-YTD-ENTRY OCCURS 5000 TIMES INDEXED BY YTD-IDX.
             10 YTD-TAB-EMPLOYEEID PIC 9(7).
             10 YTD-TAB-YEAR       PIC 9(4).
             10 YTD-TAB-HOURS      PIC 9(5).
             10 YTD-TAB-GROSS      PIC 9(9)V99.
             10 YTD-TAB-NET        PIC 9(9)V99.

      *----------------------------------------------------------------
      * One entry per employee with tax-year activity: the ledger's
      * YTD figures next to what the year's pay detail and retro
      * adjustments actually add up to.
      *----------------------------------------------------------------
       01 WS-YE-ENTRY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-YE-TABLE-MAX   PIC 9(5) VALUE 5000.
       01 WS-YE-TABLE.
          05 WS-YE-ENTRY OCCURS 5000 TIMES INDEXED BY YE-IDX.
             10 YE-TAB-EMPLOYEEID PIC 9(7).
             10 YE-TAB-ON-LEDGER  PIC X(1).
             10 YE-TAB-YTD-HOURS  PIC 9(5).
             10 YE-TAB-YTD-GROSS  PIC 9(9)V99.
             10 YE-TAB-YTD-NET    PIC 9(9)V99.
             10 YE-TAB-GROSS      PIC 9(9)V99.
             10 YE-TAB-RETRO      PIC 9(9)V99.
             10 YE-TAB-TAXABLE    PIC 9(9)V99.
             10 YE-TAB-TAX        PIC 9(9)V99.
             10 YE-TAB-INS        PIC 9(9)V99.
             10 YE-TAB-RET        PIC 9(9)V99.
             10 YE-TAB-GRN        PIC 9(9)V99.
             10 YE-TAB-NET        PIC 9(9)V99.
       01 YE-FOUND-IDX PIC 9(5) VALUE ZERO.
       01 WS-WORK-EMPLOYEEID PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------------
      * Year totals from the statements, and what the GL journals for
      * the same year say. Each pair is compared on the summary.
      *----------------------------------------------------------------
       01 WS-TOTAL-YTD-GROSS  PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-GROSS      PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-RETRO      PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-TAXABLE    PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-TAX        PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-INS        PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-RET        PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-GRN        PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-NET        PIC 9(11)V99 VALUE ZERO.
       01 WS-STMT-WAGES       PIC 9(11)V99 VALUE ZERO.
       01 WS-STMT-DEDUCTIONS  PIC 9(11)V99 VALUE ZERO.
       01 WS-STMT-CLEARING    PIC 9(11)V99 VALUE ZERO.

       01 WS-GL-IN-YEAR PIC X VALUE 'N'.
          88 GL-RUN-IN-YEAR VALUE 'Y'.
       01 WS-GL-RUN-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-GL-PAYROLL-DEBIT PIC 9(11)V99 VALUE ZERO.
       01 WS-GL-WITHHELD      PIC 9(11)V99 VALUE ZERO.
       01 WS-GL-CLEARING      PIC 9(11)V99 VALUE ZERO.

       01 WS-STATEMENT-COUNT  PIC 9(5) VALUE ZERO.
       01 WS-EMP-DIFF-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-NO-NAME-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-DIFFERENCE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ROLLED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-DETAIL-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-ONE-TAXABLE      PIC 9(7)V99 VALUE ZERO.

       01 STMT-RULE-LINE PIC X(80) VALUE ALL "=".

       01 STMT-TITLE-LINE.
          05 FILLER            PIC X(33)
             VALUE "YEAR-END WAGE AND TAX STATEMENT  ".
          05 FILLER            PIC X(9) VALUE "TAX YEAR ".
          05 STMT-TAX-YEAR     PIC 9(4).

       01 STMT-NAME-LINE.
          05 FILLER            PIC X(14) VALUE "EMPLOYEE:     ".
          05 STMT-FIRSTNAME    PIC X(10).
          05 FILLER            PIC X(1) VALUE SPACE.
          05 STMT-LASTNAME     PIC X(10).
          05 FILLER            PIC X(5) VALUE SPACES.
          05 FILLER            PIC X(5) VALUE "(ID: ".
          05 STMT-EMPLOYEEID   PIC 9(7).
          05 FILLER            PIC X(1) VALUE ")".

       01 STMT-DEPARTMENT-LINE.
          05 FILLER            PIC X(14) VALUE "DEPARTMENT:   ".
          05 STMT-DEPARTMENT   PIC X(30).

       01 STMT-HOURS-LINE.
          05 FILLER            PIC X(24)
             VALUE "HOURS PAID:             ".
          05 STMT-HOURS-OUT    PIC ZZZZ9.

       01 STMT-AMOUNT-LINE.
          05 STMT-AMT-LABEL    PIC X(24).
          05 STMT-AMT-OUT      PIC ZZZ,ZZZ,ZZ9.99.

       01 STMT-DIFF-LINE.
          05 FILLER            PIC X(29)
             VALUE "*** YTD LEDGER GROSS OF      ".
          05 STMT-DIFF-YTD-OUT PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(30)
             VALUE " DOES NOT AGREE WITH PAY ***".

       01 STMT-NO-LEDGER-LINE PIC X(80) VALUE
          "*** PAID THIS YEAR BUT NO PAYYTD.DAT ROW FOR THE YEAR ***".

       01 SUMMARY-HEADING-1 PIC X(100)
          VALUE "YEAR-END WAGE STATEMENT SUMMARY AND GL TIE-OUT".
       01 SUMMARY-HEADING-2 PIC X(100) VALUE ALL "=".

       01 HEADING-DATE-LINE.
          05 FILLER          PIC X(10) VALUE "RUN DATE: ".
          05 HD-RUN-DATE-OUT PIC 9(8).
          05 FILLER          PIC X(13) VALUE "   TAX YEAR: ".
          05 HD-TAX-YEAR-OUT PIC 9(4).

       01 SECTION-TITLE-LINE PIC X(100).

       01 CONTROL-COMPARE-LINE.
          05 CC-LABEL      PIC X(34).
          05 CC-OURS-OUT   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER        PIC X(2) VALUE SPACES.
          05 CC-THEIRS-OUT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER        PIC X(2) VALUE SPACES.
          05 CC-RESULT-OUT PIC X(10).

       01 TOTAL-AMOUNT-LINE.
          05 TA-LABEL      PIC X(34).
          05 TA-AMOUNT-OUT PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 CONTROL-COUNT-LINE.
          05 SC-LABEL     PIC X(34).
          05 SC-COUNT-OUT PIC ZZZZZZ9.

       01 EMP-DIFF-LINE.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 ED-EMPLOYEEID-OUT PIC 9(7).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 ED-YTD-GROSS-OUT  PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 ED-GROSS-OUT      PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 ED-REASON-OUT     PIC X(30).

       01 CLOSE-RESULT-LINE.
          05 FILLER            PIC X(14) VALUE "YEAR CLOSE:   ".
          05 CR-RESULT-OUT     PIC X(60).

      *----------------------------------------------------------------
      * Job-log entry for this run, appended to the shared JOBLOG.DAT
      * once when the run ends.
      *----------------------------------------------------------------
       01 WS-JOBLOG-FILE-STATUS PIC XX VALUE '00'.
       01 WS-JOBLOG-RUN-STATUS  PIC X(10) VALUE SPACES.
       01 WS-JOBLOG-START-TIME  PIC 9(8) VALUE ZERO.
       01 WS-JOBLOG-END-TIME    PIC 9(8) VALUE ZERO.

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
       0100-YEAR-END-RUN.
          ACCEPT WS-JOBLOG-START-TIME FROM TIME
          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
          PERFORM 0150-READ-YEAR-END-PARM
          PERFORM 0160-CHECK-YEAR-CONTROL
          PERFORM 0200-LOAD-YTD

          OPEN INPUT PAYDETAILFILE
          IF WS-PAYDETAIL-STATUS NOT = '00'
             DISPLAY "Cannot open PAYDETHIST.DAT, status "
                WS-PAYDETAIL-STATUS
             MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
             PERFORM 0960-WRITE-JOB-LOG
             STOP RUN RETURNING 16
          END-IF
          PERFORM 0250-ADD-ONE-PAY-DETAIL UNTIL END-OF-PAY-DETAIL
          CLOSE PAYDETAILFILE

          OPEN INPUT ADJUSTMENTFILE
          IF WS-ADJUSTMENT-STATUS NOT = '00'
             SET END-OF-ADJUSTMENTS TO TRUE
          END-IF
          PERFORM 0270-ADD-ONE-RETRO UNTIL END-OF-ADJUSTMENTS
          IF WS-ADJUSTMENT-STATUS = '00' OR WS-ADJUSTMENT-STATUS = '10'
             CLOSE ADJUSTMENTFILE
          END-IF

          OPEN INPUT JOURNALFILE
          IF WS-JOURNAL-STATUS NOT = '00'
             DISPLAY "GLJRNHIST.DAT not found - statement totals"
             DISPLAY "cannot be tied to the ledger."
             SET END-OF-JOURNAL TO TRUE
          END-IF
          PERFORM 0280-ADD-ONE-JOURNAL-LINE UNTIL END-OF-JOURNAL
          IF WS-JOURNAL-STATUS = '00' OR WS-JOURNAL-STATUS = '10'
             CLOSE JOURNALFILE
          END-IF

          OPEN INPUT EMPLOYEEFILE
          IF WS-FILE-STATUS NOT = '00'
             DISPLAY "Cannot open EMPFILE.DAT, status " WS-FILE-STATUS
             MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
             PERFORM 0960-WRITE-JOB-LOG
             STOP RUN RETURNING 16
          END-IF
          OPEN OUTPUT STATEMENTFILE
          SET YE-IDX TO 1
          PERFORM UNTIL YE-IDX > WS-YE-ENTRY-COUNT
             PERFORM 0300-PRINT-ONE-STATEMENT
             SET YE-IDX UP BY 1
          END-PERFORM
          CLOSE STATEMENTFILE
          CLOSE EMPLOYEEFILE

          OPEN OUTPUT SUMMARYFILE
          PERFORM 0400-PRINT-TIE-OUT
          PERFORM 0500-CLOSE-YEAR
          CLOSE SUMMARYFILE

          IF CLOSE-REQUESTED AND NOT YEAR-WAS-CLOSED
             DISPLAY "YEAR " WS-TAX-YEAR " NOT CLOSED - SEE"
             DISPLAY "YEARENDSUM.TXT"
             MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
             PERFORM 0960-WRITE-JOB-LOG
             STOP RUN RETURNING 16
          END-IF
          MOVE "COMPLETED" TO WS-JOBLOG-RUN-STATUS
          PERFORM 0960-WRITE-JOB-LOG
          DISPLAY "Tax year:                 " WS-TAX-YEAR
          DISPLAY "Statements printed:       " WS-STATEMENT-COUNT
          DISPLAY "Employees with diffs:     " WS-EMP-DIFF-COUNT
          DISPLAY "Tie-out differences:      " WS-DIFFERENCE-COUNT
          IF YEAR-WAS-CLOSED
             DISPLAY "YTD rows rolled forward:  " WS-ROLLED-COUNT
          END-IF
          STOP RUN.

       0100-END.

      *----------------------------------------------------------------
      * Reads the control card. A missing card, or a blank year,
      * reports on the year before the run date and closes nothing.
      *----------------------------------------------------------------
       0150-READ-YEAR-END-PARM.
          COMPUTE WS-TAX-YEAR = WS-RUN-YEAR - 1
          OPEN INPUT YEARENDPARMFILE
          IF WS-PARM-STATUS = '00'
             READ YEARENDPARMFILE
                AT END CONTINUE
                NOT AT END
                   IF YEP-TAX-YEAR NUMERIC AND YEP-TAX-YEAR > ZERO
                      MOVE YEP-TAX-YEAR TO WS-TAX-YEAR
                   END-IF
                   MOVE FUNCTION UPPER-CASE(YEP-CLOSE-FLAG)
                      TO WS-CLOSE-FLAG
             END-READ
             CLOSE YEARENDPARMFILE
          END-IF
          COMPUTE WS-NEXT-YEAR = WS-TAX-YEAR + 1.

       0150-END.

      *----------------------------------------------------------------
      * A year already on the closed-year control can be reported on
      * again, but never closed a second time - its rows were rolled
      * the first time.
      *----------------------------------------------------------------
       0160-CHECK-YEAR-CONTROL.
          OPEN INPUT YEARCTLFILE
          IF WS-YEARCTL-STATUS NOT = '00'
             SET END-OF-YEARCTL TO TRUE
          END-IF
          PERFORM UNTIL END-OF-YEARCTL
             READ YEARCTLFILE
                AT END SET END-OF-YEARCTL TO TRUE
                NOT AT END
                   IF YC-TAX-YEAR = WS-TAX-YEAR
                      SET YEAR-ALREADY-CLOSED TO TRUE
                   END-IF
             END-READ
          END-PERFORM
          IF WS-YEARCTL-STATUS = '00' OR WS-YEARCTL-STATUS = '10'
             CLOSE YEARCTLFILE
          END-IF.

       0160-END.

      *----------------------------------------------------------------
      * Loads the whole YTD ledger; each tax-year row also opens the
      * employee's statement entry with the ledger's figures.
      *----------------------------------------------------------------
       0200-LOAD-YTD.
          OPEN INPUT YTDFILE
          IF WS-YTD-STATUS NOT = '00'
             DISPLAY "Cannot open PAYYTD.DAT, status " WS-YTD-STATUS
             MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
             PERFORM 0960-WRITE-JOB-LOG
             STOP RUN RETURNING 16
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
                      IF YTD-YEAR = WS-TAX-YEAR
                         PERFORM 0210-OPEN-LEDGER-ENTRY
                      END-IF
                   ELSE
                      DISPLAY "YTD table full at " WS-YTD-TABLE-MAX
                         " employees - year end cannot continue"
                      CLOSE YTDFILE
                      MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
                      PERFORM 0960-WRITE-JOB-LOG
                      STOP RUN RETURNING 16
                   END-IF
             END-READ
          END-PERFORM
          CLOSE YTDFILE.

       0200-END.

       0210-OPEN-LEDGER-ENTRY.
          MOVE YTD-EMPLOYEEID TO WS-WORK-EMPLOYEEID
          PERFORM 0220-FIND-OR-ADD-YE-ENTRY
          IF YE-FOUND-IDX NOT = ZERO
             SET YE-IDX TO YE-FOUND-IDX
             MOVE 'Y' TO YE-TAB-ON-LEDGER(YE-IDX)
             ADD YTD-HOURS TO YE-TAB-YTD-HOURS(YE-IDX)
             ADD YTD-GROSS TO YE-TAB-YTD-GROSS(YE-IDX)
             ADD YTD-NET TO YE-TAB-YTD-NET(YE-IDX)
             ADD YTD-GROSS TO WS-TOTAL-YTD-GROSS
          END-IF.

       0210-END.

      *----------------------------------------------------------------
      * Finds the statement entry for WS-WORK-EMPLOYEEID, adding a
      * zeroed one the first time the employee is seen. Leaves the
      * entry index in YE-FOUND-IDX, zero only if the table is full.
      *----------------------------------------------------------------
       0220-FIND-OR-ADD-YE-ENTRY.
          MOVE ZERO TO YE-FOUND-IDX
          SET YE-IDX TO 1
          PERFORM UNTIL YE-IDX > WS-YE-ENTRY-COUNT
             IF YE-TAB-EMPLOYEEID(YE-IDX) = WS-WORK-EMPLOYEEID
                MOVE YE-IDX TO YE-FOUND-IDX
                SET YE-IDX TO WS-YE-ENTRY-COUNT
             END-IF
             SET YE-IDX UP BY 1
          END-PERFORM
          IF YE-FOUND-IDX = ZERO
             IF WS-YE-ENTRY-COUNT < WS-YE-TABLE-MAX
                ADD 1 TO WS-YE-ENTRY-COUNT
                SET YE-IDX TO WS-YE-ENTRY-COUNT
                MOVE WS-WORK-EMPLOYEEID TO YE-TAB-EMPLOYEEID(YE-IDX)
                MOVE 'N' TO YE-TAB-ON-LEDGER(YE-IDX)
                MOVE ZERO TO YE-TAB-YTD-HOURS(YE-IDX)
                MOVE ZERO TO YE-TAB-YTD-GROSS(YE-IDX)
                MOVE ZERO TO YE-TAB-YTD-NET(YE-IDX)
                MOVE ZERO TO YE-TAB-GROSS(YE-IDX)
                MOVE ZERO TO YE-TAB-RETRO(YE-IDX)
                MOVE ZERO TO YE-TAB-TAXABLE(YE-IDX)
                MOVE ZERO TO YE-TAB-TAX(YE-IDX)
                MOVE ZERO TO YE-TAB-INS(YE-IDX)
                MOVE ZERO TO YE-TAB-RET(YE-IDX)
                MOVE ZERO TO YE-TAB-GRN(YE-IDX)
                MOVE ZERO TO YE-TAB-NET(YE-IDX)
                MOVE WS-YE-ENTRY-COUNT TO YE-FOUND-IDX
             ELSE
                DISPLAY "WARNING: statement table full at "
                   WS-YE-TABLE-MAX " employees, "
                   WS-WORK-EMPLOYEEID " not on a statement"
                ADD 1 TO WS-DIFFERENCE-COUNT
             END-IF
          END-IF.

       0220-END.

      *----------------------------------------------------------------
      * One pay detail from the year: rolls its wages and every
      * deduction bucket into the employee's statement entry. Older
      * detail written before taxable wages were carried counts
      * gross less retirement, the same figure PAYREGISTER taxes.
      * A void reversal takes its line back out again.
      *----------------------------------------------------------------
       0250-ADD-ONE-PAY-DETAIL.
          READ PAYDETAILFILE
             AT END SET END-OF-PAY-DETAIL TO TRUE
             NOT AT END
                IF PD-PAY-YEAR = WS-TAX-YEAR AND PD-VOID-REVERSAL
                   PERFORM 0255-BACK-OUT-ONE-VOID
                END-IF
                IF PD-PAY-YEAR = WS-TAX-YEAR AND NOT PD-VOID-REVERSAL
                   ADD 1 TO WS-DETAIL-COUNT
                   IF PD-TAXABLE-WAGES NUMERIC
                      MOVE PD-TAXABLE-WAGES TO WS-ONE-TAXABLE
                   ELSE
                      COMPUTE WS-ONE-TAXABLE =
                         PD-GROSS-PAY - PD-RET-DED
                   END-IF
                   MOVE PD-EMPLOYEEID TO WS-WORK-EMPLOYEEID
                   PERFORM 0220-FIND-OR-ADD-YE-ENTRY
                   IF YE-FOUND-IDX NOT = ZERO
                      SET YE-IDX TO YE-FOUND-IDX
                      ADD PD-GROSS-PAY TO YE-TAB-GROSS(YE-IDX)
                      ADD WS-ONE-TAXABLE TO YE-TAB-TAXABLE(YE-IDX)
                      ADD PD-TAX-DED TO YE-TAB-TAX(YE-IDX)
                      ADD PD-INS-DED TO YE-TAB-INS(YE-IDX)
                      ADD PD-RET-DED TO YE-TAB-RET(YE-IDX)
                      ADD PD-GRN-DED TO YE-TAB-GRN(YE-IDX)
                      ADD PD-NET-PAY TO YE-TAB-NET(YE-IDX)
                   END-IF
                   ADD PD-GROSS-PAY TO WS-TOTAL-GROSS
                   ADD WS-ONE-TAXABLE TO WS-TOTAL-TAXABLE
                   ADD PD-TAX-DED TO WS-TOTAL-TAX
                   ADD PD-INS-DED TO WS-TOTAL-INS
                   ADD PD-RET-DED TO WS-TOTAL-RET
                   ADD PD-GRN-DED TO WS-TOTAL-GRN
                   ADD PD-NET-PAY TO WS-TOTAL-NET
                END-IF
          END-READ.

       0250-END.

       0255-BACK-OUT-ONE-VOID.
          ADD 1 TO WS-DETAIL-COUNT
          IF PD-TAXABLE-WAGES NUMERIC
             MOVE PD-TAXABLE-WAGES TO WS-ONE-TAXABLE
          ELSE
             COMPUTE WS-ONE-TAXABLE = PD-GROSS-PAY - PD-RET-DED
          END-IF
          MOVE PD-EMPLOYEEID TO WS-WORK-EMPLOYEEID
          PERFORM 0220-FIND-OR-ADD-YE-ENTRY
          IF YE-FOUND-IDX NOT = ZERO
             SET YE-IDX TO YE-FOUND-IDX
             SUBTRACT PD-GROSS-PAY FROM YE-TAB-GROSS(YE-IDX)
             SUBTRACT WS-ONE-TAXABLE FROM YE-TAB-TAXABLE(YE-IDX)
             SUBTRACT PD-TAX-DED FROM YE-TAB-TAX(YE-IDX)
             SUBTRACT PD-INS-DED FROM YE-TAB-INS(YE-IDX)
             SUBTRACT PD-RET-DED FROM YE-TAB-RET(YE-IDX)
             SUBTRACT PD-GRN-DED FROM YE-TAB-GRN(YE-IDX)
             SUBTRACT PD-NET-PAY FROM YE-TAB-NET(YE-IDX)
          END-IF
          SUBTRACT PD-GROSS-PAY FROM WS-TOTAL-GROSS
          SUBTRACT WS-ONE-TAXABLE FROM WS-TOTAL-TAXABLE
          SUBTRACT PD-TAX-DED FROM WS-TOTAL-TAX
          SUBTRACT PD-INS-DED FROM WS-TOTAL-INS
          SUBTRACT PD-RET-DED FROM WS-TOTAL-RET
          SUBTRACT PD-GRN-DED FROM WS-TOTAL-GRN
          SUBTRACT PD-NET-PAY FROM WS-TOTAL-NET.

       0255-END.

       0270-ADD-ONE-RETRO.
          READ ADJUSTMENTFILE
             AT END SET END-OF-ADJUSTMENTS TO TRUE
             NOT AT END
                IF ADJ-PAY-DATE NUMERIC AND ADJ-PAY-DATE > ZERO
                   MOVE ADJ-PAY-YEAR TO WS-LINE-YEAR
                ELSE
                   MOVE ADJ-RUN-YEAR TO WS-LINE-YEAR
                END-IF
                IF WS-LINE-YEAR = WS-TAX-YEAR
                   MOVE ADJ-EMPLOYEEID TO WS-WORK-EMPLOYEEID
                   PERFORM 0220-FIND-OR-ADD-YE-ENTRY
                   IF YE-FOUND-IDX NOT = ZERO
                      SET YE-IDX TO YE-FOUND-IDX
                      ADD ADJ-AMOUNT TO YE-TAB-RETRO(YE-IDX)
                      ADD ADJ-AMOUNT TO YE-TAB-TAXABLE(YE-IDX)
                   END-IF
                   ADD ADJ-AMOUNT TO WS-TOTAL-RETRO
                   ADD ADJ-AMOUNT TO WS-TOTAL-TAXABLE
                END-IF
          END-READ.

       0270-END.

      *----------------------------------------------------------------
      * One journal line: a header decides whether the run's details
      * belong to the tax year; in-year details are summed by source
      * - PAYROLL and EARNINGS expense debits, WITHHELD liability
      * credits, and CLEARING credits for net pay. The reversing
      * lines PAYVOID writes carry the same sources on the opposite
      * side, and net against them.
      *----------------------------------------------------------------
       0280-ADD-ONE-JOURNAL-LINE.
          READ JOURNALFILE
             AT END SET END-OF-JOURNAL TO TRUE
             NOT AT END
                EVALUATE JH-RECORD-TYPE
                   WHEN "H"
                      IF JH-PAY-DATE NUMERIC AND JH-PAY-DATE > ZERO
                         MOVE JH-PAY-YEAR TO WS-LINE-YEAR
                      ELSE
                         MOVE JH-RUN-YEAR TO WS-LINE-YEAR
                      END-IF
                      IF WS-LINE-YEAR = WS-TAX-YEAR
                         MOVE 'Y' TO WS-GL-IN-YEAR
                         ADD 1 TO WS-GL-RUN-COUNT
                      ELSE
                         MOVE 'N' TO WS-GL-IN-YEAR
                      END-IF
                   WHEN "D"
                      IF GL-RUN-IN-YEAR
                         EVALUATE JD-SOURCE
                            WHEN "PAYROLL"
                               ADD JD-DEBIT TO WS-GL-PAYROLL-DEBIT
                               SUBTRACT JD-CREDIT
                                  FROM WS-GL-PAYROLL-DEBIT
                            WHEN "EARNINGS"
                               ADD JD-DEBIT TO WS-GL-PAYROLL-DEBIT
                               SUBTRACT JD-CREDIT
                                  FROM WS-GL-PAYROLL-DEBIT
                            WHEN "WITHHELD"
                               ADD JD-CREDIT TO WS-GL-WITHHELD
                               SUBTRACT JD-DEBIT FROM WS-GL-WITHHELD
                            WHEN "CLEARING"
                               ADD JD-CREDIT TO WS-GL-CLEARING
                               SUBTRACT JD-DEBIT FROM WS-GL-CLEARING
                            WHEN OTHER
                               CONTINUE
                         END-EVALUATE
                      END-IF
                   WHEN OTHER
                      CONTINUE
                END-EVALUATE
          END-READ.

       0280-END.

      *----------------------------------------------------------------
      * One page per employee, the same way the compensation
      * statement run paginates. Any disagreement between the YTD
      * ledger and the year's pay is printed on the statement itself
      * so it is fixed before the statement goes out.
      *----------------------------------------------------------------
       0300-PRINT-ONE-STATEMENT.
          IF WS-STATEMENT-COUNT > ZERO
             MOVE STMT-RULE-LINE TO STATEMENT-LINE
             WRITE STATEMENT-LINE AFTER ADVANCING PAGE
          ELSE
             MOVE STMT-RULE-LINE TO STATEMENT-LINE
             WRITE STATEMENT-LINE
          END-IF
          MOVE WS-TAX-YEAR TO STMT-TAX-YEAR
          MOVE STMT-TITLE-LINE TO STATEMENT-LINE
          WRITE STATEMENT-LINE
          MOVE STMT-RULE-LINE TO STATEMENT-LINE
          WRITE STATEMENT-LINE

          MOVE YE-TAB-EMPLOYEEID(YE-IDX) TO EMPLOYEEID
          READ EMPLOYEEFILE
             INVALID KEY
                ADD 1 TO WS-NO-NAME-COUNT
                MOVE SPACES TO STMT-FIRSTNAME
                MOVE SPACES TO STMT-LASTNAME
                MOVE SPACES TO STMT-DEPARTMENT
             NOT INVALID KEY
                MOVE FIRSTNAME TO STMT-FIRSTNAME
                MOVE LASTNAME TO STMT-LASTNAME
                MOVE DEPARTMENT TO STMT-DEPARTMENT
          END-READ
          MOVE YE-TAB-EMPLOYEEID(YE-IDX) TO STMT-EMPLOYEEID
          MOVE STMT-NAME-LINE TO STATEMENT-LINE
          WRITE STATEMENT-LINE
          MOVE STMT-DEPARTMENT-LINE TO STATEMENT-LINE
          WRITE STATEMENT-LINE
          MOVE SPACES TO STATEMENT-LINE
          WRITE STATEMENT-LINE

          MOVE YE-TAB-YTD-HOURS(YE-IDX) TO STMT-HOURS-OUT
          MOVE STMT-HOURS-LINE TO STATEMENT-LINE
          WRITE STATEMENT-LINE
          MOVE "WAGES PAID:             " TO STMT-AMT-LABEL
          COMPUTE STMT-AMT-OUT =
             YE-TAB-GROSS(YE-IDX) + YE-TAB-RETRO(YE-IDX)
          MOVE STMT-AMOUNT-LINE TO STATEMENT-LINE
          WRITE STATEMENT-LINE
          IF YE-TAB-RETRO(YE-IDX) > ZERO
             MOVE "  INCLUDING RETRO PAY:  " TO STMT-AMT-LABEL
             MOVE YE-TAB-RETRO(YE-IDX) TO STMT-AMT-OUT
             MOVE STMT-AMOUNT-LINE TO STATEMENT-LINE
             WRITE STATEMENT-LINE
          END-IF
          MOVE "TAXABLE WAGES:          " TO STMT-AMT-LABEL
          MOVE YE-TAB-TAXABLE(YE-IDX) TO STMT-AMT-OUT
          MOVE STMT-AMOUNT-LINE TO STATEMENT-LINE
          WRITE STATEMENT-LINE
          MOVE "TAX WITHHELD:           " TO STMT-AMT-LABEL
          MOVE YE-TAB-TAX(YE-IDX) TO STMT-AMT-OUT
          MOVE STMT-AMOUNT-LINE TO STATEMENT-LINE
          WRITE STATEMENT-LINE
          MOVE "RETIREMENT DEFERRALS:   " TO STMT-AMT-LABEL
          MOVE YE-TAB-RET(YE-IDX) TO STMT-AMT-OUT
          MOVE STMT-AMOUNT-LINE TO STATEMENT-LINE
          WRITE STATEMENT-LINE
          MOVE "GARNISHMENTS TAKEN:     " TO STMT-AMT-LABEL
          MOVE YE-TAB-GRN(YE-IDX) TO STMT-AMT-OUT
          MOVE STMT-AMOUNT-LINE TO STATEMENT-LINE
          WRITE STATEMENT-LINE
          MOVE "INSURANCE PREMIUMS:     " TO STMT-AMT-LABEL
          MOVE YE-TAB-INS(YE-IDX) TO STMT-AMT-OUT
          MOVE STMT-AMOUNT-LINE TO STATEMENT-LINE
          WRITE STATEMENT-LINE

          IF YE-TAB-ON-LEDGER(YE-IDX) NOT = 'Y'
             ADD 1 TO WS-EMP-DIFF-COUNT
             MOVE SPACES TO STATEMENT-LINE
             WRITE STATEMENT-LINE
             MOVE STMT-NO-LEDGER-LINE TO STATEMENT-LINE
             WRITE STATEMENT-LINE
          ELSE
          IF YE-TAB-YTD-GROSS(YE-IDX) NOT = YE-TAB-GROSS(YE-IDX)
             ADD 1 TO WS-EMP-DIFF-COUNT
             MOVE SPACES TO STATEMENT-LINE
             WRITE STATEMENT-LINE
             MOVE YE-TAB-YTD-GROSS(YE-IDX) TO STMT-DIFF-YTD-OUT
             MOVE STMT-DIFF-LINE TO STATEMENT-LINE
             WRITE STATEMENT-LINE
          END-IF
          END-IF

          ADD 1 TO WS-STATEMENT-COUNT.

       0300-END.

      *----------------------------------------------------------------
      * The tie-out: ledger against detail, then the statements'
      * wages, withholdings, and net against what the year's GL
      * journals posted. Retro pay is in GLPOST's expense and
      * clearing lines, so it is added to the statement side here.
      * Every pair that disagrees is a difference, and a difference
      * stops the close.
      *----------------------------------------------------------------
       0400-PRINT-TIE-OUT.
          MOVE SUMMARY-HEADING-1 TO SUMMARY-LINE
          WRITE SUMMARY-LINE
          MOVE SUMMARY-HEADING-2 TO SUMMARY-LINE
          WRITE SUMMARY-LINE
          MOVE WS-RUN-DATE TO HD-RUN-DATE-OUT
          MOVE WS-TAX-YEAR TO HD-TAX-YEAR-OUT
          MOVE HEADING-DATE-LINE TO SUMMARY-LINE
          WRITE SUMMARY-LINE

          MOVE SPACES TO SUMMARY-LINE
          WRITE SUMMARY-LINE
          MOVE "STATEMENT TOTALS" TO SECTION-TITLE-LINE
          MOVE SECTION-TITLE-LINE TO SUMMARY-LINE
          WRITE SUMMARY-LINE
          MOVE "  GROSS PAY (PAY DETAIL):         " TO TA-LABEL
          MOVE WS-TOTAL-GROSS TO TA-AMOUNT-OUT
          MOVE TOTAL-AMOUNT-LINE TO SUMMARY-LINE
          WRITE SUMMARY-LINE
          MOVE "  RETRO PAY:                      " TO TA-LABEL
          MOVE WS-TOTAL-RETRO TO TA-AMOUNT-OUT
          MOVE TOTAL-AMOUNT-LINE TO SUMMARY-LINE
          WRITE SUMMARY-LINE
          MOVE "  TAXABLE WAGES:                  " TO TA-LABEL
          MOVE WS-TOTAL-TAXABLE TO TA-AMOUNT-OUT
          MOVE TOTAL-AMOUNT-LINE TO SUMMARY-LINE
          WRITE SUMMARY-LINE
          MOVE "  TAX WITHHELD:                   " TO TA-LABEL
          MOVE WS-TOTAL-TAX TO TA-AMOUNT-OUT
          MOVE TOTAL-AMOUNT-LINE TO SUMMARY-LINE
          WRITE SUMMARY-LINE
          MOVE "  INSURANCE:                      " TO TA-LABEL
          MOVE WS-TOTAL-INS TO TA-AMOUNT-OUT
          MOVE TOTAL-AMOUNT-LINE TO SUMMARY-LINE
          WRITE SUMMARY-LINE
          MOVE "  RETIREMENT DEFERRALS:           " TO TA-LABEL
          MOVE WS-TOTAL-RET TO TA-AMOUNT-OUT
          MOVE TOTAL-AMOUNT-LINE TO SUMMARY-LINE
          WRITE SUMMARY-LINE
          MOVE "  GARNISHMENTS:                   " TO TA-LABEL
          MOVE WS-TOTAL-GRN TO TA-AMOUNT-OUT
          MOVE TOTAL-AMOUNT-LINE TO SUMMARY-LINE
          WRITE SUMMARY-LINE
          MOVE "  NET PAY:                        " TO TA-LABEL
          MOVE WS-TOTAL-NET TO TA-AMOUNT-OUT
          MOVE TOTAL-AMOUNT-LINE TO SUMMARY-LINE
          WRITE SUMMARY-LINE

          COMPUTE WS-STMT-WAGES = WS-TOTAL-GROSS + WS-TOTAL-RETRO
          COMPUTE WS-STMT-DEDUCTIONS =
             WS-TOTAL-TAX + WS-TOTAL-INS + WS-TOTAL-RET + WS-TOTAL-GRN
          COMPUTE WS-STMT-CLEARING = WS-TOTAL-NET + WS-TOTAL-RETRO

          MOVE SPACES TO SUMMARY-LINE
          WRITE SUMMARY-LINE
          MOVE "TIE-OUT (STATEMENTS / LEDGER)" TO SECTION-TITLE-LINE
          MOVE SECTION-TITLE-LINE TO SUMMARY-LINE
          WRITE SUMMARY-LINE

          MOVE "  PAY DETAIL GROSS VS PAYYTD:     " TO CC-LABEL
          MOVE WS-TOTAL-GROSS TO CC-OURS-OUT
          MOVE WS-TOTAL-YTD-GROSS TO CC-THEIRS-OUT
          IF WS-TOTAL-GROSS = WS-TOTAL-YTD-GROSS
             MOVE "MATCH" TO CC-RESULT-OUT
          ELSE
             MOVE "DIFFERENCE" TO CC-RESULT-OUT
             ADD 1 TO WS-DIFFERENCE-COUNT
          END-IF
          MOVE CONTROL-COMPARE-LINE TO SUMMARY-LINE
          WRITE SUMMARY-LINE

          MOVE "  WAGES VS GL PAYROLL EXPENSE:    " TO CC-LABEL
          MOVE WS-STMT-WAGES TO CC-OURS-OUT
          MOVE WS-GL-PAYROLL-DEBIT TO CC-THEIRS-OUT
          IF WS-STMT-WAGES = WS-GL-PAYROLL-DEBIT
             MOVE "MATCH" TO CC-RESULT-OUT
          ELSE
             MOVE "DIFFERENCE" TO CC-RESULT-OUT
             ADD 1 TO WS-DIFFERENCE-COUNT
          END-IF
          MOVE CONTROL-COMPARE-LINE TO SUMMARY-LINE
          WRITE SUMMARY-LINE

          MOVE "  DEDUCTIONS VS GL WITHHELD:      " TO CC-LABEL
          MOVE WS-STMT-DEDUCTIONS TO CC-OURS-OUT
          MOVE WS-GL-WITHHELD TO CC-THEIRS-OUT
          IF WS-STMT-DEDUCTIONS = WS-GL-WITHHELD
             MOVE "MATCH" TO CC-RESULT-OUT
          ELSE
             MOVE "DIFFERENCE" TO CC-RESULT-OUT
             ADD 1 TO WS-DIFFERENCE-COUNT
          END-IF
          MOVE CONTROL-COMPARE-LINE TO SUMMARY-LINE
          WRITE SUMMARY-LINE

          MOVE "  NET AND RETRO VS GL CLEARING:   " TO CC-LABEL
          MOVE WS-STMT-CLEARING TO CC-OURS-OUT
          MOVE WS-GL-CLEARING TO CC-THEIRS-OUT
          IF WS-STMT-CLEARING = WS-GL-CLEARING
             MOVE "MATCH" TO CC-RESULT-OUT
          ELSE
             MOVE "DIFFERENCE" TO CC-RESULT-OUT
             ADD 1 TO WS-DIFFERENCE-COUNT
          END-IF
          MOVE CONTROL-COMPARE-LINE TO SUMMARY-LINE
          WRITE SUMMARY-LINE

          IF WS-EMP-DIFF-COUNT > ZERO
             ADD 1 TO WS-DIFFERENCE-COUNT
             PERFORM 0410-LIST-EMPLOYEE-DIFFERENCES
          END-IF

          MOVE SPACES TO SUMMARY-LINE
          WRITE SUMMARY-LINE
          MOVE "RUN COUNTS" TO SECTION-TITLE-LINE
          MOVE SECTION-TITLE-LINE TO SUMMARY-LINE
          WRITE SUMMARY-LINE
          MOVE "  STATEMENTS PRINTED:             " TO SC-LABEL
          MOVE WS-STATEMENT-COUNT TO SC-COUNT-OUT
          MOVE CONTROL-COUNT-LINE TO SUMMARY-LINE
          WRITE SUMMARY-LINE
          MOVE "  PAY DETAIL RECORDS IN YEAR:     " TO SC-LABEL
          MOVE WS-DETAIL-COUNT TO SC-COUNT-OUT
          MOVE CONTROL-COUNT-LINE TO SUMMARY-LINE
          WRITE SUMMARY-LINE
          MOVE "  GL JOURNAL RUNS IN YEAR:        " TO SC-LABEL
          MOVE WS-GL-RUN-COUNT TO SC-COUNT-OUT
          MOVE CONTROL-COUNT-LINE TO SUMMARY-LINE
          WRITE SUMMARY-LINE
          MOVE "  EMPLOYEES WITH DIFFERENCES:     " TO SC-LABEL
          MOVE WS-EMP-DIFF-COUNT TO SC-COUNT-OUT
          MOVE CONTROL-COUNT-LINE TO SUMMARY-LINE
          WRITE SUMMARY-LINE
          MOVE "  EMPLOYEES NOT ON MASTER:        " TO SC-LABEL
          MOVE WS-NO-NAME-COUNT TO SC-COUNT-OUT
          MOVE CONTROL-COUNT-LINE TO SUMMARY-LINE
          WRITE SUMMARY-LINE
          MOVE "  TIE-OUT DIFFERENCES:            " TO SC-LABEL
          MOVE WS-DIFFERENCE-COUNT TO SC-COUNT-OUT
          MOVE CONTROL-COUNT-LINE TO SUMMARY-LINE
          WRITE SUMMARY-LINE.

       0400-END.

       0410-LIST-EMPLOYEE-DIFFERENCES.
          MOVE SPACES TO SUMMARY-LINE
          WRITE SUMMARY-LINE
          MOVE "EMPLOYEES WHOSE PAYYTD.DAT DOES NOT AGREE WITH PAY"
             TO SECTION-TITLE-LINE
          MOVE SECTION-TITLE-LINE TO SUMMARY-LINE
          WRITE SUMMARY-LINE
          SET YE-IDX TO 1
          PERFORM UNTIL YE-IDX > WS-YE-ENTRY-COUNT
             IF YE-TAB-ON-LEDGER(YE-IDX) NOT = 'Y'
                OR YE-TAB-YTD-GROSS(YE-IDX) NOT = YE-TAB-GROSS(YE-IDX)
                MOVE YE-TAB-EMPLOYEEID(YE-IDX) TO ED-EMPLOYEEID-OUT
                MOVE YE-TAB-YTD-GROSS(YE-IDX) TO ED-YTD-GROSS-OUT
                MOVE YE-TAB-GROSS(YE-IDX) TO ED-GROSS-OUT
                IF YE-TAB-ON-LEDGER(YE-IDX) NOT = 'Y'
                   MOVE "NO PAYYTD.DAT ROW FOR YEAR" TO ED-REASON-OUT
                ELSE
                   MOVE "YTD GROSS NOT EQUAL PAY DETAIL"
                      TO ED-REASON-OUT
                END-IF
                MOVE EMP-DIFF-LINE TO SUMMARY-LINE
                WRITE SUMMARY-LINE
             END-IF
             SET YE-IDX UP BY 1
          END-PERFORM.

       0410-END.

      *----------------------------------------------------------------
      * The close, only when asked for and only when everything tied:
      * the year goes on the closed-year control, its YTD rows are
      * copied to PAYYTDHIST.DAT, and PAYYTD.DAT is rewritten with
      * those rows started over at zero in the new year - so the
      * first PAYREGISTER run of January posts into a clean row.
      *----------------------------------------------------------------
       0500-CLOSE-YEAR.
          MOVE SPACES TO SUMMARY-LINE
          WRITE SUMMARY-LINE
          EVALUATE TRUE
             WHEN NOT CLOSE-REQUESTED
                MOVE "NOT REQUESTED - YEAR REMAINS OPEN"
                   TO CR-RESULT-OUT
             WHEN YEAR-ALREADY-CLOSED
                MOVE "REFUSED - YEAR IS ALREADY CLOSED"
                   TO CR-RESULT-OUT
             WHEN WS-DIFFERENCE-COUNT > ZERO
                MOVE "REFUSED - STATEMENTS DO NOT TIE OUT"
                   TO CR-RESULT-OUT
             WHEN OTHER
                PERFORM 0510-ROLL-YTD-LEDGER
                PERFORM 0520-WRITE-YEAR-CONTROL
                SET YEAR-WAS-CLOSED TO TRUE
                MOVE "CLOSED - PAYYTD.DAT ROLLED TO NEW YEAR"
                   TO CR-RESULT-OUT
          END-EVALUATE
          MOVE CLOSE-RESULT-LINE TO SUMMARY-LINE
          WRITE SUMMARY-LINE.

       0500-END.

       0510-ROLL-YTD-LEDGER.
          OPEN EXTEND YTDHISTFILE
          IF WS-YTDHIST-STATUS NOT = "00"
             OPEN OUTPUT YTDHISTFILE
          END-IF
          SET YTD-IDX TO 1
          PERFORM UNTIL YTD-IDX > WS-YTD-ENTRY-COUNT
             IF YTD-TAB-YEAR(YTD-IDX) = WS-TAX-YEAR
                MOVE SPACES TO YTD-HIST-RECORD
                MOVE YTD-TAB-EMPLOYEEID(YTD-IDX) TO YH-EMPLOYEEID
                MOVE YTD-TAB-YEAR(YTD-IDX) TO YH-YEAR
                MOVE YTD-TAB-HOURS(YTD-IDX) TO YH-HOURS
                MOVE YTD-TAB-GROSS(YTD-IDX) TO YH-GROSS
                MOVE YTD-TAB-NET(YTD-IDX) TO YH-NET
                WRITE YTD-HIST-RECORD
                MOVE WS-NEXT-YEAR TO YTD-TAB-YEAR(YTD-IDX)
                MOVE ZERO TO YTD-TAB-HOURS(YTD-IDX)
                MOVE ZERO TO YTD-TAB-GROSS(YTD-IDX)
                MOVE ZERO TO YTD-TAB-NET(YTD-IDX)
                ADD 1 TO WS-ROLLED-COUNT
             END-IF
             SET YTD-IDX UP BY 1
          END-PERFORM
          CLOSE YTDHISTFILE

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

       0510-END.

       0520-WRITE-YEAR-CONTROL.
          OPEN EXTEND YEARCTLFILE
          IF WS-YEARCTL-STATUS NOT = "00"
             OPEN OUTPUT YEARCTLFILE
          END-IF
          MOVE SPACES TO YEAR-CONTROL-RECORD
          MOVE WS-TAX-YEAR TO YC-TAX-YEAR
          MOVE WS-RUN-DATE TO YC-CLOSE-DATE
          ACCEPT YC-CLOSE-TIME FROM TIME
          WRITE YEAR-CONTROL-RECORD
          CLOSE YEARCTLFILE.

       0520-END.

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
          MOVE "PAYYEAREND" TO WS-JL-JOB-NAME
          MOVE WS-JOBLOG-START-TIME TO WS-JL-START-TIME-OUT
          MOVE WS-JOBLOG-END-TIME TO WS-JL-END-TIME-OUT
          MOVE WS-STATEMENT-COUNT TO WS-JL-RECORD-COUNT-OUT
          MOVE WS-JOBLOG-RUN-STATUS TO WS-JL-STATUS-OUT
          MOVE WS-JOBLOG-RECORD-AREA TO JOBLOG-RECORD
          WRITE JOBLOG-RECORD
          CLOSE JOBLOGFILE.

       0960-END.

       END PROGRAM PAYYEAREND.
