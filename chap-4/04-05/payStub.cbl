       SELECT STUBFILE ASSIGN TO "PAYSTUBS.TXT"
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

       FD YTDFILE.
       01 YTD-RECORD.
          02 EMP-GRADE            PIC X(2).
          02 EMP-REG-HOURS        PIC 9(3).
          02 EMP-OT-HOURS         PIC 9(3).
          02 EMP-POSITION-NO      PIC X(6).

       FD STUBFILE.
       01 STUB-LINE PIC X(80).

      *----------------------------------------------------------------
      * Earnings-code master, for the description printed beside each
      * coded amount on the stub.
      *----------------------------------------------------------------
       FD EARNCODEFILE.
       01 EARN-CODE-RECORD.
          05 EC-CODE         PIC X(3).
          05 FILLER          PIC X(1).
          05 EC-DESCRIPTION  PIC X(20).

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

       01 WS-STUB-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-NO-NAME-COUNT  PIC 9(5) VALUE ZERO.
       01 WS-VOID-SKIP-COUNT PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------
      * YTD figures loaded up front so each stub can show the
             10 YTD-TAB-NET        PIC 9(9)V99.
       01 YTD-FOUND-IDX PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------
      * Earnings-code descriptions. A missing EARNCODES.DAT just
      * labels each coded amount with its code.
      *----------------------------------------------------------------
       01 WS-EARNCODE-STATUS PIC XX VALUE '00'.
       01 WS-EARNCODE-EOF PIC X VALUE 'N'.
          88 END-OF-EARNCODES VALUE 'Y'.
       01 WS-EC-ENTRY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-EC-TABLE-MAX   PIC 9(3) VALUE 50.
       01 WS-EC-TABLE.
          05 WS-EC-ENTRY OCCURS 50 TIMES INDEXED BY EC-IDX.
             10 EC-TAB-CODE        PIC X(3).
             10 EC-TAB-DESCRIPTION PIC X(20).
       01 WS-EARN-SLOT     PIC 9(2) VALUE ZERO.
       01 WS-EARN-SLOT-MAX PIC 9(2) VALUE 6.

       01 STUB-RULE-LINE PIC X(80) VALUE ALL "=".

       01 STUB-TITLE-LINE PIC X(80)
          05 STUB-AMT-LABEL    PIC X(18).
          05 STUB-AMT-OUT      PIC Z,ZZZ,ZZ9.99.

       01 STUB-EARN-LABEL.
          05 STUB-EARN-DESC    PIC X(16).
          05 FILLER            PIC X(2) VALUE ": ".

       01 STUB-HOURS-LINE.
          05 FILLER            PIC X(18) VALUE "HOURS:            ".
          05 STUB-HOURS-OUT    PIC ZZZZ9.
          05 SUM-LABEL     PIC X(32).
          05 SUM-COUNT-OUT PIC ZZZZ9.

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
       01 WS-PP-JOB-NAME    PIC X(15) VALUE "PAYSTUB".
       01 WS-PP-FROM-STATUS PIC X(1) VALUE 'P'.
       01 WS-PP-TO-STATUS   PIC X(1) VALUE 'X'.
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
       PROCEDURE DIVISION.
       0100-STUB-RUN.
          ACCEPT WS-JOBLOG-START-TIME FROM TIME
          PERFORM 0110-CHECK-PAY-PERIOD
          PERFORM 0200-LOAD-YTD
          PERFORM 0210-LOAD-EARNING-CODES

          OPEN INPUT PAYDETAILFILE
          IF WS-PAYDETAIL-STATUS NOT = '00'
          CLOSE PAYDETAILFILE
          CLOSE EMPLOYEEFILE
          CLOSE STUBFILE
          PERFORM 0490-ADVANCE-PAY-PERIOD
          MOVE "COMPLETED" TO WS-JOBLOG-RUN-STATUS
          PERFORM 0960-WRITE-JOB-LOG
          DISPLAY "Stubs printed:             " WS-STUB-COUNT
          DISPLAY "Employees not on master:   " WS-NO-NAME-COUNT
          DISPLAY "Void reversals skipped:    " WS-VOID-SKIP-COUNT
          STOP RUN.

       0100-END.

       0200-END.

       0210-LOAD-EARNING-CODES.
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
                      MOVE EC-DESCRIPTION
                         TO EC-TAB-DESCRIPTION(EC-IDX)
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

       0210-END.

      *----------------------------------------------------------------
      * One page per employee: the page break before each stub keeps
      * every stub on its own sheet when the file goes to the printer
      * for distribution, the same way the statement run paginates.
      * A void reversal is not a payment and gets no stub; a reissue
      * prints like any other pay line.
      *----------------------------------------------------------------
       0300-STUB-ONE-EMPLOYEE.
          READ PAYDETAILFILE
             AT END SET END-OF-PAY-DETAIL TO TRUE
             NOT AT END
                IF PD-VOID-REVERSAL
                   ADD 1 TO WS-VOID-SKIP-COUNT
                ELSE
                   PERFORM 0310-PRINT-ONE-STUB
                END-IF
          END-READ.

       0300-END.
          MOVE PD-PREMIUM-PAY TO STUB-AMT-OUT
          MOVE STUB-AMOUNT-LINE TO STUB-LINE
          WRITE STUB-LINE
          MOVE 1 TO WS-EARN-SLOT
          PERFORM UNTIL WS-EARN-SLOT > WS-EARN-SLOT-MAX
             IF PD-EARN-CODE(WS-EARN-SLOT) NOT = SPACES
                AND PD-EARN-AMOUNT(WS-EARN-SLOT) NUMERIC
                PERFORM 0315-PRINT-ONE-EARNING
             END-IF
             ADD 1 TO WS-EARN-SLOT
          END-PERFORM
          MOVE "GROSS PAY:        " TO STUB-AMT-LABEL
          MOVE PD-GROSS-PAY TO STUB-AMT-OUT
          MOVE STUB-AMOUNT-LINE TO STUB-LINE
          WRITE STUB-LINE
          MOVE "TAXABLE WAGES:    " TO STUB-AMT-LABEL
          IF PD-TAXABLE-WAGES NUMERIC
             MOVE PD-TAXABLE-WAGES TO STUB-AMT-OUT
          ELSE
             MOVE PD-GROSS-PAY TO STUB-AMT-OUT
          END-IF
          MOVE STUB-AMOUNT-LINE TO STUB-LINE
          WRITE STUB-LINE
          MOVE "TAX WITHHELD:     " TO STUB-AMT-LABEL
          MOVE PD-TAX-DED TO STUB-AMT-OUT
          MOVE STUB-AMOUNT-LINE TO STUB-LINE

       0310-END.

      *----------------------------------------------------------------
      * One coded earnings line - holiday, differential, bonus -
      * labelled with the code's description from the master.
      *----------------------------------------------------------------
       0315-PRINT-ONE-EARNING.
          MOVE PD-EARN-CODE(WS-EARN-SLOT) TO STUB-EARN-DESC
          SET EC-IDX TO 1
          PERFORM UNTIL EC-IDX > WS-EC-ENTRY-COUNT
             IF EC-TAB-CODE(EC-IDX) = PD-EARN-CODE(WS-EARN-SLOT)
                MOVE EC-TAB-DESCRIPTION(EC-IDX) TO STUB-EARN-DESC
                SET EC-IDX TO WS-EC-ENTRY-COUNT
             END-IF
             SET EC-IDX UP BY 1
          END-PERFORM
          MOVE STUB-EARN-LABEL TO STUB-AMT-LABEL
          MOVE PD-EARN-AMOUNT(WS-EARN-SLOT) TO STUB-AMT-OUT
          MOVE STUB-AMOUNT-LINE TO STUB-LINE
          WRITE STUB-LINE.

       0315-END.

       0330-PRINT-YTD-SECTION.
          MOVE SPACES TO STUB-LINE
          WRITE STUB-LINE

       0500-END.

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
          MOVE "PAYSTUB" TO ALR-JOB-NAME
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
