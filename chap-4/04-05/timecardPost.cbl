            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EJ-FILE-STATUS.

       SELECT CHARTFILE ASSIGN TO "GLACCTS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHART-STATUS.

       SELECT LABORHRSFILE ASSIGN TO "LABORHRS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LABOR-STATUS.

       SELECT EARNCODEFILE ASSIGN TO "EARNCODES.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EARNCODE-STATUS.

       SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOBLOG-FILE-STATUS.
      * pay calculations stop running on stale hours. The type column
      * distinguishes worked hours (blank or R) from PTO taken (P),
      * which posts against the PTO balance ledger instead of the
      * master's hours. Someone who works for more than one
      * department in a week turns in a line per charge-to cost
      * center; the lines for the same week add up to the week's
      * hours, and a blank cost center charges the home department.
      * Type E carries hours under an earnings code - holiday worked,
      * night differential and the like - which the pay run prices
      * from the earnings-code master; those hours are recorded with
      * the labor hours and do not touch the master's HOURSWORKED.
      *----------------------------------------------------------------
       FD TIMECARDFILE.
       01 TIMECARD-RECORD.
          05 TC-TYPE         PIC X(1).
             88 TC-WORKED-HOURS VALUES 'R', SPACE.
             88 TC-PTO-USAGE    VALUE 'P'.
             88 TC-CODED-HOURS  VALUE 'E'.
          05 FILLER          PIC X(1).
          05 TC-CHARGE-CC    PIC X(6).
          05 FILLER          PIC X(1).
          05 TC-EARN-CODE    PIC X(3).

       FD EMPLOYEEFILE.
       01 EMPDETAILS.
          02 EMP-GRADE            PIC X(2).
          02 EMP-REG-HOURS        PIC 9(3).
          02 EMP-OT-HOURS         PIC 9(3).
          02 EMP-POSITION-NO      PIC X(6).

       FD REJECTFILE.
       01 REJECT-RECORD.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 EJ-AFTER-IMAGE  PIC X(100).

      *----------------------------------------------------------------
      * Chart of accounts: a charge-to cost center has to be one of
      * the departments' cost centers on it.
      *----------------------------------------------------------------
       FD CHARTFILE.
       01 CHART-RECORD.
          05 COA-DEPARTMENT  PIC X(30).
          05 FILLER          PIC X(1).
          05 COA-COST-CENTER PIC X(6).
          05 FILLER          PIC X(1).
          05 COA-ACCOUNT     PIC X(8).

      *----------------------------------------------------------------
      * Hours by charge-to cost center for the pay period, one line
      * per posted worked-hours timecard, which GLPOST spreads each
      * employee's gross over. A blank cost center is the home
      * department. An employee's lines are replaced whenever a new
      * week is posted for them. Lines from type E timecards carry
      * their earnings code; worked-hours lines leave it blank.
      *----------------------------------------------------------------
       FD LABORHRSFILE.
       01 LABOR-HOURS-RECORD.
          05 LH-EMPLOYEEID   PIC 9(7).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 LH-WEEK-ENDING  PIC 9(8).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 LH-COST-CENTER  PIC X(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 LH-HOURS        PIC 9(3).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 LH-EARN-CODE    PIC X(3).

      *----------------------------------------------------------------
      * Earnings-code master, for the type E edit: the code has to be
      * on it.
      *----------------------------------------------------------------
       FD EARNCODEFILE.
       01 EARN-CODE-RECORD.
          05 EC-CODE         PIC X(3).
          05 FILLER          PIC X(1).
          05 EC-DESCRIPTION  PIC X(20).

      *----------------------------------------------------------------
      * Common job-log record, appended to by every program in the
      * batch suite so the whole night's window can be reviewed after
       01 WS-XREF-LOOKUP-ID PIC 9(7) VALUE ZERO.
       01 WS-TRANSLATED-COUNT PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------
      * Cost centers on the chart, for the charge-to edit. A missing
      * GLACCTS.DAT leaves the table empty, so any charge-to line is
      * rejected rather than posted to a cost center nobody can map.
      *----------------------------------------------------------------
       01 WS-CHART-STATUS PIC XX VALUE '00'.
       01 WS-CHART-EOF PIC X VALUE 'N'.
          88 END-OF-CHART VALUE 'Y'.
       01 WS-CC-ENTRY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CC-TABLE-MAX   PIC 9(3) VALUE 100.
       01 WS-CC-TABLE.
          05 WS-CC-ENTRY OCCURS 100 TIMES INDEXED BY CC-IDX.
             10 CC-TAB-COST-CENTER PIC X(6).
       01 WS-CC-FOUND-IDX PIC 9(3) VALUE ZERO.

      *----------------------------------------------------------------
      * Hours-by-cost-center file loaded whole and rewritten at end of
      * run. The first worked-hours line posted for an employee this
      * run drops their lines for any earlier week; further lines for
      * the same week are added to the week's hours on the master. A
      * table that does not fit would lose other employees' lines on
      * the rewrite, so it stops the run.
      *----------------------------------------------------------------
       01 WS-LABOR-STATUS PIC XX VALUE '00'.
       01 WS-LABOR-EOF PIC X VALUE 'N'.
          88 END-OF-LABOR VALUE 'Y'.
       01 WS-LABOR-ENTRY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LABOR-TABLE-MAX   PIC 9(5) VALUE 9000.
       01 WS-LABOR-TABLE.
          05 WS-LABOR-ENTRY OCCURS 9000 TIMES INDEXED BY LAB-IDX.
             10 LAB-TAB-EMPLOYEEID  PIC 9(7).
             10 LAB-TAB-WEEK-ENDING PIC 9(8).
             10 LAB-TAB-COST-CENTER PIC X(6).
             10 LAB-TAB-HOURS       PIC 9(3).
             10 LAB-TAB-EARN-CODE   PIC X(3).
             10 LAB-TAB-STATE       PIC X(1).
                88 LAB-CARRIED      VALUE 'C'.
                88 LAB-THIS-RUN     VALUE 'R'.
                88 LAB-DROPPED      VALUE 'D'.
       01 WS-SAME-WEEK-FOUND PIC X VALUE 'N'.
          88 SAME-WEEK-POSTED VALUE 'Y'.
       01 WS-WORKED-WEEK-FOUND PIC X VALUE 'N'.
          88 WORKED-WEEK-POSTED VALUE 'Y'.

      *----------------------------------------------------------------
      * Earnings codes for the type E edit. A missing EARNCODES.DAT
      * leaves the table empty and every type E line is rejected.
      *----------------------------------------------------------------
       01 WS-EARNCODE-STATUS PIC XX VALUE '00'.
       01 WS-EARNCODE-EOF PIC X VALUE 'N'.
          88 END-OF-EARNCODES VALUE 'Y'.
       01 WS-EC-ENTRY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-EC-TABLE-MAX   PIC 9(3) VALUE 50.
       01 WS-EC-TABLE.
          05 WS-EC-ENTRY OCCURS 50 TIMES INDEXED BY EC-IDX.
             10 EC-TAB-CODE PIC X(3).
       01 WS-EC-FOUND-IDX PIC 9(3) VALUE ZERO.
       01 WS-CODED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-WEEK-HOURS PIC 9(4) VALUE ZERO.

       01 WS-RUN-DATE.
          05 WS-RUN-YEAR  PIC 9(4).
          05 WS-RUN-MONTH PIC 9(2).
          OPEN OUTPUT REGISTERFILE
          PERFORM 0150-LOAD-PTO-BALANCES
          PERFORM 0160-LOAD-ID-XREF
          PERFORM 0170-LOAD-CHART-COST-CENTERS
          PERFORM 0180-LOAD-LABOR-HOURS
          PERFORM 0185-LOAD-EARNING-CODES

          MOVE REGISTER-HEADING-1 TO REGISTER-LINE
          WRITE REGISTER-LINE
          PERFORM 0200-POST-ONE-TIMECARD UNTIL END-OF-TIMECARDS

          PERFORM 0450-REWRITE-PTO-BALANCES
          PERFORM 0460-REWRITE-LABOR-HOURS
          PERFORM 0400-PRINT-CONTROL-COUNTS

          CLOSE TIMECARDFILE
          DISPLAY "Timecards read:     " WS-READ-COUNT
          DISPLAY "Timecards posted:   " WS-POSTED-COUNT
          DISPLAY "PTO usage posted:   " WS-PTO-USAGE-COUNT
          DISPLAY "Coded hours posted: " WS-CODED-COUNT
          DISPLAY "Ids translated:     " WS-TRANSLATED-COUNT
          DISPLAY "Timecards rejected: " WS-REJECT-COUNT
          STOP RUN.
          END-IF

          IF WS-VALID-RECORD = 'Y'
             IF NOT (TC-WORKED-HOURS OR TC-PTO-USAGE
                OR TC-CODED-HOURS)
                MOVE 'N' TO WS-VALID-RECORD
                MOVE 'TC09' TO WS-REJECT-CODE
                MOVE "INVALID TIMECARD TYPE" TO WS-REJECT-TEXT
             END-IF
          END-IF

          IF WS-VALID-RECORD = 'Y'
             IF (TC-WORKED-HOURS OR TC-CODED-HOURS)
                AND TC-CHARGE-CC NOT = SPACES
                PERFORM 0175-FIND-CHART-COST-CENTER
                IF WS-CC-FOUND-IDX = ZERO
                   MOVE 'N' TO WS-VALID-RECORD
                   MOVE 'TC11' TO WS-REJECT-CODE
                   MOVE "CHARGE-TO COST CENTER NOT ON CHART"
                      TO WS-REJECT-TEXT
                END-IF
             END-IF
          END-IF

          IF WS-VALID-RECORD = 'Y'
             IF TC-CODED-HOURS
                PERFORM 0187-FIND-EARNING-CODE
                IF WS-EC-FOUND-IDX = ZERO
                   MOVE 'N' TO WS-VALID-RECORD
                   MOVE 'TC14' TO WS-REJECT-CODE
                   MOVE "EARNINGS CODE NOT ON MASTER"
                      TO WS-REJECT-TEXT
                END-IF
             ELSE
                IF TC-EARN-CODE NOT = SPACES
                   MOVE 'N' TO WS-VALID-RECORD
                   MOVE 'TC15' TO WS-REJECT-CODE
                   MOVE "EARNINGS CODE ON A NON-E LINE"
                      TO WS-REJECT-TEXT
                END-IF
             END-IF
          END-IF.

       0210-END.
                   MOVE "EMPLOYEE TERMINATED" TO WS-REJECT-TEXT
                   PERFORM 0250-WRITE-REJECT
                ELSE
                IF TC-CODED-HOURS
                   PERFORM 0236-POST-CODED-HOURS
                ELSE
                   PERFORM 0232-CHECK-WEEK-HOURS
                   IF WS-REJECT-CODE = SPACES
                      PERFORM 0235-REWRITE-MASTER-HOURS
                   ELSE
                      PERFORM 0250-WRITE-REJECT
                   END-IF
                END-IF
                END-IF
          END-READ.

       0230-END.

      *----------------------------------------------------------------
      * Looks for lines already posted this run for the employee and
      * week: any such line keeps the week's other lines from being
      * dropped, and a worked-hours one means this line adds to the
      * hours already on the master.
      *----------------------------------------------------------------
       0231-FIND-SAME-WEEK.
          MOVE 'N' TO WS-SAME-WEEK-FOUND
          MOVE 'N' TO WS-WORKED-WEEK-FOUND
          SET LAB-IDX TO 1
          PERFORM UNTIL LAB-IDX > WS-LABOR-ENTRY-COUNT
             IF LAB-TAB-EMPLOYEEID(LAB-IDX) = TC-EMPLOYEEID
                AND LAB-THIS-RUN(LAB-IDX)
                AND LAB-TAB-WEEK-ENDING(LAB-IDX) = TC-WEEK-ENDING
                MOVE 'Y' TO WS-SAME-WEEK-FOUND
                IF LAB-TAB-EARN-CODE(LAB-IDX) = SPACES
                   MOVE 'Y' TO WS-WORKED-WEEK-FOUND
                END-IF
             END-IF
             SET LAB-IDX UP BY 1
          END-PERFORM.

       0231-END.

      *----------------------------------------------------------------
      * Works out the week's hours this line brings the master to: a
      * further line for a week already posted this run adds to it,
      * anything else starts the week over. The total is held to the
      * same weekly limit as a single line, and the labor table must
      * have room for the line before the master is touched.
      *----------------------------------------------------------------
       0232-CHECK-WEEK-HOURS.
          PERFORM 0231-FIND-SAME-WEEK
          IF WORKED-WEEK-POSTED
             COMPUTE WS-WEEK-HOURS = HOURSWORKED + TC-HOURS
          ELSE
             MOVE TC-HOURS TO WS-WEEK-HOURS
          END-IF
          IF WS-WEEK-HOURS > WS-MAX-WEEKLY-HOURS
             MOVE 'TC12' TO WS-REJECT-CODE
             MOVE "WEEK'S TOTAL HOURS OUT OF RANGE" TO WS-REJECT-TEXT
          END-IF
          IF WS-REJECT-CODE = SPACES
             AND WS-LABOR-ENTRY-COUNT NOT < WS-LABOR-TABLE-MAX
             MOVE 'TC13' TO WS-REJECT-CODE
             MOVE "LABOR HOURS TABLE FULL - NOT POSTED"
                TO WS-REJECT-TEXT
          END-IF.

       0232-END.

       0235-REWRITE-MASTER-HOURS.
                MOVE EMPDETAILS TO WS-EJ-BEFORE-IMAGE
                MOVE HOURSWORKED TO REG-OLD-HOURS-OUT
                MOVE WS-WEEK-HOURS TO HOURSWORKED
                IF WS-WEEK-HOURS > WS-OVERTIME-THRESHOLD
                   MOVE WS-OVERTIME-THRESHOLD TO EMP-REG-HOURS
                   COMPUTE EMP-OT-HOURS =
                      WS-WEEK-HOURS - WS-OVERTIME-THRESHOLD
                ELSE
                   MOVE WS-WEEK-HOURS TO EMP-REG-HOURS
                   MOVE ZERO TO EMP-OT-HOURS
                END-IF
                REWRITE EMPDETAILS
                      MOVE EMPLOYEEID TO WS-EJ-EMPLOYEEID
                      MOVE EMPDETAILS TO WS-EJ-AFTER-IMAGE
                      PERFORM 0930-WRITE-EMP-JOURNAL
                      PERFORM 0238-ADD-LABOR-HOURS
                      MOVE "POSTED" TO REG-RESULT-OUT
                      IF TC-CHARGE-CC NOT = SPACES
                         MOVE SPACES TO REG-RESULT-OUT
                         STRING "POSTED TO COST CENTER "
                            TC-CHARGE-CC
                            DELIMITED BY SIZE INTO REG-RESULT-OUT
                      END-IF
                      PERFORM 0240-WRITE-REGISTER-LINE
                END-REWRITE.

       0235-END.

      *----------------------------------------------------------------
      * Posts a type E line: the coded hours go only to the labor
      * hours file for the pay run to price. The master is read for
      * the employee edits but not rewritten.
      *----------------------------------------------------------------
       0236-POST-CODED-HOURS.
          PERFORM 0231-FIND-SAME-WEEK
          IF WS-LABOR-ENTRY-COUNT NOT < WS-LABOR-TABLE-MAX
             MOVE 'TC13' TO WS-REJECT-CODE
             MOVE "LABOR HOURS TABLE FULL - NOT POSTED"
                TO WS-REJECT-TEXT
             PERFORM 0250-WRITE-REJECT
          ELSE
             PERFORM 0238-ADD-LABOR-HOURS
             ADD 1 TO WS-POSTED-COUNT
             ADD 1 TO WS-CODED-COUNT
             MOVE SPACES TO REG-RESULT-OUT
             STRING "POSTED AS EARNINGS CODE " TC-EARN-CODE
                DELIMITED BY SIZE INTO REG-RESULT-OUT
             PERFORM 0240-WRITE-REGISTER-LINE
          END-IF.

       0236-END.

      *----------------------------------------------------------------
      * Records the posted line's hours against its charge-to cost
      * center, first dropping whatever the employee had on file for
      * an earlier week.
      *----------------------------------------------------------------
       0238-ADD-LABOR-HOURS.
          IF NOT SAME-WEEK-POSTED
             SET LAB-IDX TO 1
             PERFORM UNTIL LAB-IDX > WS-LABOR-ENTRY-COUNT
                IF LAB-TAB-EMPLOYEEID(LAB-IDX) = TC-EMPLOYEEID
                   MOVE 'D' TO LAB-TAB-STATE(LAB-IDX)
                END-IF
                SET LAB-IDX UP BY 1
             END-PERFORM
          END-IF
          ADD 1 TO WS-LABOR-ENTRY-COUNT
          SET LAB-IDX TO WS-LABOR-ENTRY-COUNT
          MOVE TC-EMPLOYEEID TO LAB-TAB-EMPLOYEEID(LAB-IDX)
          MOVE TC-WEEK-ENDING TO LAB-TAB-WEEK-ENDING(LAB-IDX)
          MOVE TC-CHARGE-CC TO LAB-TAB-COST-CENTER(LAB-IDX)
          MOVE TC-HOURS TO LAB-TAB-HOURS(LAB-IDX)
          MOVE TC-EARN-CODE TO LAB-TAB-EARN-CODE(LAB-IDX)
          MOVE 'R' TO LAB-TAB-STATE(LAB-IDX).

       0238-END.

      *----------------------------------------------------------------
      * Loads the PTO balance ledger so P-type timecards can post
      * against it. A missing PTOBAL.DAT just means no one has accrued

       0165-END.

      *----------------------------------------------------------------
      * Cost centers of the chart's department rows; the special
      * clearing and deduction rows are not somewhere hours can be
      * charged.
      *----------------------------------------------------------------
       0170-LOAD-CHART-COST-CENTERS.
          OPEN INPUT CHARTFILE
          IF WS-CHART-STATUS NOT = '00'
             SET END-OF-CHART TO TRUE
          END-IF
          PERFORM UNTIL END-OF-CHART
             READ CHARTFILE
                AT END SET END-OF-CHART TO TRUE
                NOT AT END
                   IF COA-DEPARTMENT NOT = "*CLEARING*"
                      AND COA-DEPARTMENT NOT = "*DEDUCTIONS*"
                      AND COA-COST-CENTER NOT = SPACES
                      IF WS-CC-ENTRY-COUNT < WS-CC-TABLE-MAX
                         ADD 1 TO WS-CC-ENTRY-COUNT
                         SET CC-IDX TO WS-CC-ENTRY-COUNT
                         MOVE COA-COST-CENTER
                            TO CC-TAB-COST-CENTER(CC-IDX)
                      ELSE
                         DISPLAY "WARNING: cost center table full at "
                            WS-CC-TABLE-MAX
                            " rows, " COA-COST-CENTER " omitted"
                      END-IF
                   END-IF
             END-READ
          END-PERFORM
          IF WS-CHART-STATUS = '00' OR WS-CHART-STATUS = '10'
             CLOSE CHARTFILE
          END-IF.

       0170-END.

       0175-FIND-CHART-COST-CENTER.
          MOVE ZERO TO WS-CC-FOUND-IDX
          SET CC-IDX TO 1
          PERFORM UNTIL CC-IDX > WS-CC-ENTRY-COUNT
             IF CC-TAB-COST-CENTER(CC-IDX) = TC-CHARGE-CC
                MOVE CC-IDX TO WS-CC-FOUND-IDX
                SET CC-IDX TO WS-CC-ENTRY-COUNT
             END-IF
             SET CC-IDX UP BY 1
          END-PERFORM.

       0175-END.

      *----------------------------------------------------------------
      * Loads the hours already on file. A missing LABORHRS.DAT just
      * means no hours have been split yet.
      *----------------------------------------------------------------
       0180-LOAD-LABOR-HOURS.
          OPEN INPUT LABORHRSFILE
          IF WS-LABOR-STATUS NOT = '00'
             SET END-OF-LABOR TO TRUE
          END-IF
          PERFORM UNTIL END-OF-LABOR
             READ LABORHRSFILE
                AT END SET END-OF-LABOR TO TRUE
                NOT AT END
                   IF WS-LABOR-ENTRY-COUNT < WS-LABOR-TABLE-MAX
                      ADD 1 TO WS-LABOR-ENTRY-COUNT
                      SET LAB-IDX TO WS-LABOR-ENTRY-COUNT
                      MOVE LH-EMPLOYEEID
                         TO LAB-TAB-EMPLOYEEID(LAB-IDX)
                      MOVE LH-WEEK-ENDING
                         TO LAB-TAB-WEEK-ENDING(LAB-IDX)
                      MOVE LH-COST-CENTER
                         TO LAB-TAB-COST-CENTER(LAB-IDX)
                      MOVE LH-HOURS TO LAB-TAB-HOURS(LAB-IDX)
                      MOVE LH-EARN-CODE
                         TO LAB-TAB-EARN-CODE(LAB-IDX)
                      MOVE 'C' TO LAB-TAB-STATE(LAB-IDX)
                   ELSE
                      DISPLAY "Labor hours table full at "
                         WS-LABOR-TABLE-MAX
                         " lines - LABORHRS.DAT cannot be"
                         " processed safely"
                      CLOSE LABORHRSFILE
                      CLOSE TIMECARDFILE
                      CLOSE EMPLOYEEFILE
                      CLOSE REJECTFILE
                      CLOSE REGISTERFILE
                      MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
                      PERFORM 0960-WRITE-JOB-LOG
                      STOP RUN RETURNING 16
                   END-IF
             END-READ
          END-PERFORM
          IF WS-LABOR-STATUS = '00' OR WS-LABOR-STATUS = '10'
             CLOSE LABORHRSFILE
          END-IF.

       0180-END.

      *----------------------------------------------------------------
      * Loads the earnings codes for the type E edit.
      *----------------------------------------------------------------
       0185-LOAD-EARNING-CODES.
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

       0185-END.

       0187-FIND-EARNING-CODE.
          MOVE ZERO TO WS-EC-FOUND-IDX
          SET EC-IDX TO 1
          PERFORM UNTIL EC-IDX > WS-EC-ENTRY-COUNT
             IF EC-TAB-CODE(EC-IDX) = TC-EARN-CODE
                MOVE EC-IDX TO WS-EC-FOUND-IDX
                SET EC-IDX TO WS-EC-ENTRY-COUNT
             END-IF
             SET EC-IDX UP BY 1
          END-PERFORM.

       0187-END.

      *----------------------------------------------------------------
      * Posts a P-type timecard: the hours go onto the employee's PTO
      * taken bucket and come off the balance, which floors at zero -

       0450-END.

      *----------------------------------------------------------------
      * Rewrites the hours-by-cost-center file without the dropped
      * lines when any worked hours posted this run.
      *----------------------------------------------------------------
       0460-REWRITE-LABOR-HOURS.
          IF WS-POSTED-COUNT > ZERO
             OPEN OUTPUT LABORHRSFILE
             SET LAB-IDX TO 1
             PERFORM UNTIL LAB-IDX > WS-LABOR-ENTRY-COUNT
                IF NOT LAB-DROPPED(LAB-IDX)
                   MOVE SPACES TO LABOR-HOURS-RECORD
                   MOVE LAB-TAB-EMPLOYEEID(LAB-IDX) TO LH-EMPLOYEEID
                   MOVE LAB-TAB-WEEK-ENDING(LAB-IDX) TO LH-WEEK-ENDING
                   MOVE LAB-TAB-COST-CENTER(LAB-IDX) TO LH-COST-CENTER
                   MOVE LAB-TAB-HOURS(LAB-IDX) TO LH-HOURS
                   MOVE LAB-TAB-EARN-CODE(LAB-IDX) TO LH-EARN-CODE
                   WRITE LABOR-HOURS-RECORD
                END-IF
                SET LAB-IDX UP BY 1
             END-PERFORM
             CLOSE LABORHRSFILE
          END-IF.

       0460-END.

       0240-WRITE-REGISTER-LINE.
          MOVE TC-EMPLOYEEID TO REG-EMPLOYEEID-OUT
          MOVE TC-WEEK-ENDING TO REG-WEEK-OUT
