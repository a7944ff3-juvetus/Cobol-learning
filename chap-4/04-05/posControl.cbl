       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSCONTROL.
      *----------------------------------------------------------------
      * Monthly position control report. For each department on the
      * position master: positions authorized, filled, vacant, and
      * over-filled (held by more than one employee), employees in
      * the department holding no position on the master, and what
      * the filled positions cost a year at each incumbent's current
      * HOURLYRATE against what they were budgeted at.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EMPLOYEEFILE ASSIGN TO "EMPFILE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS EMPLOYEEID
            FILE STATUS IS WS-FILE-STATUS.

       SELECT POSITIONFILE ASSIGN TO "POSITIONS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-POSITION-STATUS.

       SELECT REPORTFILE ASSIGN TO "POSCONTROL.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOBLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEEFILE.
       01 EMPDETAILS.
          88 ENDOFFILE VALUE HIGH-VALUES.
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
      * Position master: one record per authorized position, with its
      * department, grade, FTE, and budgeted hourly rate.
      *----------------------------------------------------------------
       FD POSITIONFILE.
       01 POSITION-RECORD.
          05 PS-POSITION-NO  PIC X(6).
          05 FILLER          PIC X(1).
          05 PS-DEPARTMENT   PIC X(30).
          05 FILLER          PIC X(1).
          05 PS-GRADE        PIC X(2).
          05 FILLER          PIC X(1).
          05 PS-FTE          PIC 9V99.
          05 FILLER          PIC X(1).
          05 PS-BUDGET-RATE  PIC 9(4)V99.

       FD REPORTFILE.
       01 REPORT-LINE PIC X(132).

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
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-POSITION-STATUS PIC XX VALUE '00'.

       01 WS-POSITION-EOF PIC X VALUE 'N'.
          88 END-OF-POSITION-FILE VALUE 'Y'.

       01 WS-EMPLOYEE-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-UNASSIGNED-COUNT PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------
      * Costs are annualized: an hourly rate times the standard
      * working year times the position's FTE.
      *----------------------------------------------------------------
       01 WS-ANNUAL-HOURS PIC 9(4) VALUE 2080.
       01 WS-ANNUAL-COST  PIC 9(9)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * The position master, with the number of active and on-leave
      * employees holding each position and what they cost.
      *----------------------------------------------------------------
       01 WS-PS-ENTRY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-PS-TABLE-MAX   PIC 9(4) VALUE 1000.
       01 WS-PS-TABLE.
          05 WS-PS-ENTRY OCCURS 1000 TIMES INDEXED BY PS-IDX.
             10 PS-TAB-POSITION-NO  PIC X(6).
             10 PS-TAB-DEPARTMENT   PIC X(30).
             10 PS-TAB-FTE          PIC 9V99.
             10 PS-TAB-BUDGET-RATE  PIC 9(4)V99.
             10 PS-TAB-FILLED       PIC 9(3).
             10 PS-TAB-ACTUAL-COST  PIC 9(9)V99.
       01 WS-PS-FOUND-IDX PIC 9(4) VALUE ZERO.

      *----------------------------------------------------------------
      * One bucket per department, in the order the department is
      * first seen on the position master; employees in departments
      * with no authorized position get a bucket of their own.
      *----------------------------------------------------------------
       01 WS-DEPT-ENTRY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DEPT-TABLE-MAX   PIC 9(3) VALUE 100.
       01 WS-DEPT-TABLE.
          05 WS-DEPT-ENTRY OCCURS 100 TIMES INDEXED BY DEPT-IDX.
             10 DEPT-TAB-DEPARTMENT  PIC X(30).
             10 DEPT-TAB-AUTHORIZED  PIC 9(4).
             10 DEPT-TAB-FILLED      PIC 9(4).
             10 DEPT-TAB-VACANT      PIC 9(4).
             10 DEPT-TAB-OVERFILLED  PIC 9(4).
             10 DEPT-TAB-UNASSIGNED  PIC 9(4).
             10 DEPT-TAB-BUDGET-COST PIC 9(11)V99.
             10 DEPT-TAB-ACTUAL-COST PIC 9(11)V99.
       01 WS-DEPT-FOUND-IDX PIC 9(3) VALUE ZERO.
       01 WS-DEPT-CHECK-DEPARTMENT PIC X(30) VALUE SPACES.

       01 WS-TOTAL-AUTHORIZED  PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-FILLED      PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-VACANT      PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-OVERFILLED  PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-UNASSIGNED  PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-BUDGET-COST PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-ACTUAL-COST PIC 9(11)V99 VALUE ZERO.
       01 WS-VARIANCE          PIC S9(11)V99 VALUE ZERO.

       01 WS-RUN-DATE.
          05 WS-RUN-YEAR  PIC 9(4).
          05 WS-RUN-MONTH PIC 9(2).
          05 WS-RUN-DAY   PIC 9(2).

       01 REPORT-HEADING-1 PIC X(132)
          VALUE "POSITION CONTROL - AUTHORIZED VS. FILLED POSITIONS".
       01 REPORT-HEADING-2 PIC X(132) VALUE ALL "=".

       01 HEADING-DATE-LINE.
          05 FILLER           PIC X(10) VALUE "RUN DATE: ".
          05 HD-RUN-DATE-OUT  PIC 9(8).
          05 FILLER           PIC X(4) VALUE SPACES.
          05 FILLER           PIC X(7) VALUE "MONTH: ".
          05 HD-YEAR-OUT      PIC 9(4).
          05 FILLER           PIC X(1) VALUE "/".
          05 HD-MONTH-OUT     PIC 9(2).

       01 REPORT-COLUMN-LINE.
          05 FILLER PIC X(32) VALUE "DEPARTMENT".
          05 FILLER PIC X(6)  VALUE " AUTH".
          05 FILLER PIC X(6)  VALUE " FILL".
          05 FILLER PIC X(6)  VALUE "  VAC".
          05 FILLER PIC X(6)  VALUE " OVER".
          05 FILLER PIC X(6)  VALUE " UNAS".
          05 FILLER PIC X(18) VALUE "    BUDGETED COST".
          05 FILLER PIC X(18) VALUE "      ACTUAL COST".
          05 FILLER PIC X(18) VALUE "    OVER (UNDER)".

       01 REPORT-DETAIL-LINE.
          05 RPT-DEPARTMENT-OUT  PIC X(30).
          05 FILLER              PIC X(2) VALUE SPACES.
          05 RPT-AUTHORIZED-OUT  PIC ZZZZ9.
          05 FILLER              PIC X(1) VALUE SPACE.
          05 RPT-FILLED-OUT      PIC ZZZZ9.
          05 FILLER              PIC X(1) VALUE SPACE.
          05 RPT-VACANT-OUT      PIC ZZZZ9.
          05 FILLER              PIC X(1) VALUE SPACE.
          05 RPT-OVERFILLED-OUT  PIC ZZZZ9.
          05 FILLER              PIC X(1) VALUE SPACE.
          05 RPT-UNASSIGNED-OUT  PIC ZZZZ9.
          05 FILLER              PIC X(1) VALUE SPACE.
          05 RPT-BUDGET-COST-OUT PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(3) VALUE SPACES.
          05 RPT-ACTUAL-COST-OUT PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER              PIC X(3) VALUE SPACES.
          05 RPT-VARIANCE-OUT    PIC ZZZ,ZZZ,ZZ9.99-.

       01 CONTROL-COUNT-LINE.
          05 CC-LABEL     PIC X(34).
          05 CC-COUNT-OUT PIC ZZZZ9.

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
       0100-POSITION-CONTROL-RUN.
          ACCEPT WS-JOBLOG-START-TIME FROM TIME
          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

          PERFORM 0150-LOAD-POSITION-MASTER
          IF WS-PS-ENTRY-COUNT = ZERO
             DISPLAY "POSITIONS.DAT missing or empty - nothing to"
             DISPLAY "report against."
             MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
             PERFORM 0960-WRITE-JOB-LOG
             STOP RUN RETURNING 16
          END-IF

          OPEN INPUT EMPLOYEEFILE
          IF WS-FILE-STATUS NOT = '00'
             DISPLAY "Cannot open EMPFILE.DAT, status " WS-FILE-STATUS
             MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
             PERFORM 0960-WRITE-JOB-LOG
             STOP RUN RETURNING 16
          END-IF

          READ EMPLOYEEFILE
             AT END SET ENDOFFILE TO TRUE
          END-READ
          PERFORM UNTIL ENDOFFILE
             IF NOT EMP-TERMINATED
                ADD 1 TO WS-EMPLOYEE-COUNT
                PERFORM 0200-COUNT-ONE-EMPLOYEE
             END-IF
             READ EMPLOYEEFILE
                AT END SET ENDOFFILE TO TRUE
             END-READ
          END-PERFORM
          CLOSE EMPLOYEEFILE

          PERFORM 0300-ROLL-UP-POSITIONS
          PERFORM 0400-PRINT-CONTROL-REPORT

          MOVE "COMPLETED" TO WS-JOBLOG-RUN-STATUS
          PERFORM 0960-WRITE-JOB-LOG
          DISPLAY "Positions authorized:         " WS-TOTAL-AUTHORIZED
          DISPLAY "Positions vacant:             " WS-TOTAL-VACANT
          DISPLAY "Positions over-filled:        " WS-TOTAL-OVERFILLED
          DISPLAY "Employees with no position:   " WS-UNASSIGNED-COUNT
          STOP RUN.

       0100-END.

       0150-LOAD-POSITION-MASTER.
          OPEN INPUT POSITIONFILE
          IF WS-POSITION-STATUS NOT = '00'
             SET END-OF-POSITION-FILE TO TRUE
          END-IF
          PERFORM UNTIL END-OF-POSITION-FILE
             READ POSITIONFILE
                AT END SET END-OF-POSITION-FILE TO TRUE
                NOT AT END
                   IF WS-PS-ENTRY-COUNT < WS-PS-TABLE-MAX
                      ADD 1 TO WS-PS-ENTRY-COUNT
                      SET PS-IDX TO WS-PS-ENTRY-COUNT
                      MOVE PS-POSITION-NO
                         TO PS-TAB-POSITION-NO(PS-IDX)
                      MOVE PS-DEPARTMENT TO PS-TAB-DEPARTMENT(PS-IDX)
                      MOVE PS-FTE TO PS-TAB-FTE(PS-IDX)
                      MOVE PS-BUDGET-RATE
                         TO PS-TAB-BUDGET-RATE(PS-IDX)
                      MOVE ZERO TO PS-TAB-FILLED(PS-IDX)
                      MOVE ZERO TO PS-TAB-ACTUAL-COST(PS-IDX)
                   ELSE
                      DISPLAY "WARNING: position table full at "
                         WS-PS-TABLE-MAX
                         " positions, " PS-POSITION-NO " omitted"
                   END-IF
             END-READ
          END-PERFORM
          IF WS-POSITION-STATUS = '00' OR WS-POSITION-STATUS = '10'
             CLOSE POSITIONFILE
          END-IF.

       0150-END.

      *----------------------------------------------------------------
      * One active or on-leave employee: counts against the position
      * they hold and adds their annual cost at current HOURLYRATE.
      * No position, or one not on the master, counts the employee
      * as unassigned in their own department.
      *----------------------------------------------------------------
       0200-COUNT-ONE-EMPLOYEE.
          MOVE ZERO TO WS-PS-FOUND-IDX
          IF EMP-POSITION-NO NOT = SPACES
             SET PS-IDX TO 1
             PERFORM UNTIL PS-IDX > WS-PS-ENTRY-COUNT
                IF PS-TAB-POSITION-NO(PS-IDX) = EMP-POSITION-NO
                   MOVE PS-IDX TO WS-PS-FOUND-IDX
                   SET PS-IDX TO WS-PS-ENTRY-COUNT
                END-IF
                SET PS-IDX UP BY 1
             END-PERFORM
          END-IF

          IF WS-PS-FOUND-IDX NOT = ZERO
             SET PS-IDX TO WS-PS-FOUND-IDX
             ADD 1 TO PS-TAB-FILLED(PS-IDX)
             COMPUTE WS-ANNUAL-COST ROUNDED = HOURLYRATE
                * WS-ANNUAL-HOURS * PS-TAB-FTE(PS-IDX)
             ADD WS-ANNUAL-COST TO PS-TAB-ACTUAL-COST(PS-IDX)
          ELSE
             ADD 1 TO WS-UNASSIGNED-COUNT
             MOVE DEPARTMENT TO WS-DEPT-CHECK-DEPARTMENT
             PERFORM 0250-FIND-OR-ADD-DEPARTMENT
             IF WS-DEPT-FOUND-IDX NOT = ZERO
                SET DEPT-IDX TO WS-DEPT-FOUND-IDX
                ADD 1 TO DEPT-TAB-UNASSIGNED(DEPT-IDX)
             END-IF
          END-IF.

       0200-END.

      *----------------------------------------------------------------
      * Looks up the department bucket, adding a new one the first
      * time the department is seen, and leaves its index in
      * WS-DEPT-FOUND-IDX - zero only when the table is full.
      *----------------------------------------------------------------
       0250-FIND-OR-ADD-DEPARTMENT.
          MOVE ZERO TO WS-DEPT-FOUND-IDX
          SET DEPT-IDX TO 1
          PERFORM UNTIL DEPT-IDX > WS-DEPT-ENTRY-COUNT
             IF DEPT-TAB-DEPARTMENT(DEPT-IDX) =
                WS-DEPT-CHECK-DEPARTMENT
                MOVE DEPT-IDX TO WS-DEPT-FOUND-IDX
                SET DEPT-IDX TO WS-DEPT-ENTRY-COUNT
             END-IF
             SET DEPT-IDX UP BY 1
          END-PERFORM

          IF WS-DEPT-FOUND-IDX = ZERO
             IF WS-DEPT-ENTRY-COUNT < WS-DEPT-TABLE-MAX
                ADD 1 TO WS-DEPT-ENTRY-COUNT
                SET DEPT-IDX TO WS-DEPT-ENTRY-COUNT
                MOVE WS-DEPT-CHECK-DEPARTMENT
                   TO DEPT-TAB-DEPARTMENT(DEPT-IDX)
                MOVE ZERO TO DEPT-TAB-AUTHORIZED(DEPT-IDX)
                MOVE ZERO TO DEPT-TAB-FILLED(DEPT-IDX)
                MOVE ZERO TO DEPT-TAB-VACANT(DEPT-IDX)
                MOVE ZERO TO DEPT-TAB-OVERFILLED(DEPT-IDX)
                MOVE ZERO TO DEPT-TAB-UNASSIGNED(DEPT-IDX)
                MOVE ZERO TO DEPT-TAB-BUDGET-COST(DEPT-IDX)
                MOVE ZERO TO DEPT-TAB-ACTUAL-COST(DEPT-IDX)
                MOVE WS-DEPT-ENTRY-COUNT TO WS-DEPT-FOUND-IDX
             ELSE
                DISPLAY "WARNING: department table full at "
                   WS-DEPT-TABLE-MAX " departments, "
                   WS-DEPT-CHECK-DEPARTMENT " dropped"
             END-IF
          END-IF.

       0250-END.

      *----------------------------------------------------------------
      * Rolls each position into its department: authorized always,
      * then vacant, or filled - and over-filled too when more than
      * one employee holds it. A filled position's budget is its
      * budgeted rate for the FTE; its actual cost is every
      * incumbent's, so an over-filled position shows the overrun.
      *----------------------------------------------------------------
       0300-ROLL-UP-POSITIONS.
          SET PS-IDX TO 1
          PERFORM UNTIL PS-IDX > WS-PS-ENTRY-COUNT
             MOVE PS-TAB-DEPARTMENT(PS-IDX) TO WS-DEPT-CHECK-DEPARTMENT
             PERFORM 0250-FIND-OR-ADD-DEPARTMENT
             IF WS-DEPT-FOUND-IDX NOT = ZERO
                SET DEPT-IDX TO WS-DEPT-FOUND-IDX
                ADD 1 TO DEPT-TAB-AUTHORIZED(DEPT-IDX)
                IF PS-TAB-FILLED(PS-IDX) = ZERO
                   ADD 1 TO DEPT-TAB-VACANT(DEPT-IDX)
                ELSE
                   ADD 1 TO DEPT-TAB-FILLED(DEPT-IDX)
                   IF PS-TAB-FILLED(PS-IDX) > 1
                      ADD 1 TO DEPT-TAB-OVERFILLED(DEPT-IDX)
                   END-IF
                   COMPUTE WS-ANNUAL-COST ROUNDED =
                      PS-TAB-BUDGET-RATE(PS-IDX) * WS-ANNUAL-HOURS
                      * PS-TAB-FTE(PS-IDX)
                   ADD WS-ANNUAL-COST TO DEPT-TAB-BUDGET-COST(DEPT-IDX)
                   ADD PS-TAB-ACTUAL-COST(PS-IDX)
                      TO DEPT-TAB-ACTUAL-COST(DEPT-IDX)
                END-IF
             END-IF
             SET PS-IDX UP BY 1
          END-PERFORM.

       0300-END.

       0400-PRINT-CONTROL-REPORT.
          OPEN OUTPUT REPORTFILE
          MOVE REPORT-HEADING-1 TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE REPORT-HEADING-2 TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE WS-RUN-DATE TO HD-RUN-DATE-OUT
          MOVE WS-RUN-YEAR TO HD-YEAR-OUT
          MOVE WS-RUN-MONTH TO HD-MONTH-OUT
          MOVE HEADING-DATE-LINE TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE REPORT-COLUMN-LINE TO REPORT-LINE
          WRITE REPORT-LINE

          SET DEPT-IDX TO 1
          PERFORM UNTIL DEPT-IDX > WS-DEPT-ENTRY-COUNT
             MOVE DEPT-TAB-DEPARTMENT(DEPT-IDX) TO RPT-DEPARTMENT-OUT
             MOVE DEPT-TAB-AUTHORIZED(DEPT-IDX) TO RPT-AUTHORIZED-OUT
             MOVE DEPT-TAB-FILLED(DEPT-IDX) TO RPT-FILLED-OUT
             MOVE DEPT-TAB-VACANT(DEPT-IDX) TO RPT-VACANT-OUT
             MOVE DEPT-TAB-OVERFILLED(DEPT-IDX) TO RPT-OVERFILLED-OUT
             MOVE DEPT-TAB-UNASSIGNED(DEPT-IDX) TO RPT-UNASSIGNED-OUT
             MOVE DEPT-TAB-BUDGET-COST(DEPT-IDX)
                TO RPT-BUDGET-COST-OUT
             MOVE DEPT-TAB-ACTUAL-COST(DEPT-IDX)
                TO RPT-ACTUAL-COST-OUT
             COMPUTE WS-VARIANCE = DEPT-TAB-ACTUAL-COST(DEPT-IDX)
                - DEPT-TAB-BUDGET-COST(DEPT-IDX)
             MOVE WS-VARIANCE TO RPT-VARIANCE-OUT
             MOVE REPORT-DETAIL-LINE TO REPORT-LINE
             WRITE REPORT-LINE
             ADD DEPT-TAB-AUTHORIZED(DEPT-IDX) TO WS-TOTAL-AUTHORIZED
             ADD DEPT-TAB-FILLED(DEPT-IDX) TO WS-TOTAL-FILLED
             ADD DEPT-TAB-VACANT(DEPT-IDX) TO WS-TOTAL-VACANT
             ADD DEPT-TAB-OVERFILLED(DEPT-IDX) TO WS-TOTAL-OVERFILLED
             ADD DEPT-TAB-UNASSIGNED(DEPT-IDX) TO WS-TOTAL-UNASSIGNED
             ADD DEPT-TAB-BUDGET-COST(DEPT-IDX)
                TO WS-TOTAL-BUDGET-COST
             ADD DEPT-TAB-ACTUAL-COST(DEPT-IDX)
                TO WS-TOTAL-ACTUAL-COST
             SET DEPT-IDX UP BY 1
          END-PERFORM

          MOVE SPACES TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE "ALL DEPARTMENTS" TO RPT-DEPARTMENT-OUT
          MOVE WS-TOTAL-AUTHORIZED TO RPT-AUTHORIZED-OUT
          MOVE WS-TOTAL-FILLED TO RPT-FILLED-OUT
          MOVE WS-TOTAL-VACANT TO RPT-VACANT-OUT
          MOVE WS-TOTAL-OVERFILLED TO RPT-OVERFILLED-OUT
          MOVE WS-TOTAL-UNASSIGNED TO RPT-UNASSIGNED-OUT
          MOVE WS-TOTAL-BUDGET-COST TO RPT-BUDGET-COST-OUT
          MOVE WS-TOTAL-ACTUAL-COST TO RPT-ACTUAL-COST-OUT
          COMPUTE WS-VARIANCE = WS-TOTAL-ACTUAL-COST
             - WS-TOTAL-BUDGET-COST
          MOVE WS-VARIANCE TO RPT-VARIANCE-OUT
          MOVE REPORT-DETAIL-LINE TO REPORT-LINE
          WRITE REPORT-LINE

          MOVE SPACES TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE "  POSITIONS ON THE MASTER:        " TO CC-LABEL
          MOVE WS-PS-ENTRY-COUNT TO CC-COUNT-OUT
          MOVE CONTROL-COUNT-LINE TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE "  ACTIVE AND ON-LEAVE EMPLOYEES:  " TO CC-LABEL
          MOVE WS-EMPLOYEE-COUNT TO CC-COUNT-OUT
          MOVE CONTROL-COUNT-LINE TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE "  EMPLOYEES WITH NO POSITION:     " TO CC-LABEL
          MOVE WS-UNASSIGNED-COUNT TO CC-COUNT-OUT
          MOVE CONTROL-COUNT-LINE TO REPORT-LINE
          WRITE REPORT-LINE
          CLOSE REPORTFILE.

       0400-END.

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
          MOVE "POSCONTROL" TO WS-JL-JOB-NAME
          MOVE WS-JOBLOG-START-TIME TO WS-JL-START-TIME-OUT
          MOVE WS-JOBLOG-END-TIME TO WS-JL-END-TIME-OUT
          MOVE WS-EMPLOYEE-COUNT TO WS-JL-RECORD-COUNT-OUT
          MOVE WS-JOBLOG-RUN-STATUS TO WS-JL-STATUS-OUT
          MOVE WS-JOBLOG-RECORD-AREA TO JOBLOG-RECORD
          WRITE JOBLOG-RECORD
          CLOSE JOBLOGFILE.

       0960-END.

       END PROGRAM POSCONTROL.
