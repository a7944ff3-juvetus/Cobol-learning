            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEPTMAST-STATUS.

       SELECT POSITIONFILE ASSIGN TO "POSITIONS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-POSITION-STATUS.

       SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOBLOG-FILE-STATUS.
          02 EMP-GRADE            PIC X(2).
          02 EMP-REG-HOURS        PIC 9(3).
          02 EMP-OT-HOURS         PIC 9(3).
          02 EMP-POSITION-NO      PIC X(6).

      *----------------------------------------------------------------
      * Maintenance audit trail: one record per add/change/delete,
          05 FILLER           PIC X(1) VALUE SPACE.
          05 PEN-TIME         PIC 9(8).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 PEN-ENTRY-FIELDS PIC X(86).

      *----------------------------------------------------------------
      * HR's salary-band master: per department and grade, the
          05 FILLER        PIC X(1).
          05 DM-ACTIVE     PIC X(1).

      *----------------------------------------------------------------
      * Position master: one record per authorized position, with its
      * department, grade, FTE, and budgeted hourly rate. Each
      * employee on the master holds one position number; an add to
      * a department with no vacant position needs approval.
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

      *----------------------------------------------------------------
      * Before/after-image journal of every WRITE, REWRITE, and
      * DELETE against the indexed employee master, appended to by
             10 PEN-TAB-MAKER        PIC X(8).
             10 PEN-TAB-DATE         PIC 9(8).
             10 PEN-TAB-TIME         PIC 9(8).
             10 PEN-TAB-ENTRY-FIELDS PIC X(86).
             10 PEN-TAB-DECIDED      PIC X(1).

      *----------------------------------------------------------------
          05 WS-ENTRY-STATUS     PIC X.
          05 WS-ENTRY-STATUS-DATE PIC 9(8).
          05 WS-ENTRY-GRADE      PIC X(2).
          05 WS-ENTRY-POSITION-NO PIC X(6).
          05 WS-ENTRY-POSITION-HOLD PIC X(1).
             88 ENTRY-POSITION-HOLD VALUE 'H'.

       01 WS-RUN-DATE.
          05 WS-RUN-YEAR  PIC 9(4).
       01 WS-DM-FOUND-IDX PIC 9(3) VALUE ZERO.
       01 WS-DM-CHECK-DEPARTMENT PIC X(30) VALUE SPACES.

      *----------------------------------------------------------------
      * Position master loaded at session start, with the number of
      * active and on-leave employees holding each position counted
      * off the employee master. A missing POSITIONS.DAT means no
      * position control this session.
      *----------------------------------------------------------------
       01 WS-POSITION-STATUS PIC XX VALUE '00'.
       01 WS-POSITION-FOUND  PIC X VALUE 'N'.
          88 POSITION-FILE-FOUND VALUE 'Y'.
       01 WS-POSITION-EOF PIC X VALUE 'N'.
          88 END-OF-POSITION-FILE VALUE 'Y'.
       01 WS-EMP-BROWSE-EOF PIC X VALUE 'N'.
          88 END-OF-EMP-BROWSE VALUE 'Y'.
       01 WS-PS-ENTRY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-PS-TABLE-MAX   PIC 9(4) VALUE 1000.
       01 WS-PS-TABLE.
          05 WS-PS-ENTRY OCCURS 1000 TIMES INDEXED BY PS-IDX.
             10 PS-TAB-POSITION-NO PIC X(6).
             10 PS-TAB-DEPARTMENT  PIC X(30).
             10 PS-TAB-FILLED      PIC 9(3).
       01 WS-PS-FOUND-IDX  PIC 9(4) VALUE ZERO.
       01 WS-PS-VACANT-IDX PIC 9(4) VALUE ZERO.
       01 WS-PS-FIRST-IDX  PIC 9(4) VALUE ZERO.
       01 WS-PS-CHECK-POSITION-NO PIC X(6) VALUE SPACES.
       01 WS-PS-OLD-POSITION-NO   PIC X(6) VALUE SPACES.
       01 WS-PS-OLD-STATUS        PIC X(1) VALUE SPACE.
       01 WS-POSITION-VACANT PIC X VALUE 'Y'.
          88 POSITION-VACANT VALUE 'Y'.

      *----------------------------------------------------------------
      * Job-log entry for this session, appended to the shared
      * JOBLOG.DAT once when the session ends.
          END-IF
          PERFORM 0820-LOAD-SALARY-BANDS
          PERFORM 0830-LOAD-DEPT-MASTER
          PERFORM 0850-LOAD-POSITION-MASTER

          PERFORM 0200-ONE-FUNCTION UNTIL FUNCTION-EXIT

             PERFORM 0730-APPLY-ENTRY-FIELDS
             PERFORM 0800-VALIDATE-EMPLOYEE
             IF VALID-RECORD
                PERFORM 0880-ASSIGN-POSITION
             END-IF
             IF VALID-RECORD
                MOVE EMP-POSITION-NO TO WS-ENTRY-POSITION-NO
                IF NOT POSITION-VACANT
                   MOVE 'H' TO WS-ENTRY-POSITION-HOLD
                   DISPLAY "No vacant position in " DEPARTMENT
                   DISPLAY "Add held for over-hire approval."
                END-IF
                MOVE 'A' TO PEN-FUNCTION
                PERFORM 0910-WRITE-PENDING
                DISPLAY "Add for employee " WS-KEY-EMPLOYEEID
          DISPLAY "Gender:       " GENDER
          DISPLAY "Status:       " EMP-STATUS
             " (EFFECTIVE " EMP-STATUS-DATE ")"
          DISPLAY "Grade:        " EMP-GRADE
          DISPLAY "Position:     " EMP-POSITION-NO.

       0610-END.

          MOVE SPACES TO WS-ENTRY-STATUS
          MOVE ZERO TO WS-ENTRY-STATUS-DATE
          MOVE SPACES TO WS-ENTRY-GRADE
          MOVE SPACES TO WS-ENTRY-POSITION-NO
          MOVE SPACES TO WS-ENTRY-POSITION-HOLD
          DISPLAY "Last name: "
          ACCEPT WS-ENTRY-LASTNAME
          DISPLAY "First name: "
          DISPLAY "Status effective date (YYYYMMDD): "
          ACCEPT WS-ENTRY-STATUS-DATE
          DISPLAY "Grade code: "
          ACCEPT WS-ENTRY-GRADE
          DISPLAY "Position number (add: blank = first vacant): "
          ACCEPT WS-ENTRY-POSITION-NO.

       0720-END.

          END-IF
          IF WS-ENTRY-GRADE NOT = SPACES
             MOVE WS-ENTRY-GRADE TO EMP-GRADE
          END-IF
          IF WS-ENTRY-POSITION-NO NOT = SPACES
             MOVE WS-ENTRY-POSITION-NO TO EMP-POSITION-NO
          END-IF.

       0730-END.
                      TO WS-REJECT-TEXT
                END-IF
             END-IF
          END-IF

          IF WS-VALID-RECORD = 'Y' AND POSITION-FILE-FOUND
             AND EMP-POSITION-NO NOT = SPACES
             MOVE EMP-POSITION-NO TO WS-PS-CHECK-POSITION-NO
             PERFORM 0870-FIND-POSITION
             IF WS-PS-FOUND-IDX = ZERO
                MOVE 'N' TO WS-VALID-RECORD
                MOVE "POSITION NOT ON MASTER" TO WS-REJECT-TEXT
             ELSE
                SET PS-IDX TO WS-PS-FOUND-IDX
                IF PS-TAB-DEPARTMENT(PS-IDX) NOT = DEPARTMENT
                   MOVE 'N' TO WS-VALID-RECORD
                   MOVE "POSITION NOT IN DEPARTMENT" TO WS-REJECT-TEXT
                END-IF
             END-IF
          END-IF.

       0800-END.

       0840-END.

      *----------------------------------------------------------------
      * Loads the position master and counts the employees already
      * holding each position. A missing POSITIONS.DAT means no
      * position control this session.
      *----------------------------------------------------------------
       0850-LOAD-POSITION-MASTER.
          OPEN INPUT POSITIONFILE
          IF WS-POSITION-STATUS = '00'
             MOVE 'Y' TO WS-POSITION-FOUND
             PERFORM UNTIL END-OF-POSITION-FILE
                READ POSITIONFILE
                   AT END SET END-OF-POSITION-FILE TO TRUE
                   NOT AT END
                      IF WS-PS-ENTRY-COUNT < WS-PS-TABLE-MAX
                         ADD 1 TO WS-PS-ENTRY-COUNT
                         SET PS-IDX TO WS-PS-ENTRY-COUNT
                         MOVE PS-POSITION-NO
                            TO PS-TAB-POSITION-NO(PS-IDX)
                         MOVE PS-DEPARTMENT
                            TO PS-TAB-DEPARTMENT(PS-IDX)
                         MOVE ZERO TO PS-TAB-FILLED(PS-IDX)
                      ELSE
                         DISPLAY "WARNING: position table full at "
                            WS-PS-TABLE-MAX
                            " positions, " PS-POSITION-NO " omitted"
                      END-IF
                END-READ
             END-PERFORM
             CLOSE POSITIONFILE
             PERFORM 0860-COUNT-INCUMBENTS
          END-IF.

       0850-END.

      *----------------------------------------------------------------
      * One pass of the employee master: every employee not
      * terminated counts against the position they hold.
      *----------------------------------------------------------------
       0860-COUNT-INCUMBENTS.
          MOVE ZERO TO EMPLOYEEID
          START EMPLOYEEFILE KEY NOT < EMPLOYEEID
             INVALID KEY SET END-OF-EMP-BROWSE TO TRUE
          END-START
          PERFORM UNTIL END-OF-EMP-BROWSE
             READ EMPLOYEEFILE NEXT RECORD
                AT END SET END-OF-EMP-BROWSE TO TRUE
                NOT AT END
                   MOVE SPACES TO WS-PS-OLD-POSITION-NO
                   MOVE 'T' TO WS-PS-OLD-STATUS
                   PERFORM 0895-REPOSITION-INCUMBENT
             END-READ
          END-PERFORM
          MOVE '00' TO WS-FILE-STATUS.

       0860-END.

      *----------------------------------------------------------------
      * Position lookup against the master table; leaves the entry
      * index in WS-PS-FOUND-IDX, zero when the number is unknown.
      *----------------------------------------------------------------
       0870-FIND-POSITION.
          MOVE ZERO TO WS-PS-FOUND-IDX
          SET PS-IDX TO 1
          PERFORM UNTIL PS-IDX > WS-PS-ENTRY-COUNT
             IF PS-TAB-POSITION-NO(PS-IDX) = WS-PS-CHECK-POSITION-NO
                MOVE PS-IDX TO WS-PS-FOUND-IDX
                SET PS-IDX TO WS-PS-ENTRY-COUNT
             END-IF
             SET PS-IDX UP BY 1
          END-PERFORM.

       0870-END.

      *----------------------------------------------------------------
      * Finds the department's first position on the master and its
      * first vacant one; either index is zero when there is none.
      *----------------------------------------------------------------
       0875-FIND-VACANT-POSITION.
          MOVE ZERO TO WS-PS-FIRST-IDX
          MOVE ZERO TO WS-PS-VACANT-IDX
          SET PS-IDX TO 1
          PERFORM UNTIL PS-IDX > WS-PS-ENTRY-COUNT
             IF PS-TAB-DEPARTMENT(PS-IDX) = DEPARTMENT
                IF WS-PS-FIRST-IDX = ZERO
                   MOVE PS-IDX TO WS-PS-FIRST-IDX
                END-IF
                IF PS-TAB-FILLED(PS-IDX) = ZERO
                   MOVE PS-IDX TO WS-PS-VACANT-IDX
                   SET PS-IDX TO WS-PS-ENTRY-COUNT
                END-IF
             END-IF
             SET PS-IDX UP BY 1
          END-PERFORM.

       0875-END.

      *----------------------------------------------------------------
      * Position control for an add. A keyed position number stands
      * as keyed; a blank one gets the first vacant position in the
      * department. A department whose positions are all filled can
      * still hire, but only as an over-hire the reviewer approves:
      * the add takes the department's first position, over-filling
      * it. A department with no authorized position at all cannot
      * hire, and the add is refused.
      *----------------------------------------------------------------
       0880-ASSIGN-POSITION.
          MOVE 'Y' TO WS-POSITION-VACANT
          IF POSITION-FILE-FOUND
             IF EMP-POSITION-NO NOT = SPACES
                MOVE EMP-POSITION-NO TO WS-PS-CHECK-POSITION-NO
                PERFORM 0870-FIND-POSITION
                SET PS-IDX TO WS-PS-FOUND-IDX
                IF PS-TAB-FILLED(PS-IDX) > ZERO
                   MOVE 'N' TO WS-POSITION-VACANT
                END-IF
             ELSE
                PERFORM 0875-FIND-VACANT-POSITION
                IF WS-PS-VACANT-IDX NOT = ZERO
                   SET PS-IDX TO WS-PS-VACANT-IDX
                   MOVE PS-TAB-POSITION-NO(PS-IDX) TO EMP-POSITION-NO
                ELSE
                   IF WS-PS-FIRST-IDX NOT = ZERO
                      SET PS-IDX TO WS-PS-FIRST-IDX
                      MOVE PS-TAB-POSITION-NO(PS-IDX)
                         TO EMP-POSITION-NO
                      MOVE 'N' TO WS-POSITION-VACANT
                   ELSE
                      MOVE 'N' TO WS-VALID-RECORD
                      MOVE "NO POSITIONS AUTHORIZED FOR DEPARTMENT"
                         TO WS-REJECT-TEXT
                   END-IF
                END-IF
             END-IF
          END-IF.

       0880-END.

      *----------------------------------------------------------------
      * Keeps the session's incumbent counts current after an applied
      * add, change, or termination: the position held before the
      * update (WS-PS-OLD-POSITION-NO, unless the employee was
      * already terminated) loses one, and the position now held
      * gains one unless the employee is now terminated.
      *----------------------------------------------------------------
       0895-REPOSITION-INCUMBENT.
          IF POSITION-FILE-FOUND
             IF WS-PS-OLD-STATUS NOT = 'T'
                AND WS-PS-OLD-POSITION-NO NOT = SPACES
                MOVE WS-PS-OLD-POSITION-NO TO WS-PS-CHECK-POSITION-NO
                PERFORM 0870-FIND-POSITION
                IF WS-PS-FOUND-IDX NOT = ZERO
                   SET PS-IDX TO WS-PS-FOUND-IDX
                   IF PS-TAB-FILLED(PS-IDX) > ZERO
                      SUBTRACT 1 FROM PS-TAB-FILLED(PS-IDX)
                   END-IF
                END-IF
             END-IF
             IF NOT EMP-TERMINATED AND EMP-POSITION-NO NOT = SPACES
                MOVE EMP-POSITION-NO TO WS-PS-CHECK-POSITION-NO
                PERFORM 0870-FIND-POSITION
                IF WS-PS-FOUND-IDX NOT = ZERO
                   SET PS-IDX TO WS-PS-FOUND-IDX
                   ADD 1 TO PS-TAB-FILLED(PS-IDX)
                END-IF
             END-IF
          END-IF.

       0895-END.


      *----------------------------------------------------------------
      * One audit record per reviewed add/change/delete, carrying the
             DISPLAY "  RATE: " WS-RATE-DISPLAY
                "  DEPT: " WS-ENTRY-DEPARTMENT
                "  STATUS: " WS-ENTRY-STATUS
             IF WS-ENTRY-POSITION-NO NOT = SPACES
                DISPLAY "  POSITION: " WS-ENTRY-POSITION-NO
             END-IF
          END-IF
          IF ENTRY-POSITION-HOLD
             DISPLAY "  ** NO VACANT POSITION - APPLYING APPROVES AN"
                " OVER-HIRE **"
          END-IF
          IF WS-ENTRY-RATE > WS-RATE-REVIEW-THRESHOLD
             DISPLAY "  ** HIGH RATE - ABOVE REVIEW THRESHOLD **"
             MOVE WS-RUN-DATE TO EMP-STATUS-DATE
             PERFORM 0730-APPLY-ENTRY-FIELDS
             PERFORM 0800-VALIDATE-EMPLOYEE
             IF VALID-RECORD
                PERFORM 0880-ASSIGN-POSITION
                IF VALID-RECORD AND NOT POSITION-VACANT
                   AND NOT ENTRY-POSITION-HOLD
                   MOVE 'N' TO WS-VALID-RECORD
                   MOVE "NO VACANCY AND ADD NOT HELD FOR APPROVAL"
                      TO WS-REJECT-TEXT
                END-IF
             END-IF
             IF VALID-RECORD
                WRITE EMPDETAILS
                   INVALID KEY
                      DISPLAY "Add failed, status " WS-FILE-STATUS
                   NOT INVALID KEY
                      MOVE SPACES TO WS-PS-OLD-POSITION-NO
                      MOVE 'T' TO WS-PS-OLD-STATUS
                      PERFORM 0895-REPOSITION-INCUMBENT
                      MOVE EMPDETAILS TO WS-AFTER-IMAGE
                      PERFORM 0900-WRITE-AUDIT
                      MOVE 'W' TO WS-EJ-ACTION
                PERFORM 1250-REFUSE-ONE-PENDING
             NOT INVALID KEY
                MOVE EMPDETAILS TO WS-BEFORE-IMAGE
                MOVE EMP-POSITION-NO TO WS-PS-OLD-POSITION-NO
                MOVE EMP-STATUS TO WS-PS-OLD-STATUS
                PERFORM 0730-APPLY-ENTRY-FIELDS
                PERFORM 0800-VALIDATE-EMPLOYEE
                IF VALID-RECORD
                         DISPLAY "Change failed, status "
                            WS-FILE-STATUS
                      NOT INVALID KEY
                         PERFORM 0895-REPOSITION-INCUMBENT
                         MOVE EMPDETAILS TO WS-AFTER-IMAGE
                         PERFORM 0900-WRITE-AUDIT
                         MOVE 'R' TO WS-EJ-ACTION
                PERFORM 1250-REFUSE-ONE-PENDING
             NOT INVALID KEY
                MOVE EMPDETAILS TO WS-BEFORE-IMAGE
                MOVE EMP-POSITION-NO TO WS-PS-OLD-POSITION-NO
                MOVE EMP-STATUS TO WS-PS-OLD-STATUS
                MOVE 'T' TO EMP-STATUS
                MOVE WS-RUN-DATE TO EMP-STATUS-DATE
                REWRITE EMPDETAILS
                      DISPLAY "Terminate failed, status "
                         WS-FILE-STATUS
                   NOT INVALID KEY
                      PERFORM 0895-REPOSITION-INCUMBENT
                      MOVE EMPDETAILS TO WS-AFTER-IMAGE
                      PERFORM 0900-WRITE-AUDIT
                      MOVE 'R' TO WS-EJ-ACTION
