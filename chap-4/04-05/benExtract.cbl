       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEXTRACT.

      *----------------------------------------------------------------
      * Weekly carrier eligibility feed. Every change to the employee
      * master since the last run is picked up from EMPJOURNAL.DAT -
      * a new hire or a reinstatement is an add, a termination is a
      * term, and a change to anything a carrier keeps (name, start
      * date, department, gender, leave status) is a change - and is
      * sent for each plan the employee is enrolled in on
      * BENEFITENRL.DAT. Coverage that starts or ends inside the week
      * without any master change is picked up from the enrollment
      * dates themselves. One employee/plan goes out once per run; a
      * term outranks an add, and either outranks a change. The file
      * carries a header and a trailer with the detail count, the
      * EMPLOYEEID hash and the add/change/term counts, for the
      * carriers' acknowledgment to be reconciled by BENACKRECON.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EMPJRNLFILE ASSIGN TO "EMPJOURNAL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EJ-FILE-STATUS.

       SELECT BENEFITFILE ASSIGN TO "BENEFITENRL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BENEFIT-STATUS.

       SELECT EMPLOYEEFILE ASSIGN TO "EMPFILE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EMPLOYEEID
            FILE STATUS IS WS-FILE-STATUS.

       SELECT ELIGFILE ASSIGN TO "CARRIERELIG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT BENCTLFILE ASSIGN TO "BENEXTRACTCTL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BENCTL-STATUS.

       SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOBLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * Before/after-image journal of every WRITE, REWRITE, and
      * DELETE against the indexed employee master, written by each
      * program that updates it.
      *----------------------------------------------------------------
       FD EMPJRNLFILE.
       01 EMPJRNL-RECORD.
          05 EJ-PROGRAM      PIC X(15).
          05 FILLER          PIC X(1).
          05 EJ-DATE         PIC 9(8).
          05 FILLER          PIC X(1).
          05 EJ-TIME         PIC 9(8).
          05 FILLER          PIC X(1).
          05 EJ-ACTION       PIC X(1).
          05 FILLER          PIC X(1).
          05 EJ-EMPLOYEEID   PIC 9(7).
          05 FILLER          PIC X(1).
          05 EJ-BEFORE-IMAGE PIC X(100).
          05 FILLER          PIC X(1).
          05 EJ-AFTER-IMAGE  PIC X(100).

      *----------------------------------------------------------------
      * Benefits enrollment: one record per employee and plan, with
      * the carrier, coverage tier, number of dependents covered, the
      * dates the coverage runs from and to (zero end date = open),
      * and the per-pay-period premium split between the employee's
      * share and the employer's share.
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
      * The eligibility file the carriers ingest: one header with the
      * run date and the date of the run before it, one detail per
      * employee and plan with the action (A add, C change, T term),
      * and a trailer carrying the detail count, the EMPLOYEEID hash
      * and the count of each action.
      *----------------------------------------------------------------
       FD ELIGFILE.
       01 ELIG-RECORD PIC X(100).
       01 ELIG-HEADER REDEFINES ELIG-RECORD.
          05 EH-RECORD-TYPE    PIC X(1).
          05 EH-RUN-DATE       PIC 9(8).
          05 EH-RUN-TIME       PIC 9(8).
          05 EH-LAST-RUN-DATE  PIC 9(8).
          05 FILLER            PIC X(75).
       01 ELIG-DETAIL REDEFINES ELIG-RECORD.
          05 ED-RECORD-TYPE    PIC X(1).
          05 ED-ACTION         PIC X(1).
          05 ED-CARRIER-ID     PIC X(6).
          05 ED-PLAN-CODE      PIC X(6).
          05 ED-COVERAGE-TIER  PIC X(2).
          05 ED-DEPENDENTS     PIC 9(2).
          05 ED-EMPLOYEEID     PIC 9(7).
          05 ED-LASTNAME       PIC X(10).
          05 ED-FIRSTNAME      PIC X(10).
          05 ED-GENDER         PIC X(1).
          05 ED-START-DATE     PIC 9(8).
          05 ED-EFFECTIVE-DATE PIC 9(8).
          05 ED-END-DATE       PIC 9(8).
          05 ED-EMPLOYEE-COST  PIC 9(5)V99.
          05 ED-EMPLOYER-COST  PIC 9(5)V99.
          05 FILLER            PIC X(16).
       01 ELIG-TRAILER REDEFINES ELIG-RECORD.
          05 ET-RECORD-TYPE    PIC X(1).
          05 ET-RECORD-COUNT   PIC 9(7).
          05 ET-ID-HASH        PIC 9(12).
          05 ET-ADD-COUNT      PIC 9(7).
          05 ET-CHANGE-COUNT   PIC 9(7).
          05 ET-TERM-COUNT     PIC 9(7).
          05 FILLER            PIC X(59).

      *----------------------------------------------------------------
      * Date and time the last extract was cut. Journal entries
      * stamped after it, and coverage dated after it, go in this
      * run's file. A missing BENEXTRACTCTL.DAT means nothing has ever
      * been sent and every current enrollment goes out as an add.
      *----------------------------------------------------------------
       FD BENCTLFILE.
       01 BEN-CONTROL-RECORD.
          05 BC-LAST-RUN-DATE PIC 9(8).
          05 FILLER           PIC X(1).
          05 BC-LAST-RUN-TIME PIC 9(8).

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
       01 WS-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-EJ-FILE-STATUS PIC XX VALUE '00'.
       01 WS-BENEFIT-STATUS PIC XX VALUE '00'.
       01 WS-BENCTL-STATUS  PIC XX VALUE '00'.

       01 WS-JRNL-EOF PIC X VALUE 'N'.
          88 END-OF-JOURNAL VALUE 'Y'.
       01 WS-BENEFIT-EOF PIC X VALUE 'N'.
          88 END-OF-BENEFITS VALUE 'Y'.

       01 WS-RUN-DATE      PIC 9(8) VALUE ZERO.
       01 WS-RUN-TIME      PIC 9(8) VALUE ZERO.
       01 WS-RUN-STAMP     PIC 9(16) VALUE ZERO.
       01 WS-LAST-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-LAST-RUN-TIME PIC 9(8) VALUE ZERO.
       01 WS-LAST-STAMP    PIC 9(16) VALUE ZERO.
       01 WS-ENTRY-STAMP   PIC 9(16) VALUE ZERO.

      *----------------------------------------------------------------
      * The journal's before and after images, laid out as the
      * employee master record so the fields a carrier cares about
      * can be compared.
      *----------------------------------------------------------------
       01 WS-BEFORE-EMP.
          05 BI-EMPLOYEEID     PIC 9(7).
          05 BI-LASTNAME       PIC X(10).
          05 BI-FIRSTNAME      PIC X(10).
          05 BI-STARTDATE      PIC 9(8).
          05 BI-HOURSWORKED    PIC 9(3).
          05 BI-HOURLYRATE     PIC 9(4)V99.
          05 BI-DEPARTMENT     PIC X(30).
          05 BI-GENDER         PIC X(1).
          05 BI-STATUS         PIC X(1).
             88 BI-TERMINATED  VALUE 'T'.
          05 BI-STATUS-DATE    PIC 9(8).
          05 FILLER            PIC X(16).
       01 WS-AFTER-EMP.
          05 AI-EMPLOYEEID     PIC 9(7).
          05 AI-LASTNAME       PIC X(10).
          05 AI-FIRSTNAME      PIC X(10).
          05 AI-STARTDATE      PIC 9(8).
          05 AI-HOURSWORKED    PIC 9(3).
          05 AI-HOURLYRATE     PIC 9(4)V99.
          05 AI-DEPARTMENT     PIC X(30).
          05 AI-GENDER         PIC X(1).
          05 AI-STATUS         PIC X(1).
             88 AI-TERMINATED  VALUE 'T'.
          05 AI-STATUS-DATE    PIC 9(8).
          05 FILLER            PIC X(16).

      *----------------------------------------------------------------
      * The event being queued: what is to be sent, for whom, and the
      * date coverage ends on when it is a term.
      *----------------------------------------------------------------
       01 WS-EVENT-AREA.
          05 WS-EVENT-ACTION    PIC X(1).
             88 EVENT-ADD       VALUE 'A'.
             88 EVENT-CHANGE    VALUE 'C'.
             88 EVENT-TERM      VALUE 'T'.
          05 WS-EVENT-EMPLOYEEID PIC 9(7).
          05 WS-EVENT-LASTNAME  PIC X(10).
          05 WS-EVENT-FIRSTNAME PIC X(10).
          05 WS-EVENT-GENDER    PIC X(1).
          05 WS-EVENT-START-DATE PIC 9(8).
          05 WS-EVENT-END-DATE  PIC 9(8).

      *----------------------------------------------------------------
      * Enrollment, loaded whole so each journal entry can find the
      * employee's plans.
      *----------------------------------------------------------------
       01 WS-BEN-ENTRY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BEN-TABLE-MAX   PIC 9(5) VALUE 5000.
       01 WS-BEN-TABLE.
          05 WS-BEN-ENTRY OCCURS 5000 TIMES INDEXED BY BEN-IDX.
             10 BEN-TAB-EMPLOYEEID     PIC 9(7).
             10 BEN-TAB-PLAN-CODE      PIC X(6).
             10 BEN-TAB-CARRIER-ID     PIC X(6).
             10 BEN-TAB-COVERAGE-TIER  PIC X(2).
             10 BEN-TAB-DEPENDENTS     PIC 9(2).
             10 BEN-TAB-EFFECTIVE-DATE PIC 9(8).
             10 BEN-TAB-END-DATE       PIC 9(8).
             10 BEN-TAB-EMPLOYEE-COST  PIC 9(5)V99.
             10 BEN-TAB-EMPLOYER-COST  PIC 9(5)V99.

      *----------------------------------------------------------------
      * What is going out this run, one entry per employee and plan.
      * A missed entry would leave a carrier wrong about someone's
      * coverage, so running out of room fails the job and leaves
      * the control date where it was for the rerun.
      *----------------------------------------------------------------
       01 WS-PND-ENTRY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PND-TABLE-MAX   PIC 9(5) VALUE 5000.
       01 WS-PND-TABLE.
          05 WS-PND-ENTRY OCCURS 5000 TIMES INDEXED BY PND-IDX.
             10 PND-ACTION       PIC X(1).
             10 PND-BEN-IDX      PIC 9(5).
             10 PND-EMPLOYEEID   PIC 9(7).
             10 PND-PLAN-CODE    PIC X(6).
             10 PND-LASTNAME     PIC X(10).
             10 PND-FIRSTNAME    PIC X(10).
             10 PND-GENDER       PIC X(1).
             10 PND-START-DATE   PIC 9(8).
             10 PND-END-DATE     PIC 9(8).
       01 WS-PND-FOUND-IDX PIC 9(5) VALUE ZERO.
       01 WS-PLAN-QUEUED PIC X VALUE 'N'.
          88 PLAN-QUEUED VALUE 'Y'.

      *----------------------------------------------------------------
      * Transmission controls for the trailer.
      *----------------------------------------------------------------
       01 WS-DETAIL-COUNT  PIC 9(7) VALUE ZERO.
       01 WS-ADD-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-CHANGE-COUNT  PIC 9(7) VALUE ZERO.
       01 WS-TERM-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-ID-HASH       PIC 9(12) VALUE ZERO.
       01 WS-JOURNAL-READ-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NOT-ENROLLED-COUNT PIC 9(5) VALUE ZERO.

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
       0100-EXTRACT-RUN.
          ACCEPT WS-JOBLOG-START-TIME FROM TIME
          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
          ACCEPT WS-RUN-TIME FROM TIME
          COMPUTE WS-RUN-STAMP = WS-RUN-DATE * 100000000 + WS-RUN-TIME
          PERFORM 0150-LOAD-CONTROL
          PERFORM 0160-LOAD-ENROLLMENT

          OPEN INPUT EMPLOYEEFILE
          IF WS-FILE-STATUS NOT = '00'
             DISPLAY "Cannot open EMPFILE.DAT, status " WS-FILE-STATUS
             MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
             PERFORM 0960-WRITE-JOB-LOG
             STOP RUN RETURNING 16
          END-IF

          OPEN INPUT EMPJRNLFILE
          IF WS-EJ-FILE-STATUS NOT = '00'
             DISPLAY "EMPJOURNAL.DAT not found - only enrollment"
             DISPLAY "dated this week will be sent."
             SET END-OF-JOURNAL TO TRUE
          END-IF
          PERFORM 0200-SCAN-ONE-JOURNAL UNTIL END-OF-JOURNAL
          IF WS-EJ-FILE-STATUS = '00' OR WS-EJ-FILE-STATUS = '10'
             CLOSE EMPJRNLFILE
          END-IF

          SET BEN-IDX TO 1
          PERFORM UNTIL BEN-IDX > WS-BEN-ENTRY-COUNT
             PERFORM 0300-CHECK-ONE-COVERAGE
             SET BEN-IDX UP BY 1
          END-PERFORM
          CLOSE EMPLOYEEFILE

          PERFORM 0400-WRITE-EXTRACT
          PERFORM 0480-REWRITE-CONTROL
          MOVE "COMPLETED" TO WS-JOBLOG-RUN-STATUS
          PERFORM 0960-WRITE-JOB-LOG
          DISPLAY "Journal entries read:   " WS-JOURNAL-READ-COUNT
          DISPLAY "Changes with no plans:  " WS-NOT-ENROLLED-COUNT
          DISPLAY "Adds sent:              " WS-ADD-COUNT
          DISPLAY "Changes sent:           " WS-CHANGE-COUNT
          DISPLAY "Terms sent:             " WS-TERM-COUNT
          STOP RUN.

       0100-END.

       0150-LOAD-CONTROL.
          OPEN INPUT BENCTLFILE
          IF WS-BENCTL-STATUS = '00'
             READ BENCTLFILE
                AT END CONTINUE
                NOT AT END
                   IF BC-LAST-RUN-DATE NUMERIC
                      MOVE BC-LAST-RUN-DATE TO WS-LAST-RUN-DATE
                   END-IF
                   IF BC-LAST-RUN-TIME NUMERIC
                      MOVE BC-LAST-RUN-TIME TO WS-LAST-RUN-TIME
                   END-IF
             END-READ
             CLOSE BENCTLFILE
          END-IF
          COMPUTE WS-LAST-STAMP =
             WS-LAST-RUN-DATE * 100000000 + WS-LAST-RUN-TIME.

       0150-END.

      *----------------------------------------------------------------
      * Loads BENEFITENRL.DAT. With no enrollment on file there is no
      * coverage to report, and the carriers get an empty file.
      *----------------------------------------------------------------
       0160-LOAD-ENROLLMENT.
          OPEN INPUT BENEFITFILE
          IF WS-BENEFIT-STATUS NOT = '00'
             DISPLAY "BENEFITENRL.DAT not found - nobody is enrolled."
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
                      MOVE BEN-PLAN-CODE TO BEN-TAB-PLAN-CODE(BEN-IDX)
                      MOVE BEN-CARRIER-ID
                         TO BEN-TAB-CARRIER-ID(BEN-IDX)
                      MOVE BEN-COVERAGE-TIER
                         TO BEN-TAB-COVERAGE-TIER(BEN-IDX)
                      MOVE BEN-DEPENDENTS
                         TO BEN-TAB-DEPENDENTS(BEN-IDX)
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
                      MOVE BEN-EMPLOYER-COST
                         TO BEN-TAB-EMPLOYER-COST(BEN-IDX)
                   ELSE
                      DISPLAY "Enrollment table full at "
                         WS-BEN-TABLE-MAX
                         " entries - the extract would be incomplete"
                      MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
                      PERFORM 0960-WRITE-JOB-LOG
                      STOP RUN RETURNING 16
                   END-IF
             END-READ
          END-PERFORM
          IF WS-BENEFIT-STATUS = '00' OR WS-BENEFIT-STATUS = '10'
             CLOSE BENEFITFILE
          END-IF.

       0160-END.

      *----------------------------------------------------------------
      * One journal entry, taken only when it falls after the last
      * extract and no later than this one. Timecard postings rewrite
      * the master every cycle with nothing a carrier needs, so a
      * rewrite is only sent when a carrier field actually changed.
      *----------------------------------------------------------------
       0200-SCAN-ONE-JOURNAL.
          READ EMPJRNLFILE
             AT END SET END-OF-JOURNAL TO TRUE
             NOT AT END
                COMPUTE WS-ENTRY-STAMP =
                   EJ-DATE * 100000000 + EJ-TIME
                IF WS-ENTRY-STAMP > WS-LAST-STAMP
                   AND WS-ENTRY-STAMP <= WS-RUN-STAMP
                   ADD 1 TO WS-JOURNAL-READ-COUNT
                   PERFORM 0210-CLASSIFY-ONE-ENTRY
                END-IF
          END-READ.

       0200-END.

       0210-CLASSIFY-ONE-ENTRY.
          MOVE EJ-BEFORE-IMAGE TO WS-BEFORE-EMP
          MOVE EJ-AFTER-IMAGE TO WS-AFTER-EMP
          MOVE SPACE TO WS-EVENT-ACTION
          MOVE EJ-EMPLOYEEID TO WS-EVENT-EMPLOYEEID
          MOVE ZERO TO WS-EVENT-END-DATE
          EVALUATE EJ-ACTION
             WHEN 'W'
                IF NOT AI-TERMINATED
                   SET EVENT-ADD TO TRUE
                END-IF
             WHEN 'R'
                EVALUATE TRUE
                   WHEN AI-TERMINATED AND NOT BI-TERMINATED
                      SET EVENT-TERM TO TRUE
                      MOVE AI-STATUS-DATE TO WS-EVENT-END-DATE
                   WHEN BI-TERMINATED AND NOT AI-TERMINATED
                      SET EVENT-ADD TO TRUE
                   WHEN AI-LASTNAME NOT = BI-LASTNAME
                     OR AI-FIRSTNAME NOT = BI-FIRSTNAME
                     OR AI-STARTDATE NOT = BI-STARTDATE
                     OR AI-DEPARTMENT NOT = BI-DEPARTMENT
                     OR AI-GENDER NOT = BI-GENDER
                     OR AI-STATUS NOT = BI-STATUS
                      SET EVENT-CHANGE TO TRUE
                END-EVALUATE
             WHEN 'D'
                IF NOT BI-TERMINATED
                   SET EVENT-TERM TO TRUE
                   MOVE EJ-DATE TO WS-EVENT-END-DATE
                END-IF
          END-EVALUATE

          IF WS-EVENT-ACTION NOT = SPACE
             IF EJ-ACTION = 'D'
                MOVE BI-LASTNAME TO WS-EVENT-LASTNAME
                MOVE BI-FIRSTNAME TO WS-EVENT-FIRSTNAME
                MOVE BI-GENDER TO WS-EVENT-GENDER
                MOVE BI-STARTDATE TO WS-EVENT-START-DATE
             ELSE
                MOVE AI-LASTNAME TO WS-EVENT-LASTNAME
                MOVE AI-FIRSTNAME TO WS-EVENT-FIRSTNAME
                MOVE AI-GENDER TO WS-EVENT-GENDER
                MOVE AI-STARTDATE TO WS-EVENT-START-DATE
             END-IF
             PERFORM 0220-QUEUE-EMPLOYEE-PLANS
          END-IF.

       0210-END.

      *----------------------------------------------------------------
      * Sends the event for each of the employee's plans it touches:
      * an add or change for every plan not already ended, a term for
      * every plan still in force on the termination date.
      *----------------------------------------------------------------
       0220-QUEUE-EMPLOYEE-PLANS.
          MOVE 'N' TO WS-PLAN-QUEUED
          SET BEN-IDX TO 1
          PERFORM UNTIL BEN-IDX > WS-BEN-ENTRY-COUNT
             IF BEN-TAB-EMPLOYEEID(BEN-IDX) = WS-EVENT-EMPLOYEEID
                IF EVENT-TERM
                   IF BEN-TAB-END-DATE(BEN-IDX) = ZERO
                      OR BEN-TAB-END-DATE(BEN-IDX)
                         >= WS-EVENT-END-DATE
                      PERFORM 0230-QUEUE-ONE-PLAN
                      SET PLAN-QUEUED TO TRUE
                   END-IF
                ELSE
                   IF BEN-TAB-END-DATE(BEN-IDX) = ZERO
                      OR BEN-TAB-END-DATE(BEN-IDX) >= WS-RUN-DATE
                      PERFORM 0230-QUEUE-ONE-PLAN
                      SET PLAN-QUEUED TO TRUE
                   END-IF
                END-IF
             END-IF
             SET BEN-IDX UP BY 1
          END-PERFORM
          IF NOT PLAN-QUEUED
             ADD 1 TO WS-NOT-ENROLLED-COUNT
          END-IF.

       0220-END.

      *----------------------------------------------------------------
      * Queues one employee/plan. A plan already queued this run keeps
      * the stronger action - a change never overrides an add or a
      * term already waiting - and otherwise takes the later event.
      *----------------------------------------------------------------
       0230-QUEUE-ONE-PLAN.
          MOVE ZERO TO WS-PND-FOUND-IDX
          SET PND-IDX TO 1
          PERFORM UNTIL PND-IDX > WS-PND-ENTRY-COUNT
             IF PND-EMPLOYEEID(PND-IDX) = WS-EVENT-EMPLOYEEID
                AND PND-PLAN-CODE(PND-IDX) = BEN-TAB-PLAN-CODE(BEN-IDX)
                MOVE PND-IDX TO WS-PND-FOUND-IDX
                SET PND-IDX TO WS-PND-ENTRY-COUNT
             END-IF
             SET PND-IDX UP BY 1
          END-PERFORM

          IF WS-PND-FOUND-IDX = ZERO
             IF WS-PND-ENTRY-COUNT < WS-PND-TABLE-MAX
                ADD 1 TO WS-PND-ENTRY-COUNT
                MOVE WS-PND-ENTRY-COUNT TO WS-PND-FOUND-IDX
                SET PND-IDX TO WS-PND-FOUND-IDX
                MOVE SPACE TO PND-ACTION(PND-IDX)
                MOVE WS-EVENT-EMPLOYEEID TO PND-EMPLOYEEID(PND-IDX)
                MOVE BEN-TAB-PLAN-CODE(BEN-IDX)
                   TO PND-PLAN-CODE(PND-IDX)
             ELSE
                DISPLAY "Extract table full at " WS-PND-TABLE-MAX
                   " entries - the extract would be incomplete"
                MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
                PERFORM 0960-WRITE-JOB-LOG
                STOP RUN RETURNING 16
             END-IF
          END-IF

          SET PND-IDX TO WS-PND-FOUND-IDX
          IF EVENT-CHANGE AND PND-ACTION(PND-IDX) NOT = SPACE
             CONTINUE
          ELSE
             MOVE WS-EVENT-ACTION TO PND-ACTION(PND-IDX)
             MOVE BEN-IDX TO PND-BEN-IDX(PND-IDX)
             MOVE WS-EVENT-LASTNAME TO PND-LASTNAME(PND-IDX)
             MOVE WS-EVENT-FIRSTNAME TO PND-FIRSTNAME(PND-IDX)
             MOVE WS-EVENT-GENDER TO PND-GENDER(PND-IDX)
             MOVE WS-EVENT-START-DATE TO PND-START-DATE(PND-IDX)
             MOVE WS-EVENT-END-DATE TO PND-END-DATE(PND-IDX)
          END-IF.

       0230-END.

      *----------------------------------------------------------------
      * Coverage dated into the week on the enrollment itself: a plan
      * starting since the last run is an add, one ending since the
      * last run is a term. The employee's details come off the
      * master; a terminated employee is not added back.
      *----------------------------------------------------------------
       0300-CHECK-ONE-COVERAGE.
          MOVE SPACE TO WS-EVENT-ACTION
          MOVE ZERO TO WS-EVENT-END-DATE
          IF BEN-TAB-END-DATE(BEN-IDX) > WS-LAST-RUN-DATE
             AND BEN-TAB-END-DATE(BEN-IDX) <= WS-RUN-DATE
             SET EVENT-TERM TO TRUE
             MOVE BEN-TAB-END-DATE(BEN-IDX) TO WS-EVENT-END-DATE
          ELSE
             IF BEN-TAB-EFFECTIVE-DATE(BEN-IDX) > WS-LAST-RUN-DATE
                AND BEN-TAB-EFFECTIVE-DATE(BEN-IDX) <= WS-RUN-DATE
                AND (BEN-TAB-END-DATE(BEN-IDX) = ZERO
                 OR BEN-TAB-END-DATE(BEN-IDX) > WS-RUN-DATE)
                SET EVENT-ADD TO TRUE
             END-IF
          END-IF

          IF WS-EVENT-ACTION NOT = SPACE
             MOVE BEN-TAB-EMPLOYEEID(BEN-IDX) TO EMPLOYEEID
             MOVE BEN-TAB-EMPLOYEEID(BEN-IDX) TO WS-EVENT-EMPLOYEEID
             READ EMPLOYEEFILE
                INVALID KEY
                   MOVE SPACES TO WS-EVENT-LASTNAME
                   MOVE SPACES TO WS-EVENT-FIRSTNAME
                   MOVE SPACE TO WS-EVENT-GENDER
                   MOVE ZERO TO WS-EVENT-START-DATE
                NOT INVALID KEY
                   MOVE LASTNAME TO WS-EVENT-LASTNAME
                   MOVE FIRSTNAME TO WS-EVENT-FIRSTNAME
                   MOVE GENDER TO WS-EVENT-GENDER
                   MOVE STARTDATE TO WS-EVENT-START-DATE
                   IF EVENT-ADD AND EMP-TERMINATED
                      MOVE SPACE TO WS-EVENT-ACTION
                   END-IF
             END-READ
          END-IF

          IF WS-EVENT-ACTION NOT = SPACE
             PERFORM 0230-QUEUE-ONE-PLAN
          END-IF.

       0300-END.

      *----------------------------------------------------------------
      * Writes the header, one detail per queued employee/plan with
      * the plan's current enrollment terms, and the trailer.
      *----------------------------------------------------------------
       0400-WRITE-EXTRACT.
          OPEN OUTPUT ELIGFILE
          MOVE SPACES TO ELIG-RECORD
          MOVE "H" TO EH-RECORD-TYPE
          MOVE WS-RUN-DATE TO EH-RUN-DATE
          MOVE WS-RUN-TIME TO EH-RUN-TIME
          MOVE WS-LAST-RUN-DATE TO EH-LAST-RUN-DATE
          WRITE ELIG-RECORD

          SET PND-IDX TO 1
          PERFORM UNTIL PND-IDX > WS-PND-ENTRY-COUNT
             PERFORM 0410-WRITE-ONE-DETAIL
             SET PND-IDX UP BY 1
          END-PERFORM

          MOVE SPACES TO ELIG-RECORD
          MOVE "T" TO ET-RECORD-TYPE
          MOVE WS-DETAIL-COUNT TO ET-RECORD-COUNT
          MOVE WS-ID-HASH TO ET-ID-HASH
          MOVE WS-ADD-COUNT TO ET-ADD-COUNT
          MOVE WS-CHANGE-COUNT TO ET-CHANGE-COUNT
          MOVE WS-TERM-COUNT TO ET-TERM-COUNT
          WRITE ELIG-RECORD
          CLOSE ELIGFILE.

       0400-END.

       0410-WRITE-ONE-DETAIL.
          SET BEN-IDX TO PND-BEN-IDX(PND-IDX)
          MOVE SPACES TO ELIG-RECORD
          MOVE "D" TO ED-RECORD-TYPE
          MOVE PND-ACTION(PND-IDX) TO ED-ACTION
          MOVE BEN-TAB-CARRIER-ID(BEN-IDX) TO ED-CARRIER-ID
          MOVE BEN-TAB-PLAN-CODE(BEN-IDX) TO ED-PLAN-CODE
          MOVE BEN-TAB-COVERAGE-TIER(BEN-IDX) TO ED-COVERAGE-TIER
          MOVE BEN-TAB-DEPENDENTS(BEN-IDX) TO ED-DEPENDENTS
          MOVE PND-EMPLOYEEID(PND-IDX) TO ED-EMPLOYEEID
          MOVE PND-LASTNAME(PND-IDX) TO ED-LASTNAME
          MOVE PND-FIRSTNAME(PND-IDX) TO ED-FIRSTNAME
          MOVE PND-GENDER(PND-IDX) TO ED-GENDER
          MOVE PND-START-DATE(PND-IDX) TO ED-START-DATE
          MOVE BEN-TAB-EFFECTIVE-DATE(BEN-IDX) TO ED-EFFECTIVE-DATE
          IF PND-ACTION(PND-IDX) = 'T'
             MOVE PND-END-DATE(PND-IDX) TO ED-END-DATE
          ELSE
             MOVE BEN-TAB-END-DATE(BEN-IDX) TO ED-END-DATE
          END-IF
          MOVE BEN-TAB-EMPLOYEE-COST(BEN-IDX) TO ED-EMPLOYEE-COST
          MOVE BEN-TAB-EMPLOYER-COST(BEN-IDX) TO ED-EMPLOYER-COST
          WRITE ELIG-RECORD
          ADD 1 TO WS-DETAIL-COUNT
          ADD PND-EMPLOYEEID(PND-IDX) TO WS-ID-HASH
          EVALUATE PND-ACTION(PND-IDX)
             WHEN 'A'
                ADD 1 TO WS-ADD-COUNT
             WHEN 'C'
                ADD 1 TO WS-CHANGE-COUNT
             WHEN 'T'
                ADD 1 TO WS-TERM-COUNT
          END-EVALUATE.

       0410-END.

       0480-REWRITE-CONTROL.
          OPEN OUTPUT BENCTLFILE
          MOVE SPACES TO BEN-CONTROL-RECORD
          MOVE WS-RUN-DATE TO BC-LAST-RUN-DATE
          MOVE WS-RUN-TIME TO BC-LAST-RUN-TIME
          WRITE BEN-CONTROL-RECORD
          CLOSE BENCTLFILE.

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
          MOVE "BENEXTRACT" TO WS-JL-JOB-NAME
          MOVE WS-JOBLOG-START-TIME TO WS-JL-START-TIME-OUT
          MOVE WS-JOBLOG-END-TIME TO WS-JL-END-TIME-OUT
          MOVE WS-DETAIL-COUNT TO WS-JL-RECORD-COUNT-OUT
          MOVE WS-JOBLOG-RUN-STATUS TO WS-JL-STATUS-OUT
          MOVE WS-JOBLOG-RECORD-AREA TO JOBLOG-RECORD
          WRITE JOBLOG-RECORD
          CLOSE JOBLOGFILE.

       0960-END.

       END PROGRAM BENEXTRACT.
