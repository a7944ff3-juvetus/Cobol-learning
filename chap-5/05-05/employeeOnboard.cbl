
       SELECT EMPLOYEEFILE ASSIGN TO "EMPFILE.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS EMPLOYEEID
          FILE STATUS IS WS-FILE-STATUS.

          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-DEPTMAST-STATUS.

       SELECT POSITIONFILE ASSIGN TO "POSITIONS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-POSITION-STATUS.

       SELECT APPROVALFILE ASSIGN TO "ONBOARDAPPR.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-APPROVAL-STATUS.

       SELECT HOLDFILE ASSIGN TO "ONBOARDHOLD.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SSNRECONFILE ASSIGN TO "SSNRECON.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-SSNRECON-STATUS.

       SELECT REHIREAPPRFILE ASSIGN TO "REHIREAPPR.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-REHIREAPPR-STATUS.

       SELECT REHIREREVIEWFILE ASSIGN TO "REHIREREVIEW.DAT"
          ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REHIREREPORTFILE ASSIGN TO "REHIREREV.TXT"
          ORGANIZATION IS LINE SEQUENTIAL.

       SELECT IDXREFFILE ASSIGN TO "IDXREF.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-XREF-STATUS.

       SELECT LOADJRNLFILE ASSIGN TO "ONBOARDJRNL.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-JRNL-STATUS.
          02 MERGED-DEPARTMENT PIC X(30).
          02 MERGED-GENDER PIC X.
          02 MERGED-COMPANY-CODE PIC X(8).
          02 MERGED-GRADE PIC X(2).

       FD EMPLOYEEFILE.
       01 EMPDETAILS.
          02 EMP-GRADE            PIC X(2).
          02 EMP-REG-HOURS        PIC 9(3).
          02 EMP-OT-HOURS         PIC 9(3).
          02 EMP-POSITION-NO      PIC X(6).

       FD REJECTFILE.
       01 REJECT-RECORD.
          05 FILLER        PIC X(1).
          05 DM-ACTIVE     PIC X(1).

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

      *----------------------------------------------------------------
      * Over-hire approvals: one record per held employee id HR has
      * approved to load into a department with no vacant position,
      * with the id of the approver.
      *----------------------------------------------------------------
       FD APPROVALFILE.
       01 APPROVAL-RECORD.
          05 APR-EMPLOYEEID PIC 9(7).
          05 FILLER         PIC X(1).
          05 APR-APPROVER   PIC X(8).

      *----------------------------------------------------------------
      * Employees held for want of a vacant position, in MERGED.DAT
      * layout so the file can be fed back in as the next run's input
      * once HR has approved the over-hires on ONBOARDAPPR.DAT.
      *----------------------------------------------------------------
       FD HOLDFILE.
       01 HOLD-RECORD PIC X(94).

      *----------------------------------------------------------------
      * The merge's restricted SSN reconciliation file, read for the
      * full SSN behind each employee id the merge ever wrote, so a
      * terminated employee who came in through an earlier merge can
      * be recognized by SSN when they come back.
      *----------------------------------------------------------------
       FD SSNRECONFILE.
       01 SSNRECON-RECORD.
          05 SSNR-EMPLOYEE-ID PIC 9(7).
          05 FILLER           PIC X(1).
          05 SSNR-FULL-SSN    PIC X(9).
          05 FILLER           PIC X(1).
          05 SSNR-COMPANY     PIC X(8).
          05 FILLER           PIC X(1).
          05 SSNR-DISPOSITION PIC X(6).

      *----------------------------------------------------------------
      * HR's decisions on the rehire review: per incoming id, the
      * original employee id and A to reactivate the original, or N
      * when the match was wrong and the employee loads as a new hire.
      *----------------------------------------------------------------
       FD REHIREAPPRFILE.
       01 REHIRE-APPROVAL-RECORD.
          05 RHA-EMPLOYEEID  PIC 9(7).
          05 FILLER          PIC X(1).
          05 RHA-ORIGINAL-ID PIC 9(7).
          05 FILLER          PIC X(1).
          05 RHA-DECISION    PIC X(1).
          05 FILLER          PIC X(1).
          05 RHA-APPROVER    PIC X(8).

      *----------------------------------------------------------------
      * Likely rehires routed out of the load, in MERGED.DAT layout
      * like the hold file, so they can be fed back in once HR has
      * recorded a decision for each on REHIREAPPR.DAT.
      *----------------------------------------------------------------
       FD REHIREREVIEWFILE.
       01 REHIRE-REVIEW-RECORD PIC X(94).

       FD REHIREREPORTFILE.
       01 REHIRE-REPORT-LINE PIC X(100).

      *----------------------------------------------------------------
      * Acquired-company id to employee id cross-reference, shared
      * with the merge. A reactivated rehire's acquired id is pointed
      * at the original employee id so timecards and corrections keyed
      * by the acquired id land on the right employee.
      *----------------------------------------------------------------
       FD IDXREFFILE.
       01 XREF-RECORD.
          05 XREF-COMPANY-CODE PIC X(8).
          05 FILLER            PIC X(1).
          05 XREF-OLD-ID       PIC 9(7).
          05 FILLER            PIC X(1).
          05 XREF-NEW-ID       PIC 9(7).

      *----------------------------------------------------------------
      * Machine-readable load journal: one record per employee this
      * run inserted into EMPFILE.DAT, carrying the batch id and the
       01 WS-READ-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-LOADED-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-HELD-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-OVERHIRE-COUNT PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------
      * Loaded/rejected counts per source company, for the load
       01 WS-DM-FOUND-IDX PIC 9(3) VALUE ZERO.
       01 WS-DM-CHECK-DEPARTMENT PIC X(30) VALUE SPACES.

      *----------------------------------------------------------------
      * Position master loaded at start of run, with the number of
      * active and on-leave employees holding each position counted
      * off the employee master. A missing POSITIONS.DAT means no
      * position control this run.
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
       01 WS-PS-ASSIGNED-IDX PIC 9(4) VALUE ZERO.
       01 WS-POSITION-HOLD PIC X VALUE 'N'.
          88 POSITION-HOLD VALUE 'Y'.

      *----------------------------------------------------------------
      * Over-hire approvals loaded at start of run; a missing
      * ONBOARDAPPR.DAT means nothing is approved and every employee
      * without a vacant position is held.
      *----------------------------------------------------------------
       01 WS-APPROVAL-STATUS PIC XX VALUE '00'.
       01 WS-APPROVAL-EOF PIC X VALUE 'N'.
          88 END-OF-APPROVAL-FILE VALUE 'Y'.
       01 WS-APR-ENTRY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-APR-TABLE-MAX   PIC 9(3) VALUE 500.
       01 WS-APR-TABLE.
          05 WS-APR-ENTRY OCCURS 500 TIMES INDEXED BY APR-IDX.
             10 APR-TAB-EMPLOYEEID PIC 9(7).
       01 WS-APR-FOUND-IDX PIC 9(3) VALUE ZERO.

      *----------------------------------------------------------------
      * Rehire detection. Every terminated employee on the master is
      * loaded with the full SSN the merge recorded for their id, if
      * it ever recorded one. An incoming employee is a likely rehire
      * of a terminated employee with the same SSN or, where no SSN
      * is on file for the terminated id, the same name and gender.
      *----------------------------------------------------------------
       01 WS-SSNRECON-STATUS PIC XX VALUE '00'.
       01 WS-SSNRECON-EOF PIC X VALUE 'N'.
          88 END-OF-SSNRECON VALUE 'Y'.
       01 WS-SNR-ENTRY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SNR-TABLE-MAX   PIC 9(4) VALUE 5000.
       01 WS-SNR-TABLE.
          05 WS-SNR-ENTRY OCCURS 5000 TIMES INDEXED BY SNR-IDX.
             10 SNR-TAB-EMPLOYEEID PIC 9(7).
             10 SNR-TAB-SSN        PIC X(9).

       01 WS-TERM-EOF PIC X VALUE 'N'.
          88 END-OF-TERM-BROWSE VALUE 'Y'.
       01 WS-TRM-ENTRY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-TRM-TABLE-MAX   PIC 9(4) VALUE 5000.
       01 WS-TRM-TABLE.
          05 WS-TRM-ENTRY OCCURS 5000 TIMES INDEXED BY TRM-IDX.
             10 TRM-TAB-EMPLOYEEID  PIC 9(7).
             10 TRM-TAB-NAME        PIC X(20).
             10 TRM-TAB-GENDER      PIC X(1).
             10 TRM-TAB-STATUS-DATE PIC 9(8).
             10 TRM-TAB-SSN         PIC X(9).
       01 WS-TRM-FOUND-IDX PIC 9(4) VALUE ZERO.

       01 WS-REHIREAPPR-STATUS PIC XX VALUE '00'.
       01 WS-REHIREAPPR-EOF PIC X VALUE 'N'.
          88 END-OF-REHIREAPPR VALUE 'Y'.
       01 WS-RHA-ENTRY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-RHA-TABLE-MAX   PIC 9(3) VALUE 500.
       01 WS-RHA-TABLE.
          05 WS-RHA-ENTRY OCCURS 500 TIMES INDEXED BY RHA-IDX.
             10 RHA-TAB-EMPLOYEEID  PIC 9(7).
             10 RHA-TAB-ORIGINAL-ID PIC 9(7).
             10 RHA-TAB-DECISION    PIC X(1).
       01 WS-RHA-FOUND-IDX PIC 9(3) VALUE ZERO.

      *----------------------------------------------------------------
      * What the rehire check decided for the record in hand: N load
      * as a new hire, R route to rehire review, A reactivate the
      * original employee id as HR approved.
      *----------------------------------------------------------------
       01 WS-REHIRE-ACTION PIC X VALUE 'N'.
          88 REHIRE-REVIEW   VALUE 'R'.
          88 REHIRE-APPROVED VALUE 'A'.
       01 WS-RH-ORIGINAL-ID PIC 9(7) VALUE ZERO.
       01 WS-RH-BASIS       PIC X(12) VALUE SPACES.
       01 WS-RH-TERM-DATE   PIC 9(8) VALUE ZERO.
       01 WS-REVIEW-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-REHIRE-COUNT   PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------
      * Bridged service: the original start date moved forward by the
      * break between termination and the start date at the acquired
      * company, so tenure counts both stretches of service but not
      * the time away. STARTDATE carries the bridged date from then
      * on; the original is in the journal before-image.
      *----------------------------------------------------------------
       01 WS-BRIDGE-GAP-DAYS PIC S9(7) VALUE ZERO.
       01 WS-BRIDGED-DATE    PIC 9(8) VALUE ZERO.

       01 WS-XREF-STATUS PIC XX VALUE '00'.
       01 WS-XREF-EOF PIC X VALUE 'N'.
          88 END-OF-XREF VALUE 'Y'.
       01 WS-XREF-ENTRY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-XREF-TABLE-MAX   PIC 9(4) VALUE 2000.
       01 WS-XREF-TABLE.
          05 WS-XREF-ENTRY OCCURS 2000 TIMES INDEXED BY XRF-IDX.
             10 XRF-TAB-COMPANY-CODE PIC X(8).
             10 XRF-TAB-OLD-ID       PIC 9(7).
             10 XRF-TAB-NEW-ID       PIC 9(7).
       01 WS-XREF-FOUND-IDX PIC 9(4) VALUE ZERO.

       01 REHIRE-HEADING-1 PIC X(100) VALUE
          "REHIRE REVIEW - LIKELY RETURNING EMPLOYEES NOT LOADED".
       01 REHIRE-HEADING-2 PIC X(100) VALUE ALL "=".
       01 REHIRE-COLUMN-LINE PIC X(100) VALUE
          "INCOMING COMPANY   NAME                  ORIGINAL TERMINATED
      -   " MATCHED ON".
       01 REHIRE-DETAIL-LINE.
          05 RRL-EMPLOYEEID  PIC 9(7).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 RRL-COMPANY     PIC X(8).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 RRL-NAME        PIC X(20).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 RRL-ORIGINAL-ID PIC 9(7).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 RRL-TERM-DATE   PIC 9(8).
          05 FILLER          PIC X(3) VALUE SPACES.
          05 RRL-BASIS       PIC X(12).
       01 REHIRE-TOTAL-LINE.
          05 FILLER          PIC X(28) VALUE
             "  AWAITING HR DECISION:".
          05 RRT-COUNT-OUT   PIC ZZZZ9.

       01 WS-MERGED-STARTDATE-SPLIT.
          05 WS-MS-YEAR  PIC 9(4).
          05 WS-MS-MONTH PIC 9(2).
          MOVE WS-RUN-DATE TO WS-BATCH-DATE
          MOVE WS-JOBLOG-START-TIME TO WS-BATCH-TIME
          PERFORM 0150-LOAD-DEPT-MASTER
          PERFORM 0170-LOAD-APPROVALS

          OPEN INPUT MERGEDFILE
          IF WS-MERGED-STATUS NOT = '00'
             PERFORM 0960-WRITE-JOB-LOG
             STOP RUN RETURNING 16
          END-IF
          PERFORM 0180-LOAD-POSITION-MASTER
          PERFORM 0190-LOAD-SSN-RECON
          PERFORM 0192-LOAD-TERMINATED
          PERFORM 0194-LOAD-REHIRE-DECISIONS
          PERFORM 0196-LOAD-ID-XREF
          OPEN OUTPUT REJECTFILE
          OPEN OUTPUT HOLDFILE
          OPEN OUTPUT REHIREREVIEWFILE
          OPEN OUTPUT REHIREREPORTFILE
          MOVE REHIRE-HEADING-1 TO REHIRE-REPORT-LINE
          WRITE REHIRE-REPORT-LINE
          MOVE REHIRE-HEADING-2 TO REHIRE-REPORT-LINE
          WRITE REHIRE-REPORT-LINE
          MOVE REHIRE-COLUMN-LINE TO REHIRE-REPORT-LINE
          WRITE REHIRE-REPORT-LINE
          OPEN OUTPUT REGISTERFILE
          OPEN EXTEND LOADJRNLFILE
          IF WS-JRNL-STATUS NOT = '00'
          PERFORM 0200-ONBOARD-ONE-EMPLOYEE UNTIL END-OF-MERGED-FILE

          PERFORM 0400-PRINT-LOAD-REGISTER
          IF WS-REHIRE-COUNT > ZERO
             PERFORM 0410-REWRITE-ID-XREF
          END-IF
          MOVE SPACES TO REHIRE-REPORT-LINE
          WRITE REHIRE-REPORT-LINE
          MOVE WS-REVIEW-COUNT TO RRT-COUNT-OUT
          MOVE REHIRE-TOTAL-LINE TO REHIRE-REPORT-LINE
          WRITE REHIRE-REPORT-LINE

          CLOSE MERGEDFILE
          CLOSE EMPLOYEEFILE
          CLOSE REJECTFILE
          CLOSE HOLDFILE
          CLOSE REHIREREVIEWFILE
          CLOSE REHIREREPORTFILE
          CLOSE REGISTERFILE
          CLOSE LOADJRNLFILE
          MOVE "COMPLETED" TO WS-JOBLOG-RUN-STATUS
          DISPLAY "Merged records read:  " WS-READ-COUNT
          DISPLAY "Employees loaded:     " WS-LOADED-COUNT
          DISPLAY "Employees rejected:   " WS-REJECT-COUNT
          DISPLAY "Employees held:       " WS-HELD-COUNT
          DISPLAY "Over-hires approved:  " WS-OVERHIRE-COUNT
          DISPLAY "Rehire review:        " WS-REVIEW-COUNT
          DISPLAY "Rehires reactivated:  " WS-REHIRE-COUNT
          DISPLAY "Load batch id:        " WS-BATCH-ID
          STOP RUN.

                PERFORM 0125-FIND-OR-ADD-SOURCE
                PERFORM 0210-VALIDATE-MERGED-RECORD
                IF VALID-RECORD
                   PERFORM 0270-CHECK-REHIRE
                END-IF
                IF VALID-RECORD AND NOT REHIRE-REVIEW
                   PERFORM 0220-ASSIGN-POSITION
                END-IF
                IF VALID-RECORD
                   EVALUATE TRUE
                      WHEN REHIRE-REVIEW
                         PERFORM 0275-WRITE-REHIRE-REVIEW
                      WHEN POSITION-HOLD
                         PERFORM 0260-WRITE-HOLD
                      WHEN REHIRE-APPROVED
                         PERFORM 0280-REACTIVATE-ORIGINAL
                      WHEN OTHER
                         PERFORM 0230-INSERT-INTO-MASTER
                   END-EVALUATE
                ELSE
                   PERFORM 0250-WRITE-REJECT
                END-IF

       0160-END.

      *----------------------------------------------------------------
      * Loads HR's over-hire approvals. A missing ONBOARDAPPR.DAT
      * means no over-hire is approved this run.
      *----------------------------------------------------------------
       0170-LOAD-APPROVALS.
          OPEN INPUT APPROVALFILE
          IF WS-APPROVAL-STATUS NOT = '00'
             SET END-OF-APPROVAL-FILE TO TRUE
          END-IF
          PERFORM UNTIL END-OF-APPROVAL-FILE
             READ APPROVALFILE
                AT END SET END-OF-APPROVAL-FILE TO TRUE
                NOT AT END
                   IF WS-APR-ENTRY-COUNT < WS-APR-TABLE-MAX
                      ADD 1 TO WS-APR-ENTRY-COUNT
                      SET APR-IDX TO WS-APR-ENTRY-COUNT
                      MOVE APR-EMPLOYEEID
                         TO APR-TAB-EMPLOYEEID(APR-IDX)
                   ELSE
                      DISPLAY "WARNING: approval table full at "
                         WS-APR-TABLE-MAX
                         " approvals, " APR-EMPLOYEEID " held again"
                   END-IF
             END-READ
          END-PERFORM
          IF WS-APPROVAL-STATUS = '00' OR WS-APPROVAL-STATUS = '10'
             CLOSE APPROVALFILE
          END-IF.

       0170-END.

      *----------------------------------------------------------------
      * Loads the position master, then makes one pass of the
      * employee master so every employee not terminated counts
      * against the position they hold. A missing POSITIONS.DAT
      * means no position control this run.
      *----------------------------------------------------------------
       0180-LOAD-POSITION-MASTER.
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

             MOVE ZERO TO EMPLOYEEID
             START EMPLOYEEFILE KEY NOT < EMPLOYEEID
                INVALID KEY SET END-OF-EMP-BROWSE TO TRUE
             END-START
             PERFORM UNTIL END-OF-EMP-BROWSE
                READ EMPLOYEEFILE NEXT RECORD
                   AT END SET END-OF-EMP-BROWSE TO TRUE
                   NOT AT END
                      IF NOT EMP-TERMINATED
                         AND EMP-POSITION-NO NOT = SPACES
                         PERFORM 0185-COUNT-INCUMBENT
                      END-IF
                END-READ
             END-PERFORM
             MOVE '00' TO WS-FILE-STATUS
          END-IF.

       0180-END.

       0185-COUNT-INCUMBENT.
          MOVE ZERO TO WS-PS-FOUND-IDX
          SET PS-IDX TO 1
          PERFORM UNTIL PS-IDX > WS-PS-ENTRY-COUNT
             IF PS-TAB-POSITION-NO(PS-IDX) = EMP-POSITION-NO
                MOVE PS-IDX TO WS-PS-FOUND-IDX
                SET PS-IDX TO WS-PS-ENTRY-COUNT
             END-IF
             SET PS-IDX UP BY 1
          END-PERFORM
          IF WS-PS-FOUND-IDX NOT = ZERO
             SET PS-IDX TO WS-PS-FOUND-IDX
             ADD 1 TO PS-TAB-FILLED(PS-IDX)
          END-IF.

       0185-END.

      *----------------------------------------------------------------
      * Loads the merge's SSN reconciliation: the SSN behind every
      * employee id it merged. A missing SSNRECON.DAT means rehires
      * are matched on name and gender alone.
      *----------------------------------------------------------------
       0190-LOAD-SSN-RECON.
          OPEN INPUT SSNRECONFILE
          IF WS-SSNRECON-STATUS NOT = '00'
             SET END-OF-SSNRECON TO TRUE
          END-IF
          PERFORM UNTIL END-OF-SSNRECON
             READ SSNRECONFILE
                AT END SET END-OF-SSNRECON TO TRUE
                NOT AT END
                   IF SSNR-DISPOSITION = "MERGED"
                      IF WS-SNR-ENTRY-COUNT < WS-SNR-TABLE-MAX
                         ADD 1 TO WS-SNR-ENTRY-COUNT
                         SET SNR-IDX TO WS-SNR-ENTRY-COUNT
                         MOVE SSNR-EMPLOYEE-ID
                            TO SNR-TAB-EMPLOYEEID(SNR-IDX)
                         MOVE SSNR-FULL-SSN TO SNR-TAB-SSN(SNR-IDX)
                      ELSE
                         DISPLAY "WARNING: SSN recon table full at "
                            WS-SNR-TABLE-MAX
                            " entries, " SSNR-EMPLOYEE-ID " omitted"
                      END-IF
                   END-IF
             END-READ
          END-PERFORM
          IF WS-SSNRECON-STATUS = '00' OR WS-SSNRECON-STATUS = '10'
             CLOSE SSNRECONFILE
          END-IF.

       0190-END.

      *----------------------------------------------------------------
      * One pass of the employee master for the terminated employees
      * a returning employee could be, each with the SSN on file for
      * their id.
      *----------------------------------------------------------------
       0192-LOAD-TERMINATED.
          MOVE ZERO TO EMPLOYEEID
          START EMPLOYEEFILE KEY NOT < EMPLOYEEID
             INVALID KEY SET END-OF-TERM-BROWSE TO TRUE
          END-START
          PERFORM UNTIL END-OF-TERM-BROWSE
             READ EMPLOYEEFILE NEXT RECORD
                AT END SET END-OF-TERM-BROWSE TO TRUE
                NOT AT END
                   IF EMP-TERMINATED
                      PERFORM 0193-ADD-TERMINATED
                   END-IF
             END-READ
          END-PERFORM
          MOVE '00' TO WS-FILE-STATUS.

       0192-END.

       0193-ADD-TERMINATED.
          IF WS-TRM-ENTRY-COUNT < WS-TRM-TABLE-MAX
             ADD 1 TO WS-TRM-ENTRY-COUNT
             SET TRM-IDX TO WS-TRM-ENTRY-COUNT
             MOVE EMPLOYEEID TO TRM-TAB-EMPLOYEEID(TRM-IDX)
             MOVE EMPLOYEENAME TO TRM-TAB-NAME(TRM-IDX)
             MOVE GENDER TO TRM-TAB-GENDER(TRM-IDX)
             MOVE EMP-STATUS-DATE TO TRM-TAB-STATUS-DATE(TRM-IDX)
             MOVE SPACES TO TRM-TAB-SSN(TRM-IDX)
             SET SNR-IDX TO 1
             PERFORM UNTIL SNR-IDX > WS-SNR-ENTRY-COUNT
                IF SNR-TAB-EMPLOYEEID(SNR-IDX) = EMPLOYEEID
                   MOVE SNR-TAB-SSN(SNR-IDX) TO TRM-TAB-SSN(TRM-IDX)
                   SET SNR-IDX TO WS-SNR-ENTRY-COUNT
                END-IF
                SET SNR-IDX UP BY 1
             END-PERFORM
          ELSE
             DISPLAY "WARNING: terminated table full at "
                WS-TRM-TABLE-MAX
                " employees, " EMPLOYEEID " not checked for rehire"
          END-IF.

       0193-END.

      *----------------------------------------------------------------
      * Loads HR's rehire decisions. A missing REHIREAPPR.DAT means
      * no decisions yet and every likely rehire goes to review.
      *----------------------------------------------------------------
       0194-LOAD-REHIRE-DECISIONS.
          OPEN INPUT REHIREAPPRFILE
          IF WS-REHIREAPPR-STATUS NOT = '00'
             SET END-OF-REHIREAPPR TO TRUE
          END-IF
          PERFORM UNTIL END-OF-REHIREAPPR
             READ REHIREAPPRFILE
                AT END SET END-OF-REHIREAPPR TO TRUE
                NOT AT END
                   IF WS-RHA-ENTRY-COUNT < WS-RHA-TABLE-MAX
                      ADD 1 TO WS-RHA-ENTRY-COUNT
                      SET RHA-IDX TO WS-RHA-ENTRY-COUNT
                      MOVE RHA-EMPLOYEEID
                         TO RHA-TAB-EMPLOYEEID(RHA-IDX)
                      MOVE RHA-ORIGINAL-ID
                         TO RHA-TAB-ORIGINAL-ID(RHA-IDX)
                      MOVE FUNCTION UPPER-CASE(RHA-DECISION)
                         TO RHA-TAB-DECISION(RHA-IDX)
                   ELSE
                      DISPLAY "WARNING: rehire decision table full at "
                         WS-RHA-TABLE-MAX
                         " decisions, " RHA-EMPLOYEEID " reviewed again"
                   END-IF
             END-READ
          END-PERFORM
          IF WS-REHIREAPPR-STATUS = '00' OR WS-REHIREAPPR-STATUS = '10'
             CLOSE REHIREAPPRFILE
          END-IF.

       0194-END.

      *----------------------------------------------------------------
      * Loads the id cross-reference. The whole file is rewritten when
      * a rehire is reactivated, so one too big for the table stops
      * the run rather than losing entries.
      *----------------------------------------------------------------
       0196-LOAD-ID-XREF.
          OPEN INPUT IDXREFFILE
          IF WS-XREF-STATUS NOT = '00'
             SET END-OF-XREF TO TRUE
          END-IF
          PERFORM UNTIL END-OF-XREF
             READ IDXREFFILE
                AT END SET END-OF-XREF TO TRUE
                NOT AT END
                   IF WS-XREF-ENTRY-COUNT < WS-XREF-TABLE-MAX
                      ADD 1 TO WS-XREF-ENTRY-COUNT
                      SET XRF-IDX TO WS-XREF-ENTRY-COUNT
                      MOVE XREF-COMPANY-CODE
                         TO XRF-TAB-COMPANY-CODE(XRF-IDX)
                      MOVE XREF-OLD-ID TO XRF-TAB-OLD-ID(XRF-IDX)
                      MOVE XREF-NEW-ID TO XRF-TAB-NEW-ID(XRF-IDX)
                   ELSE
                      DISPLAY "Id xref table full at "
                         WS-XREF-TABLE-MAX
                         " entries - IDXREF.DAT cannot be rewritten"
                         " without losing entries"
                      CLOSE IDXREFFILE
                      CLOSE MERGEDFILE
                      CLOSE EMPLOYEEFILE
                      MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
                      PERFORM 0960-WRITE-JOB-LOG
                      STOP RUN RETURNING 16
                   END-IF
             END-READ
          END-PERFORM
          IF WS-XREF-STATUS = '00' OR WS-XREF-STATUS = '10'
             CLOSE IDXREFFILE
          END-IF.

       0196-END.

      *----------------------------------------------------------------
      * The same data-entry edits the raise run applies, run before
      * the insert: an onboarded employee has to survive the next

       0210-END.

      *----------------------------------------------------------------
      * Position control: the employee takes the first vacant
      * position in their department. A department whose positions
      * are all filled is an over-hire - the employee loads into the
      * department's first position only when HR has approved the id
      * on ONBOARDAPPR.DAT, and is held otherwise. A department with
      * no authorized position at all is rejected.
      *----------------------------------------------------------------
       0220-ASSIGN-POSITION.
          MOVE 'N' TO WS-POSITION-HOLD
          MOVE ZERO TO WS-PS-ASSIGNED-IDX
          IF POSITION-FILE-FOUND
             MOVE ZERO TO WS-PS-FIRST-IDX
             MOVE ZERO TO WS-PS-VACANT-IDX
             SET PS-IDX TO 1
             PERFORM UNTIL PS-IDX > WS-PS-ENTRY-COUNT
                IF PS-TAB-DEPARTMENT(PS-IDX) = MERGED-DEPARTMENT
                   IF WS-PS-FIRST-IDX = ZERO
                      MOVE PS-IDX TO WS-PS-FIRST-IDX
                   END-IF
                   IF PS-TAB-FILLED(PS-IDX) = ZERO
                      MOVE PS-IDX TO WS-PS-VACANT-IDX
                      SET PS-IDX TO WS-PS-ENTRY-COUNT
                   END-IF
                END-IF
                SET PS-IDX UP BY 1
             END-PERFORM

             EVALUATE TRUE
                WHEN WS-PS-VACANT-IDX NOT = ZERO
                   MOVE WS-PS-VACANT-IDX TO WS-PS-ASSIGNED-IDX
                WHEN WS-PS-FIRST-IDX = ZERO
                   MOVE 'N' TO WS-VALID-RECORD
                   MOVE 'PS01' TO WS-REJECT-CODE
                   MOVE "NO POSITIONS AUTHORIZED FOR DEPARTMENT"
                      TO WS-REJECT-TEXT
                WHEN OTHER
                   PERFORM 0225-FIND-APPROVAL
                   IF WS-APR-FOUND-IDX NOT = ZERO
                      MOVE WS-PS-FIRST-IDX TO WS-PS-ASSIGNED-IDX
                   ELSE
                      MOVE 'Y' TO WS-POSITION-HOLD
                   END-IF
             END-EVALUATE
          END-IF.

       0220-END.

       0225-FIND-APPROVAL.
          MOVE ZERO TO WS-APR-FOUND-IDX
          SET APR-IDX TO 1
          PERFORM UNTIL APR-IDX > WS-APR-ENTRY-COUNT
             IF APR-TAB-EMPLOYEEID(APR-IDX) = MERGED-EMPLOYEE-ID
                MOVE APR-IDX TO WS-APR-FOUND-IDX
                SET APR-IDX TO WS-APR-ENTRY-COUNT
             END-IF
             SET APR-IDX UP BY 1
          END-PERFORM.

       0225-END.

      *----------------------------------------------------------------
      * Builds the EMPDETAILS record from the merged record and writes
      * it to the indexed master. An id already on the master is a
          MOVE MERGED-HOURLY-RATE TO HOURLYRATE
          MOVE MERGED-DEPARTMENT TO DEPARTMENT
          MOVE MERGED-GENDER TO GENDER
          MOVE MERGED-GRADE TO EMP-GRADE
          MOVE 'A' TO EMP-STATUS
          MOVE WS-RUN-DATE TO EMP-STATUS-DATE
          IF WS-PS-ASSIGNED-IDX NOT = ZERO
             SET PS-IDX TO WS-PS-ASSIGNED-IDX
             MOVE PS-TAB-POSITION-NO(PS-IDX) TO EMP-POSITION-NO
          END-IF
          WRITE EMPDETAILS
             INVALID KEY
                MOVE 'ID01' TO WS-REJECT-CODE
                PERFORM 0250-WRITE-REJECT
             NOT INVALID KEY
                ADD 1 TO WS-LOADED-COUNT
                IF WS-PS-ASSIGNED-IDX NOT = ZERO
                   SET PS-IDX TO WS-PS-ASSIGNED-IDX
                   IF PS-TAB-FILLED(PS-IDX) > ZERO
                      ADD 1 TO WS-OVERHIRE-COUNT
                   END-IF
                   ADD 1 TO PS-TAB-FILLED(PS-IDX)
                END-IF
                PERFORM 0240-WRITE-LOAD-JOURNAL
                MOVE 'W' TO WS-EJ-ACTION
                MOVE EMPLOYEEID TO WS-EJ-EMPLOYEEID

       0250-END.

       0260-WRITE-HOLD.
          MOVE MERGED-EMPLOYEE-RECORD TO HOLD-RECORD
          WRITE HOLD-RECORD
          ADD 1 TO WS-HELD-COUNT.

       0260-END.

      *----------------------------------------------------------------
      * Rehire check. A decision from HR on REHIREAPPR.DAT settles the
      * record: A reactivates the original id - which must still be
      * on the master as terminated - and N loads it as a new hire.
      * With no decision, a match against a terminated employee routes
      * the record to rehire review instead of the load.
      *----------------------------------------------------------------
       0270-CHECK-REHIRE.
          MOVE 'N' TO WS-REHIRE-ACTION
          MOVE ZERO TO WS-RH-ORIGINAL-ID
          MOVE SPACES TO WS-RH-BASIS
          MOVE ZERO TO WS-RHA-FOUND-IDX
          SET RHA-IDX TO 1
          PERFORM UNTIL RHA-IDX > WS-RHA-ENTRY-COUNT
             IF RHA-TAB-EMPLOYEEID(RHA-IDX) = MERGED-EMPLOYEE-ID
                MOVE RHA-IDX TO WS-RHA-FOUND-IDX
                SET RHA-IDX TO WS-RHA-ENTRY-COUNT
             END-IF
             SET RHA-IDX UP BY 1
          END-PERFORM

          IF WS-RHA-FOUND-IDX NOT = ZERO
             SET RHA-IDX TO WS-RHA-FOUND-IDX
             IF RHA-TAB-DECISION(RHA-IDX) = 'A'
                MOVE 'A' TO WS-REHIRE-ACTION
                MOVE RHA-TAB-ORIGINAL-ID(RHA-IDX) TO WS-RH-ORIGINAL-ID
                MOVE WS-RH-ORIGINAL-ID TO EMPLOYEEID
                READ EMPLOYEEFILE
                   INVALID KEY
                      MOVE 'N' TO WS-VALID-RECORD
                      MOVE 'RH01' TO WS-REJECT-CODE
                      MOVE "REHIRE ORIGINAL ID NOT ON MASTER"
                         TO WS-REJECT-TEXT
                   NOT INVALID KEY
                      IF NOT EMP-TERMINATED
                         MOVE 'N' TO WS-VALID-RECORD
                         MOVE 'RH02' TO WS-REJECT-CODE
                         MOVE "REHIRE ORIGINAL ID NOT TERMINATED"
                            TO WS-REJECT-TEXT
                      END-IF
                END-READ
             END-IF
          ELSE
             PERFORM 0272-MATCH-TERMINATED
          END-IF.

       0270-END.

       0272-MATCH-TERMINATED.
          MOVE ZERO TO WS-TRM-FOUND-IDX
          SET TRM-IDX TO 1
          PERFORM UNTIL TRM-IDX > WS-TRM-ENTRY-COUNT
             IF TRM-TAB-SSN(TRM-IDX) NOT = SPACES
                IF TRM-TAB-SSN(TRM-IDX) = MERGED-SSN
                   MOVE "SSN" TO WS-RH-BASIS
                   MOVE TRM-IDX TO WS-TRM-FOUND-IDX
                   SET TRM-IDX TO WS-TRM-ENTRY-COUNT
                END-IF
             ELSE
                IF TRM-TAB-NAME(TRM-IDX) = MERGED-EMPLOYEE-NAME
                   AND TRM-TAB-GENDER(TRM-IDX) = MERGED-GENDER
                   MOVE "NAME/GENDER" TO WS-RH-BASIS
                   MOVE TRM-IDX TO WS-TRM-FOUND-IDX
                   SET TRM-IDX TO WS-TRM-ENTRY-COUNT
                END-IF
             END-IF
             SET TRM-IDX UP BY 1
          END-PERFORM
          IF WS-TRM-FOUND-IDX NOT = ZERO
             SET TRM-IDX TO WS-TRM-FOUND-IDX
             MOVE 'R' TO WS-REHIRE-ACTION
             MOVE TRM-TAB-EMPLOYEEID(TRM-IDX) TO WS-RH-ORIGINAL-ID
             MOVE TRM-TAB-STATUS-DATE(TRM-IDX) TO WS-RH-TERM-DATE
          END-IF.

       0272-END.

      *----------------------------------------------------------------
      * A likely rehire is not loaded: the record goes to the review
      * file to be fed back once HR decides, and onto the review
      * listing beside the terminated employee it matched.
      *----------------------------------------------------------------
       0275-WRITE-REHIRE-REVIEW.
          MOVE MERGED-EMPLOYEE-RECORD TO REHIRE-REVIEW-RECORD
          WRITE REHIRE-REVIEW-RECORD
          MOVE MERGED-EMPLOYEE-ID TO RRL-EMPLOYEEID
          MOVE MERGED-COMPANY-CODE TO RRL-COMPANY
          MOVE MERGED-EMPLOYEE-NAME TO RRL-NAME
          MOVE WS-RH-ORIGINAL-ID TO RRL-ORIGINAL-ID
          MOVE WS-RH-TERM-DATE TO RRL-TERM-DATE
          MOVE WS-RH-BASIS TO RRL-BASIS
          MOVE REHIRE-DETAIL-LINE TO REHIRE-REPORT-LINE
          WRITE REHIRE-REPORT-LINE
          ADD 1 TO WS-REVIEW-COUNT.

       0275-END.

      *----------------------------------------------------------------
      * Approved rehire: the original employee, read by the rehire
      * check, goes back to active with a new status date, the
      * incoming rate, hours and department, the crosswalk grade and
      * assigned position when there are any, and a bridged-service
      * start date. Not written to the load journal - backing out a
      * load batch deletes what it inserted, and this employee was
      * not inserted - only to the master-file journal.
      *----------------------------------------------------------------
       0280-REACTIVATE-ORIGINAL.
          MOVE EMPDETAILS TO WS-EJ-BEFORE-IMAGE
          PERFORM 0285-COMPUTE-BRIDGED-DATE
          MOVE WS-BRIDGED-DATE TO STARTDATE
          MOVE 'A' TO EMP-STATUS
          MOVE WS-RUN-DATE TO EMP-STATUS-DATE
          MOVE MERGED-HOURSWORKED TO HOURSWORKED
          MOVE MERGED-HOURLY-RATE TO HOURLYRATE
          MOVE MERGED-DEPARTMENT TO DEPARTMENT
          IF MERGED-GRADE NOT = SPACES
             MOVE MERGED-GRADE TO EMP-GRADE
          END-IF
          IF WS-PS-ASSIGNED-IDX NOT = ZERO
             SET PS-IDX TO WS-PS-ASSIGNED-IDX
             MOVE PS-TAB-POSITION-NO(PS-IDX) TO EMP-POSITION-NO
          END-IF
          REWRITE EMPDETAILS
             INVALID KEY
                MOVE 'RH03' TO WS-REJECT-CODE
                MOVE "REHIRE REACTIVATION REWRITE FAILED"
                   TO WS-REJECT-TEXT
                PERFORM 0250-WRITE-REJECT
             NOT INVALID KEY
                ADD 1 TO WS-REHIRE-COUNT
                IF WS-PS-ASSIGNED-IDX NOT = ZERO
                   SET PS-IDX TO WS-PS-ASSIGNED-IDX
                   IF PS-TAB-FILLED(PS-IDX) > ZERO
                      ADD 1 TO WS-OVERHIRE-COUNT
                   END-IF
                   ADD 1 TO PS-TAB-FILLED(PS-IDX)
                END-IF
                MOVE 'R' TO WS-EJ-ACTION
                MOVE EMPLOYEEID TO WS-EJ-EMPLOYEEID
                MOVE EMPDETAILS TO WS-EJ-AFTER-IMAGE
                PERFORM 0930-WRITE-EMP-JOURNAL
                PERFORM 0290-MAP-ACQUIRED-ID
                DISPLAY "Rehire " MERGED-EMPLOYEE-ID
                   " reactivated as " EMPLOYEEID
                   ", bridged service from " WS-BRIDGED-DATE
          END-REWRITE.

       0280-END.

      *----------------------------------------------------------------
      * A break is only bridged when both dates are usable and the
      * acquired company's start date falls after the termination;
      * otherwise the original start date stands.
      *----------------------------------------------------------------
       0285-COMPUTE-BRIDGED-DATE.
          MOVE STARTDATE TO WS-BRIDGED-DATE
          MOVE ZERO TO WS-BRIDGE-GAP-DAYS
          IF EMP-STATUS-DATE NUMERIC AND EMP-STATUS-DATE > 19000000
             AND STARTDATE NUMERIC AND START-YEAR >= 1900
             AND MERGED-STARTDATE > EMP-STATUS-DATE
             COMPUTE WS-BRIDGE-GAP-DAYS =
                FUNCTION INTEGER-OF-DATE(MERGED-STARTDATE)
                - FUNCTION INTEGER-OF-DATE(EMP-STATUS-DATE)
             COMPUTE WS-BRIDGED-DATE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-BRIDGED-DATE)
                + WS-BRIDGE-GAP-DAYS)
          END-IF.

       0285-END.

      *----------------------------------------------------------------
      * Points the acquired id at the original employee. An entry the
      * merge already wrote for this id - because it collided and was
      * reassigned - is repointed rather than shadowed, since readers
      * take the first entry for an old id.
      *----------------------------------------------------------------
       0290-MAP-ACQUIRED-ID.
          MOVE ZERO TO WS-XREF-FOUND-IDX
          SET XRF-IDX TO 1
          PERFORM UNTIL XRF-IDX > WS-XREF-ENTRY-COUNT
             IF XRF-TAB-COMPANY-CODE(XRF-IDX) = MERGED-COMPANY-CODE
                AND XRF-TAB-NEW-ID(XRF-IDX) = MERGED-EMPLOYEE-ID
                MOVE XRF-IDX TO WS-XREF-FOUND-IDX
                SET XRF-IDX TO WS-XREF-ENTRY-COUNT
             END-IF
             SET XRF-IDX UP BY 1
          END-PERFORM
          IF WS-XREF-FOUND-IDX NOT = ZERO
             SET XRF-IDX TO WS-XREF-FOUND-IDX
             MOVE WS-RH-ORIGINAL-ID TO XRF-TAB-NEW-ID(XRF-IDX)
          ELSE
             IF WS-XREF-ENTRY-COUNT < WS-XREF-TABLE-MAX
                ADD 1 TO WS-XREF-ENTRY-COUNT
                SET XRF-IDX TO WS-XREF-ENTRY-COUNT
                MOVE MERGED-COMPANY-CODE
                   TO XRF-TAB-COMPANY-CODE(XRF-IDX)
                MOVE MERGED-EMPLOYEE-ID TO XRF-TAB-OLD-ID(XRF-IDX)
                MOVE WS-RH-ORIGINAL-ID TO XRF-TAB-NEW-ID(XRF-IDX)
             ELSE
                DISPLAY "WARNING: id xref table full at "
                   WS-XREF-TABLE-MAX " entries, " MERGED-EMPLOYEE-ID
                   " not mapped to " WS-RH-ORIGINAL-ID
             END-IF
          END-IF.

       0290-END.

      *----------------------------------------------------------------
      * Looks up the table entry for this record's company code,
      * adding a new one the first time the code is seen, and leaves
          MOVE "  TOTAL REJECTED:     " TO RT-LABEL
          MOVE WS-REJECT-COUNT TO RT-COUNT-OUT
          MOVE REGISTER-TOTAL-LINE TO REGISTER-LINE
          WRITE REGISTER-LINE
          MOVE "  HELD - NO VACANCY:  " TO RT-LABEL
          MOVE WS-HELD-COUNT TO RT-COUNT-OUT
          MOVE REGISTER-TOTAL-LINE TO REGISTER-LINE
          WRITE REGISTER-LINE
          MOVE "  OVER-HIRES APPROVED:" TO RT-LABEL
          MOVE WS-OVERHIRE-COUNT TO RT-COUNT-OUT
          MOVE REGISTER-TOTAL-LINE TO REGISTER-LINE
          WRITE REGISTER-LINE
          MOVE "  REHIRE REVIEW:      " TO RT-LABEL
          MOVE WS-REVIEW-COUNT TO RT-COUNT-OUT
          MOVE REGISTER-TOTAL-LINE TO REGISTER-LINE
          WRITE REGISTER-LINE
          MOVE "  REHIRES REACTIVATED:" TO RT-LABEL
          MOVE WS-REHIRE-COUNT TO RT-COUNT-OUT
          MOVE REGISTER-TOTAL-LINE TO REGISTER-LINE
          WRITE REGISTER-LINE.

       0400-END.

       0410-REWRITE-ID-XREF.
          OPEN OUTPUT IDXREFFILE
          SET XRF-IDX TO 1
          PERFORM UNTIL XRF-IDX > WS-XREF-ENTRY-COUNT
             MOVE SPACES TO XREF-RECORD
             MOVE XRF-TAB-COMPANY-CODE(XRF-IDX) TO XREF-COMPANY-CODE
             MOVE XRF-TAB-OLD-ID(XRF-IDX) TO XREF-OLD-ID
             MOVE XRF-TAB-NEW-ID(XRF-IDX) TO XREF-NEW-ID
             WRITE XREF-RECORD
             SET XRF-IDX UP BY 1
          END-PERFORM
          CLOSE IDXREFFILE.

       0410-END.

      *----------------------------------------------------------------
      * Appends one staged before/after image pair to the shared
      * master-file journal. A missing journal just means this is
