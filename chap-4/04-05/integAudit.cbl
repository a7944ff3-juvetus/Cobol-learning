       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGAUDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EMPLOYEEFILE ASSIGN TO "EMPFILE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EMPLOYEEID
            FILE STATUS IS WS-FILE-STATUS.

       SELECT DEPTMASTFILE ASSIGN TO "DEPTMAST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEPTMAST-STATUS.

       SELECT SALARYBANDFILE ASSIGN TO "SALARYBAND.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BAND-STATUS.

       SELECT PTOBALFILE ASSIGN TO "PTOBAL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PTOBAL-STATUS.

       SELECT YTDFILE ASSIGN TO "PAYYTD.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-YTD-STATUS.

       SELECT DEDUCTIONFILE ASSIGN TO "DEDUCTMAST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEDUCT-STATUS.

       SELECT IDXREFFILE ASSIGN TO "IDXREF.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-XREF-STATUS.

       SELECT RAISEHISTFILE ASSIGN TO "EMPRAISEHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HIST-STATUS.

       SELECT AUDITPARMFILE ASSIGN TO "INTEGPARM.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.

       SELECT REPORTFILE ASSIGN TO "INTEGAUDIT.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CLEANUPFILE ASSIGN TO "INTEGCLEAN.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.

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
      * Department master: the valid department codes, each with a
      * full name and an active flag.
      *----------------------------------------------------------------
       FD DEPTMASTFILE.
       01 DEPT-MASTER-RECORD.
          05 DM-DEPARTMENT PIC X(30).
          05 FILLER        PIC X(1).
          05 DM-FULL-NAME  PIC X(30).
          05 FILLER        PIC X(1).
          05 DM-ACTIVE     PIC X(1).

      *----------------------------------------------------------------
      * HR's salary-band master: per department and grade, the
      * minimum, midpoint, and maximum hourly rate for the job.
      *----------------------------------------------------------------
       FD SALARYBANDFILE.
       01 SALARY-BAND-RECORD.
          05 BAND-DEPARTMENT PIC X(30).
          05 FILLER          PIC X(1).
          05 BAND-GRADE      PIC X(2).
          05 FILLER          PIC X(1).
          05 BAND-MIN-RATE   PIC 9(4)V99.
          05 FILLER          PIC X(1).
          05 BAND-MID-RATE   PIC 9(4)V99.
          05 FILLER          PIC X(1).
          05 BAND-MAX-RATE   PIC 9(4)V99.

      *----------------------------------------------------------------
      * PTO balance ledger maintained by PTOACCRUAL and TIMECARDPOST.
      *----------------------------------------------------------------
       FD PTOBALFILE.
       01 PTO-BALANCE-RECORD.
          05 PTO-EMPLOYEEID  PIC 9(7).
          05 FILLER          PIC X(1).
          05 PTO-EARNED      PIC 9(5)V99.
          05 FILLER          PIC X(1).
          05 PTO-TAKEN       PIC 9(5)V99.
          05 FILLER          PIC X(1).
          05 PTO-BALANCE     PIC 9(5)V99.

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
      * Old-to-new id cross-reference written by the merge and the
      * onboarding load. A new id that is no longer on the master -
      * typically one an onboarding backout removed - leaves every
      * transaction under the old id translating to nothing.
      *----------------------------------------------------------------
       FD IDXREFFILE.
       01 XREF-RECORD.
          05 XREF-COMPANY-CODE PIC X(8).
          05 FILLER            PIC X(1).
          05 XREF-OLD-ID       PIC 9(7).
          05 FILLER            PIC X(1).
          05 XREF-NEW-ID       PIC 9(7).

       FD RAISEHISTFILE.
       01 RAISE-HIST-RECORD.
          05 RH-EMPLOYEEID   PIC 9(7).
          05 FILLER          PIC X(1).
          05 RH-OLD-RATE     PIC 9(4)V99.
          05 FILLER          PIC X(1).
          05 RH-NEW-RATE     PIC 9(4)V99.
          05 FILLER          PIC X(1).
          05 RH-RAISE-PCT    PIC 9V999.
          05 FILLER          PIC X(1).
          05 RH-RUN-DATE     PIC 9(8).

      *----------------------------------------------------------------
      * Audit control card: Y in the first column asks for the
      * cleanup file. Without it the audit only reports.
      *----------------------------------------------------------------
       FD AUDITPARMFILE.
       01 AUDIT-PARM-RECORD.
          05 PARM-CLEANUP-WANTED PIC X(1).

       FD REPORTFILE.
       01 REPORT-LINE PIC X(132).

      *----------------------------------------------------------------
      * Proposed cleanup, one line per orphan or stale row: the check
      * that found it, the file and row, and what should be done - I
      * to inactivate the row, E to end-date it (an open deduction on
      * a terminated employee, ended at the termination date). This
      * run changes nothing; the file is the input to a separate,
      * approved cleanup run.
      *----------------------------------------------------------------
       FD CLEANUPFILE.
       01 CLEANUP-RECORD.
          05 CLN-CHECK-CODE     PIC X(12).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 CLN-FILE-NAME      PIC X(16).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 CLN-EMPLOYEEID     PIC 9(7).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 CLN-ROW-KEY        PIC X(20).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 CLN-ACTION         PIC X(1).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 CLN-EFFECTIVE-DATE PIC 9(8).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 CLN-RUN-DATE       PIC 9(8).

      *----------------------------------------------------------------
      * Shared operations-alert file: every program in the suite
      * appends its warnings here - job name, timestamp, severity,
      * the key involved, and the message. Each severe check with
      * exceptions raises one error carrying its count.
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
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-DEPTMAST-STATUS PIC XX VALUE '00'.
       01 WS-BAND-STATUS     PIC XX VALUE '00'.
       01 WS-PTOBAL-STATUS   PIC XX VALUE '00'.
       01 WS-YTD-STATUS      PIC XX VALUE '00'.
       01 WS-DEDUCT-STATUS   PIC XX VALUE '00'.
       01 WS-XREF-STATUS     PIC XX VALUE '00'.
       01 WS-HIST-STATUS     PIC XX VALUE '00'.
       01 WS-PARM-STATUS     PIC XX VALUE '00'.

       01 WS-DEPTMAST-EOF PIC X VALUE 'N'.
          88 END-OF-DEPTMAST VALUE 'Y'.
       01 WS-BAND-EOF PIC X VALUE 'N'.
          88 END-OF-BANDS VALUE 'Y'.
       01 WS-REF-EOF PIC X VALUE 'N'.
          88 END-OF-REF-FILE VALUE 'Y'.
       01 WS-REF-MISSING PIC X VALUE 'N'.
          88 REF-FILE-MISSING VALUE 'Y'.

       01 WS-CLEANUP-SWITCH PIC X VALUE 'N'.
          88 CLEANUP-WANTED VALUE 'Y'.

       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.

      *----------------------------------------------------------------
      * The checks, in report order: a code, a severity (E is severe
      * and goes to OPSALERT.DAT, W is reported only), and what the
      * check finds. The CHK- constants below name each entry.
      *----------------------------------------------------------------
       01 WS-CHECK-VALUES.
          05 FILLER PIC X(12) VALUE "DEPT-UNKNOWN".
          05 FILLER PIC X(1)  VALUE "E".
          05 FILLER PIC X(44) VALUE "DEPARTMENT NOT ON DEPTMAST.DAT".
          05 FILLER PIC X(12) VALUE "DEPT-INACTV".
          05 FILLER PIC X(1)  VALUE "W".
          05 FILLER PIC X(44)
             VALUE "DEPARTMENT INACTIVE ON DEPTMAST.DAT".
          05 FILLER PIC X(12) VALUE "BAND-MISSING".
          05 FILLER PIC X(1)  VALUE "W".
          05 FILLER PIC X(44)
             VALUE "NO SALARYBAND.DAT ROW FOR DEPARTMENT/GRADE".
          05 FILLER PIC X(12) VALUE "BAND-RANGE".
          05 FILLER PIC X(1)  VALUE "W".
          05 FILLER PIC X(44) VALUE "HOURLY RATE OUTSIDE SALARY BAND".
          05 FILLER PIC X(12) VALUE "PTO-ORPHAN".
          05 FILLER PIC X(1)  VALUE "E".
          05 FILLER PIC X(44)
             VALUE "PTOBAL.DAT ROW FOR ID NOT ON EMPFILE.DAT".
          05 FILLER PIC X(12) VALUE "PTO-TERM".
          05 FILLER PIC X(1)  VALUE "W".
          05 FILLER PIC X(44)
             VALUE "PTO BALANCE LEFT ON TERMINATED EMPLOYEE".
          05 FILLER PIC X(12) VALUE "YTD-ORPHAN".
          05 FILLER PIC X(1)  VALUE "E".
          05 FILLER PIC X(44)
             VALUE "PAYYTD.DAT ROW FOR ID NOT ON EMPFILE.DAT".
          05 FILLER PIC X(12) VALUE "DED-ORPHAN".
          05 FILLER PIC X(1)  VALUE "E".
          05 FILLER PIC X(44)
             VALUE "DEDUCTMAST.DAT ROW FOR ID NOT ON EMPFILE.DAT".
          05 FILLER PIC X(12) VALUE "DED-TERM".
          05 FILLER PIC X(1)  VALUE "E".
          05 FILLER PIC X(44)
             VALUE "OPEN DEDUCTION FOR TERMINATED EMPLOYEE".
          05 FILLER PIC X(12) VALUE "XREF-ORPHAN".
          05 FILLER PIC X(1)  VALUE "E".
          05 FILLER PIC X(44)
             VALUE "IDXREF.DAT NEW ID NOT ON EMPFILE.DAT".
          05 FILLER PIC X(12) VALUE "RAISE-ORPHAN".
          05 FILLER PIC X(1)  VALUE "W".
          05 FILLER PIC X(44)
             VALUE "EMPRAISEHIST.DAT ROW FOR ID NOT ON EMPFILE".
       01 WS-CHECK-TABLE REDEFINES WS-CHECK-VALUES.
          05 WS-CHECK-ENTRY OCCURS 11 TIMES INDEXED BY CHK-IDX.
             10 CHK-CODE        PIC X(12).
             10 CHK-SEVERITY    PIC X(1).
             10 CHK-DESCRIPTION PIC X(44).
       01 WS-CHECK-COUNT PIC 9(2) VALUE 11.
       01 WS-CHECK-TOTALS.
          05 WS-CHECK-TOTAL OCCURS 11 TIMES.
             10 CHK-ROWS-CHECKED PIC 9(7).
             10 CHK-EXCEPTIONS   PIC 9(7).

       01 CHK-DEPT-UNKNOWN  PIC 9(2) VALUE 1.
       01 CHK-DEPT-INACTIVE PIC 9(2) VALUE 2.
       01 CHK-BAND-MISSING  PIC 9(2) VALUE 3.
       01 CHK-BAND-RANGE    PIC 9(2) VALUE 4.
       01 CHK-PTO-ORPHAN    PIC 9(2) VALUE 5.
       01 CHK-PTO-TERM      PIC 9(2) VALUE 6.
       01 CHK-YTD-ORPHAN    PIC 9(2) VALUE 7.
       01 CHK-DED-ORPHAN    PIC 9(2) VALUE 8.
       01 CHK-DED-TERM      PIC 9(2) VALUE 9.
       01 CHK-XREF-ORPHAN   PIC 9(2) VALUE 10.
       01 CHK-RAISE-ORPHAN  PIC 9(2) VALUE 11.

      *----------------------------------------------------------------
      * One exception is staged here by each check and written by the
      * exception writer: the check, the employee, the row key within
      * the file, the detail text, and - for rows the cleanup run
      * should act on - the file, action, and effective date.
      *----------------------------------------------------------------
       01 WS-EXC-CHECK       PIC 9(2) VALUE ZERO.
       01 WS-EXC-EMPLOYEEID  PIC 9(7) VALUE ZERO.
       01 WS-EXC-ROW-KEY     PIC X(20) VALUE SPACES.
       01 WS-EXC-DETAIL      PIC X(60) VALUE SPACES.
       01 WS-EXC-FILE-NAME   PIC X(16) VALUE SPACES.
       01 WS-EXC-ACTION      PIC X(1) VALUE SPACE.
       01 WS-EXC-EFFECTIVE   PIC 9(8) VALUE ZERO.

       01 WS-EMPLOYEE-COUNT  PIC 9(7) VALUE ZERO.
       01 WS-REF-ROW-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-SECTION-EXC     PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-EXC       PIC 9(7) VALUE ZERO.
       01 WS-SEVERE-EXC      PIC 9(7) VALUE ZERO.
       01 WS-CLEANUP-COUNT   PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------------
      * Master lookup for the cross-file checks: a random read of
      * EMPFILE.DAT by id, leaving the record in EMPDETAILS.
      *----------------------------------------------------------------
       01 WS-LOOKUP-ID PIC 9(7) VALUE ZERO.
       01 WS-LOOKUP-FOUND PIC X VALUE 'N'.
          88 EMPLOYEE-ON-FILE VALUE 'Y'.

       01 WS-DM-ENTRY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DM-TABLE-MAX   PIC 9(3) VALUE 50.
       01 WS-DM-TABLE.
          05 WS-DM-ENTRY OCCURS 50 TIMES INDEXED BY DM-IDX.
             10 DM-TAB-DEPARTMENT PIC X(30).
             10 DM-TAB-ACTIVE     PIC X(1).
       01 WS-DM-FOUND-IDX PIC 9(3) VALUE ZERO.

       01 WS-BAND-ENTRY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BAND-TABLE-MAX   PIC 9(3) VALUE 100.
       01 WS-BAND-TABLE.
          05 WS-BAND-ENTRY OCCURS 100 TIMES INDEXED BY BAND-IDX.
             10 BAND-TAB-DEPARTMENT PIC X(30).
             10 BAND-TAB-GRADE      PIC X(2).
             10 BAND-TAB-MIN-RATE   PIC 9(4)V99.
             10 BAND-TAB-MAX-RATE   PIC 9(4)V99.
       01 WS-BAND-FOUND-IDX PIC 9(3) VALUE ZERO.

       01 WS-AMOUNT-OUT  PIC ZZZZ9.99.
       01 WS-RATE-OUT    PIC ZZZ9.99.
       01 WS-RATE-LOW    PIC ZZZ9.99.
       01 WS-RATE-HIGH   PIC ZZZ9.99.
       01 WS-ID-OUT      PIC 9(7).

       01 REPORT-HEADING-1 PIC X(132)
          VALUE "PAYROLL CROSS-FILE INTEGRITY AUDIT".
       01 REPORT-HEADING-2 PIC X(132) VALUE ALL "=".

       01 HEADING-DATE-LINE.
          05 FILLER          PIC X(10) VALUE "RUN DATE: ".
          05 HD-RUN-DATE-OUT PIC 9(8).

       01 WS-SECTION-TITLE PIC X(60) VALUE SPACES.

       01 EXCEPTION-COLUMN-LINE.
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(14) VALUE "CHECK".
          05 FILLER PIC X(4)  VALUE "SEV".
          05 FILLER PIC X(9)  VALUE "EMP ID".
          05 FILLER PIC X(22) VALUE "ROW".
          05 FILLER PIC X(60) VALUE "DETAIL".

       01 EXCEPTION-DETAIL-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 EXL-CHECK-OUT   PIC X(12).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 EXL-SEV-OUT     PIC X(1).
          05 FILLER          PIC X(3) VALUE SPACES.
          05 EXL-EMP-ID-OUT  PIC 9(7).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 EXL-ROW-OUT     PIC X(20).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 EXL-DETAIL-OUT  PIC X(60).

       01 SUMMARY-COLUMN-LINE.
          05 FILLER PIC X(2)  VALUE SPACES.
          05 FILLER PIC X(14) VALUE "CHECK".
          05 FILLER PIC X(4)  VALUE "SEV".
          05 FILLER PIC X(46) VALUE "DESCRIPTION".
          05 FILLER PIC X(10) VALUE "  CHECKED".
          05 FILLER PIC X(11) VALUE " EXCEPTIONS".

       01 SUMMARY-DETAIL-LINE.
          05 FILLER          PIC X(2) VALUE SPACES.
          05 SML-CHECK-OUT   PIC X(12).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 SML-SEV-OUT     PIC X(1).
          05 FILLER          PIC X(3) VALUE SPACES.
          05 SML-DESC-OUT    PIC X(44).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 SML-CHECKED-OUT PIC ZZZZZZ9.
          05 FILLER          PIC X(4) VALUE SPACES.
          05 SML-EXC-OUT     PIC ZZZZZZ9.

       01 CONTROL-COUNT-LINE.
          05 CC-LABEL     PIC X(34).
          05 CC-COUNT-OUT PIC ZZZZZZ9.

       01 WS-INTEG-ALERT-KEY.
          05 FILLER          PIC X(10) VALUE "INTEGRITY ".
          05 WS-IAK-CHECK    PIC X(12).
       01 WS-INTEG-ALERT-TEXT.
          05 WS-IAT-COUNT    PIC ZZZZZZ9.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 WS-IAT-DESC     PIC X(44).
          05 FILLER          PIC X(8) VALUE SPACES.

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
       0100-INTEGRITY-AUDIT-RUN.
          ACCEPT WS-JOBLOG-START-TIME FROM TIME
          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
          INITIALIZE WS-CHECK-TOTALS

          PERFORM 0150-LOAD-PARAMETERS
          PERFORM 0160-LOAD-DEPT-MASTER
          PERFORM 0170-LOAD-SALARY-BANDS

          OPEN INPUT EMPLOYEEFILE
          IF WS-FILE-STATUS NOT = '00'
             DISPLAY "Cannot open EMPFILE.DAT, status " WS-FILE-STATUS
             MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
             PERFORM 0960-WRITE-JOB-LOG
             STOP RUN RETURNING 16
          END-IF

          OPEN OUTPUT REPORTFILE
          IF CLEANUP-WANTED
             OPEN OUTPUT CLEANUPFILE
          END-IF
          MOVE REPORT-HEADING-1 TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE REPORT-HEADING-2 TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE WS-RUN-DATE TO HD-RUN-DATE-OUT
          MOVE HEADING-DATE-LINE TO REPORT-LINE
          WRITE REPORT-LINE

          PERFORM 0200-CHECK-EMPLOYEE-MASTER
          PERFORM 0300-CHECK-PTO-BALANCES
          PERFORM 0310-CHECK-YTD-TOTALS
          PERFORM 0320-CHECK-DEDUCTIONS
          PERFORM 0330-CHECK-ID-XREF
          PERFORM 0340-CHECK-RAISE-HISTORY
          CLOSE EMPLOYEEFILE

          PERFORM 0400-PRINT-CHECK-SUMMARY
          PERFORM 0450-RAISE-SEVERE-ALERTS
          CLOSE REPORTFILE
          IF CLEANUP-WANTED
             CLOSE CLEANUPFILE
          END-IF

          MOVE "COMPLETED" TO WS-JOBLOG-RUN-STATUS
          PERFORM 0960-WRITE-JOB-LOG
          DISPLAY "Employees audited:   " WS-EMPLOYEE-COUNT
          DISPLAY "Exceptions found:    " WS-TOTAL-EXC
          DISPLAY "Severe exceptions:   " WS-SEVERE-EXC
          IF CLEANUP-WANTED
             DISPLAY "Cleanup rows written: " WS-CLEANUP-COUNT
          END-IF
          STOP RUN.

       0100-END.

       0150-LOAD-PARAMETERS.
          OPEN INPUT AUDITPARMFILE
          IF WS-PARM-STATUS = '00'
             READ AUDITPARMFILE
                NOT AT END
                   IF PARM-CLEANUP-WANTED = 'Y'
                      OR PARM-CLEANUP-WANTED = 'y'
                      SET CLEANUP-WANTED TO TRUE
                   END-IF
             END-READ
             CLOSE AUDITPARMFILE
          END-IF.

       0150-END.

       0160-LOAD-DEPT-MASTER.
          OPEN INPUT DEPTMASTFILE
          IF WS-DEPTMAST-STATUS NOT = '00'
             SET END-OF-DEPTMAST TO TRUE
          END-IF
          PERFORM UNTIL END-OF-DEPTMAST
             READ DEPTMASTFILE
                AT END SET END-OF-DEPTMAST TO TRUE
                NOT AT END
                   IF WS-DM-ENTRY-COUNT < WS-DM-TABLE-MAX
                      ADD 1 TO WS-DM-ENTRY-COUNT
                      SET DM-IDX TO WS-DM-ENTRY-COUNT
                      MOVE DM-DEPARTMENT
                         TO DM-TAB-DEPARTMENT(DM-IDX)
                      MOVE DM-ACTIVE TO DM-TAB-ACTIVE(DM-IDX)
                   ELSE
                      DISPLAY "WARNING: dept master table full at "
                         WS-DM-TABLE-MAX
                         " departments, " DM-DEPARTMENT " omitted"
                   END-IF
             END-READ
          END-PERFORM
          IF WS-DEPTMAST-STATUS = '00' OR WS-DEPTMAST-STATUS = '10'
             CLOSE DEPTMASTFILE
          END-IF.

       0160-END.

       0170-LOAD-SALARY-BANDS.
          OPEN INPUT SALARYBANDFILE
          IF WS-BAND-STATUS NOT = '00'
             SET END-OF-BANDS TO TRUE
          END-IF
          PERFORM UNTIL END-OF-BANDS
             READ SALARYBANDFILE
                AT END SET END-OF-BANDS TO TRUE
                NOT AT END
                   IF WS-BAND-ENTRY-COUNT < WS-BAND-TABLE-MAX
                      ADD 1 TO WS-BAND-ENTRY-COUNT
                      SET BAND-IDX TO WS-BAND-ENTRY-COUNT
                      MOVE BAND-DEPARTMENT
                         TO BAND-TAB-DEPARTMENT(BAND-IDX)
                      MOVE BAND-GRADE TO BAND-TAB-GRADE(BAND-IDX)
                      MOVE BAND-MIN-RATE TO BAND-TAB-MIN-RATE(BAND-IDX)
                      MOVE BAND-MAX-RATE TO BAND-TAB-MAX-RATE(BAND-IDX)
                   ELSE
                      DISPLAY "WARNING: salary band table full at "
                         WS-BAND-TABLE-MAX " bands, " BAND-DEPARTMENT
                         " omitted"
                   END-IF
             END-READ
          END-PERFORM
          IF WS-BAND-STATUS = '00' OR WS-BAND-STATUS = '10'
             CLOSE SALARYBANDFILE
          END-IF.

       0170-END.

      *----------------------------------------------------------------
      * Every employee still on the books (anyone not terminated) must
      * carry a department on the department master that is still
      * active, and a rate inside the salary band for the department
      * and grade. A master that could not be loaded skips its checks
      * and says so rather than flagging every employee.
      *----------------------------------------------------------------
       0200-CHECK-EMPLOYEE-MASTER.
          MOVE "EMPFILE.DAT AGAINST DEPTMAST.DAT AND SALARYBAND.DAT"
             TO WS-SECTION-TITLE
          PERFORM 0810-OPEN-REF-FILE
          IF WS-DM-ENTRY-COUNT = ZERO
             MOVE "  DEPTMAST.DAT MISSING OR EMPTY - CHECKS SKIPPED"
                TO REPORT-LINE
             WRITE REPORT-LINE
          END-IF
          IF WS-BAND-ENTRY-COUNT = ZERO
             MOVE "  SALARYBAND.DAT MISSING OR EMPTY - CHECKS SKIPPED"
                TO REPORT-LINE
             WRITE REPORT-LINE
          END-IF

          READ EMPLOYEEFILE NEXT RECORD
             AT END SET ENDOFFILE TO TRUE
          END-READ
          PERFORM UNTIL ENDOFFILE
             ADD 1 TO WS-EMPLOYEE-COUNT
             IF NOT EMP-TERMINATED
                PERFORM 0210-CHECK-ONE-EMPLOYEE
             END-IF
             READ EMPLOYEEFILE NEXT RECORD
                AT END SET ENDOFFILE TO TRUE
             END-READ
          END-PERFORM
          MOVE WS-EMPLOYEE-COUNT TO CHK-ROWS-CHECKED(CHK-DEPT-UNKNOWN)
          MOVE WS-EMPLOYEE-COUNT TO CHK-ROWS-CHECKED(CHK-DEPT-INACTIVE)
          MOVE WS-EMPLOYEE-COUNT TO CHK-ROWS-CHECKED(CHK-BAND-MISSING)
          MOVE WS-EMPLOYEE-COUNT TO CHK-ROWS-CHECKED(CHK-BAND-RANGE)
          MOVE WS-EMPLOYEE-COUNT TO WS-REF-ROW-COUNT
          PERFORM 0830-PRINT-SECTION-FOOT.

       0200-END.

       0210-CHECK-ONE-EMPLOYEE.
          IF WS-DM-ENTRY-COUNT > ZERO
             MOVE ZERO TO WS-DM-FOUND-IDX
             SET DM-IDX TO 1
             PERFORM UNTIL DM-IDX > WS-DM-ENTRY-COUNT
                IF DM-TAB-DEPARTMENT(DM-IDX) = DEPARTMENT
                   MOVE DM-IDX TO WS-DM-FOUND-IDX
                   SET DM-IDX TO WS-DM-ENTRY-COUNT
                END-IF
                SET DM-IDX UP BY 1
             END-PERFORM
             IF WS-DM-FOUND-IDX = ZERO
                MOVE CHK-DEPT-UNKNOWN TO WS-EXC-CHECK
                MOVE DEPARTMENT TO WS-EXC-ROW-KEY
                MOVE SPACES TO WS-EXC-DETAIL
                STRING "DEPARTMENT " DELIMITED BY SIZE
                   DEPARTMENT DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
                PERFORM 0850-STAGE-EMPLOYEE-EXCEPTION
             ELSE
                SET DM-IDX TO WS-DM-FOUND-IDX
                IF DM-TAB-ACTIVE(DM-IDX) = 'N'
                   MOVE CHK-DEPT-INACTIVE TO WS-EXC-CHECK
                   MOVE DEPARTMENT TO WS-EXC-ROW-KEY
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING "DEPARTMENT " DELIMITED BY SIZE
                      DEPARTMENT DELIMITED BY SIZE
                      INTO WS-EXC-DETAIL
                   PERFORM 0850-STAGE-EMPLOYEE-EXCEPTION
                END-IF
             END-IF
          END-IF

          IF WS-BAND-ENTRY-COUNT > ZERO
             PERFORM 0220-FIND-SALARY-BAND
             IF WS-BAND-FOUND-IDX = ZERO
                MOVE CHK-BAND-MISSING TO WS-EXC-CHECK
                MOVE DEPARTMENT TO WS-EXC-ROW-KEY
                MOVE SPACES TO WS-EXC-DETAIL
                STRING "GRADE " DELIMITED BY SIZE
                   EMP-GRADE DELIMITED BY SIZE
                   " IN " DELIMITED BY SIZE
                   DEPARTMENT DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
                PERFORM 0850-STAGE-EMPLOYEE-EXCEPTION
             ELSE
                SET BAND-IDX TO WS-BAND-FOUND-IDX
                IF HOURLYRATE < BAND-TAB-MIN-RATE(BAND-IDX)
                   OR HOURLYRATE > BAND-TAB-MAX-RATE(BAND-IDX)
                   MOVE CHK-BAND-RANGE TO WS-EXC-CHECK
                   MOVE DEPARTMENT TO WS-EXC-ROW-KEY
                   MOVE HOURLYRATE TO WS-RATE-OUT
                   MOVE BAND-TAB-MIN-RATE(BAND-IDX) TO WS-RATE-LOW
                   MOVE BAND-TAB-MAX-RATE(BAND-IDX) TO WS-RATE-HIGH
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING "RATE " DELIMITED BY SIZE
                      WS-RATE-OUT DELIMITED BY SIZE
                      " BAND " DELIMITED BY SIZE
                      WS-RATE-LOW DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-RATE-HIGH DELIMITED BY SIZE
                      " GRADE " DELIMITED BY SIZE
                      EMP-GRADE DELIMITED BY SIZE
                      INTO WS-EXC-DETAIL
                   PERFORM 0850-STAGE-EMPLOYEE-EXCEPTION
                END-IF
             END-IF
          END-IF.

       0210-END.

      *----------------------------------------------------------------
      * Band lookup: an exact department-and-grade row wins; a row
      * for the department with a blank grade is the fallback.
      *----------------------------------------------------------------
       0220-FIND-SALARY-BAND.
          MOVE ZERO TO WS-BAND-FOUND-IDX
          SET BAND-IDX TO 1
          PERFORM UNTIL BAND-IDX > WS-BAND-ENTRY-COUNT
             IF BAND-TAB-DEPARTMENT(BAND-IDX) = DEPARTMENT
                IF BAND-TAB-GRADE(BAND-IDX) = EMP-GRADE
                   MOVE BAND-IDX TO WS-BAND-FOUND-IDX
                   SET BAND-IDX TO WS-BAND-ENTRY-COUNT
                ELSE
                   IF BAND-TAB-GRADE(BAND-IDX) = SPACES
                      AND WS-BAND-FOUND-IDX = ZERO
                      MOVE BAND-IDX TO WS-BAND-FOUND-IDX
                   END-IF
                END-IF
             END-IF
             SET BAND-IDX UP BY 1
          END-PERFORM.

       0220-END.

      *----------------------------------------------------------------
      * PTO balances: a row for an id not on the master is an orphan;
      * a balance still standing on a terminated employee means the
      * final-pay payout never cleared it.
      *----------------------------------------------------------------
       0300-CHECK-PTO-BALANCES.
          MOVE "PTOBAL.DAT" TO WS-SECTION-TITLE
          PERFORM 0810-OPEN-REF-FILE
          OPEN INPUT PTOBALFILE
          IF WS-PTOBAL-STATUS NOT = '00'
             PERFORM 0840-PRINT-FILE-MISSING
          ELSE
             PERFORM UNTIL END-OF-REF-FILE
                READ PTOBALFILE
                   AT END SET END-OF-REF-FILE TO TRUE
                   NOT AT END
                      ADD 1 TO WS-REF-ROW-COUNT
                      MOVE PTO-EMPLOYEEID TO WS-LOOKUP-ID
                      PERFORM 0800-FIND-EMPLOYEE
                      MOVE SPACES TO WS-EXC-ROW-KEY
                      MOVE "PTOBAL.DAT" TO WS-EXC-FILE-NAME
                      MOVE PTO-BALANCE TO WS-AMOUNT-OUT
                      IF NOT EMPLOYEE-ON-FILE
                         MOVE CHK-PTO-ORPHAN TO WS-EXC-CHECK
                         MOVE SPACES TO WS-EXC-DETAIL
                         STRING "BALANCE " DELIMITED BY SIZE
                            WS-AMOUNT-OUT DELIMITED BY SIZE
                            " HOURS" DELIMITED BY SIZE
                            INTO WS-EXC-DETAIL
                         MOVE 'I' TO WS-EXC-ACTION
                         MOVE WS-RUN-DATE TO WS-EXC-EFFECTIVE
                         PERFORM 0860-WRITE-EXCEPTION
                      ELSE
                         IF EMP-TERMINATED AND PTO-BALANCE > ZERO
                            MOVE CHK-PTO-TERM TO WS-EXC-CHECK
                            MOVE SPACES TO WS-EXC-DETAIL
                            STRING "BALANCE " DELIMITED BY SIZE
                               WS-AMOUNT-OUT DELIMITED BY SIZE
                               " HOURS, TERMINATED " DELIMITED BY SIZE
                               EMP-STATUS-DATE DELIMITED BY SIZE
                               INTO WS-EXC-DETAIL
                            MOVE SPACE TO WS-EXC-ACTION
                            PERFORM 0860-WRITE-EXCEPTION
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE PTOBALFILE
          END-IF
          MOVE WS-REF-ROW-COUNT TO CHK-ROWS-CHECKED(CHK-PTO-ORPHAN)
          MOVE WS-REF-ROW-COUNT TO CHK-ROWS-CHECKED(CHK-PTO-TERM)
          PERFORM 0830-PRINT-SECTION-FOOT.

       0300-END.

       0310-CHECK-YTD-TOTALS.
          MOVE "PAYYTD.DAT" TO WS-SECTION-TITLE
          PERFORM 0810-OPEN-REF-FILE
          OPEN INPUT YTDFILE
          IF WS-YTD-STATUS NOT = '00'
             PERFORM 0840-PRINT-FILE-MISSING
          ELSE
             PERFORM UNTIL END-OF-REF-FILE
                READ YTDFILE
                   AT END SET END-OF-REF-FILE TO TRUE
                   NOT AT END
                      ADD 1 TO WS-REF-ROW-COUNT
                      MOVE YTD-EMPLOYEEID TO WS-LOOKUP-ID
                      PERFORM 0800-FIND-EMPLOYEE
                      IF NOT EMPLOYEE-ON-FILE
                         MOVE CHK-YTD-ORPHAN TO WS-EXC-CHECK
                         MOVE SPACES TO WS-EXC-ROW-KEY
                         STRING "YEAR " DELIMITED BY SIZE
                            YTD-YEAR DELIMITED BY SIZE
                            INTO WS-EXC-ROW-KEY
                         MOVE YTD-GROSS TO WS-AMOUNT-OUT
                         MOVE SPACES TO WS-EXC-DETAIL
                         STRING "YTD GROSS " DELIMITED BY SIZE
                            WS-AMOUNT-OUT DELIMITED BY SIZE
                            INTO WS-EXC-DETAIL
                         MOVE "PAYYTD.DAT" TO WS-EXC-FILE-NAME
                         MOVE 'I' TO WS-EXC-ACTION
                         MOVE WS-RUN-DATE TO WS-EXC-EFFECTIVE
                         PERFORM 0860-WRITE-EXCEPTION
                      END-IF
                END-READ
             END-PERFORM
             CLOSE YTDFILE
          END-IF
          MOVE WS-REF-ROW-COUNT TO CHK-ROWS-CHECKED(CHK-YTD-ORPHAN)
          PERFORM 0830-PRINT-SECTION-FOOT.

       0310-END.

      *----------------------------------------------------------------
      * Deductions: an orphan row, or a deduction still open on a
      * terminated employee - no end date, or one after the
      * termination date - which keeps taking money from final and
      * off-cycle checks.
      *----------------------------------------------------------------
       0320-CHECK-DEDUCTIONS.
          MOVE "DEDUCTMAST.DAT" TO WS-SECTION-TITLE
          PERFORM 0810-OPEN-REF-FILE
          OPEN INPUT DEDUCTIONFILE
          IF WS-DEDUCT-STATUS NOT = '00'
             PERFORM 0840-PRINT-FILE-MISSING
          ELSE
             PERFORM UNTIL END-OF-REF-FILE
                READ DEDUCTIONFILE
                   AT END SET END-OF-REF-FILE TO TRUE
                   NOT AT END
                      ADD 1 TO WS-REF-ROW-COUNT
                      PERFORM 0325-CHECK-ONE-DEDUCTION
                END-READ
             END-PERFORM
             CLOSE DEDUCTIONFILE
          END-IF
          MOVE WS-REF-ROW-COUNT TO CHK-ROWS-CHECKED(CHK-DED-ORPHAN)
          MOVE WS-REF-ROW-COUNT TO CHK-ROWS-CHECKED(CHK-DED-TERM)
          PERFORM 0830-PRINT-SECTION-FOOT.

       0320-END.

       0325-CHECK-ONE-DEDUCTION.
          MOVE DED-EMPLOYEEID TO WS-LOOKUP-ID
          PERFORM 0800-FIND-EMPLOYEE
          MOVE SPACES TO WS-EXC-ROW-KEY
          STRING "CODE " DELIMITED BY SIZE
             DED-CODE DELIMITED BY SIZE
             INTO WS-EXC-ROW-KEY
          MOVE DED-AMOUNT TO WS-AMOUNT-OUT
          MOVE "DEDUCTMAST.DAT" TO WS-EXC-FILE-NAME
          IF NOT EMPLOYEE-ON-FILE
             MOVE CHK-DED-ORPHAN TO WS-EXC-CHECK
             MOVE SPACES TO WS-EXC-DETAIL
             STRING "AMOUNT " DELIMITED BY SIZE
                WS-AMOUNT-OUT DELIMITED BY SIZE
                " METHOD " DELIMITED BY SIZE
                DED-METHOD DELIMITED BY SIZE
                INTO WS-EXC-DETAIL
             MOVE 'I' TO WS-EXC-ACTION
             MOVE WS-RUN-DATE TO WS-EXC-EFFECTIVE
             PERFORM 0860-WRITE-EXCEPTION
          ELSE
             IF EMP-TERMINATED
                IF DED-END-DATE NOT NUMERIC
                   OR DED-END-DATE = ZERO
                   OR DED-END-DATE > EMP-STATUS-DATE
                   MOVE CHK-DED-TERM TO WS-EXC-CHECK
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING "AMOUNT " DELIMITED BY SIZE
                      WS-AMOUNT-OUT DELIMITED BY SIZE
                      ", TERMINATED " DELIMITED BY SIZE
                      EMP-STATUS-DATE DELIMITED BY SIZE
                      INTO WS-EXC-DETAIL
                   MOVE 'E' TO WS-EXC-ACTION
                   MOVE EMP-STATUS-DATE TO WS-EXC-EFFECTIVE
                   PERFORM 0860-WRITE-EXCEPTION
                END-IF
             END-IF
          END-IF.

       0325-END.

       0330-CHECK-ID-XREF.
          MOVE "IDXREF.DAT" TO WS-SECTION-TITLE
          PERFORM 0810-OPEN-REF-FILE
          OPEN INPUT IDXREFFILE
          IF WS-XREF-STATUS NOT = '00'
             PERFORM 0840-PRINT-FILE-MISSING
          ELSE
             PERFORM UNTIL END-OF-REF-FILE
                READ IDXREFFILE
                   AT END SET END-OF-REF-FILE TO TRUE
                   NOT AT END
                      ADD 1 TO WS-REF-ROW-COUNT
                      MOVE XREF-NEW-ID TO WS-LOOKUP-ID
                      PERFORM 0800-FIND-EMPLOYEE
                      IF NOT EMPLOYEE-ON-FILE
                         MOVE CHK-XREF-ORPHAN TO WS-EXC-CHECK
                         MOVE XREF-OLD-ID TO WS-ID-OUT
                         MOVE SPACES TO WS-EXC-ROW-KEY
                         STRING XREF-COMPANY-CODE DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            WS-ID-OUT DELIMITED BY SIZE
                            INTO WS-EXC-ROW-KEY
                         MOVE SPACES TO WS-EXC-DETAIL
                         STRING "OLD ID " DELIMITED BY SIZE
                            WS-ID-OUT DELIMITED BY SIZE
                            " TRANSLATES TO AN ID NOT ON FILE"
                               DELIMITED BY SIZE
                            INTO WS-EXC-DETAIL
                         MOVE "IDXREF.DAT" TO WS-EXC-FILE-NAME
                         MOVE 'I' TO WS-EXC-ACTION
                         MOVE WS-RUN-DATE TO WS-EXC-EFFECTIVE
                         PERFORM 0860-WRITE-EXCEPTION
                      END-IF
                END-READ
             END-PERFORM
             CLOSE IDXREFFILE
          END-IF
          MOVE WS-REF-ROW-COUNT TO CHK-ROWS-CHECKED(CHK-XREF-ORPHAN)
          PERFORM 0830-PRINT-SECTION-FOOT.

       0330-END.

       0340-CHECK-RAISE-HISTORY.
          MOVE "EMPRAISEHIST.DAT" TO WS-SECTION-TITLE
          PERFORM 0810-OPEN-REF-FILE
          OPEN INPUT RAISEHISTFILE
          IF WS-HIST-STATUS NOT = '00'
             PERFORM 0840-PRINT-FILE-MISSING
          ELSE
             PERFORM UNTIL END-OF-REF-FILE
                READ RAISEHISTFILE
                   AT END SET END-OF-REF-FILE TO TRUE
                   NOT AT END
                      ADD 1 TO WS-REF-ROW-COUNT
                      MOVE RH-EMPLOYEEID TO WS-LOOKUP-ID
                      PERFORM 0800-FIND-EMPLOYEE
                      IF NOT EMPLOYEE-ON-FILE
                         MOVE CHK-RAISE-ORPHAN TO WS-EXC-CHECK
                         MOVE SPACES TO WS-EXC-ROW-KEY
                         STRING "RUN " DELIMITED BY SIZE
                            RH-RUN-DATE DELIMITED BY SIZE
                            INTO WS-EXC-ROW-KEY
                         MOVE RH-OLD-RATE TO WS-RATE-LOW
                         MOVE RH-NEW-RATE TO WS-RATE-HIGH
                         MOVE SPACES TO WS-EXC-DETAIL
                         STRING "RATE " DELIMITED BY SIZE
                            WS-RATE-LOW DELIMITED BY SIZE
                            " TO " DELIMITED BY SIZE
                            WS-RATE-HIGH DELIMITED BY SIZE
                            INTO WS-EXC-DETAIL
                         MOVE "EMPRAISEHIST.DAT" TO WS-EXC-FILE-NAME
                         MOVE 'I' TO WS-EXC-ACTION
                         MOVE WS-RUN-DATE TO WS-EXC-EFFECTIVE
                         PERFORM 0860-WRITE-EXCEPTION
                      END-IF
                END-READ
             END-PERFORM
             CLOSE RAISEHISTFILE
          END-IF
          MOVE WS-REF-ROW-COUNT TO CHK-ROWS-CHECKED(CHK-RAISE-ORPHAN)
          PERFORM 0830-PRINT-SECTION-FOOT.

       0340-END.

       0400-PRINT-CHECK-SUMMARY.
          MOVE SPACES TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE "EXCEPTION COUNTS BY CHECK" TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE "-------------------------" TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SUMMARY-COLUMN-LINE TO REPORT-LINE
          WRITE REPORT-LINE
          SET CHK-IDX TO 1
          PERFORM UNTIL CHK-IDX > WS-CHECK-COUNT
             MOVE CHK-CODE(CHK-IDX) TO SML-CHECK-OUT
             MOVE CHK-SEVERITY(CHK-IDX) TO SML-SEV-OUT
             MOVE CHK-DESCRIPTION(CHK-IDX) TO SML-DESC-OUT
             MOVE CHK-ROWS-CHECKED(CHK-IDX) TO SML-CHECKED-OUT
             MOVE CHK-EXCEPTIONS(CHK-IDX) TO SML-EXC-OUT
             MOVE SUMMARY-DETAIL-LINE TO REPORT-LINE
             WRITE REPORT-LINE
             SET CHK-IDX UP BY 1
          END-PERFORM

          MOVE SPACES TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE "  EMPLOYEES ON EMPFILE.DAT:       " TO CC-LABEL
          MOVE WS-EMPLOYEE-COUNT TO CC-COUNT-OUT
          MOVE CONTROL-COUNT-LINE TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE "  TOTAL EXCEPTIONS:               " TO CC-LABEL
          MOVE WS-TOTAL-EXC TO CC-COUNT-OUT
          MOVE CONTROL-COUNT-LINE TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE "  SEVERE (ALERTED) EXCEPTIONS:    " TO CC-LABEL
          MOVE WS-SEVERE-EXC TO CC-COUNT-OUT
          MOVE CONTROL-COUNT-LINE TO REPORT-LINE
          WRITE REPORT-LINE
          IF CLEANUP-WANTED
             MOVE "  CLEANUP ROWS WRITTEN:           " TO CC-LABEL
             MOVE WS-CLEANUP-COUNT TO CC-COUNT-OUT
             MOVE CONTROL-COUNT-LINE TO REPORT-LINE
             WRITE REPORT-LINE
          ELSE
             MOVE "  CLEANUP FILE NOT REQUESTED" TO REPORT-LINE
             WRITE REPORT-LINE
          END-IF.

       0400-END.

      *----------------------------------------------------------------
      * One error per severe check that found anything, carrying the
      * count - the detail is on the audit report, not the alert file.
      *----------------------------------------------------------------
       0450-RAISE-SEVERE-ALERTS.
          SET CHK-IDX TO 1
          PERFORM UNTIL CHK-IDX > WS-CHECK-COUNT
             IF CHK-SEVERITY(CHK-IDX) = 'E'
                AND CHK-EXCEPTIONS(CHK-IDX) > ZERO
                MOVE CHK-CODE(CHK-IDX) TO WS-IAK-CHECK
                MOVE CHK-EXCEPTIONS(CHK-IDX) TO WS-IAT-COUNT
                MOVE CHK-DESCRIPTION(CHK-IDX) TO WS-IAT-DESC
                MOVE 'E' TO WS-ALERT-SEVERITY
                MOVE WS-INTEG-ALERT-KEY TO WS-ALERT-KEY
                MOVE WS-INTEG-ALERT-TEXT TO WS-ALERT-MESSAGE
                PERFORM 0970-WRITE-ALERT
             END-IF
             SET CHK-IDX UP BY 1
          END-PERFORM.

       0450-END.

       0800-FIND-EMPLOYEE.
          MOVE WS-LOOKUP-ID TO EMPLOYEEID
          READ EMPLOYEEFILE
             INVALID KEY
                MOVE 'N' TO WS-LOOKUP-FOUND
             NOT INVALID KEY
                MOVE 'Y' TO WS-LOOKUP-FOUND
          END-READ.

       0800-END.

       0810-OPEN-REF-FILE.
          MOVE 'N' TO WS-REF-EOF
          MOVE 'N' TO WS-REF-MISSING
          MOVE ZERO TO WS-REF-ROW-COUNT
          MOVE ZERO TO WS-SECTION-EXC
          PERFORM 0820-PRINT-SECTION-HEADING.

       0810-END.

       0820-PRINT-SECTION-HEADING.
          MOVE SPACES TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE WS-SECTION-TITLE TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE ALL "-" TO REPORT-LINE(1:60)
          WRITE REPORT-LINE
          MOVE EXCEPTION-COLUMN-LINE TO REPORT-LINE
          WRITE REPORT-LINE.

       0820-END.

       0830-PRINT-SECTION-FOOT.
          IF WS-SECTION-EXC = ZERO AND NOT REF-FILE-MISSING
             MOVE "  (NO EXCEPTIONS)" TO REPORT-LINE
             WRITE REPORT-LINE
          END-IF
          MOVE "  ROWS CHECKED:                   " TO CC-LABEL
          MOVE WS-REF-ROW-COUNT TO CC-COUNT-OUT
          MOVE CONTROL-COUNT-LINE TO REPORT-LINE
          WRITE REPORT-LINE.

       0830-END.

       0840-PRINT-FILE-MISSING.
          MOVE SPACES TO REPORT-LINE
          STRING "  " DELIMITED BY SIZE
             WS-SECTION-TITLE DELIMITED BY SPACE
             " NOT FOUND - CHECK SKIPPED" DELIMITED BY SIZE
             INTO REPORT-LINE
          WRITE REPORT-LINE
          SET REF-FILE-MISSING TO TRUE.

       0840-END.

      *----------------------------------------------------------------
      * Employee-master exceptions need no cleanup row; the fix is a
      * maintenance change to the employee, not a row to inactivate.
      *----------------------------------------------------------------
       0850-STAGE-EMPLOYEE-EXCEPTION.
          MOVE SPACES TO WS-EXC-FILE-NAME
          MOVE SPACE TO WS-EXC-ACTION
          PERFORM 0860-WRITE-EXCEPTION.

       0850-END.

      *----------------------------------------------------------------
      * Writes one staged exception to the report under its check,
      * counts it, and - when the cleanup file was asked for and the
      * check names an action - proposes the row for cleanup.
      *----------------------------------------------------------------
       0860-WRITE-EXCEPTION.
          IF WS-EXC-CHECK < CHK-PTO-ORPHAN
             MOVE EMPLOYEEID TO WS-EXC-EMPLOYEEID
          ELSE
             MOVE WS-LOOKUP-ID TO WS-EXC-EMPLOYEEID
          END-IF
          SET CHK-IDX TO WS-EXC-CHECK
          MOVE CHK-CODE(CHK-IDX) TO EXL-CHECK-OUT
          MOVE CHK-SEVERITY(CHK-IDX) TO EXL-SEV-OUT
          MOVE WS-EXC-EMPLOYEEID TO EXL-EMP-ID-OUT
          MOVE WS-EXC-ROW-KEY TO EXL-ROW-OUT
          MOVE WS-EXC-DETAIL TO EXL-DETAIL-OUT
          MOVE EXCEPTION-DETAIL-LINE TO REPORT-LINE
          WRITE REPORT-LINE
          ADD 1 TO CHK-EXCEPTIONS(WS-EXC-CHECK)
          ADD 1 TO WS-SECTION-EXC
          ADD 1 TO WS-TOTAL-EXC
          IF CHK-SEVERITY(CHK-IDX) = 'E'
             ADD 1 TO WS-SEVERE-EXC
          END-IF

          IF CLEANUP-WANTED AND WS-EXC-ACTION NOT = SPACE
             MOVE SPACES TO CLEANUP-RECORD
             MOVE CHK-CODE(CHK-IDX) TO CLN-CHECK-CODE
             MOVE WS-EXC-FILE-NAME TO CLN-FILE-NAME
             MOVE WS-EXC-EMPLOYEEID TO CLN-EMPLOYEEID
             MOVE WS-EXC-ROW-KEY TO CLN-ROW-KEY
             MOVE WS-EXC-ACTION TO CLN-ACTION
             MOVE WS-EXC-EFFECTIVE TO CLN-EFFECTIVE-DATE
             MOVE WS-RUN-DATE TO CLN-RUN-DATE
             WRITE CLEANUP-RECORD
             ADD 1 TO WS-CLEANUP-COUNT
          END-IF.

       0860-END.

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
          MOVE "INTEGAUDIT" TO ALR-JOB-NAME
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
          MOVE "INTEGAUDIT" TO WS-JL-JOB-NAME
          MOVE WS-JOBLOG-START-TIME TO WS-JL-START-TIME-OUT
          MOVE WS-JOBLOG-END-TIME TO WS-JL-END-TIME-OUT
          MOVE WS-EMPLOYEE-COUNT TO WS-JL-RECORD-COUNT-OUT
          MOVE WS-JOBLOG-RUN-STATUS TO WS-JL-STATUS-OUT
          MOVE WS-JOBLOG-RECORD-AREA TO JOBLOG-RECORD
          WRITE JOBLOG-RECORD
          CLOSE JOBLOGFILE.

       0960-END.

       END PROGRAM INTEGAUDIT.
