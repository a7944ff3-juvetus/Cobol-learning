       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBTREND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOBLOG-FILE-STATUS.

       SELECT CONTROLFILE ASSIGN TO "JOBTRENDCTL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONTROL-STATUS.

       SELECT RUNHISTFILE ASSIGN TO "JOBRUNHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUNHIST-STATUS.

       SELECT SLAFILE ASSIGN TO "JOBSLA.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SLA-STATUS.

       SELECT TRENDPARMFILE ASSIGN TO "JOBTRENDPARM.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.

       SELECT REPORTFILE ASSIGN TO "JOBTREND.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ALERTFILE ASSIGN TO "OPSALERT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ALERT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *----------------------------------------------------------------
      * How far into JOBLOG.DAT the last analysis read. The job log
      * carries times but no dates, so each night's window is the
      * entries appended since the last run. The first entry on file
      * is kept too: if housekeeping has swept the log since, it no
      * longer matches and the whole log is new.
      *----------------------------------------------------------------
       FD CONTROLFILE.
       01 CONTROL-RECORD.
          05 CTL-RECORDS-READ PIC 9(7).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 CTL-FIRST-JOB    PIC X(15).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 CTL-FIRST-START  PIC 9(8).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 CTL-LAST-RUN     PIC 9(8).

      *----------------------------------------------------------------
      * Dated run history built from the job log, one line per job
      * run, for the rolling averages. Housekeeping trims it by the
      * run date in column 1.
      *----------------------------------------------------------------
       FD RUNHISTFILE.
       01 RUNHIST-RECORD.
          05 RH-RUN-DATE     PIC 9(8).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RH-JOB-NAME     PIC X(15).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RH-START-TIME   PIC 9(8).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RH-END-TIME     PIC 9(8).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RH-ELAPSED-SECS PIC 9(6).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RH-RECORDS      PIC 9(7).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 RH-STATUS       PIC X(10).

      *----------------------------------------------------------------
      * Must-finish-by time (HHMM, 24-hour clock) for each job, and
      * for the batch window as a whole under the name *WINDOW.
      *----------------------------------------------------------------
       FD SLAFILE.
       01 SLA-RECORD.
          05 SLA-JOB-NAME  PIC X(15).
          05 FILLER        PIC X(1).
          05 SLA-FINISH-BY PIC 9(4).

      *----------------------------------------------------------------
      * Trend thresholds: the growth percentage over the rolling
      * average worth reporting, how many prior runs the average
      * takes in, the minutes short of a finish-by time that count
      * as at risk, and the shortest average run (in seconds) worth
      * measuring growth on at all.
      *----------------------------------------------------------------
       FD TRENDPARMFILE.
       01 TREND-PARM-RECORD.
          05 TP-GROWTH-PCT   PIC 9(3).
          05 FILLER          PIC X(1).
          05 TP-AVG-RUNS     PIC 9(2).
          05 FILLER          PIC X(1).
          05 TP-RISK-MINUTES PIC 9(3).
          05 FILLER          PIC X(1).
          05 TP-MIN-AVG-SECS PIC 9(4).

       FD REPORTFILE.
       01 REPORT-LINE PIC X(132).

      *----------------------------------------------------------------
      * Shared operations-alert file: every program in the suite
      * appends its warnings here - job name, timestamp, severity,
      * the key involved, and the message. SLA breaches go out as
      * errors and runs trending toward a breach as warnings.
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

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS PIC XX VALUE '00'.
       01 WS-RUNHIST-STATUS PIC XX VALUE '00'.
       01 WS-SLA-STATUS     PIC XX VALUE '00'.
       01 WS-PARM-STATUS    PIC XX VALUE '00'.

       01 WS-JOBLOG-EOF PIC X VALUE 'N'.
          88 END-OF-JOBLOG VALUE 'Y'.
       01 WS-RUNHIST-EOF PIC X VALUE 'N'.
          88 END-OF-RUNHIST VALUE 'Y'.
       01 WS-SLA-EOF PIC X VALUE 'N'.
          88 END-OF-SLA VALUE 'Y'.

       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.

       01 WS-GROWTH-PCT   PIC 9(3) VALUE 25.
       01 WS-AVG-RUNS     PIC 9(2) VALUE 7.
       01 WS-RISK-MINUTES PIC 9(3) VALUE 30.
       01 WS-MIN-AVG-SECS PIC 9(4) VALUE 60.

       01 WS-PRIOR-READ   PIC 9(7) VALUE ZERO.
       01 WS-PRIOR-FIRST-JOB   PIC X(15) VALUE SPACES.
       01 WS-PRIOR-FIRST-START PIC 9(8) VALUE ZERO.
       01 WS-LOG-RECORD-NO PIC 9(7) VALUE ZERO.
       01 WS-FIRST-JOB     PIC X(15) VALUE SPACES.
       01 WS-FIRST-START   PIC 9(8) VALUE ZERO.
       01 WS-LOG-SWEPT     PIC X VALUE 'N'.
          88 LOG-WAS-SWEPT VALUE 'Y'.

      *----------------------------------------------------------------
      * Tonight's runs, in job-log order, with everything worked out
      * for them. Elapsed and finish times are in seconds; finish
      * times are measured on the window's own clock, which runs on
      * past 24:00 when the window crosses midnight.
      *----------------------------------------------------------------
       01 WS-RUN-COUNT PIC 9(3) VALUE ZERO.
       01 WS-RUN-TABLE-MAX PIC 9(3) VALUE 200.
       01 WS-RUN-TABLE.
          05 WS-RUN-ENTRY OCCURS 200 TIMES INDEXED BY RUN-IDX.
             10 RUN-JOB-NAME     PIC X(15).
             10 RUN-START-TIME   PIC 9(8).
             10 RUN-END-TIME     PIC 9(8).
             10 RUN-RECORDS      PIC 9(7).
             10 RUN-STATUS       PIC X(10).
             10 RUN-ELAPSED-SECS PIC 9(6).
             10 RUN-END-WINDOW   PIC 9(6).
             10 RUN-AVG-SECS     PIC 9(6).
             10 RUN-AVG-COUNT    PIC 9(3).
             10 RUN-GROWTH-PCT   PIC S9(5).
             10 RUN-GROWTH-FLAG  PIC X(1).
                88 RUN-GREW      VALUE 'Y'.
             10 RUN-FINISH-BY    PIC 9(4).
             10 RUN-SLA-STATE    PIC X(8).
             10 RUN-SLA-TEXT     PIC X(60).
             10 RUN-RANKED       PIC X(1).
                88 RUN-ALREADY-RANKED VALUE 'Y'.

      *----------------------------------------------------------------
      * Prior completed runs from the history, oldest first, so the
      * rolling average walks back from the end for the latest ones.
      *----------------------------------------------------------------
       01 WS-HX-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HX-TABLE-MAX PIC 9(5) VALUE 5000.
       01 WS-HX-TABLE.
          05 WS-HX-ENTRY OCCURS 5000 TIMES.
             10 HX-JOB-NAME     PIC X(15).
             10 HX-ELAPSED-SECS PIC 9(6).
       01 WS-HX-SUB PIC 9(5) VALUE ZERO.
       01 WS-HX-SUM PIC 9(9) VALUE ZERO.

       01 WS-SLA-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SLA-TABLE-MAX PIC 9(3) VALUE 100.
       01 WS-SLA-TABLE.
          05 WS-SLA-ENTRY OCCURS 100 TIMES INDEXED BY SLA-IDX.
             10 SLA-TAB-JOB-NAME  PIC X(15).
             10 SLA-TAB-FINISH-BY PIC 9(4).
             10 SLA-TAB-SEEN      PIC X(1).
       01 WS-SLA-FOUND-IDX PIC 9(3) VALUE ZERO.
       01 WS-LOOKUP-JOB-NAME PIC X(15) VALUE SPACES.

      *----------------------------------------------------------------
      * Clock arithmetic. TIME values are HHMMSSCC; the window clock
      * starts at the first new entry's start time and anything
      * earlier in the day belongs to the morning after.
      *----------------------------------------------------------------
       01 WS-CLOCK-TIME PIC 9(8) VALUE ZERO.
       01 WS-CLOCK-SPLIT REDEFINES WS-CLOCK-TIME.
          05 WS-CLOCK-HH PIC 9(2).
          05 WS-CLOCK-MM PIC 9(2).
          05 WS-CLOCK-SS PIC 9(2).
          05 WS-CLOCK-CC PIC 9(2).
       01 WS-CLOCK-SECS    PIC 9(6) VALUE ZERO.
       01 WS-WINDOW-ANCHOR PIC 9(6) VALUE ZERO.
       01 WS-START-SECS    PIC 9(6) VALUE ZERO.
       01 WS-END-SECS      PIC 9(6) VALUE ZERO.
       01 WS-DEADLINE-HHMM PIC 9(4) VALUE ZERO.
       01 WS-DEADLINE-SPLIT REDEFINES WS-DEADLINE-HHMM.
          05 WS-DEADLINE-HH PIC 9(2).
          05 WS-DEADLINE-MM PIC 9(2).
       01 WS-DEADLINE-SECS PIC 9(6) VALUE ZERO.
       01 WS-PROJECTED-END PIC 9(6) VALUE ZERO.
       01 WS-GAP-MINUTES   PIC 9(4) VALUE ZERO.

       01 WS-WINDOW-END     PIC 9(6) VALUE ZERO.
       01 WS-WINDOW-END-TIME PIC 9(8) VALUE ZERO.
       01 WS-WINDOW-FINISH-BY PIC 9(4) VALUE ZERO.
       01 WS-WINDOW-SLA-STATE PIC X(8) VALUE SPACES.
       01 WS-WINDOW-SLA-TEXT  PIC X(60) VALUE SPACES.

       01 WS-CHECK-END-WINDOW PIC 9(6) VALUE ZERO.
       01 WS-CHECK-END-TIME   PIC 9(8) VALUE ZERO.
       01 WS-CHECK-GROWTH     PIC S9(6) VALUE ZERO.
       01 WS-CHECK-STATE      PIC X(8) VALUE SPACES.

       01 WS-BREACH-COUNT  PIC 9(3) VALUE ZERO.
       01 WS-AT-RISK-COUNT PIC 9(3) VALUE ZERO.
       01 WS-GROWTH-COUNT  PIC 9(3) VALUE ZERO.
       01 WS-NOT-RUN-COUNT PIC 9(3) VALUE ZERO.
       01 WS-RANK          PIC 9(1) VALUE ZERO.
       01 WS-RANK-MAX      PIC 9(1) VALUE 5.
       01 WS-SLOWEST-IDX   PIC 9(3) VALUE ZERO.
       01 WS-SLOWEST-SECS  PIC 9(6) VALUE ZERO.
       01 WS-RATE-MINUTES  PIC 9(5)V99 VALUE ZERO.

       01 REPORT-HEADING-1 PIC X(132)
          VALUE "JOB RUNTIME TREND AND SLA REPORT".
       01 REPORT-HEADING-2 PIC X(132) VALUE ALL "=".

       01 HEADING-DATE-LINE.
          05 FILLER          PIC X(10) VALUE "RUN DATE: ".
          05 HD-RUN-DATE-OUT PIC 9(8).

       01 CLOCK-DISPLAY.
          05 CLK-HH-OUT PIC 9(2).
          05 FILLER     PIC X(1) VALUE ":".
          05 CLK-MM-OUT PIC 9(2).
          05 FILLER     PIC X(1) VALUE ":".
          05 CLK-SS-OUT PIC 9(2).
       01 FINISH-BY-DISPLAY.
          05 FBY-HH-OUT PIC 9(2).
          05 FILLER     PIC X(1) VALUE ":".
          05 FBY-MM-OUT PIC 9(2).

       01 WINDOW-LINE.
          05 FILLER          PIC X(14) VALUE "WINDOW START: ".
          05 WIN-START-OUT   PIC X(8).
          05 FILLER          PIC X(7) VALUE "  END: ".
          05 WIN-END-OUT     PIC X(8).
          05 FILLER          PIC X(15) VALUE "  ELAPSED MIN: ".
          05 WIN-ELAPSED-OUT PIC ZZZ9.99.
          05 FILLER          PIC X(13) VALUE "  FINISH-BY: ".
          05 WIN-FINISH-OUT  PIC X(5).
          05 FILLER          PIC X(10) VALUE "  STATUS: ".
          05 WIN-STATE-OUT   PIC X(8).

       01 THRESHOLD-LINE.
          05 FILLER          PIC X(20) VALUE "GROWTH THRESHOLD:  ".
          05 THR-GROWTH-OUT  PIC ZZ9.
          05 FILLER          PIC X(20) VALUE "%  ROLLING AVERAGE: ".
          05 THR-RUNS-OUT    PIC Z9.
          05 FILLER          PIC X(22) VALUE " RUNS  AT-RISK MARGIN:".
          05 THR-RISK-OUT    PIC ZZZ9.
          05 FILLER          PIC X(4) VALUE " MIN".

       01 RUN-COLUMN-LINE.
          05 FILLER PIC X(17) VALUE "JOB".
          05 FILLER PIC X(10) VALUE "START".
          05 FILLER PIC X(10) VALUE "END".
          05 FILLER PIC X(10) VALUE "ELAP MIN".
          05 FILLER PIC X(10) VALUE "AVG MIN".
          05 FILLER PIC X(7)  VALUE "CHG%".
          05 FILLER PIC X(10) VALUE "RECORDS".
          05 FILLER PIC X(11) VALUE "REC/MIN".
          05 FILLER PIC X(8)  VALUE "FIN-BY".
          05 FILLER PIC X(11) VALUE "STATUS".
          05 FILLER PIC X(9)  VALUE "SLA".
          05 FILLER PIC X(6)  VALUE "TREND".

       01 RUN-DETAIL-LINE.
          05 RDL-JOB-NAME-OUT PIC X(15).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 RDL-START-OUT    PIC X(8).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 RDL-END-OUT      PIC X(8).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 RDL-ELAPSED-OUT  PIC ZZZ9.99.
          05 FILLER           PIC X(3) VALUE SPACES.
          05 RDL-AVG-OUT      PIC ZZZ9.99.
          05 FILLER           PIC X(3) VALUE SPACES.
          05 RDL-GROWTH-OUT   PIC -ZZZ9.
          05 FILLER           PIC X(2) VALUE SPACES.
          05 RDL-RECORDS-OUT  PIC ZZZZZZ9.
          05 FILLER           PIC X(3) VALUE SPACES.
          05 RDL-RATE-OUT     PIC ZZZZZZ9.9.
          05 FILLER           PIC X(2) VALUE SPACES.
          05 RDL-FINISH-OUT   PIC X(5).
          05 FILLER           PIC X(3) VALUE SPACES.
          05 RDL-STATUS-OUT   PIC X(10).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 RDL-SLA-OUT      PIC X(8).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 RDL-TREND-OUT    PIC X(6).

       01 SLOWEST-DETAIL-LINE.
          05 FILLER           PIC X(2) VALUE SPACES.
          05 SDL-RANK-OUT     PIC 9.
          05 FILLER           PIC X(2) VALUE ". ".
          05 SDL-JOB-NAME-OUT PIC X(15).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 SDL-ELAPSED-OUT  PIC ZZZ9.99.
          05 FILLER           PIC X(13) VALUE " MIN  (AVG   ".
          05 SDL-AVG-OUT      PIC ZZZ9.99.
          05 FILLER           PIC X(5) VALUE " MIN)".

       01 GROWTH-DETAIL-LINE.
          05 FILLER           PIC X(2) VALUE SPACES.
          05 GDL-JOB-NAME-OUT PIC X(15).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 GDL-ELAPSED-OUT  PIC ZZZ9.99.
          05 FILLER           PIC X(13) VALUE " MIN  AGAINST".
          05 GDL-AVG-OUT      PIC ZZZ9.99.
          05 FILLER           PIC X(12) VALUE " MIN AVERAGE".
          05 FILLER           PIC X(3) VALUE "  +".
          05 GDL-GROWTH-OUT   PIC ZZZ9.
          05 FILLER           PIC X(1) VALUE "%".

       01 GROWTH-HEADING-LINE.
          05 FILLER          PIC X(29)
             VALUE "RUNTIME GROWTH OF MORE THAN ".
          05 GHL-GROWTH-OUT  PIC ZZ9.
          05 FILLER          PIC X(27)
             VALUE "% OVER THE ROLLING AVERAGE".

       01 SLA-DETAIL-LINE.
          05 FILLER           PIC X(2) VALUE SPACES.
          05 SLD-STATE-OUT    PIC X(8).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 SLD-JOB-NAME-OUT PIC X(15).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 SLD-TEXT-OUT     PIC X(60).

       01 CONTROL-COUNT-LINE.
          05 CC-LABEL     PIC X(26).
          05 CC-COUNT-OUT PIC ZZZZ9.

      *----------------------------------------------------------------
      * SLA alert text: when the run ended against its finish-by
      * time, and how many minutes late or to spare. A run trending
      * toward a breach carries its projected end instead.
      *----------------------------------------------------------------
       01 WS-SLA-ALERT-KEY.
          05 WS-SAK-PREFIX   PIC X(12).
          05 WS-SAK-JOB-NAME PIC X(15).
       01 WS-SLA-ALERT-TEXT.
          05 WS-SAT-VERB     PIC X(6).
          05 WS-SAT-END      PIC X(8).
          05 FILLER          PIC X(12) VALUE ", FINISH-BY ".
          05 WS-SAT-FINISH   PIC X(5).
          05 FILLER          PIC X(2) VALUE ", ".
          05 WS-SAT-MINUTES  PIC ZZZ9.
          05 WS-SAT-TAIL     PIC X(13).
       01 WS-NOT-RUN-TEXT PIC X(60)
          VALUE "NO JOB-LOG ENTRY THIS WINDOW FOR THIS JOB".

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
       0100-JOB-TREND-RUN.
          ACCEPT WS-JOBLOG-START-TIME FROM TIME
          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

          PERFORM 0150-LOAD-PARAMETERS
          PERFORM 0160-LOAD-CONTROL
          PERFORM 0170-LOAD-SLA-TABLE
          PERFORM 0180-LOAD-RUN-HISTORY
          PERFORM 0200-READ-NEW-LOG-ENTRIES

          IF WS-RUN-COUNT > ZERO
             PERFORM 0300-ANALYSE-ONE-RUN
                VARYING RUN-IDX FROM 1 BY 1
                UNTIL RUN-IDX > WS-RUN-COUNT
             PERFORM 0350-CHECK-WINDOW-SLA
          END-IF

          OPEN OUTPUT REPORTFILE
          PERFORM 0400-PRINT-HEADING
          IF WS-RUN-COUNT = ZERO
             MOVE SPACES TO REPORT-LINE
             WRITE REPORT-LINE
             MOVE "  (NO NEW JOB-LOG ENTRIES SINCE THE LAST ANALYSIS)"
                TO REPORT-LINE
             WRITE REPORT-LINE
          ELSE
             PERFORM 0410-PRINT-RUNS
             PERFORM 0420-PRINT-SLOWEST
             PERFORM 0430-PRINT-GROWTH
             PERFORM 0440-PRINT-SLA-EXCEPTIONS
             PERFORM 0450-PRINT-SUMMARY
             PERFORM 0500-APPEND-RUN-HISTORY
          END-IF
          CLOSE REPORTFILE

          PERFORM 0600-SAVE-CONTROL
          MOVE "COMPLETED" TO WS-JOBLOG-RUN-STATUS
          PERFORM 0960-WRITE-JOB-LOG
          DISPLAY "Job runs analysed: " WS-RUN-COUNT
          DISPLAY "SLA breaches:      " WS-BREACH-COUNT
          DISPLAY "SLA at risk:       " WS-AT-RISK-COUNT
          STOP RUN.

       0100-END.

      *----------------------------------------------------------------
      * Thresholds default when the parameter file is missing or a
      * field is left blank.
      *----------------------------------------------------------------
       0150-LOAD-PARAMETERS.
          OPEN INPUT TRENDPARMFILE
          IF WS-PARM-STATUS = '00'
             READ TRENDPARMFILE
                NOT AT END
                   IF TP-GROWTH-PCT NUMERIC AND TP-GROWTH-PCT > ZERO
                      MOVE TP-GROWTH-PCT TO WS-GROWTH-PCT
                   END-IF
                   IF TP-AVG-RUNS NUMERIC AND TP-AVG-RUNS > ZERO
                      MOVE TP-AVG-RUNS TO WS-AVG-RUNS
                   END-IF
                   IF TP-RISK-MINUTES NUMERIC
                      MOVE TP-RISK-MINUTES TO WS-RISK-MINUTES
                   END-IF
                   IF TP-MIN-AVG-SECS NUMERIC
                      MOVE TP-MIN-AVG-SECS TO WS-MIN-AVG-SECS
                   END-IF
             END-READ
             CLOSE TRENDPARMFILE
          END-IF.

       0150-END.

       0160-LOAD-CONTROL.
          OPEN INPUT CONTROLFILE
          IF WS-CONTROL-STATUS = '00'
             READ CONTROLFILE
                NOT AT END
                   IF CTL-RECORDS-READ NUMERIC
                      MOVE CTL-RECORDS-READ TO WS-PRIOR-READ
                   END-IF
                   MOVE CTL-FIRST-JOB TO WS-PRIOR-FIRST-JOB
                   IF CTL-FIRST-START NUMERIC
                      MOVE CTL-FIRST-START TO WS-PRIOR-FIRST-START
                   END-IF
             END-READ
             CLOSE CONTROLFILE
          END-IF.

       0160-END.

       0170-LOAD-SLA-TABLE.
          OPEN INPUT SLAFILE
          IF WS-SLA-STATUS NOT = '00'
             DISPLAY "JOBSLA.DAT not found - no finish-by checks."
             SET END-OF-SLA TO TRUE
          END-IF
          PERFORM UNTIL END-OF-SLA
             READ SLAFILE
                AT END SET END-OF-SLA TO TRUE
                NOT AT END
                   IF SLA-JOB-NAME NOT = SPACES
                      AND SLA-FINISH-BY NUMERIC
                      IF WS-SLA-COUNT < WS-SLA-TABLE-MAX
                         ADD 1 TO WS-SLA-COUNT
                         SET SLA-IDX TO WS-SLA-COUNT
                         MOVE SLA-JOB-NAME TO SLA-TAB-JOB-NAME(SLA-IDX)
                         MOVE SLA-FINISH-BY
                            TO SLA-TAB-FINISH-BY(SLA-IDX)
                         MOVE 'N' TO SLA-TAB-SEEN(SLA-IDX)
                      ELSE
                         DISPLAY "WARNING: SLA table full at "
                            WS-SLA-TABLE-MAX ", " SLA-JOB-NAME
                            " ignored"
                      END-IF
                   END-IF
             END-READ
          END-PERFORM
          IF WS-SLA-STATUS = '00' OR WS-SLA-STATUS = '10'
             CLOSE SLAFILE
          END-IF.

       0170-END.

      *----------------------------------------------------------------
      * Only runs that COMPLETED feed the averages; a failed run's
      * elapsed time says nothing about how long the job takes.
      *----------------------------------------------------------------
       0180-LOAD-RUN-HISTORY.
          OPEN INPUT RUNHISTFILE
          IF WS-RUNHIST-STATUS NOT = '00'
             SET END-OF-RUNHIST TO TRUE
          END-IF
          PERFORM UNTIL END-OF-RUNHIST
             READ RUNHISTFILE
                AT END SET END-OF-RUNHIST TO TRUE
                NOT AT END
                   IF RH-STATUS = "COMPLETED"
                      AND RH-ELAPSED-SECS NUMERIC
                      IF WS-HX-COUNT < WS-HX-TABLE-MAX
                         ADD 1 TO WS-HX-COUNT
                         MOVE RH-JOB-NAME TO HX-JOB-NAME(WS-HX-COUNT)
                         MOVE RH-ELAPSED-SECS
                            TO HX-ELAPSED-SECS(WS-HX-COUNT)
                      ELSE
                         DISPLAY "WARNING: run history table full at "
                            WS-HX-TABLE-MAX " - later history ignored"
                         SET END-OF-RUNHIST TO TRUE
                      END-IF
                   END-IF
             END-READ
          END-PERFORM
          IF WS-RUNHIST-STATUS = '00' OR WS-RUNHIST-STATUS = '10'
             CLOSE RUNHISTFILE
          END-IF.

       0180-END.

      *----------------------------------------------------------------
      * Skips the entries the last analysis already read and tables
      * the rest as tonight's window. The first new entry's start
      * time anchors the window clock.
      *----------------------------------------------------------------
       0200-READ-NEW-LOG-ENTRIES.
          OPEN INPUT JOBLOGFILE
          IF WS-JOBLOG-FILE-STATUS NOT = '00'
             DISPLAY "JOBLOG.DAT not found - nothing to analyse."
             SET END-OF-JOBLOG TO TRUE
          END-IF
          PERFORM UNTIL END-OF-JOBLOG
             READ JOBLOGFILE
                AT END SET END-OF-JOBLOG TO TRUE
                NOT AT END
                   ADD 1 TO WS-LOG-RECORD-NO
                   IF WS-LOG-RECORD-NO = 1
                      PERFORM 0210-CHECK-LOG-SWEPT
                   END-IF
                   IF WS-LOG-RECORD-NO > WS-PRIOR-READ
                      PERFORM 0220-TABLE-ONE-RUN
                   END-IF
             END-READ
          END-PERFORM
          IF WS-JOBLOG-FILE-STATUS = '00'
             OR WS-JOBLOG-FILE-STATUS = '10'
             CLOSE JOBLOGFILE
          END-IF.

       0200-END.

       0210-CHECK-LOG-SWEPT.
          MOVE JOBLOG-JOB-NAME TO WS-FIRST-JOB
          MOVE JOBLOG-START-TIME-OUT TO WS-FIRST-START
          IF WS-FIRST-JOB NOT = WS-PRIOR-FIRST-JOB
             OR WS-FIRST-START NOT = WS-PRIOR-FIRST-START
             IF WS-PRIOR-READ > ZERO
                SET LOG-WAS-SWEPT TO TRUE
             END-IF
             MOVE ZERO TO WS-PRIOR-READ
          END-IF.

       0210-END.

       0220-TABLE-ONE-RUN.
          IF WS-RUN-COUNT NOT < WS-RUN-TABLE-MAX
             DISPLAY "WARNING: run table full at " WS-RUN-TABLE-MAX
                ", " JOBLOG-JOB-NAME " not analysed"
          ELSE
             ADD 1 TO WS-RUN-COUNT
             SET RUN-IDX TO WS-RUN-COUNT
             INITIALIZE WS-RUN-ENTRY(RUN-IDX)
             MOVE JOBLOG-JOB-NAME TO RUN-JOB-NAME(RUN-IDX)
             MOVE JOBLOG-START-TIME-OUT TO RUN-START-TIME(RUN-IDX)
             MOVE JOBLOG-END-TIME-OUT TO RUN-END-TIME(RUN-IDX)
             MOVE JOBLOG-RECORD-COUNT-OUT TO RUN-RECORDS(RUN-IDX)
             MOVE JOBLOG-STATUS-OUT TO RUN-STATUS(RUN-IDX)
             IF WS-RUN-COUNT = 1
                MOVE JOBLOG-START-TIME-OUT TO WS-CLOCK-TIME
                PERFORM 0900-CLOCK-TO-SECONDS
                MOVE WS-CLOCK-SECS TO WS-WINDOW-ANCHOR
             END-IF
          END-IF.

       0220-END.

      *----------------------------------------------------------------
      * Elapsed time (a run that crosses midnight wraps), the finish
      * time on the window clock, the rolling average of the job's
      * prior completed runs, growth over that average, and where the
      * run stands against its finish-by time.
      *----------------------------------------------------------------
       0300-ANALYSE-ONE-RUN.
          MOVE RUN-START-TIME(RUN-IDX) TO WS-CLOCK-TIME
          PERFORM 0900-CLOCK-TO-SECONDS
          MOVE WS-CLOCK-SECS TO WS-START-SECS
          MOVE RUN-END-TIME(RUN-IDX) TO WS-CLOCK-TIME
          PERFORM 0900-CLOCK-TO-SECONDS
          MOVE WS-CLOCK-SECS TO WS-END-SECS
          IF WS-END-SECS < WS-START-SECS
             COMPUTE RUN-ELAPSED-SECS(RUN-IDX) =
                WS-END-SECS + 86400 - WS-START-SECS
          ELSE
             COMPUTE RUN-ELAPSED-SECS(RUN-IDX) =
                WS-END-SECS - WS-START-SECS
          END-IF
          PERFORM 0910-WINDOW-CLOCK
          MOVE WS-CLOCK-SECS TO RUN-END-WINDOW(RUN-IDX)
          IF WS-CLOCK-SECS > WS-WINDOW-END
             MOVE WS-CLOCK-SECS TO WS-WINDOW-END
             MOVE RUN-END-TIME(RUN-IDX) TO WS-WINDOW-END-TIME
          END-IF

          PERFORM 0310-ROLLING-AVERAGE
          MOVE ZERO TO WS-CHECK-GROWTH
          IF RUN-AVG-COUNT(RUN-IDX) > ZERO
             AND RUN-AVG-SECS(RUN-IDX) > ZERO
             COMPUTE RUN-GROWTH-PCT(RUN-IDX) ROUNDED =
                (RUN-ELAPSED-SECS(RUN-IDX) - RUN-AVG-SECS(RUN-IDX))
                * 100 / RUN-AVG-SECS(RUN-IDX)
                ON SIZE ERROR MOVE 9999 TO RUN-GROWTH-PCT(RUN-IDX)
             END-COMPUTE
             IF RUN-STATUS(RUN-IDX) = "COMPLETED"
                AND RUN-AVG-SECS(RUN-IDX) NOT < WS-MIN-AVG-SECS
                AND RUN-GROWTH-PCT(RUN-IDX) > WS-GROWTH-PCT
                MOVE 'Y' TO RUN-GROWTH-FLAG(RUN-IDX)
                ADD 1 TO WS-GROWTH-COUNT
             END-IF
             COMPUTE WS-CHECK-GROWTH =
                RUN-ELAPSED-SECS(RUN-IDX) - RUN-AVG-SECS(RUN-IDX)
          END-IF

          MOVE RUN-JOB-NAME(RUN-IDX) TO WS-LOOKUP-JOB-NAME
          PERFORM 0920-FIND-SLA
          IF WS-SLA-FOUND-IDX = ZERO
             MOVE "NO SLA" TO RUN-SLA-STATE(RUN-IDX)
          ELSE
             SET SLA-IDX TO WS-SLA-FOUND-IDX
             MOVE 'Y' TO SLA-TAB-SEEN(SLA-IDX)
             MOVE SLA-TAB-FINISH-BY(SLA-IDX) TO RUN-FINISH-BY(RUN-IDX)
             MOVE SLA-TAB-FINISH-BY(SLA-IDX) TO WS-DEADLINE-HHMM
             MOVE RUN-END-WINDOW(RUN-IDX) TO WS-CHECK-END-WINDOW
             MOVE RUN-END-TIME(RUN-IDX) TO WS-CHECK-END-TIME
             MOVE RUN-JOB-NAME(RUN-IDX) TO WS-SAK-JOB-NAME
             PERFORM 0320-CHECK-AGAINST-SLA
             MOVE WS-CHECK-STATE TO RUN-SLA-STATE(RUN-IDX)
             MOVE WS-SLA-ALERT-TEXT TO RUN-SLA-TEXT(RUN-IDX)
          END-IF.

       0300-END.

       0310-ROLLING-AVERAGE.
          MOVE ZERO TO WS-HX-SUM
          MOVE ZERO TO RUN-AVG-COUNT(RUN-IDX)
          PERFORM VARYING WS-HX-SUB FROM WS-HX-COUNT BY -1
             UNTIL WS-HX-SUB = ZERO
                OR RUN-AVG-COUNT(RUN-IDX) NOT < WS-AVG-RUNS
             IF HX-JOB-NAME(WS-HX-SUB) = RUN-JOB-NAME(RUN-IDX)
                ADD HX-ELAPSED-SECS(WS-HX-SUB) TO WS-HX-SUM
                ADD 1 TO RUN-AVG-COUNT(RUN-IDX)
             END-IF
          END-PERFORM
          IF RUN-AVG-COUNT(RUN-IDX) > ZERO
             COMPUTE RUN-AVG-SECS(RUN-IDX) ROUNDED =
                WS-HX-SUM / RUN-AVG-COUNT(RUN-IDX)
          END-IF.

       0310-END.

      *----------------------------------------------------------------
      * A finish past the finish-by time is a breach. A finish inside
      * the at-risk margin, or one that would pass the finish-by time
      * if tomorrow grows by as much as tonight did over the average,
      * is trending toward one.
      *----------------------------------------------------------------
       0320-CHECK-AGAINST-SLA.
          COMPUTE WS-DEADLINE-SECS =
             WS-DEADLINE-HH * 3600 + WS-DEADLINE-MM * 60
          IF WS-DEADLINE-SECS < WS-WINDOW-ANCHOR
             ADD 86400 TO WS-DEADLINE-SECS
          END-IF
          MOVE WS-CHECK-END-WINDOW TO WS-PROJECTED-END
          IF WS-CHECK-GROWTH > ZERO
             ADD WS-CHECK-GROWTH TO WS-PROJECTED-END
          END-IF
          MOVE WS-DEADLINE-HH TO FBY-HH-OUT
          MOVE WS-DEADLINE-MM TO FBY-MM-OUT
          MOVE FINISH-BY-DISPLAY TO WS-SAT-FINISH
          MOVE WS-CHECK-END-TIME TO WS-CLOCK-TIME
          PERFORM 0930-FORMAT-CLOCK
          MOVE CLOCK-DISPLAY TO WS-SAT-END
          MOVE "ENDED " TO WS-SAT-VERB

          EVALUATE TRUE
             WHEN WS-CHECK-END-WINDOW > WS-DEADLINE-SECS
                MOVE "BREACH" TO WS-CHECK-STATE
                ADD 1 TO WS-BREACH-COUNT
                COMPUTE WS-GAP-MINUTES ROUNDED =
                   (WS-CHECK-END-WINDOW - WS-DEADLINE-SECS) / 60
                MOVE WS-GAP-MINUTES TO WS-SAT-MINUTES
                MOVE " MIN LATE" TO WS-SAT-TAIL
                MOVE "SLA BREACH" TO WS-SAK-PREFIX
                MOVE 'E' TO WS-ALERT-SEVERITY
                MOVE WS-SLA-ALERT-KEY TO WS-ALERT-KEY
                MOVE WS-SLA-ALERT-TEXT TO WS-ALERT-MESSAGE
                PERFORM 0970-WRITE-ALERT
             WHEN WS-DEADLINE-SECS - WS-CHECK-END-WINDOW
                     NOT > WS-RISK-MINUTES * 60
                OR WS-PROJECTED-END > WS-DEADLINE-SECS
                MOVE "AT RISK" TO WS-CHECK-STATE
                ADD 1 TO WS-AT-RISK-COUNT
                COMPUTE WS-GAP-MINUTES =
                   (WS-DEADLINE-SECS - WS-CHECK-END-WINDOW) / 60
                MOVE WS-GAP-MINUTES TO WS-SAT-MINUTES
                MOVE " MIN TO SPARE" TO WS-SAT-TAIL
                MOVE "SLA AT RISK" TO WS-SAK-PREFIX
                MOVE 'W' TO WS-ALERT-SEVERITY
                MOVE WS-SLA-ALERT-KEY TO WS-ALERT-KEY
                MOVE WS-SLA-ALERT-TEXT TO WS-ALERT-MESSAGE
                PERFORM 0970-WRITE-ALERT
             WHEN OTHER
                MOVE "ON TIME" TO WS-CHECK-STATE
          END-EVALUATE.

       0320-END.

      *----------------------------------------------------------------
      * The window as a whole runs from the first new entry's start
      * to the latest finish among tonight's runs. Its growth check
      * uses no average, so only the margin decides at risk.
      *----------------------------------------------------------------
       0350-CHECK-WINDOW-SLA.
          MOVE "*WINDOW" TO WS-LOOKUP-JOB-NAME
          PERFORM 0920-FIND-SLA
          IF WS-SLA-FOUND-IDX = ZERO
             MOVE "NO SLA" TO WS-WINDOW-SLA-STATE
          ELSE
             SET SLA-IDX TO WS-SLA-FOUND-IDX
             MOVE 'Y' TO SLA-TAB-SEEN(SLA-IDX)
             MOVE SLA-TAB-FINISH-BY(SLA-IDX) TO WS-WINDOW-FINISH-BY
             MOVE SLA-TAB-FINISH-BY(SLA-IDX) TO WS-DEADLINE-HHMM
             MOVE WS-WINDOW-END TO WS-CHECK-END-WINDOW
             MOVE WS-WINDOW-END-TIME TO WS-CHECK-END-TIME
             MOVE ZERO TO WS-CHECK-GROWTH
             MOVE "BATCH WINDOW" TO WS-SAK-JOB-NAME
             PERFORM 0320-CHECK-AGAINST-SLA
             MOVE WS-CHECK-STATE TO WS-WINDOW-SLA-STATE
             MOVE WS-SLA-ALERT-TEXT TO WS-WINDOW-SLA-TEXT
          END-IF.

       0350-END.

       0400-PRINT-HEADING.
          MOVE REPORT-HEADING-1 TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE REPORT-HEADING-2 TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE WS-RUN-DATE TO HD-RUN-DATE-OUT
          MOVE HEADING-DATE-LINE TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE WS-GROWTH-PCT TO THR-GROWTH-OUT
          MOVE WS-AVG-RUNS TO THR-RUNS-OUT
          MOVE WS-RISK-MINUTES TO THR-RISK-OUT
          MOVE THRESHOLD-LINE TO REPORT-LINE
          WRITE REPORT-LINE
          IF LOG-WAS-SWEPT
             MOVE "JOB LOG SWEPT SINCE THE LAST ANALYSIS - ALL ENTRIES"
                TO REPORT-LINE
             WRITE REPORT-LINE
             MOVE "ON FILE ARE TAKEN AS THIS WINDOW" TO REPORT-LINE
             WRITE REPORT-LINE
          END-IF.

       0400-END.

       0410-PRINT-RUNS.
          MOVE SPACES TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE RUN-START-TIME(1) TO WS-CLOCK-TIME
          PERFORM 0930-FORMAT-CLOCK
          MOVE CLOCK-DISPLAY TO WIN-START-OUT
          MOVE WS-WINDOW-END-TIME TO WS-CLOCK-TIME
          PERFORM 0930-FORMAT-CLOCK
          MOVE CLOCK-DISPLAY TO WIN-END-OUT
          COMPUTE WIN-ELAPSED-OUT ROUNDED =
             (WS-WINDOW-END - WS-WINDOW-ANCHOR) / 60
          IF WS-WINDOW-SLA-STATE = "NO SLA"
             MOVE SPACES TO WIN-FINISH-OUT
          ELSE
             MOVE WS-WINDOW-FINISH-BY TO WS-DEADLINE-HHMM
             MOVE WS-DEADLINE-HH TO FBY-HH-OUT
             MOVE WS-DEADLINE-MM TO FBY-MM-OUT
             MOVE FINISH-BY-DISPLAY TO WIN-FINISH-OUT
          END-IF
          MOVE WS-WINDOW-SLA-STATE TO WIN-STATE-OUT
          MOVE WINDOW-LINE TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE SPACES TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE RUN-COLUMN-LINE TO REPORT-LINE
          WRITE REPORT-LINE
          PERFORM 0415-PRINT-ONE-RUN
             VARYING RUN-IDX FROM 1 BY 1
             UNTIL RUN-IDX > WS-RUN-COUNT.

       0410-END.

       0415-PRINT-ONE-RUN.
          MOVE RUN-JOB-NAME(RUN-IDX) TO RDL-JOB-NAME-OUT
          MOVE RUN-START-TIME(RUN-IDX) TO WS-CLOCK-TIME
          PERFORM 0930-FORMAT-CLOCK
          MOVE CLOCK-DISPLAY TO RDL-START-OUT
          MOVE RUN-END-TIME(RUN-IDX) TO WS-CLOCK-TIME
          PERFORM 0930-FORMAT-CLOCK
          MOVE CLOCK-DISPLAY TO RDL-END-OUT
          COMPUTE RDL-ELAPSED-OUT ROUNDED =
             RUN-ELAPSED-SECS(RUN-IDX) / 60
          IF RUN-AVG-COUNT(RUN-IDX) > ZERO
             COMPUTE RDL-AVG-OUT ROUNDED = RUN-AVG-SECS(RUN-IDX) / 60
             MOVE RUN-GROWTH-PCT(RUN-IDX) TO RDL-GROWTH-OUT
          ELSE
             MOVE ZERO TO RDL-AVG-OUT
             MOVE ZERO TO RDL-GROWTH-OUT
          END-IF
          MOVE RUN-RECORDS(RUN-IDX) TO RDL-RECORDS-OUT
          IF RUN-ELAPSED-SECS(RUN-IDX) > ZERO
             COMPUTE WS-RATE-MINUTES = RUN-ELAPSED-SECS(RUN-IDX) / 60
          ELSE
             MOVE 0.01 TO WS-RATE-MINUTES
          END-IF
          IF WS-RATE-MINUTES < 0.01
             MOVE 0.01 TO WS-RATE-MINUTES
          END-IF
          COMPUTE RDL-RATE-OUT ROUNDED =
             RUN-RECORDS(RUN-IDX) / WS-RATE-MINUTES
             ON SIZE ERROR MOVE 9999999.9 TO RDL-RATE-OUT
          END-COMPUTE
          IF RUN-SLA-STATE(RUN-IDX) = "NO SLA"
             MOVE SPACES TO RDL-FINISH-OUT
          ELSE
             MOVE RUN-FINISH-BY(RUN-IDX) TO WS-DEADLINE-HHMM
             MOVE WS-DEADLINE-HH TO FBY-HH-OUT
             MOVE WS-DEADLINE-MM TO FBY-MM-OUT
             MOVE FINISH-BY-DISPLAY TO RDL-FINISH-OUT
          END-IF
          MOVE RUN-STATUS(RUN-IDX) TO RDL-STATUS-OUT
          MOVE RUN-SLA-STATE(RUN-IDX) TO RDL-SLA-OUT
          IF RUN-GREW(RUN-IDX)
             MOVE "GROWTH" TO RDL-TREND-OUT
          ELSE
             MOVE SPACES TO RDL-TREND-OUT
          END-IF
          MOVE RUN-DETAIL-LINE TO REPORT-LINE
          WRITE REPORT-LINE.

       0415-END.

      *----------------------------------------------------------------
      * The longest-running jobs tonight, slowest first, picked by
      * repeated passes over the run table.
      *----------------------------------------------------------------
       0420-PRINT-SLOWEST.
          MOVE SPACES TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE "SLOWEST JOBS THIS WINDOW" TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE "------------------------" TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE ZERO TO WS-RANK
          PERFORM UNTIL WS-RANK NOT < WS-RANK-MAX
             OR WS-RANK NOT < WS-RUN-COUNT
             MOVE ZERO TO WS-SLOWEST-IDX
             MOVE ZERO TO WS-SLOWEST-SECS
             PERFORM VARYING RUN-IDX FROM 1 BY 1
                UNTIL RUN-IDX > WS-RUN-COUNT
                IF NOT RUN-ALREADY-RANKED(RUN-IDX)
                   AND (WS-SLOWEST-IDX = ZERO
                   OR RUN-ELAPSED-SECS(RUN-IDX) > WS-SLOWEST-SECS)
                   SET WS-SLOWEST-IDX TO RUN-IDX
                   MOVE RUN-ELAPSED-SECS(RUN-IDX) TO WS-SLOWEST-SECS
                END-IF
             END-PERFORM
             SET RUN-IDX TO WS-SLOWEST-IDX
             MOVE 'Y' TO RUN-RANKED(RUN-IDX)
             ADD 1 TO WS-RANK
             MOVE WS-RANK TO SDL-RANK-OUT
             MOVE RUN-JOB-NAME(RUN-IDX) TO SDL-JOB-NAME-OUT
             COMPUTE SDL-ELAPSED-OUT ROUNDED =
                RUN-ELAPSED-SECS(RUN-IDX) / 60
             COMPUTE SDL-AVG-OUT ROUNDED = RUN-AVG-SECS(RUN-IDX) / 60
             MOVE SLOWEST-DETAIL-LINE TO REPORT-LINE
             WRITE REPORT-LINE
          END-PERFORM.

       0420-END.

       0430-PRINT-GROWTH.
          MOVE SPACES TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE WS-GROWTH-PCT TO GHL-GROWTH-OUT
          MOVE GROWTH-HEADING-LINE TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE ALL "-" TO REPORT-LINE(1:58)
          WRITE REPORT-LINE
          IF WS-GROWTH-COUNT = ZERO
             MOVE "  (NONE)" TO REPORT-LINE
             WRITE REPORT-LINE
          ELSE
             PERFORM VARYING RUN-IDX FROM 1 BY 1
                UNTIL RUN-IDX > WS-RUN-COUNT
                IF RUN-GREW(RUN-IDX)
                   MOVE RUN-JOB-NAME(RUN-IDX) TO GDL-JOB-NAME-OUT
                   COMPUTE GDL-ELAPSED-OUT ROUNDED =
                      RUN-ELAPSED-SECS(RUN-IDX) / 60
                   COMPUTE GDL-AVG-OUT ROUNDED =
                      RUN-AVG-SECS(RUN-IDX) / 60
                   MOVE RUN-GROWTH-PCT(RUN-IDX) TO GDL-GROWTH-OUT
                   MOVE GROWTH-DETAIL-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                END-IF
             END-PERFORM
          END-IF.

       0430-END.

      *----------------------------------------------------------------
      * Breaches and at-risk runs, then any job with a finish-by time
      * that has no entry in this window at all - that one is raised
      * as a warning too, since a job that never ran cannot be late.
      *----------------------------------------------------------------
       0440-PRINT-SLA-EXCEPTIONS.
          MOVE SPACES TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE "SLA EXCEPTIONS" TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE "--------------" TO REPORT-LINE
          WRITE REPORT-LINE
          IF WS-WINDOW-SLA-STATE = "BREACH"
             OR WS-WINDOW-SLA-STATE = "AT RISK"
             MOVE WS-WINDOW-SLA-STATE TO SLD-STATE-OUT
             MOVE "*WINDOW" TO SLD-JOB-NAME-OUT
             MOVE WS-WINDOW-SLA-TEXT TO SLD-TEXT-OUT
             MOVE SLA-DETAIL-LINE TO REPORT-LINE
             WRITE REPORT-LINE
          END-IF
          PERFORM VARYING RUN-IDX FROM 1 BY 1
             UNTIL RUN-IDX > WS-RUN-COUNT
             IF RUN-SLA-STATE(RUN-IDX) = "BREACH"
                OR RUN-SLA-STATE(RUN-IDX) = "AT RISK"
                MOVE RUN-SLA-STATE(RUN-IDX) TO SLD-STATE-OUT
                MOVE RUN-JOB-NAME(RUN-IDX) TO SLD-JOB-NAME-OUT
                MOVE RUN-SLA-TEXT(RUN-IDX) TO SLD-TEXT-OUT
                MOVE SLA-DETAIL-LINE TO REPORT-LINE
                WRITE REPORT-LINE
             END-IF
          END-PERFORM
          PERFORM VARYING SLA-IDX FROM 1 BY 1
             UNTIL SLA-IDX > WS-SLA-COUNT
             IF SLA-TAB-SEEN(SLA-IDX) NOT = 'Y'
                ADD 1 TO WS-NOT-RUN-COUNT
                MOVE "NOT RUN" TO SLD-STATE-OUT
                MOVE SLA-TAB-JOB-NAME(SLA-IDX) TO SLD-JOB-NAME-OUT
                MOVE WS-NOT-RUN-TEXT TO SLD-TEXT-OUT
                MOVE SLA-DETAIL-LINE TO REPORT-LINE
                WRITE REPORT-LINE
                MOVE 'W' TO WS-ALERT-SEVERITY
                MOVE "SLA NOT RUN" TO WS-SAK-PREFIX
                MOVE SLA-TAB-JOB-NAME(SLA-IDX) TO WS-SAK-JOB-NAME
                MOVE WS-SLA-ALERT-KEY TO WS-ALERT-KEY
                MOVE WS-NOT-RUN-TEXT TO WS-ALERT-MESSAGE
                PERFORM 0970-WRITE-ALERT
             END-IF
          END-PERFORM
          IF WS-BREACH-COUNT = ZERO AND WS-AT-RISK-COUNT = ZERO
             AND WS-NOT-RUN-COUNT = ZERO
             MOVE "  (NONE)" TO REPORT-LINE
             WRITE REPORT-LINE
          END-IF.

       0440-END.

       0450-PRINT-SUMMARY.
          MOVE SPACES TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE "CONTROL COUNTS" TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE "--------------" TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE "  RUNS ANALYSED:          " TO CC-LABEL
          MOVE WS-RUN-COUNT TO CC-COUNT-OUT
          MOVE CONTROL-COUNT-LINE TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE "  SLA BREACHES:           " TO CC-LABEL
          MOVE WS-BREACH-COUNT TO CC-COUNT-OUT
          MOVE CONTROL-COUNT-LINE TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE "  SLA AT RISK:            " TO CC-LABEL
          MOVE WS-AT-RISK-COUNT TO CC-COUNT-OUT
          MOVE CONTROL-COUNT-LINE TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE "  SLA JOBS NOT RUN:       " TO CC-LABEL
          MOVE WS-NOT-RUN-COUNT TO CC-COUNT-OUT
          MOVE CONTROL-COUNT-LINE TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE "  RUNTIME GROWTH FLAGGED: " TO CC-LABEL
          MOVE WS-GROWTH-COUNT TO CC-COUNT-OUT
          MOVE CONTROL-COUNT-LINE TO REPORT-LINE
          WRITE REPORT-LINE.

       0450-END.

      *----------------------------------------------------------------
      * Tonight's runs join the dated history only after the report,
      * so no run is ever averaged against itself.
      *----------------------------------------------------------------
       0500-APPEND-RUN-HISTORY.
          OPEN EXTEND RUNHISTFILE
          IF WS-RUNHIST-STATUS NOT = '00'
             OPEN OUTPUT RUNHISTFILE
          END-IF
          PERFORM VARYING RUN-IDX FROM 1 BY 1
             UNTIL RUN-IDX > WS-RUN-COUNT
             MOVE SPACES TO RUNHIST-RECORD
             MOVE WS-RUN-DATE TO RH-RUN-DATE
             MOVE RUN-JOB-NAME(RUN-IDX) TO RH-JOB-NAME
             MOVE RUN-START-TIME(RUN-IDX) TO RH-START-TIME
             MOVE RUN-END-TIME(RUN-IDX) TO RH-END-TIME
             MOVE RUN-ELAPSED-SECS(RUN-IDX) TO RH-ELAPSED-SECS
             MOVE RUN-RECORDS(RUN-IDX) TO RH-RECORDS
             MOVE RUN-STATUS(RUN-IDX) TO RH-STATUS
             WRITE RUNHIST-RECORD
          END-PERFORM
          CLOSE RUNHISTFILE.

       0500-END.

      *----------------------------------------------------------------
      * The mark counts this program's own job-log entry, written
      * just after, so tomorrow's window starts with the first job
      * that runs after this analysis.
      *----------------------------------------------------------------
       0600-SAVE-CONTROL.
          OPEN OUTPUT CONTROLFILE
          MOVE SPACES TO CONTROL-RECORD
          COMPUTE CTL-RECORDS-READ = WS-LOG-RECORD-NO + 1
          IF WS-LOG-RECORD-NO = ZERO
             MOVE "JOBTREND" TO CTL-FIRST-JOB
             MOVE WS-JOBLOG-START-TIME TO CTL-FIRST-START
          ELSE
             MOVE WS-FIRST-JOB TO CTL-FIRST-JOB
             MOVE WS-FIRST-START TO CTL-FIRST-START
          END-IF
          MOVE WS-RUN-DATE TO CTL-LAST-RUN
          WRITE CONTROL-RECORD
          CLOSE CONTROLFILE.

       0600-END.

       0900-CLOCK-TO-SECONDS.
          IF WS-CLOCK-TIME NOT NUMERIC
             MOVE ZERO TO WS-CLOCK-TIME
          END-IF
          COMPUTE WS-CLOCK-SECS =
             WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60 + WS-CLOCK-SS.

       0900-END.

       0910-WINDOW-CLOCK.
          IF WS-CLOCK-SECS < WS-WINDOW-ANCHOR
             ADD 86400 TO WS-CLOCK-SECS
          END-IF.

       0910-END.

       0920-FIND-SLA.
          MOVE ZERO TO WS-SLA-FOUND-IDX
          PERFORM VARYING SLA-IDX FROM 1 BY 1
             UNTIL SLA-IDX > WS-SLA-COUNT
             IF SLA-TAB-JOB-NAME(SLA-IDX) = WS-LOOKUP-JOB-NAME
                SET WS-SLA-FOUND-IDX TO SLA-IDX
                SET SLA-IDX TO WS-SLA-COUNT
             END-IF
          END-PERFORM.

       0920-END.

       0930-FORMAT-CLOCK.
          IF WS-CLOCK-TIME NOT NUMERIC
             MOVE ZERO TO WS-CLOCK-TIME
          END-IF
          MOVE WS-CLOCK-HH TO CLK-HH-OUT
          MOVE WS-CLOCK-MM TO CLK-MM-OUT
          MOVE WS-CLOCK-SS TO CLK-SS-OUT.

       0930-END.

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
          MOVE "JOBTREND" TO ALR-JOB-NAME
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
          MOVE "JOBTREND" TO WS-JL-JOB-NAME
          MOVE WS-JOBLOG-START-TIME TO WS-JL-START-TIME-OUT
          MOVE WS-JOBLOG-END-TIME TO WS-JL-END-TIME-OUT
          MOVE WS-RUN-COUNT TO WS-JL-RECORD-COUNT-OUT
          MOVE WS-JOBLOG-RUN-STATUS TO WS-JL-STATUS-OUT
          MOVE WS-JOBLOG-RECORD-AREA TO JOBLOG-RECORD
          WRITE JOBLOG-RECORD
          CLOSE JOBLOGFILE.

       0960-END.

       END PROGRAM JOBTREND.
