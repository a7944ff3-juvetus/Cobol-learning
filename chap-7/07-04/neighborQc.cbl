       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEIGHBORQC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT WEATHER-REPO-FILE ASSIGN TO "WEATHERREPO.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS REPO-KEY
              FILE STATUS IS WS-REPO-STATUS.

          SELECT WEATHER-NBR-FILE ASSIGN TO "WEATHERREPO.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS NBR-KEY
              FILE STATUS IS WS-NBR-STATUS.

          SELECT STATIONFILE ASSIGN TO "STATIONS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATION-STATUS.

          SELECT WEATHER-FLAG-FILE ASSIGN TO "WEATHERFLAGS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FLAG-FILE-STATUS.

          SELECT QC-PARM-FILE ASSIGN TO "NEIGHBORQCPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.

          SELECT QC-SUSPECT-FILE ASSIGN TO "NEIGHBORQC.DAT"
              ORGANIZATION IS LINE SEQUENTIAL.

          SELECT QC-DECISION-FILE ASSIGN TO "NEIGHBORQCDEC.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DECISION-STATUS.

          SELECT QC-REPORT-FILE ASSIGN TO "NEIGHBORQC.TXT"
              ORGANIZATION IS LINE SEQUENTIAL.

          SELECT ALERTFILE ASSIGN TO "OPSALERT.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALERT-FILE-STATUS.

          SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOBLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * The indexed reading repository the monthly load maintains,
      * keyed by station number plus date. Each reading is the
      * station's daily mean in whole degrees Celsius. A reviewed
      * reading carries a QC mark in one of its VALEUR columns: 'Q'
      * for a reading the reviewer marked suspect, 'A' for one the
      * reviewer accepted.
      *----------------------------------------------------------------
       FD WEATHER-REPO-FILE.
       01 WEATHER-REPO-RECORD.
          02 REPO-KEY.
             03 REPO-STATION PIC X(10).
             03 REPO-DATE    PIC 9(8).
          02 REPO-TEMPERATURE PIC X(4).
          02 REPO-VALEUR-1 PIC X.
          02 REPO-VALEUR-2 PIC X.
          02 REPO-VALEUR-3 PIC X.
          02 REPO-VALEUR-4 PIC X.
          02 REPO-VALEUR-5 PIC X.
          02 REPO-VALEUR-6 PIC X.

      *----------------------------------------------------------------
      * The same repository opened a second time for keyed lookups of
      * the neighbors' same-day readings, so the pass over the
      * readings being checked never loses its place.
      *----------------------------------------------------------------
       FD WEATHER-NBR-FILE.
       01 WEATHER-NBR-RECORD.
          02 NBR-KEY.
             03 NBR-STATION PIC X(10).
             03 NBR-DATE    PIC 9(8).
          02 NBR-TEMPERATURE PIC X(4).
          02 NBR-VALEUR-1 PIC X.
          02 NBR-VALEUR-2 PIC X.
          02 NBR-VALEUR-3 PIC X.
          02 NBR-VALEUR-4 PIC X.
          02 NBR-VALEUR-5 PIC X.
          02 NBR-VALEUR-6 PIC X.

      *----------------------------------------------------------------
      * Station master, with up to six nearby stations listed after
      * the location. A station with no neighbors listed is not
      * checked.
      *----------------------------------------------------------------
       FD STATIONFILE.
       01 STATION-RECORD.
           02 STA-NUMBER   PIC 9(6).
           02 FILLER       PIC X(1).
           02 STA-NAME     PIC X(30).
           02 FILLER       PIC X(1).
           02 STA-LOCATION PIC X(30).
           02 STA-NEIGHBOR-LIST.
              03 STA-NEIGHBOR OCCURS 6 TIMES.
                 04 FILLER              PIC X(1).
                 04 STA-NEIGHBOR-NUMBER PIC X(6).

      *----------------------------------------------------------------
      * Same exclusion control the monthly averages honor: a reading
      * carrying a listed flag code is neither checked nor used as a
      * neighbor's value.
      *----------------------------------------------------------------
       FD WEATHER-FLAG-FILE.
       01 WEATHER-FLAG-RECORD.
           02 WFF-EXCLUDE-CODES PIC X(10).

      *----------------------------------------------------------------
      * Neighbor QC parameters, every one optional:
      *   THRESHOLD      degrees and tenths a reading may stray from
      *                  its neighbors' median (default 8.0)
      *   MIN-NEIGHBORS  neighbor readings needed that day before a
      *                  reading is judged (default 2)
      *   FROM-DATE      first reading date checked (default the
      *                  start of the repository)
      *   TO-DATE        last reading date checked (default the end)
      *----------------------------------------------------------------
       FD QC-PARM-FILE.
       01 QC-PARM-RECORD.
           02 QPARM-THRESHOLD     PIC 9(2)V9.
           02 FILLER              PIC X(1).
           02 QPARM-MIN-NEIGHBORS PIC 9(1).
           02 FILLER              PIC X(1).
           02 QPARM-FROM-DATE     PIC 9(8).
           02 FILLER              PIC X(1).
           02 QPARM-TO-DATE       PIC 9(8).

      *----------------------------------------------------------------
      * Suspect readings, one per line. The reviewer works a copy of
      * this file as NEIGHBORQCDEC.DAT, marking each line A to accept
      * the reading as it stands or S to mark it suspect, with their
      * initials; the next run applies the decisions before it checks
      * again. A line left blank is left alone.
      *----------------------------------------------------------------
       FD QC-SUSPECT-FILE.
       01 QC-SUSPECT-RECORD.
           02 QCS-STATION     PIC X(10).
           02 FILLER          PIC X(1).
           02 QCS-DATE        PIC 9(8).
           02 FILLER          PIC X(1).
           02 QCS-TEMPERATURE PIC X(4).
           02 FILLER          PIC X(1).
           02 QCS-MEDIAN      PIC -ZZ9.9.
           02 FILLER          PIC X(1).
           02 QCS-NEIGHBORS   PIC 9(1).
           02 FILLER          PIC X(1).
           02 QCS-DECISION    PIC X(1).
           02 FILLER          PIC X(1).
           02 QCS-REVIEWER    PIC X(3).

       FD QC-DECISION-FILE.
       01 QC-DECISION-RECORD.
           02 QCD-STATION     PIC X(10).
           02 FILLER          PIC X(1).
           02 QCD-DATE        PIC 9(8).
           02 FILLER          PIC X(1).
           02 QCD-TEMPERATURE PIC X(4).
           02 FILLER          PIC X(1).
           02 QCD-MEDIAN      PIC X(6).
           02 FILLER          PIC X(1).
           02 QCD-NEIGHBORS   PIC X(1).
           02 FILLER          PIC X(1).
           02 QCD-DECISION    PIC X(1).
           02 FILLER          PIC X(1).
           02 QCD-REVIEWER    PIC X(3).

       FD QC-REPORT-FILE.
       01 QC-REPORT-LINE PIC X(100).

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
       01 WS-REPO-STATUS      PIC XX VALUE '00'.
       01 WS-NBR-STATUS       PIC XX VALUE '00'.
       01 WS-STATION-STATUS   PIC XX VALUE '00'.
       01 WS-FLAG-FILE-STATUS PIC XX VALUE '00'.
       01 WS-PARM-STATUS      PIC XX VALUE '00'.
       01 WS-DECISION-STATUS  PIC XX VALUE '00'.

       01 WS-REPO-EOF PIC X VALUE 'N'.
           88 END-OF-REPO VALUE 'Y'.
       01 WS-STATION-EOF PIC X VALUE 'N'.
           88 END-OF-STATION-FILE VALUE 'Y'.
       01 WS-DECISION-EOF PIC X VALUE 'N'.
           88 END-OF-DECISIONS VALUE 'Y'.

       01 WS-EXCLUDE-FLAGS PIC X(10) VALUE SPACES.
       01 WS-EXCLUDE-POS PIC 9(2) VALUE ZERO.
       01 WS-FLAG-SLOT PIC 9(1) VALUE ZERO.
       01 WS-ENTRY-FLAGS PIC X(6) VALUE SPACES.
       01 WS-ENTRY-EXCLUDED PIC X VALUE 'N'.
           88 ENTRY-EXCLUDED VALUE 'Y'.

      *----------------------------------------------------------------
      * Flag codes this suite writes into the VALEUR columns itself:
      * gap-fill estimates, and the two QC review marks.
      *----------------------------------------------------------------
       01 WS-ESTIMATE-FLAG PIC X VALUE 'E'.
       01 WS-SUSPECT-FLAG  PIC X VALUE 'Q'.
       01 WS-ACCEPTED-FLAG PIC X VALUE 'A'.
       01 WS-MARK-SLOT     PIC 9(1) VALUE ZERO.
       01 WS-BLANK-SLOT    PIC 9(1) VALUE ZERO.
       01 WS-NEW-MARK      PIC X VALUE SPACE.
       01 WS-REPLACED-CODE PIC X VALUE SPACE.

       01 WS-THRESHOLD     PIC 9(2)V9 VALUE 8.0.
       01 WS-MIN-NEIGHBORS PIC 9(1) VALUE 2.
       01 WS-FROM-DATE     PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE       PIC 9(8) VALUE 99999999.

       01 WS-READINGS-READ     PIC 9(6) VALUE ZERO.
       01 WS-READINGS-CHECKED  PIC 9(6) VALUE ZERO.
       01 WS-NOT-CHECKED       PIC 9(6) VALUE ZERO.
       01 WS-SUSPECT-COUNT     PIC 9(6) VALUE ZERO.
       01 WS-DECISIONS-READ    PIC 9(6) VALUE ZERO.
       01 WS-DECISIONS-APPLIED PIC 9(6) VALUE ZERO.
       01 WS-DECISIONS-REJECTED PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------
      * Neighbor table off the station master, keyed by the station
      * number as it is keyed in the repository.
      *----------------------------------------------------------------
       01 WS-NGH-COUNT PIC 9(3) VALUE ZERO.
       01 WS-NGH-TABLE-MAX PIC 9(3) VALUE 100.
       01 WS-NGH-TABLE.
           05 WS-NGH-ENTRY OCCURS 100 TIMES INDEXED BY NGH-IDX.
               10 NGH-STATION   PIC X(10).
               10 NGH-LIST-SIZE PIC 9(1).
               10 NGH-NEIGHBOR  OCCURS 6 TIMES PIC X(10).
       01 WS-NGH-FOUND-IDX PIC 9(3) VALUE ZERO.
       01 WS-CURRENT-STATION PIC X(10) VALUE SPACES.
       01 WS-NGH-SUB PIC 9(1) VALUE ZERO.
       01 WS-NGH-SLOT PIC 9(1) VALUE ZERO.

      *----------------------------------------------------------------
      * Same-day neighbor values for the reading being checked,
      * sorted into order so the median can be taken off the middle.
      *----------------------------------------------------------------
       01 WS-VALUE-COUNT PIC 9(1) VALUE ZERO.
       01 WS-VALUE-TABLE.
           05 WS-VALUE-ENTRY OCCURS 6 TIMES PIC S9(3).
       01 WS-SORT-I    PIC 9(1) VALUE ZERO.
       01 WS-SORT-J    PIC 9(1) VALUE ZERO.
       01 WS-SORT-HOLD PIC S9(3) VALUE ZERO.
       01 WS-MID-POS   PIC 9(1) VALUE ZERO.
       01 WS-MID-REM   PIC 9(1) VALUE ZERO.
       01 WS-MEDIAN    PIC S9(3)V9 VALUE ZERO.
       01 WS-DIFFERENCE PIC S9(4)V9 VALUE ZERO.

       01 WS-TEMP-RAW       PIC X(4).
       01 WS-TEMP-SIGN      PIC X.
       01 WS-TEMP-MAGNITUDE PIC 9(3).
       01 WS-TEMP-SIGNED    PIC S9(3).
       01 WS-READING-TEMP   PIC S9(3) VALUE ZERO.

       01 WS-DECISION-RESULT PIC X(30) VALUE SPACES.

       01 QC-HEADING-1 PIC X(100) VALUE
           "NEIGHBOR-STATION CONSISTENCY CHECK".
       01 QC-HEADING-2 PIC X(100) VALUE ALL "=".

       01 HEADING-PARM-LINE.
           05 FILLER PIC X(11) VALUE "THRESHOLD ".
           05 HDP-THRESHOLD-OUT PIC Z9.9.
           05 FILLER PIC X(18) VALUE "   MIN NEIGHBORS ".
           05 HDP-MIN-OUT PIC 9.
           05 FILLER PIC X(10) VALUE "   DATES ".
           05 HDP-FROM-OUT PIC 9(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 HDP-TO-OUT PIC 9(8).

       01 DECISION-HEADER-LINE PIC X(100) VALUE
           "REVIEW DECISIONS APPLIED".

       01 DECISION-COLUMN-LINE.
           05 FILLER PIC X(12) VALUE "STATION".
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(7)  VALUE "TEMP".
           05 FILLER PIC X(9)  VALUE "DECISION".
           05 FILLER PIC X(5)  VALUE "BY".
           05 FILLER PIC X(30) VALUE "RESULT".

       01 DECISION-DETAIL-LINE.
           05 QDD-STATION-OUT  PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 QDD-DATE-OUT     PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 QDD-TEMP-OUT     PIC X(4).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 QDD-DECISION-OUT PIC X(1).
           05 FILLER           PIC X(8) VALUE SPACES.
           05 QDD-REVIEWER-OUT PIC X(3).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 QDD-RESULT-OUT   PIC X(30).

       01 SUSPECT-HEADER-LINE PIC X(100) VALUE
           "SUSPECT READINGS FOR REVIEW".

       01 SUSPECT-COLUMN-LINE.
           05 FILLER PIC X(12) VALUE "STATION".
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(8)  VALUE "READING".
           05 FILLER PIC X(9)  VALUE "  MEDIAN".
           05 FILLER PIC X(10) VALUE "     DIFF".
           05 FILLER PIC X(10) VALUE " NEIGHBORS".

       01 SUSPECT-DETAIL-LINE.
           05 QSD-STATION-OUT   PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 QSD-DATE-OUT      PIC 9(8).
           05 FILLER            PIC X(4) VALUE SPACES.
           05 QSD-TEMP-OUT      PIC ---9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 QSD-MEDIAN-OUT    PIC ---9.9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 QSD-DIFF-OUT      PIC ---9.9.
           05 FILLER            PIC X(6) VALUE SPACES.
           05 QSD-NEIGHBORS-OUT PIC 9.

       01 CONTROL-COUNT-LINE.
           05 CC-LABEL     PIC X(30).
           05 CC-COUNT-OUT PIC ZZZZZ9.

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
       01 WS-ALERT-TEMP-OUT   PIC ---9.
       01 WS-ALERT-MEDIAN-OUT PIC ---9.9.

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
       0100-NEIGHBOR-QC-RUN.
           ACCEPT WS-JOBLOG-START-TIME FROM TIME
           PERFORM 0110-LOAD-EXCLUDE-FLAGS
           PERFORM 0120-READ-PARAMETERS
           PERFORM 0130-LOAD-NEIGHBORS
           IF WS-NGH-COUNT = ZERO
               DISPLAY "STATIONS.DAT missing or lists no neighbors"
                   " - nothing to check"
               MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
               PERFORM 0960-WRITE-JOB-LOG
               STOP RUN RETURNING 16
           END-IF

           OPEN I-O WEATHER-REPO-FILE
           IF WS-REPO-STATUS NOT = '00'
               DISPLAY "Cannot open WEATHERREPO.DAT, status "
                   WS-REPO-STATUS
               MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
               PERFORM 0960-WRITE-JOB-LOG
               STOP RUN RETURNING 16
           END-IF
           OPEN OUTPUT QC-REPORT-FILE
           MOVE QC-HEADING-1 TO QC-REPORT-LINE
           WRITE QC-REPORT-LINE
           MOVE QC-HEADING-2 TO QC-REPORT-LINE
           WRITE QC-REPORT-LINE
           MOVE WS-THRESHOLD TO HDP-THRESHOLD-OUT
           MOVE WS-MIN-NEIGHBORS TO HDP-MIN-OUT
           MOVE WS-FROM-DATE TO HDP-FROM-OUT
           MOVE WS-TO-DATE TO HDP-TO-OUT
           MOVE HEADING-PARM-LINE TO QC-REPORT-LINE
           WRITE QC-REPORT-LINE

           PERFORM 0200-APPLY-DECISIONS
           CLOSE WEATHER-REPO-FILE

           PERFORM 0300-CHECK-READINGS

           PERFORM 0400-PRINT-CONTROL-COUNTS
           CLOSE QC-REPORT-FILE

           MOVE "COMPLETED" TO WS-JOBLOG-RUN-STATUS
           PERFORM 0960-WRITE-JOB-LOG
           DISPLAY "Decisions applied:  " WS-DECISIONS-APPLIED
           DISPLAY "Decisions rejected: " WS-DECISIONS-REJECTED
           DISPLAY "Readings checked:   " WS-READINGS-CHECKED
           DISPLAY "Readings suspect:   " WS-SUSPECT-COUNT
           STOP RUN.

       0110-LOAD-EXCLUDE-FLAGS.
           OPEN INPUT WEATHER-FLAG-FILE
           IF WS-FLAG-FILE-STATUS = '00'
               READ WEATHER-FLAG-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE WFF-EXCLUDE-CODES TO WS-EXCLUDE-FLAGS
               END-READ
               CLOSE WEATHER-FLAG-FILE
           END-IF.

       0120-READ-PARAMETERS.
           OPEN INPUT QC-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ QC-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF QPARM-THRESHOLD IS NUMERIC
                           AND QPARM-THRESHOLD > ZERO
                           MOVE QPARM-THRESHOLD TO WS-THRESHOLD
                       END-IF
                       IF QPARM-MIN-NEIGHBORS IS NUMERIC
                           AND QPARM-MIN-NEIGHBORS > ZERO
                           AND QPARM-MIN-NEIGHBORS NOT > 6
                           MOVE QPARM-MIN-NEIGHBORS
                               TO WS-MIN-NEIGHBORS
                       END-IF
                       IF QPARM-FROM-DATE IS NUMERIC
                           AND QPARM-FROM-DATE > ZERO
                           MOVE QPARM-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF QPARM-TO-DATE IS NUMERIC
                           AND QPARM-TO-DATE > ZERO
                           MOVE QPARM-TO-DATE TO WS-TO-DATE
                       END-IF
               END-READ
               CLOSE QC-PARM-FILE
           END-IF.

      *----------------------------------------------------------------
      * Every station on the master that lists at least one neighbor
      * goes into the table; the rest cannot be judged.
      *----------------------------------------------------------------
       0130-LOAD-NEIGHBORS.
           OPEN INPUT STATIONFILE
           IF WS-STATION-STATUS = '00'
               PERFORM UNTIL END-OF-STATION-FILE
                   READ STATIONFILE
                       AT END SET END-OF-STATION-FILE TO TRUE
                       NOT AT END PERFORM 0140-STORE-ONE-STATION
                   END-READ
               END-PERFORM
               CLOSE STATIONFILE
           END-IF.

       0140-STORE-ONE-STATION.
           IF STA-NEIGHBOR-LIST NOT = SPACES
               IF WS-NGH-COUNT < WS-NGH-TABLE-MAX
                   ADD 1 TO WS-NGH-COUNT
                   SET NGH-IDX TO WS-NGH-COUNT
                   MOVE STA-NUMBER TO NGH-STATION(NGH-IDX)
                   MOVE ZERO TO NGH-LIST-SIZE(NGH-IDX)
                   MOVE 1 TO WS-NGH-SUB
                   PERFORM UNTIL WS-NGH-SUB > 6
                       IF STA-NEIGHBOR-NUMBER(WS-NGH-SUB) NOT = SPACES
                           ADD 1 TO NGH-LIST-SIZE(NGH-IDX)
                           MOVE NGH-LIST-SIZE(NGH-IDX) TO WS-NGH-SLOT
                           MOVE STA-NEIGHBOR-NUMBER(WS-NGH-SUB)
                               TO NGH-NEIGHBOR(NGH-IDX, WS-NGH-SLOT)
                       END-IF
                       ADD 1 TO WS-NGH-SUB
                   END-PERFORM
               ELSE
                   DISPLAY "WARNING: neighbor table full at "
                       WS-NGH-TABLE-MAX " stations, " STA-NUMBER
                       " not checked"
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * The reviewer's decisions from the last run go onto the
      * repository first: S marks the reading suspect so the
      * analytics leave it out, A marks it accepted so it is not
      * raised again. A reading that has changed since it was flagged
      * is rejected for a fresh look; one already carrying the same
      * mark (a rerun) is noted and skipped.
      *----------------------------------------------------------------
       0200-APPLY-DECISIONS.
           OPEN INPUT QC-DECISION-FILE
           IF WS-DECISION-STATUS = '00'
               MOVE SPACES TO QC-REPORT-LINE
               WRITE QC-REPORT-LINE
               MOVE DECISION-HEADER-LINE TO QC-REPORT-LINE
               WRITE QC-REPORT-LINE
               MOVE DECISION-COLUMN-LINE TO QC-REPORT-LINE
               WRITE QC-REPORT-LINE
               PERFORM 0210-APPLY-ONE-DECISION UNTIL END-OF-DECISIONS
               CLOSE QC-DECISION-FILE
           END-IF.

       0210-APPLY-ONE-DECISION.
           READ QC-DECISION-FILE
               AT END SET END-OF-DECISIONS TO TRUE
               NOT AT END
                   IF QCD-DECISION = 'A' OR QCD-DECISION = 'S'
                       ADD 1 TO WS-DECISIONS-READ
                       PERFORM 0220-MARK-ONE-READING
                       MOVE QCD-STATION TO QDD-STATION-OUT
                       MOVE QCD-DATE TO QDD-DATE-OUT
                       MOVE QCD-TEMPERATURE TO QDD-TEMP-OUT
                       MOVE QCD-DECISION TO QDD-DECISION-OUT
                       MOVE QCD-REVIEWER TO QDD-REVIEWER-OUT
                       MOVE WS-DECISION-RESULT TO QDD-RESULT-OUT
                       MOVE DECISION-DETAIL-LINE TO QC-REPORT-LINE
                       WRITE QC-REPORT-LINE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * The mark goes over an earlier QC mark if there is one (the
      * reviewer has changed their mind), else into the first blank
      * VALEUR column, else over VALEUR-6 with the station code it
      * replaces shown on the report.
      *----------------------------------------------------------------
       0220-MARK-ONE-READING.
           MOVE SPACES TO WS-DECISION-RESULT
           IF QCD-DECISION = 'S'
               MOVE WS-SUSPECT-FLAG TO WS-NEW-MARK
           ELSE
               MOVE WS-ACCEPTED-FLAG TO WS-NEW-MARK
           END-IF
           MOVE QCD-STATION TO REPO-STATION
           MOVE QCD-DATE TO REPO-DATE
           READ WEATHER-REPO-FILE
               INVALID KEY
                   ADD 1 TO WS-DECISIONS-REJECTED
                   MOVE "READING NOT ON FILE" TO WS-DECISION-RESULT
           END-READ
           IF WS-DECISION-RESULT = SPACES
               AND REPO-TEMPERATURE NOT = QCD-TEMPERATURE
               ADD 1 TO WS-DECISIONS-REJECTED
               MOVE "READING CHANGED SINCE FLAGGED"
                   TO WS-DECISION-RESULT
           END-IF
           IF WS-DECISION-RESULT = SPACES
               PERFORM 0810-LOAD-REPO-FLAGS
               PERFORM 0820-FIND-QC-MARK
               IF WS-MARK-SLOT NOT = ZERO
                   AND WS-ENTRY-FLAGS(WS-MARK-SLOT:1) = WS-NEW-MARK
                   MOVE "ALREADY APPLIED" TO WS-DECISION-RESULT
               ELSE
                   MOVE SPACE TO WS-REPLACED-CODE
                   IF WS-MARK-SLOT = ZERO
                       IF WS-BLANK-SLOT NOT = ZERO
                           MOVE WS-BLANK-SLOT TO WS-MARK-SLOT
                       ELSE
                           MOVE 6 TO WS-MARK-SLOT
                           MOVE WS-ENTRY-FLAGS(6:1)
                               TO WS-REPLACED-CODE
                       END-IF
                   END-IF
                   MOVE WS-NEW-MARK TO WS-ENTRY-FLAGS(WS-MARK-SLOT:1)
                   MOVE WS-ENTRY-FLAGS(1:1) TO REPO-VALEUR-1
                   MOVE WS-ENTRY-FLAGS(2:1) TO REPO-VALEUR-2
                   MOVE WS-ENTRY-FLAGS(3:1) TO REPO-VALEUR-3
                   MOVE WS-ENTRY-FLAGS(4:1) TO REPO-VALEUR-4
                   MOVE WS-ENTRY-FLAGS(5:1) TO REPO-VALEUR-5
                   MOVE WS-ENTRY-FLAGS(6:1) TO REPO-VALEUR-6
                   REWRITE WEATHER-REPO-RECORD
                       INVALID KEY
                           ADD 1 TO WS-DECISIONS-REJECTED
                           MOVE "REWRITE FAILED" TO WS-DECISION-RESULT
                       NOT INVALID KEY
                           ADD 1 TO WS-DECISIONS-APPLIED
                           IF WS-REPLACED-CODE = SPACE
                               MOVE "APPLIED" TO WS-DECISION-RESULT
                           ELSE
                               STRING "APPLIED - STATION CODE "
                                   WS-REPLACED-CODE " REPLACED"
                                   DELIMITED BY SIZE
                                   INTO WS-DECISION-RESULT
                           END-IF
                   END-REWRITE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * One pass over the repository in the date window. A reading is
      * checked when its station lists neighbors, it is not excluded,
      * estimated, or already reviewed, and enough neighbors have a
      * usable reading the same day; it is suspect when it strays
      * from their median by more than the threshold.
      *----------------------------------------------------------------
       0300-CHECK-READINGS.
           OPEN INPUT WEATHER-REPO-FILE
           IF WS-REPO-STATUS NOT = '00'
               DISPLAY "Cannot open WEATHERREPO.DAT, status "
                   WS-REPO-STATUS
               CLOSE QC-REPORT-FILE
               MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
               PERFORM 0960-WRITE-JOB-LOG
               STOP RUN RETURNING 16
           END-IF
           OPEN INPUT WEATHER-NBR-FILE
           OPEN OUTPUT QC-SUSPECT-FILE
           MOVE SPACES TO QC-REPORT-LINE
           WRITE QC-REPORT-LINE
           MOVE SUSPECT-HEADER-LINE TO QC-REPORT-LINE
           WRITE QC-REPORT-LINE
           MOVE SUSPECT-COLUMN-LINE TO QC-REPORT-LINE
           WRITE QC-REPORT-LINE

           PERFORM 0310-CHECK-ONE-READING UNTIL END-OF-REPO

           CLOSE QC-SUSPECT-FILE
           CLOSE WEATHER-NBR-FILE
           CLOSE WEATHER-REPO-FILE.

       0310-CHECK-ONE-READING.
           READ WEATHER-REPO-FILE NEXT RECORD
               AT END SET END-OF-REPO TO TRUE
               NOT AT END
                   ADD 1 TO WS-READINGS-READ
                   IF REPO-DATE NOT < WS-FROM-DATE
                       AND REPO-DATE NOT > WS-TO-DATE
                       PERFORM 0320-JUDGE-ONE-READING
                   END-IF
           END-READ.

       0320-JUDGE-ONE-READING.
           IF REPO-STATION NOT = WS-CURRENT-STATION
               MOVE REPO-STATION TO WS-CURRENT-STATION
               PERFORM 0330-FIND-STATION
           END-IF
           PERFORM 0810-LOAD-REPO-FLAGS
           PERFORM 0800-CHECK-ENTRY-EXCLUDED
           PERFORM 0820-FIND-QC-MARK
           IF WS-NGH-FOUND-IDX = ZERO
               OR ENTRY-EXCLUDED
               OR WS-MARK-SLOT NOT = ZERO
               ADD 1 TO WS-NOT-CHECKED
           ELSE
               MOVE REPO-TEMPERATURE TO WS-TEMP-RAW
               PERFORM 0830-CONVERT-TEMPERATURE
               MOVE WS-TEMP-SIGNED TO WS-READING-TEMP
               SET NGH-IDX TO WS-NGH-FOUND-IDX
               MOVE ZERO TO WS-VALUE-COUNT
               MOVE 1 TO WS-NGH-SUB
               PERFORM UNTIL WS-NGH-SUB > NGH-LIST-SIZE(NGH-IDX)
                   PERFORM 0340-READ-ONE-NEIGHBOR
                   ADD 1 TO WS-NGH-SUB
               END-PERFORM
               IF WS-VALUE-COUNT < WS-MIN-NEIGHBORS
                   ADD 1 TO WS-NOT-CHECKED
               ELSE
                   ADD 1 TO WS-READINGS-CHECKED
                   PERFORM 0350-TAKE-MEDIAN
                   COMPUTE WS-DIFFERENCE = WS-READING-TEMP - WS-MEDIAN
                   IF WS-DIFFERENCE < ZERO
                       COMPUTE WS-DIFFERENCE = WS-DIFFERENCE * -1
                   END-IF
                   IF WS-DIFFERENCE > WS-THRESHOLD
                       PERFORM 0360-REPORT-SUSPECT
                   END-IF
               END-IF
           END-IF.

       0330-FIND-STATION.
           MOVE ZERO TO WS-NGH-FOUND-IDX
           SET NGH-IDX TO 1
           PERFORM UNTIL NGH-IDX > WS-NGH-COUNT
               IF NGH-STATION(NGH-IDX) = REPO-STATION
                   MOVE NGH-IDX TO WS-NGH-FOUND-IDX
                   SET NGH-IDX TO WS-NGH-COUNT
               END-IF
               SET NGH-IDX UP BY 1
           END-PERFORM.

      *----------------------------------------------------------------
      * A neighbor's same-day reading counts toward the median unless
      * it is excluded, estimated, or already marked suspect itself.
      *----------------------------------------------------------------
       0340-READ-ONE-NEIGHBOR.
           MOVE NGH-NEIGHBOR(NGH-IDX, WS-NGH-SUB) TO NBR-STATION
           MOVE REPO-DATE TO NBR-DATE
           READ WEATHER-NBR-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE NBR-VALEUR-1 TO WS-ENTRY-FLAGS(1:1)
                   MOVE NBR-VALEUR-2 TO WS-ENTRY-FLAGS(2:1)
                   MOVE NBR-VALEUR-3 TO WS-ENTRY-FLAGS(3:1)
                   MOVE NBR-VALEUR-4 TO WS-ENTRY-FLAGS(4:1)
                   MOVE NBR-VALEUR-5 TO WS-ENTRY-FLAGS(5:1)
                   MOVE NBR-VALEUR-6 TO WS-ENTRY-FLAGS(6:1)
                   PERFORM 0800-CHECK-ENTRY-EXCLUDED
                   IF NOT ENTRY-EXCLUDED
                       AND WS-ENTRY-FLAGS(1:1) NOT = WS-ESTIMATE-FLAG
                       AND WS-ENTRY-FLAGS(1:1) NOT = WS-SUSPECT-FLAG
                       AND WS-ENTRY-FLAGS(2:1) NOT = WS-SUSPECT-FLAG
                       AND WS-ENTRY-FLAGS(3:1) NOT = WS-SUSPECT-FLAG
                       AND WS-ENTRY-FLAGS(4:1) NOT = WS-SUSPECT-FLAG
                       AND WS-ENTRY-FLAGS(5:1) NOT = WS-SUSPECT-FLAG
                       AND WS-ENTRY-FLAGS(6:1) NOT = WS-SUSPECT-FLAG
                       MOVE NBR-TEMPERATURE TO WS-TEMP-RAW
                       PERFORM 0830-CONVERT-TEMPERATURE
                       ADD 1 TO WS-VALUE-COUNT
                       MOVE WS-TEMP-SIGNED
                           TO WS-VALUE-ENTRY(WS-VALUE-COUNT)
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * At most six values, so a plain exchange sort; the median is
      * the middle value, or the mean of the middle two.
      *----------------------------------------------------------------
       0350-TAKE-MEDIAN.
           MOVE 1 TO WS-SORT-I
           PERFORM UNTIL WS-SORT-I >= WS-VALUE-COUNT
               COMPUTE WS-SORT-J = WS-SORT-I + 1
               PERFORM UNTIL WS-SORT-J > WS-VALUE-COUNT
                   IF WS-VALUE-ENTRY(WS-SORT-J)
                       < WS-VALUE-ENTRY(WS-SORT-I)
                       MOVE WS-VALUE-ENTRY(WS-SORT-I) TO WS-SORT-HOLD
                       MOVE WS-VALUE-ENTRY(WS-SORT-J)
                           TO WS-VALUE-ENTRY(WS-SORT-I)
                       MOVE WS-SORT-HOLD TO WS-VALUE-ENTRY(WS-SORT-J)
                   END-IF
                   ADD 1 TO WS-SORT-J
               END-PERFORM
               ADD 1 TO WS-SORT-I
           END-PERFORM
           DIVIDE WS-VALUE-COUNT BY 2
               GIVING WS-MID-POS REMAINDER WS-MID-REM
           IF WS-MID-REM = ZERO
               COMPUTE WS-MEDIAN = (WS-VALUE-ENTRY(WS-MID-POS)
                   + WS-VALUE-ENTRY(WS-MID-POS + 1)) / 2
           ELSE
               MOVE WS-VALUE-ENTRY(WS-MID-POS + 1) TO WS-MEDIAN
           END-IF.

       0360-REPORT-SUSPECT.
           ADD 1 TO WS-SUSPECT-COUNT
           MOVE REPO-STATION TO QSD-STATION-OUT
           MOVE REPO-DATE TO QSD-DATE-OUT
           MOVE WS-READING-TEMP TO QSD-TEMP-OUT
           MOVE WS-MEDIAN TO QSD-MEDIAN-OUT
           MOVE WS-DIFFERENCE TO QSD-DIFF-OUT
           MOVE WS-VALUE-COUNT TO QSD-NEIGHBORS-OUT
           MOVE SUSPECT-DETAIL-LINE TO QC-REPORT-LINE
           WRITE QC-REPORT-LINE

           MOVE SPACES TO QC-SUSPECT-RECORD
           MOVE REPO-STATION TO QCS-STATION
           MOVE REPO-DATE TO QCS-DATE
           MOVE REPO-TEMPERATURE TO QCS-TEMPERATURE
           MOVE WS-MEDIAN TO QCS-MEDIAN
           MOVE WS-VALUE-COUNT TO QCS-NEIGHBORS
           WRITE QC-SUSPECT-RECORD

           MOVE 'W' TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-KEY
           STRING "STATION " REPO-STATION " " REPO-DATE
               DELIMITED BY SIZE INTO WS-ALERT-KEY
           MOVE WS-READING-TEMP TO WS-ALERT-TEMP-OUT
           MOVE WS-MEDIAN TO WS-ALERT-MEDIAN-OUT
           MOVE SPACES TO WS-ALERT-MESSAGE
           STRING "READING " WS-ALERT-TEMP-OUT
               " VS NEIGHBOR MEDIAN " WS-ALERT-MEDIAN-OUT
               " - SUSPECT, REVIEW"
               DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
           PERFORM 0970-WRITE-ALERT.

       0400-PRINT-CONTROL-COUNTS.
           MOVE SPACES TO QC-REPORT-LINE
           WRITE QC-REPORT-LINE
           MOVE "  DECISIONS READ:             " TO CC-LABEL
           MOVE WS-DECISIONS-READ TO CC-COUNT-OUT
           MOVE CONTROL-COUNT-LINE TO QC-REPORT-LINE
           WRITE QC-REPORT-LINE
           MOVE "  DECISIONS APPLIED:          " TO CC-LABEL
           MOVE WS-DECISIONS-APPLIED TO CC-COUNT-OUT
           MOVE CONTROL-COUNT-LINE TO QC-REPORT-LINE
           WRITE QC-REPORT-LINE
           MOVE "  DECISIONS REJECTED:         " TO CC-LABEL
           MOVE WS-DECISIONS-REJECTED TO CC-COUNT-OUT
           MOVE CONTROL-COUNT-LINE TO QC-REPORT-LINE
           WRITE QC-REPORT-LINE
           MOVE "  READINGS READ:              " TO CC-LABEL
           MOVE WS-READINGS-READ TO CC-COUNT-OUT
           MOVE CONTROL-COUNT-LINE TO QC-REPORT-LINE
           WRITE QC-REPORT-LINE
           MOVE "  READINGS CHECKED:           " TO CC-LABEL
           MOVE WS-READINGS-CHECKED TO CC-COUNT-OUT
           MOVE CONTROL-COUNT-LINE TO QC-REPORT-LINE
           WRITE QC-REPORT-LINE
           MOVE "  READINGS NOT CHECKABLE:     " TO CC-LABEL
           MOVE WS-NOT-CHECKED TO CC-COUNT-OUT
           MOVE CONTROL-COUNT-LINE TO QC-REPORT-LINE
           WRITE QC-REPORT-LINE
           MOVE "  READINGS SUSPECT:           " TO CC-LABEL
           MOVE WS-SUSPECT-COUNT TO CC-COUNT-OUT
           MOVE CONTROL-COUNT-LINE TO QC-REPORT-LINE
           WRITE QC-REPORT-LINE.

      *----------------------------------------------------------------
      * A reading is excluded when any of its six VALEUR flags, staged
      * in WS-ENTRY-FLAGS, is one of the codes in the exclusion
      * control - the same rule the monthly averages apply. A
      * gap-fill estimate is never judged or used as a neighbor.
      *----------------------------------------------------------------
       0800-CHECK-ENTRY-EXCLUDED.
           MOVE 'N' TO WS-ENTRY-EXCLUDED
           IF WS-ENTRY-FLAGS(1:1) = WS-ESTIMATE-FLAG
               MOVE 'Y' TO WS-ENTRY-EXCLUDED
           END-IF
           IF WS-EXCLUDE-FLAGS NOT = SPACES
               MOVE 1 TO WS-FLAG-SLOT
               PERFORM UNTIL WS-FLAG-SLOT > 6 OR ENTRY-EXCLUDED
                   IF WS-ENTRY-FLAGS(WS-FLAG-SLOT:1) NOT = SPACE
                       MOVE 1 TO WS-EXCLUDE-POS
                       PERFORM UNTIL WS-EXCLUDE-POS > 10
                           OR ENTRY-EXCLUDED
                           IF WS-EXCLUDE-FLAGS(WS-EXCLUDE-POS:1)
                              NOT = SPACE
                              AND WS-EXCLUDE-FLAGS(WS-EXCLUDE-POS:1)
                              = WS-ENTRY-FLAGS(WS-FLAG-SLOT:1)
                               MOVE 'Y' TO WS-ENTRY-EXCLUDED
                           END-IF
                           ADD 1 TO WS-EXCLUDE-POS
                       END-PERFORM
                   END-IF
                   ADD 1 TO WS-FLAG-SLOT
               END-PERFORM
           END-IF.

       0810-LOAD-REPO-FLAGS.
           MOVE REPO-VALEUR-1 TO WS-ENTRY-FLAGS(1:1)
           MOVE REPO-VALEUR-2 TO WS-ENTRY-FLAGS(2:1)
           MOVE REPO-VALEUR-3 TO WS-ENTRY-FLAGS(3:1)
           MOVE REPO-VALEUR-4 TO WS-ENTRY-FLAGS(4:1)
           MOVE REPO-VALEUR-5 TO WS-ENTRY-FLAGS(5:1)
           MOVE REPO-VALEUR-6 TO WS-ENTRY-FLAGS(6:1).

      *----------------------------------------------------------------
      * Finds the column holding a QC mark, if any, and the first
      * blank column, if any, among the staged flags.
      *----------------------------------------------------------------
       0820-FIND-QC-MARK.
           MOVE ZERO TO WS-MARK-SLOT
           MOVE ZERO TO WS-BLANK-SLOT
           MOVE 1 TO WS-FLAG-SLOT
           PERFORM UNTIL WS-FLAG-SLOT > 6
               IF WS-ENTRY-FLAGS(WS-FLAG-SLOT:1) = WS-SUSPECT-FLAG
                   OR WS-ENTRY-FLAGS(WS-FLAG-SLOT:1) = WS-ACCEPTED-FLAG
                   IF WS-MARK-SLOT = ZERO
                       MOVE WS-FLAG-SLOT TO WS-MARK-SLOT
                   END-IF
               END-IF
               IF WS-ENTRY-FLAGS(WS-FLAG-SLOT:1) = SPACE
                   AND WS-BLANK-SLOT = ZERO
                   MOVE WS-FLAG-SLOT TO WS-BLANK-SLOT
               END-IF
               ADD 1 TO WS-FLAG-SLOT
           END-PERFORM.

      *----------------------------------------------------------------
      * A raw reading is a sign character followed by three digits,
      * converted here into a signed value for arithmetic.
      *----------------------------------------------------------------
       0830-CONVERT-TEMPERATURE.
           MOVE WS-TEMP-RAW(1:1) TO WS-TEMP-SIGN
           MOVE WS-TEMP-RAW(2:3) TO WS-TEMP-MAGNITUDE
           IF WS-TEMP-SIGN = '-'
               COMPUTE WS-TEMP-SIGNED = WS-TEMP-MAGNITUDE * -1
           ELSE
               MOVE WS-TEMP-MAGNITUDE TO WS-TEMP-SIGNED
           END-IF.

       0960-WRITE-JOB-LOG.
           ACCEPT WS-JOBLOG-END-TIME FROM TIME
           OPEN EXTEND JOBLOGFILE
           IF WS-JOBLOG-FILE-STATUS NOT = "00"
              OPEN OUTPUT JOBLOGFILE
           END-IF
           MOVE "NEIGHBORQC" TO WS-JL-JOB-NAME
           MOVE WS-JOBLOG-START-TIME TO WS-JL-START-TIME-OUT
           MOVE WS-JOBLOG-END-TIME TO WS-JL-END-TIME-OUT
           MOVE WS-READINGS-READ TO WS-JL-RECORD-COUNT-OUT
           MOVE WS-JOBLOG-RUN-STATUS TO WS-JL-STATUS-OUT
           MOVE WS-JOBLOG-RECORD-AREA TO JOBLOG-RECORD
           WRITE JOBLOG-RECORD
           CLOSE JOBLOGFILE.

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
           MOVE "NEIGHBORQC" TO ALR-JOB-NAME
           MOVE WS-ALERT-DATE TO ALR-DATE
           MOVE WS-ALERT-TIME TO ALR-TIME
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY
           MOVE WS-ALERT-KEY TO ALR-KEY
           MOVE WS-ALERT-MESSAGE TO ALR-MESSAGE
           WRITE ALERT-RECORD
           CLOSE ALERTFILE.

       END PROGRAM NEIGHBORQC.
