       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAPFILL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT WEATHER-REPO-FILE ASSIGN TO "WEATHERREPO.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS REPO-KEY
              FILE STATUS IS WS-REPO-STATUS.

          SELECT WEATHER-FLAG-FILE ASSIGN TO "WEATHERFLAGS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FLAG-FILE-STATUS.

          SELECT GAP-PARM-FILE ASSIGN TO "GAPFILLPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.

          SELECT GAP-REGISTER-FILE ASSIGN TO "GAPREGISTER.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REGISTER-STATUS.

          SELECT GAP-REGISTER-WORK ASSIGN TO "GAPREGISTER.TMP"
              ORGANIZATION IS LINE SEQUENTIAL.

          SELECT GAP-REPORT-FILE ASSIGN TO "GAPFILL.TXT"
              ORGANIZATION IS LINE SEQUENTIAL.

          SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOBLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * The indexed reading repository the monthly load maintains,
      * keyed by station number plus date. Each reading is the
      * station's daily mean in whole degrees Celsius. A reading this
      * program estimates carries 'E' in VALEUR-1, a code no station
      * sends, and blanks in the other five.
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
      * Same exclusion control the monthly averages honor: a reading
      * carrying a listed flag code is no reading to estimate from.
      *----------------------------------------------------------------
       FD WEATHER-FLAG-FILE.
       01 WEATHER-FLAG-RECORD.
           02 WFF-EXCLUDE-CODES PIC X(10).

      *----------------------------------------------------------------
      * Gap-fill parameters, every one optional:
      *   MODE          F to fill gaps (default), B to back out
      *                 estimates listed in the register
      *   MAX-DAYS      longest gap, in consecutive missing days,
      *                 that is filled (default 3)
      *   BACKOUT-DATE  in B mode, the run date whose estimates are
      *                 backed out (default every estimate listed)
      *----------------------------------------------------------------
       FD GAP-PARM-FILE.
       01 GAP-PARM-RECORD.
           02 GPARM-MODE         PIC X(1).
           02 FILLER             PIC X(1).
           02 GPARM-MAX-DAYS     PIC 9(2).
           02 FILLER             PIC X(1).
           02 GPARM-BACKOUT-DATE PIC 9(8).

      *----------------------------------------------------------------
      * Estimation register: one record for every reading a fill run
      * wrote into the repository, so the estimates can be backed out
      * if the station's own readings turn up late. A back-out run
      * drops the records it handles and keeps the rest.
      *----------------------------------------------------------------
       FD GAP-REGISTER-FILE.
       01 GAP-REGISTER-RECORD.
           02 GREG-RUN-DATE    PIC 9(8).
           02 FILLER           PIC X(1).
           02 GREG-STATION     PIC X(10).
           02 FILLER           PIC X(1).
           02 GREG-DATE        PIC 9(8).
           02 FILLER           PIC X(1).
           02 GREG-TEMPERATURE PIC X(4).

       FD GAP-REGISTER-WORK.
       01 GAP-REGISTER-WORK-RECORD PIC X(33).

       FD GAP-REPORT-FILE.
       01 GAP-REPORT-LINE PIC X(100).

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
       01 WS-FLAG-FILE-STATUS PIC XX VALUE '00'.
       01 WS-PARM-STATUS      PIC XX VALUE '00'.
       01 WS-REGISTER-STATUS  PIC XX VALUE '00'.

       01 WS-REPO-EOF PIC X VALUE 'N'.
           88 END-OF-REPO VALUE 'Y'.
       01 WS-REGISTER-EOF PIC X VALUE 'N'.
           88 END-OF-REGISTER VALUE 'Y'.

       01 WS-EXCLUDE-FLAGS PIC X(10) VALUE SPACES.
       01 WS-EXCLUDE-POS PIC 9(2) VALUE ZERO.
       01 WS-FLAG-SLOT PIC 9(1) VALUE ZERO.
       01 WS-ENTRY-FLAGS PIC X(6) VALUE SPACES.
       01 WS-ENTRY-EXCLUDED PIC X VALUE 'N'.
           88 ENTRY-EXCLUDED VALUE 'Y'.

       01 WS-ESTIMATE-FLAG PIC X VALUE 'E'.
       01 WS-SUSPECT-FLAG  PIC X VALUE 'Q'.

       01 WS-MODE PIC X VALUE 'F'.
           88 MODE-FILL    VALUE 'F'.
           88 MODE-BACKOUT VALUE 'B'.
       01 WS-MAX-GAP-DAYS PIC 9(2) VALUE 3.
       01 WS-BACKOUT-DATE PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE     PIC 9(8) VALUE ZERO.

       01 WS-READINGS-READ   PIC 9(6) VALUE ZERO.
       01 WS-GAPS-FOUND      PIC 9(6) VALUE ZERO.
       01 WS-GAPS-FILLED     PIC 9(6) VALUE ZERO.
       01 WS-GAPS-LEFT       PIC 9(6) VALUE ZERO.
       01 WS-ESTIMATES-WRITTEN PIC 9(6) VALUE ZERO.
       01 WS-REGISTER-READ   PIC 9(6) VALUE ZERO.
       01 WS-BACKED-OUT      PIC 9(6) VALUE ZERO.
       01 WS-BACKOUT-SKIPPED PIC 9(6) VALUE ZERO.
       01 WS-REGISTER-KEPT   PIC 9(6) VALUE ZERO.

      *----------------------------------------------------------------
      * The reading before the current one, the left-hand side of any
      * gap the current reading closes.
      *----------------------------------------------------------------
       01 WS-PREV-STATION  PIC X(10) VALUE SPACES.
       01 WS-PREV-DATE     PIC 9(8) VALUE ZERO.
       01 WS-PREV-DAY-NUM  PIC 9(7) VALUE ZERO.
       01 WS-PREV-TEMP     PIC S9(3) VALUE ZERO.
       01 WS-PREV-EXCLUDED PIC X VALUE 'N'.
           88 PREV-EXCLUDED VALUE 'Y'.
       01 WS-CUR-DAY-NUM   PIC 9(7) VALUE ZERO.
       01 WS-GAP-DAYS      PIC 9(7) VALUE ZERO.

       01 WS-TEMP-SIGN      PIC X.
       01 WS-TEMP-MAGNITUDE PIC 9(3).
       01 WS-TEMP-SIGNED    PIC S9(3).

      *----------------------------------------------------------------
      * Short gaps found on the read pass, held until the pass is done
      * so the estimates are written with no browse in progress.
      *----------------------------------------------------------------
       01 WS-GAP-COUNT PIC 9(4) VALUE ZERO.
       01 WS-GAP-TABLE-MAX PIC 9(4) VALUE 1000.
       01 WS-GAP-TABLE.
           05 WS-GAP-ENTRY OCCURS 1000 TIMES INDEXED BY GAP-IDX.
               10 GAP-STATION     PIC X(10).
               10 GAP-FROM-DATE   PIC 9(8).
               10 GAP-TO-DATE     PIC 9(8).
               10 GAP-FROM-DAY-NUM PIC 9(7).
               10 GAP-FROM-TEMP   PIC S9(3).
               10 GAP-TO-TEMP     PIC S9(3).
               10 GAP-DAYS        PIC 9(2).

       01 WS-FILL-STEP     PIC 9(2) VALUE ZERO.
       01 WS-FILL-DATE     PIC 9(8) VALUE ZERO.
       01 WS-FILL-TEMP     PIC S9(3) VALUE ZERO.
       01 WS-FILL-MAGNITUDE PIC 9(3) VALUE ZERO.

       01 WS-REGISTER-LIVE-NAME PIC X(20) VALUE "GAPREGISTER.DAT".
       01 WS-REGISTER-WORK-NAME PIC X(20) VALUE "GAPREGISTER.TMP".
       01 WS-DELETE-STATUS      PIC S9(9) COMP-5 VALUE ZERO.
       01 WS-RENAME-STATUS      PIC S9(9) COMP-5 VALUE ZERO.

       01 GAP-HEADING-1 PIC X(100) VALUE
           "STATION GAP FILL - ESTIMATED READINGS".
       01 GAP-HEADING-2 PIC X(100) VALUE ALL "=".
       01 BACKOUT-HEADING-1 PIC X(100) VALUE
           "STATION GAP FILL - ESTIMATES BACKED OUT".

       01 HEADING-PARM-LINE.
           05 FILLER PIC X(10) VALUE "RUN DATE ".
           05 HDP-RUN-DATE-OUT PIC 9(8).
           05 FILLER PIC X(20) VALUE "   MAX GAP FILLED ".
           05 HDP-MAX-DAYS-OUT PIC Z9.
           05 FILLER PIC X(5) VALUE " DAYS".

       01 FILLED-COLUMN-LINE.
           05 FILLER PIC X(12) VALUE "STATION".
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(8)  VALUE "  TEMP".
           05 FILLER PIC X(20) VALUE "BETWEEN READINGS OF".

       01 FILLED-DETAIL-LINE.
           05 GFD-STATION-OUT PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 GFD-DATE-OUT    PIC 9(8).
           05 FILLER          PIC X(3) VALUE SPACES.
           05 GFD-TEMP-OUT    PIC ---9.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 GFD-FROM-DATE-OUT PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 GFD-FROM-TEMP-OUT PIC ---9.
           05 FILLER          PIC X(5) VALUE " AND ".
           05 GFD-TO-DATE-OUT PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 GFD-TO-TEMP-OUT PIC ---9.

       01 UNFILLED-HEADER-LINE PIC X(100) VALUE
           "GAPS LEFT UNFILLED".

       01 UNFILLED-COLUMN-LINE.
           05 FILLER PIC X(12) VALUE "STATION".
           05 FILLER PIC X(10) VALUE "LAST READ".
           05 FILLER PIC X(10) VALUE "NEXT READ".
           05 FILLER PIC X(8)  VALUE "MISSING".
           05 FILLER PIC X(20) VALUE "REASON".

       01 UNFILLED-DETAIL-LINE.
           05 GUD-STATION-OUT PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 GUD-FROM-DATE-OUT PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 GUD-TO-DATE-OUT PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 GUD-DAYS-OUT    PIC ZZZZ9.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 GUD-REASON-OUT  PIC X(30).

       01 BACKOUT-COLUMN-LINE.
           05 FILLER PIC X(12) VALUE "STATION".
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(10) VALUE "FILLED ON".
           05 FILLER PIC X(30) VALUE "RESULT".

       01 BACKOUT-DETAIL-LINE.
           05 GBD-STATION-OUT PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 GBD-DATE-OUT    PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 GBD-RUN-DATE-OUT PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 GBD-RESULT-OUT  PIC X(30).

       01 CONTROL-COUNT-LINE.
           05 CC-LABEL     PIC X(30).
           05 CC-COUNT-OUT PIC ZZZZZ9.

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
       0100-GAP-FILL-RUN.
           ACCEPT WS-JOBLOG-START-TIME FROM TIME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 0110-LOAD-EXCLUDE-FLAGS
           PERFORM 0120-READ-PARAMETERS

           IF MODE-BACKOUT
               PERFORM 0500-BACK-OUT-ESTIMATES
           ELSE
               PERFORM 0200-FIND-GAPS
               PERFORM 0300-WRITE-ESTIMATES
           END-IF

           MOVE "COMPLETED" TO WS-JOBLOG-RUN-STATUS
           PERFORM 0960-WRITE-JOB-LOG
           IF MODE-BACKOUT
               DISPLAY "Register entries:   " WS-REGISTER-READ
               DISPLAY "Estimates removed:  " WS-BACKED-OUT
               DISPLAY "Entries not removed:" WS-BACKOUT-SKIPPED
               DISPLAY "Entries kept:       " WS-REGISTER-KEPT
           ELSE
               DISPLAY "Readings read:      " WS-READINGS-READ
               DISPLAY "Gaps found:         " WS-GAPS-FOUND
               DISPLAY "Gaps filled:        " WS-GAPS-FILLED
               DISPLAY "Gaps left unfilled: " WS-GAPS-LEFT
               DISPLAY "Estimates written:  " WS-ESTIMATES-WRITTEN
           END-IF
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
           OPEN INPUT GAP-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ GAP-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF GPARM-MODE = 'F' OR GPARM-MODE = 'B'
                           MOVE GPARM-MODE TO WS-MODE
                       END-IF
                       IF GPARM-MAX-DAYS IS NUMERIC
                           AND GPARM-MAX-DAYS > ZERO
                           MOVE GPARM-MAX-DAYS TO WS-MAX-GAP-DAYS
                       END-IF
                       IF GPARM-BACKOUT-DATE IS NUMERIC
                           AND GPARM-BACKOUT-DATE > ZERO
                           MOVE GPARM-BACKOUT-DATE TO WS-BACKOUT-DATE
                       END-IF
               END-READ
               CLOSE GAP-PARM-FILE
           END-IF.

      *----------------------------------------------------------------
      * One pass over the repository in station/date order. Wherever
      * a station's next reading is more than a day after its last,
      * the days between are a gap: short ones bounded by two usable
      * readings are held for estimating, the rest are listed.
      *----------------------------------------------------------------
       0200-FIND-GAPS.
           OPEN INPUT WEATHER-REPO-FILE
           IF WS-REPO-STATUS NOT = '00'
               DISPLAY "Cannot open WEATHERREPO.DAT, status "
                   WS-REPO-STATUS
               MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
               PERFORM 0960-WRITE-JOB-LOG
               STOP RUN RETURNING 16
           END-IF
           OPEN OUTPUT GAP-REPORT-FILE
           MOVE GAP-HEADING-1 TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           MOVE GAP-HEADING-2 TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           MOVE WS-RUN-DATE TO HDP-RUN-DATE-OUT
           MOVE WS-MAX-GAP-DAYS TO HDP-MAX-DAYS-OUT
           MOVE HEADING-PARM-LINE TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           MOVE SPACES TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           MOVE UNFILLED-HEADER-LINE TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           MOVE UNFILLED-COLUMN-LINE TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE

           PERFORM 0210-CHECK-ONE-READING UNTIL END-OF-REPO
           CLOSE WEATHER-REPO-FILE.

       0210-CHECK-ONE-READING.
           READ WEATHER-REPO-FILE NEXT RECORD
               AT END SET END-OF-REPO TO TRUE
               NOT AT END
                   ADD 1 TO WS-READINGS-READ
                   PERFORM 0220-CHECK-ENTRY-EXCLUDED
                   PERFORM 0230-CONVERT-TEMPERATURE
                   COMPUTE WS-CUR-DAY-NUM =
                       FUNCTION INTEGER-OF-DATE(REPO-DATE)
                   IF REPO-STATION = WS-PREV-STATION
                       AND WS-CUR-DAY-NUM > WS-PREV-DAY-NUM + 1
                       COMPUTE WS-GAP-DAYS =
                           WS-CUR-DAY-NUM - WS-PREV-DAY-NUM - 1
                       ADD 1 TO WS-GAPS-FOUND
                       PERFORM 0240-CLASSIFY-GAP
                   END-IF
                   MOVE REPO-STATION TO WS-PREV-STATION
                   MOVE REPO-DATE TO WS-PREV-DATE
                   MOVE WS-CUR-DAY-NUM TO WS-PREV-DAY-NUM
                   MOVE WS-TEMP-SIGNED TO WS-PREV-TEMP
                   MOVE WS-ENTRY-EXCLUDED TO WS-PREV-EXCLUDED
           END-READ.

      *----------------------------------------------------------------
      * A reading is excluded when any of its six VALEUR flags is one
      * of the codes in the exclusion control - the same rule the
      * monthly averages apply - or when a reviewer has marked it
      * suspect after the neighbor check.
      *----------------------------------------------------------------
       0220-CHECK-ENTRY-EXCLUDED.
           MOVE 'N' TO WS-ENTRY-EXCLUDED
           IF WS-EXCLUDE-FLAGS NOT = SPACES
               MOVE SPACES TO WS-ENTRY-FLAGS
               MOVE REPO-VALEUR-1 TO WS-ENTRY-FLAGS(1:1)
               MOVE REPO-VALEUR-2 TO WS-ENTRY-FLAGS(2:1)
               MOVE REPO-VALEUR-3 TO WS-ENTRY-FLAGS(3:1)
               MOVE REPO-VALEUR-4 TO WS-ENTRY-FLAGS(4:1)
               MOVE REPO-VALEUR-5 TO WS-ENTRY-FLAGS(5:1)
               MOVE REPO-VALEUR-6 TO WS-ENTRY-FLAGS(6:1)
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
           END-IF
           IF REPO-VALEUR-1 = WS-SUSPECT-FLAG
               OR REPO-VALEUR-2 = WS-SUSPECT-FLAG
               OR REPO-VALEUR-3 = WS-SUSPECT-FLAG
               OR REPO-VALEUR-4 = WS-SUSPECT-FLAG
               OR REPO-VALEUR-5 = WS-SUSPECT-FLAG
               OR REPO-VALEUR-6 = WS-SUSPECT-FLAG
               MOVE 'Y' TO WS-ENTRY-EXCLUDED
           END-IF.

      *----------------------------------------------------------------
      * REPO-TEMPERATURE is a raw sign character followed by three
      * digits, converted here into a signed value for arithmetic.
      *----------------------------------------------------------------
       0230-CONVERT-TEMPERATURE.
           MOVE REPO-TEMPERATURE(1:1) TO WS-TEMP-SIGN
           MOVE REPO-TEMPERATURE(2:3) TO WS-TEMP-MAGNITUDE
           IF WS-TEMP-SIGN = '-'
               COMPUTE WS-TEMP-SIGNED = WS-TEMP-MAGNITUDE * -1
           ELSE
               MOVE WS-TEMP-MAGNITUDE TO WS-TEMP-SIGNED
           END-IF.

      *----------------------------------------------------------------
      * A gap is only estimated when it is no longer than the limit
      * and both readings either side of it are usable; otherwise it
      * stays empty and goes on the unfilled list with the reason.
      *----------------------------------------------------------------
       0240-CLASSIFY-GAP.
           MOVE SPACES TO GUD-REASON-OUT
           IF WS-GAP-DAYS > WS-MAX-GAP-DAYS
               MOVE "LONGER THAN FILL LIMIT" TO GUD-REASON-OUT
           ELSE
               IF PREV-EXCLUDED OR ENTRY-EXCLUDED
                   MOVE "BOUNDING READING EXCLUDED" TO GUD-REASON-OUT
               ELSE
                   IF WS-GAP-COUNT < WS-GAP-TABLE-MAX
                       ADD 1 TO WS-GAP-COUNT
                       SET GAP-IDX TO WS-GAP-COUNT
                       MOVE REPO-STATION TO GAP-STATION(GAP-IDX)
                       MOVE WS-PREV-DATE TO GAP-FROM-DATE(GAP-IDX)
                       MOVE REPO-DATE TO GAP-TO-DATE(GAP-IDX)
                       MOVE WS-PREV-DAY-NUM
                           TO GAP-FROM-DAY-NUM(GAP-IDX)
                       MOVE WS-PREV-TEMP TO GAP-FROM-TEMP(GAP-IDX)
                       MOVE WS-TEMP-SIGNED TO GAP-TO-TEMP(GAP-IDX)
                       MOVE WS-GAP-DAYS TO GAP-DAYS(GAP-IDX)
                   ELSE
                       MOVE "GAP TABLE FULL - RERUN" TO GUD-REASON-OUT
                   END-IF
               END-IF
           END-IF
           IF GUD-REASON-OUT NOT = SPACES
               ADD 1 TO WS-GAPS-LEFT
               MOVE REPO-STATION TO GUD-STATION-OUT
               MOVE WS-PREV-DATE TO GUD-FROM-DATE-OUT
               MOVE REPO-DATE TO GUD-TO-DATE-OUT
               MOVE WS-GAP-DAYS TO GUD-DAYS-OUT
               MOVE UNFILLED-DETAIL-LINE TO GAP-REPORT-LINE
               WRITE GAP-REPORT-LINE
           END-IF.

      *----------------------------------------------------------------
      * Each held gap is filled a day at a time on the straight line
      * between its two bounding readings, rounded to a whole degree.
      * Every reading written goes on the estimation register.
      *----------------------------------------------------------------
       0300-WRITE-ESTIMATES.
           MOVE SPACES TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           MOVE "READINGS ESTIMATED" TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           MOVE FILLED-COLUMN-LINE TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE

           IF WS-GAP-COUNT > ZERO
               OPEN I-O WEATHER-REPO-FILE
               IF WS-REPO-STATUS NOT = '00'
                   DISPLAY "Cannot open WEATHERREPO.DAT, status "
                       WS-REPO-STATUS
                   CLOSE GAP-REPORT-FILE
                   MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
                   PERFORM 0960-WRITE-JOB-LOG
                   STOP RUN RETURNING 16
               END-IF
               OPEN EXTEND GAP-REGISTER-FILE
               IF WS-REGISTER-STATUS NOT = '00'
                   OPEN OUTPUT GAP-REGISTER-FILE
               END-IF
               SET GAP-IDX TO 1
               PERFORM UNTIL GAP-IDX > WS-GAP-COUNT
                   ADD 1 TO WS-GAPS-FILLED
                   MOVE 1 TO WS-FILL-STEP
                   PERFORM UNTIL WS-FILL-STEP > GAP-DAYS(GAP-IDX)
                       PERFORM 0310-WRITE-ONE-ESTIMATE
                       ADD 1 TO WS-FILL-STEP
                   END-PERFORM
                   SET GAP-IDX UP BY 1
               END-PERFORM
               CLOSE GAP-REGISTER-FILE
               CLOSE WEATHER-REPO-FILE
           END-IF

           MOVE SPACES TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           MOVE "  READINGS READ:              " TO CC-LABEL
           MOVE WS-READINGS-READ TO CC-COUNT-OUT
           MOVE CONTROL-COUNT-LINE TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           MOVE "  GAPS FOUND:                 " TO CC-LABEL
           MOVE WS-GAPS-FOUND TO CC-COUNT-OUT
           MOVE CONTROL-COUNT-LINE TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           MOVE "  GAPS FILLED:                " TO CC-LABEL
           MOVE WS-GAPS-FILLED TO CC-COUNT-OUT
           MOVE CONTROL-COUNT-LINE TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           MOVE "  GAPS LEFT UNFILLED:         " TO CC-LABEL
           MOVE WS-GAPS-LEFT TO CC-COUNT-OUT
           MOVE CONTROL-COUNT-LINE TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           MOVE "  ESTIMATED READINGS WRITTEN: " TO CC-LABEL
           MOVE WS-ESTIMATES-WRITTEN TO CC-COUNT-OUT
           MOVE CONTROL-COUNT-LINE TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           CLOSE GAP-REPORT-FILE.

       0310-WRITE-ONE-ESTIMATE.
           COMPUTE WS-FILL-DATE = FUNCTION DATE-OF-INTEGER(
               GAP-FROM-DAY-NUM(GAP-IDX) + WS-FILL-STEP)
           COMPUTE WS-FILL-TEMP ROUNDED = GAP-FROM-TEMP(GAP-IDX)
               + (GAP-TO-TEMP(GAP-IDX) - GAP-FROM-TEMP(GAP-IDX))
               * WS-FILL-STEP / (GAP-DAYS(GAP-IDX) + 1)
           MOVE SPACES TO WEATHER-REPO-RECORD
           MOVE GAP-STATION(GAP-IDX) TO REPO-STATION
           MOVE WS-FILL-DATE TO REPO-DATE
           IF WS-FILL-TEMP < ZERO
               MOVE '-' TO REPO-TEMPERATURE(1:1)
           ELSE
               MOVE '+' TO REPO-TEMPERATURE(1:1)
           END-IF
           MOVE WS-FILL-TEMP TO WS-FILL-MAGNITUDE
           MOVE WS-FILL-MAGNITUDE TO REPO-TEMPERATURE(2:3)
           MOVE WS-ESTIMATE-FLAG TO REPO-VALEUR-1
           WRITE WEATHER-REPO-RECORD
               INVALID KEY
                   DISPLAY "Reading already on file for "
                       REPO-STATION " " REPO-DATE
               NOT INVALID KEY
                   ADD 1 TO WS-ESTIMATES-WRITTEN
                   MOVE SPACES TO GAP-REGISTER-RECORD
                   MOVE WS-RUN-DATE TO GREG-RUN-DATE
                   MOVE REPO-STATION TO GREG-STATION
                   MOVE REPO-DATE TO GREG-DATE
                   MOVE REPO-TEMPERATURE TO GREG-TEMPERATURE
                   WRITE GAP-REGISTER-RECORD
                   MOVE REPO-STATION TO GFD-STATION-OUT
                   MOVE REPO-DATE TO GFD-DATE-OUT
                   MOVE WS-FILL-TEMP TO GFD-TEMP-OUT
                   MOVE GAP-FROM-DATE(GAP-IDX) TO GFD-FROM-DATE-OUT
                   MOVE GAP-FROM-TEMP(GAP-IDX) TO GFD-FROM-TEMP-OUT
                   MOVE GAP-TO-DATE(GAP-IDX) TO GFD-TO-DATE-OUT
                   MOVE GAP-TO-TEMP(GAP-IDX) TO GFD-TO-TEMP-OUT
                   MOVE FILLED-DETAIL-LINE TO GAP-REPORT-LINE
                   WRITE GAP-REPORT-LINE
           END-WRITE.

      *----------------------------------------------------------------
      * Back-out: every register entry for the requested run date (or
      * every entry, when no date is given) is removed from the
      * repository - provided the reading there is still the estimate
      * - and dropped from the register. The rest carry forward
      * through a work copy that replaces the register at the end.
      * Run this before loading the late readings, since the load
      * rejects a date already on file.
      *----------------------------------------------------------------
       0500-BACK-OUT-ESTIMATES.
           OPEN INPUT GAP-REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY "GAPREGISTER.DAT not found - "
                   "nothing to back out."
               MOVE "COMPLETED" TO WS-JOBLOG-RUN-STATUS
               PERFORM 0960-WRITE-JOB-LOG
               STOP RUN
           END-IF
           OPEN I-O WEATHER-REPO-FILE
           IF WS-REPO-STATUS NOT = '00'
               DISPLAY "Cannot open WEATHERREPO.DAT, status "
                   WS-REPO-STATUS
               CLOSE GAP-REGISTER-FILE
               MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
               PERFORM 0960-WRITE-JOB-LOG
               STOP RUN RETURNING 16
           END-IF
           OPEN OUTPUT GAP-REGISTER-WORK
           OPEN OUTPUT GAP-REPORT-FILE
           MOVE BACKOUT-HEADING-1 TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           MOVE GAP-HEADING-2 TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           MOVE BACKOUT-COLUMN-LINE TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE

           PERFORM 0510-BACK-OUT-ONE-ENTRY UNTIL END-OF-REGISTER

           MOVE SPACES TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           MOVE "  REGISTER ENTRIES READ:      " TO CC-LABEL
           MOVE WS-REGISTER-READ TO CC-COUNT-OUT
           MOVE CONTROL-COUNT-LINE TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           MOVE "  ESTIMATES REMOVED:          " TO CC-LABEL
           MOVE WS-BACKED-OUT TO CC-COUNT-OUT
           MOVE CONTROL-COUNT-LINE TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           MOVE "  ENTRIES NOT REMOVED:        " TO CC-LABEL
           MOVE WS-BACKOUT-SKIPPED TO CC-COUNT-OUT
           MOVE CONTROL-COUNT-LINE TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           MOVE "  ENTRIES KEPT ON REGISTER:   " TO CC-LABEL
           MOVE WS-REGISTER-KEPT TO CC-COUNT-OUT
           MOVE CONTROL-COUNT-LINE TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE

           CLOSE GAP-REGISTER-FILE
           CLOSE GAP-REGISTER-WORK
           CLOSE WEATHER-REPO-FILE
           CLOSE GAP-REPORT-FILE

           CALL "CBL_DELETE_FILE" USING WS-REGISTER-LIVE-NAME
              RETURNING WS-DELETE-STATUS
           CALL "CBL_RENAME_FILE" USING WS-REGISTER-WORK-NAME
              WS-REGISTER-LIVE-NAME
              RETURNING WS-RENAME-STATUS.

       0510-BACK-OUT-ONE-ENTRY.
           READ GAP-REGISTER-FILE
               AT END SET END-OF-REGISTER TO TRUE
               NOT AT END
                   ADD 1 TO WS-REGISTER-READ
                   IF WS-BACKOUT-DATE = ZERO
                       OR GREG-RUN-DATE = WS-BACKOUT-DATE
                       PERFORM 0520-REMOVE-ONE-ESTIMATE
                   ELSE
                       ADD 1 TO WS-REGISTER-KEPT
                       MOVE GAP-REGISTER-RECORD
                           TO GAP-REGISTER-WORK-RECORD
                       WRITE GAP-REGISTER-WORK-RECORD
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * A repository reading that no longer carries the estimate flag
      * has already been replaced and is left alone; either way the
      * entry has been dealt with and leaves the register.
      *----------------------------------------------------------------
       0520-REMOVE-ONE-ESTIMATE.
           MOVE GREG-STATION TO REPO-STATION
           MOVE GREG-DATE TO REPO-DATE
           MOVE SPACES TO GBD-RESULT-OUT
           READ WEATHER-REPO-FILE
               INVALID KEY
                   ADD 1 TO WS-BACKOUT-SKIPPED
                   MOVE "NO LONGER ON FILE" TO GBD-RESULT-OUT
               NOT INVALID KEY
                   IF REPO-VALEUR-1 = WS-ESTIMATE-FLAG
                       DELETE WEATHER-REPO-FILE
                           INVALID KEY
                               ADD 1 TO WS-BACKOUT-SKIPPED
                               MOVE "DELETE FAILED"
                                   TO GBD-RESULT-OUT
                           NOT INVALID KEY
                               ADD 1 TO WS-BACKED-OUT
                               MOVE "ESTIMATE REMOVED"
                                   TO GBD-RESULT-OUT
                       END-DELETE
                   ELSE
                       ADD 1 TO WS-BACKOUT-SKIPPED
                       MOVE "STATION READING NOW ON FILE"
                           TO GBD-RESULT-OUT
                   END-IF
           END-READ
           MOVE GREG-STATION TO GBD-STATION-OUT
           MOVE GREG-DATE TO GBD-DATE-OUT
           MOVE GREG-RUN-DATE TO GBD-RUN-DATE-OUT
           MOVE BACKOUT-DETAIL-LINE TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE.

       0960-WRITE-JOB-LOG.
           ACCEPT WS-JOBLOG-END-TIME FROM TIME
           OPEN EXTEND JOBLOGFILE
           IF WS-JOBLOG-FILE-STATUS NOT = "00"
              OPEN OUTPUT JOBLOGFILE
           END-IF
           MOVE "GAPFILL" TO WS-JL-JOB-NAME
           MOVE WS-JOBLOG-START-TIME TO WS-JL-START-TIME-OUT
           MOVE WS-JOBLOG-END-TIME TO WS-JL-END-TIME-OUT
           IF MODE-BACKOUT
               MOVE WS-REGISTER-READ TO WS-JL-RECORD-COUNT-OUT
           ELSE
               MOVE WS-READINGS-READ TO WS-JL-RECORD-COUNT-OUT
           END-IF
           MOVE WS-JOBLOG-RUN-STATUS TO WS-JL-STATUS-OUT
           MOVE WS-JOBLOG-RECORD-AREA TO JOBLOG-RECORD
           WRITE JOBLOG-RECORD
           CLOSE JOBLOGFILE.

       END PROGRAM GAPFILL.
