       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGREEDAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT WEATHER-REPO-FILE ASSIGN TO "WEATHERREPO.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS REPO-KEY
              FILE STATUS IS WS-REPO-STATUS.

          SELECT WEATHER-FLAG-FILE ASSIGN TO "WEATHERFLAGS.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FLAG-FILE-STATUS.

          SELECT DEGREE-PARM-FILE ASSIGN TO "DEGREEDAYPARM.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARM-STATUS.

          SELECT DEGREE-REPORT-FILE ASSIGN TO "DEGREEDAY.TXT"
              ORGANIZATION IS LINE SEQUENTIAL.

          SELECT DEGREE-EXTRACT-FILE ASSIGN TO "DEGREEDAY.DAT"
              ORGANIZATION IS LINE SEQUENTIAL.

          SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOBLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * The indexed reading repository the monthly load maintains,
      * keyed by station number plus date. Each reading is the
      * station's daily mean in whole degrees Celsius.
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
      * Same exclusion control the monthly averages honor: readings
      * carrying a listed flag code count toward no degree day.
      *----------------------------------------------------------------
       FD WEATHER-FLAG-FILE.
       01 WEATHER-FLAG-RECORD.
           02 WFF-EXCLUDE-CODES PIC X(10).

      *----------------------------------------------------------------
      * Degree-day parameters, every one optional:
      *   UNIT          F or C - the scale the base temperature and
      *                 all degree days are stated in (default F)
      *   BASE          base temperature in degrees and tenths
      *                 (default 65.0 F, or 18.0 when UNIT is C)
      *   REPORT-YM     the year and month to report through
      *                 (default the latest month on file)
      *   HEAT-START    first month of the heating season (default 07)
      *   COOL-START    first month of the cooling season (default 01)
      *   INCLUDE-EST   Y to count gap-fill estimates (default), N to
      *                 leave them out
      *----------------------------------------------------------------
       FD DEGREE-PARM-FILE.
       01 DEGREE-PARM-RECORD.
           02 DPARM-UNIT       PIC X(1).
           02 FILLER           PIC X(1).
           02 DPARM-BASE       PIC 9(3)V9.
           02 FILLER           PIC X(1).
           02 DPARM-REPORT-YM  PIC 9(6).
           02 FILLER           PIC X(1).
           02 DPARM-HEAT-START PIC 9(2).
           02 FILLER           PIC X(1).
           02 DPARM-COOL-START PIC 9(2).
           02 FILLER           PIC X(1).
           02 DPARM-INCLUDE-EST PIC X(1).

       FD DEGREE-REPORT-FILE.
       01 DEGREE-REPORT-LINE PIC X(100).

      *----------------------------------------------------------------
      * Fixed-format extract for energy billing: one record per
      * station per month of the current heating season through the
      * report month, with the season-to-date totals as of that month
      * and the prior-years average for the same month.
      *----------------------------------------------------------------
       FD DEGREE-EXTRACT-FILE.
       01 DEGREE-EXTRACT-RECORD.
           02 DDX-STATION      PIC X(10).
           02 FILLER           PIC X(1) VALUE SPACE.
           02 DDX-YEAR-MONTH   PIC 9(6).
           02 FILLER           PIC X(1) VALUE SPACE.
           02 DDX-UNIT         PIC X(1).
           02 FILLER           PIC X(1) VALUE SPACE.
           02 DDX-BASE         PIC 9(3)V9.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 DDX-DAYS         PIC 9(2).
           02 FILLER           PIC X(1) VALUE SPACE.
           02 DDX-HDD          PIC 9(5)V9.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 DDX-CDD          PIC 9(5)V9.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 DDX-HDD-SEASON   PIC 9(6)V9.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 DDX-CDD-SEASON   PIC 9(6)V9.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 DDX-HDD-PRIOR    PIC 9(5)V9.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 DDX-CDD-PRIOR    PIC 9(5)V9.

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

       01 WS-REPO-EOF PIC X VALUE 'N'.
           88 END-OF-REPO VALUE 'Y'.

       01 WS-EXCLUDE-FLAGS PIC X(10) VALUE SPACES.
       01 WS-EXCLUDE-POS PIC 9(2) VALUE ZERO.
       01 WS-FLAG-SLOT PIC 9(1) VALUE ZERO.
       01 WS-ENTRY-FLAGS PIC X(6) VALUE SPACES.
       01 WS-ENTRY-EXCLUDED PIC X VALUE 'N'.
           88 ENTRY-EXCLUDED VALUE 'Y'.

       01 WS-ESTIMATE-FLAG PIC X VALUE 'E'.
       01 WS-SUSPECT-FLAG  PIC X VALUE 'Q'.
       01 WS-INCLUDE-ESTIMATES PIC X VALUE 'Y'.
           88 INCLUDE-ESTIMATES VALUE 'Y'.

       01 WS-UNIT PIC X VALUE 'F'.
           88 UNIT-FAHRENHEIT VALUE 'F'.
           88 UNIT-CELSIUS    VALUE 'C'.
       01 WS-BASE-TEMP    PIC 9(3)V9 VALUE ZERO.
       01 WS-HEAT-START   PIC 9(2) VALUE 7.
       01 WS-COOL-START   PIC 9(2) VALUE 1.
       01 WS-REPORT-YM    PIC 9(6) VALUE ZERO.
       01 WS-REPORT-YM-SPLIT REDEFINES WS-REPORT-YM.
           05 WS-REPORT-YEAR  PIC 9(4).
           05 WS-REPORT-MONTH PIC 9(2).
       01 WS-LATEST-YM    PIC 9(6) VALUE ZERO.

       01 WS-READINGS-READ   PIC 9(6) VALUE ZERO.
       01 WS-EXCLUDED-COUNT  PIC 9(6) VALUE ZERO.
       01 WS-EXTRACT-COUNT   PIC 9(6) VALUE ZERO.

       01 WS-REPO-DATE-SPLIT.
           05 WS-REPO-YEAR  PIC 9(4).
           05 WS-REPO-MONTH PIC 9(2).
           05 WS-REPO-DAY   PIC 9(2).
       01 WS-REPO-YM PIC 9(6) VALUE ZERO.

       01 WS-TEMP-SIGN      PIC X.
       01 WS-TEMP-MAGNITUDE PIC 9(3).
       01 WS-TEMP-SIGNED    PIC S9(3).
       01 WS-TEMP-DEGREES   PIC S9(3)V9 VALUE ZERO.
       01 WS-DAY-HDD        PIC 9(3)V9 VALUE ZERO.
       01 WS-DAY-CDD        PIC 9(3)V9 VALUE ZERO.

      *----------------------------------------------------------------
      * One accumulator per station, year, and month seen in the
      * repository: heating and cooling degree days and the number of
      * included days behind them.
      *----------------------------------------------------------------
       01 WS-ACC-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ACC-TABLE-MAX PIC 9(4) VALUE 2000.
       01 WS-ACC-TABLE.
           05 WS-ACC-ENTRY OCCURS 2000 TIMES INDEXED BY ACC-IDX.
               10 ACC-STATION PIC X(10).
               10 ACC-YEAR    PIC 9(4).
               10 ACC-MONTH   PIC 9(2).
               10 ACC-HDD     PIC 9(5)V9.
               10 ACC-CDD     PIC 9(5)V9.
               10 ACC-DAYS    PIC 9(2).
       01 WS-ACC-FOUND-IDX PIC 9(4) VALUE ZERO.

       01 WS-STATION-COUNT PIC 9(2) VALUE ZERO.
       01 WS-STATION-TABLE-MAX PIC 9(2) VALUE 50.
       01 WS-STATION-TABLE.
           05 WS-STATION-ENTRY OCCURS 50 TIMES INDEXED BY STA-IDX
                               PIC X(10).
       01 WS-STATION-FOUND PIC X VALUE 'N'.
           88 STATION-FOUND VALUE 'Y'.
       01 WS-EARLIEST-YEAR PIC 9(4) VALUE 9999.

      *----------------------------------------------------------------
      * Report work: the station and month being printed, and the
      * span summed for a season-to-date figure - from a start
      * year/month through an end year/month inclusive.
      *----------------------------------------------------------------
       01 WS-RPT-STATION PIC X(10) VALUE SPACES.
       01 WS-SCAN-YEAR   PIC 9(4) VALUE ZERO.
       01 WS-SCAN-MONTH  PIC 9(2) VALUE ZERO.
       01 WS-SCAN-YM     PIC 9(6) VALUE ZERO.
       01 WS-ACC-YM      PIC 9(6) VALUE ZERO.
       01 WS-YEARS-BACK  PIC 9(4) VALUE ZERO.
       01 WS-MAX-YEARS-BACK PIC 9(4) VALUE ZERO.

       01 WS-SPAN-START-MONTH PIC 9(2) VALUE ZERO.
       01 WS-SPAN-END-YEAR    PIC 9(4) VALUE ZERO.
       01 WS-SPAN-END-MONTH   PIC 9(2) VALUE ZERO.
       01 WS-SPAN-START-YM    PIC 9(6) VALUE ZERO.
       01 WS-SPAN-END-YM      PIC 9(6) VALUE ZERO.
       01 WS-SPAN-HDD         PIC 9(6)V9 VALUE ZERO.
       01 WS-SPAN-CDD         PIC 9(6)V9 VALUE ZERO.
       01 WS-SPAN-DAYS        PIC 9(4) VALUE ZERO.

       01 WS-MONTH-HDD        PIC 9(5)V9 VALUE ZERO.
       01 WS-MONTH-CDD        PIC 9(5)V9 VALUE ZERO.
       01 WS-MONTH-DAYS       PIC 9(2) VALUE ZERO.
       01 WS-PRIOR-HDD-SUM    PIC 9(7)V9 VALUE ZERO.
       01 WS-PRIOR-CDD-SUM    PIC 9(7)V9 VALUE ZERO.
       01 WS-PRIOR-YEARS      PIC 9(3) VALUE ZERO.
       01 WS-PRIOR-HDD-AVG    PIC 9(5)V9 VALUE ZERO.
       01 WS-PRIOR-CDD-AVG    PIC 9(5)V9 VALUE ZERO.

       01 WS-CUR-HEAT-STD     PIC 9(6)V9 VALUE ZERO.
       01 WS-CUR-COOL-STD     PIC 9(6)V9 VALUE ZERO.
       01 WS-YEAR-HEAT-STD    PIC 9(6)V9 VALUE ZERO.
       01 WS-YEAR-COOL-STD    PIC 9(6)V9 VALUE ZERO.
       01 WS-YEAR-STD-DAYS    PIC 9(4) VALUE ZERO.
       01 WS-STD-HDD-SUM      PIC 9(8)V9 VALUE ZERO.
       01 WS-STD-CDD-SUM      PIC 9(8)V9 VALUE ZERO.
       01 WS-STD-YEARS        PIC 9(3) VALUE ZERO.
       01 WS-STD-DIFF         PIC S9(6)V9 VALUE ZERO.

       01 DEGREE-HEADING-1 PIC X(100) VALUE
           "HEATING AND COOLING DEGREE DAYS BY STATION".
       01 DEGREE-HEADING-2 PIC X(100) VALUE ALL "=".

       01 HEADING-PARM-LINE.
           05 FILLER PIC X(16) VALUE "REPORT THROUGH ".
           05 HDP-YEAR-OUT  PIC 9(4).
           05 FILLER PIC X(1) VALUE "/".
           05 HDP-MONTH-OUT PIC 9(2).
           05 FILLER PIC X(9) VALUE "   BASE ".
           05 HDP-BASE-OUT  PIC ZZ9.9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 HDP-UNIT-OUT  PIC X(1).
           05 FILLER PIC X(20) VALUE "   HEAT SEASON FROM ".
           05 HDP-HEAT-OUT  PIC 9(2).
           05 FILLER PIC X(20) VALUE "   COOL SEASON FROM ".
           05 HDP-COOL-OUT  PIC 9(2).

       01 STATION-HEADER-LINE.
           05 FILLER PIC X(9) VALUE "STATION: ".
           05 DDR-STATION-OUT PIC X(10).

       01 MONTH-COLUMN-LINE.
           05 FILLER PIC X(11) VALUE "  MONTH".
           05 FILLER PIC X(6)  VALUE "DAYS".
           05 FILLER PIC X(10) VALUE "     HDD".
           05 FILLER PIC X(10) VALUE "     CDD".
           05 FILLER PIC X(14) VALUE "  PRIOR HDD".
           05 FILLER PIC X(12) VALUE "  PRIOR CDD".
           05 FILLER PIC X(8)  VALUE "  YEARS".

       01 MONTH-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DDR-YEAR-OUT  PIC 9(4).
           05 FILLER PIC X(1) VALUE "/".
           05 DDR-MONTH-OUT PIC 9(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DDR-DAYS-OUT  PIC Z9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DDR-HDD-OUT   PIC ZZ,ZZ9.9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DDR-CDD-OUT   PIC ZZ,ZZ9.9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DDR-PRIOR-HDD-OUT PIC ZZ,ZZ9.9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DDR-PRIOR-CDD-OUT PIC ZZ,ZZ9.9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DDR-PRIOR-YEARS-OUT PIC ZZ9.

       01 SEASON-COLUMN-LINE.
           05 FILLER PIC X(22) VALUE "  SEASON TO DATE".
           05 FILLER PIC X(12) VALUE "   HEAT HDD".
           05 FILLER PIC X(12) VALUE "   COOL CDD".
           05 FILLER PIC X(12) VALUE "  HDD DIFF".
           05 FILLER PIC X(12) VALUE "  CDD DIFF".

       01 SEASON-DETAIL-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DDS-LABEL-OUT PIC X(18).
           05 DDS-HDD-OUT   PIC ZZZ,ZZ9.9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DDS-CDD-OUT   PIC ZZZ,ZZ9.9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DDS-HDD-DIFF-OUT PIC ----,--9.9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DDS-CDD-DIFF-OUT PIC ----,--9.9.

       01 WS-SEASON-LABEL.
           05 WS-SL-YEAR PIC 9(4).
           05 FILLER     PIC X(14) VALUE SPACES.

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
       0100-DEGREE-DAY-RUN.
           ACCEPT WS-JOBLOG-START-TIME FROM TIME
           PERFORM 0110-LOAD-EXCLUDE-FLAGS
           PERFORM 0120-READ-PARAMETERS

           OPEN INPUT WEATHER-REPO-FILE
           IF WS-REPO-STATUS NOT = '00'
               DISPLAY "Cannot open WEATHERREPO.DAT, status "
                   WS-REPO-STATUS
               MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
               PERFORM 0960-WRITE-JOB-LOG
               STOP RUN RETURNING 16
           END-IF
           PERFORM 0200-ACCUMULATE-ONE-READING UNTIL END-OF-REPO
           CLOSE WEATHER-REPO-FILE

           IF WS-ACC-COUNT = ZERO
               DISPLAY "Repository empty - no degree days to report."
               MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
               PERFORM 0960-WRITE-JOB-LOG
               STOP RUN RETURNING 16
           END-IF
           IF WS-REPORT-YM = ZERO
               MOVE WS-LATEST-YM TO WS-REPORT-YM
           END-IF

           PERFORM 0400-PRINT-DEGREE-DAYS

           MOVE "COMPLETED" TO WS-JOBLOG-RUN-STATUS
           PERFORM 0960-WRITE-JOB-LOG
           DISPLAY "Readings read:      " WS-READINGS-READ
           DISPLAY "Readings excluded:  " WS-EXCLUDED-COUNT
           DISPLAY "Extract records:    " WS-EXTRACT-COUNT
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
           OPEN INPUT DEGREE-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ DEGREE-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF DPARM-UNIT = 'C' OR DPARM-UNIT = 'F'
                           MOVE DPARM-UNIT TO WS-UNIT
                       END-IF
                       IF DPARM-BASE IS NUMERIC
                           AND DPARM-BASE > ZERO
                           MOVE DPARM-BASE TO WS-BASE-TEMP
                       END-IF
                       IF DPARM-REPORT-YM IS NUMERIC
                           AND DPARM-REPORT-YM > ZERO
                           MOVE DPARM-REPORT-YM TO WS-REPORT-YM
                       END-IF
                       IF DPARM-HEAT-START IS NUMERIC
                           AND DPARM-HEAT-START > ZERO
                           AND DPARM-HEAT-START NOT > 12
                           MOVE DPARM-HEAT-START TO WS-HEAT-START
                       END-IF
                       IF DPARM-COOL-START IS NUMERIC
                           AND DPARM-COOL-START > ZERO
                           AND DPARM-COOL-START NOT > 12
                           MOVE DPARM-COOL-START TO WS-COOL-START
                       END-IF
                       IF DPARM-INCLUDE-EST = 'Y'
                           OR DPARM-INCLUDE-EST = 'N'
                           MOVE DPARM-INCLUDE-EST
                               TO WS-INCLUDE-ESTIMATES
                       END-IF
               END-READ
               CLOSE DEGREE-PARM-FILE
           END-IF
           IF WS-BASE-TEMP = ZERO
               IF UNIT-CELSIUS
                   MOVE 18.0 TO WS-BASE-TEMP
               ELSE
                   MOVE 65.0 TO WS-BASE-TEMP
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * One repository reading: excluded flags are counted out, the
      * rest become that day's heating or cooling degree days in the
      * station/year/month accumulator.
      *----------------------------------------------------------------
       0200-ACCUMULATE-ONE-READING.
           READ WEATHER-REPO-FILE NEXT RECORD
               AT END SET END-OF-REPO TO TRUE
               NOT AT END
                   ADD 1 TO WS-READINGS-READ
                   PERFORM 0210-CHECK-ENTRY-EXCLUDED
                   IF ENTRY-EXCLUDED
                       ADD 1 TO WS-EXCLUDED-COUNT
                   ELSE
                       PERFORM 0220-FOLD-INTO-ACCUMULATOR
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * A reading is excluded when any of its six VALEUR flags is one
      * of the codes in the exclusion control - the same rule the
      * monthly averages apply - when a reviewer has marked it
      * suspect after the neighbor check, or when it is a gap-fill
      * estimate and estimates are not wanted.
      *----------------------------------------------------------------
       0210-CHECK-ENTRY-EXCLUDED.
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
           IF REPO-VALEUR-1 = WS-ESTIMATE-FLAG
               AND NOT INCLUDE-ESTIMATES
               MOVE 'Y' TO WS-ENTRY-EXCLUDED
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
      * The day's mean, on the report's scale, against the base: a
      * day below the base heats by the difference, a day above it
      * cools by the difference.
      *----------------------------------------------------------------
       0220-FOLD-INTO-ACCUMULATOR.
           MOVE REPO-DATE TO WS-REPO-DATE-SPLIT
           PERFORM 0230-CONVERT-TEMPERATURE
           IF UNIT-FAHRENHEIT
               COMPUTE WS-TEMP-DEGREES ROUNDED =
                   WS-TEMP-SIGNED * 9 / 5 + 32
           ELSE
               MOVE WS-TEMP-SIGNED TO WS-TEMP-DEGREES
           END-IF
           MOVE ZERO TO WS-DAY-HDD
           MOVE ZERO TO WS-DAY-CDD
           IF WS-TEMP-DEGREES < WS-BASE-TEMP
               COMPUTE WS-DAY-HDD = WS-BASE-TEMP - WS-TEMP-DEGREES
           ELSE
               COMPUTE WS-DAY-CDD = WS-TEMP-DEGREES - WS-BASE-TEMP
           END-IF
           PERFORM 0240-FIND-OR-ADD-ACCUMULATOR
           IF WS-ACC-FOUND-IDX NOT = ZERO
               SET ACC-IDX TO WS-ACC-FOUND-IDX
               ADD WS-DAY-HDD TO ACC-HDD(ACC-IDX)
               ADD WS-DAY-CDD TO ACC-CDD(ACC-IDX)
               ADD 1 TO ACC-DAYS(ACC-IDX)
           END-IF
           PERFORM 0250-NOTE-STATION
           COMPUTE WS-REPO-YM = WS-REPO-YEAR * 100 + WS-REPO-MONTH
           IF WS-REPO-YM > WS-LATEST-YM
               MOVE WS-REPO-YM TO WS-LATEST-YM
           END-IF
           IF WS-REPO-YEAR < WS-EARLIEST-YEAR
               MOVE WS-REPO-YEAR TO WS-EARLIEST-YEAR
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

       0240-FIND-OR-ADD-ACCUMULATOR.
           MOVE ZERO TO WS-ACC-FOUND-IDX
           SET ACC-IDX TO 1
           PERFORM UNTIL ACC-IDX > WS-ACC-COUNT
               IF ACC-STATION(ACC-IDX) = REPO-STATION
                   AND ACC-YEAR(ACC-IDX) = WS-REPO-YEAR
                   AND ACC-MONTH(ACC-IDX) = WS-REPO-MONTH
                   MOVE ACC-IDX TO WS-ACC-FOUND-IDX
                   SET ACC-IDX TO WS-ACC-COUNT
               END-IF
               SET ACC-IDX UP BY 1
           END-PERFORM
           IF WS-ACC-FOUND-IDX = ZERO
               IF WS-ACC-COUNT < WS-ACC-TABLE-MAX
                   ADD 1 TO WS-ACC-COUNT
                   SET ACC-IDX TO WS-ACC-COUNT
                   MOVE REPO-STATION TO ACC-STATION(ACC-IDX)
                   MOVE WS-REPO-YEAR TO ACC-YEAR(ACC-IDX)
                   MOVE WS-REPO-MONTH TO ACC-MONTH(ACC-IDX)
                   MOVE ZERO TO ACC-HDD(ACC-IDX)
                   MOVE ZERO TO ACC-CDD(ACC-IDX)
                   MOVE ZERO TO ACC-DAYS(ACC-IDX)
                   MOVE WS-ACC-COUNT TO WS-ACC-FOUND-IDX
               ELSE
                   DISPLAY "WARNING: accumulator table full at "
                       WS-ACC-TABLE-MAX
                       " station-months, later readings dropped"
               END-IF
           END-IF.

       0250-NOTE-STATION.
           MOVE 'N' TO WS-STATION-FOUND
           SET STA-IDX TO 1
           PERFORM UNTIL STA-IDX > WS-STATION-COUNT
               IF WS-STATION-ENTRY(STA-IDX) = REPO-STATION
                   MOVE 'Y' TO WS-STATION-FOUND
                   SET STA-IDX TO WS-STATION-COUNT
               END-IF
               SET STA-IDX UP BY 1
           END-PERFORM
           IF NOT STATION-FOUND
               IF WS-STATION-COUNT < WS-STATION-TABLE-MAX
                   ADD 1 TO WS-STATION-COUNT
                   SET STA-IDX TO WS-STATION-COUNT
                   MOVE REPO-STATION TO WS-STATION-ENTRY(STA-IDX)
               ELSE
                   DISPLAY "WARNING: station table full at "
                       WS-STATION-TABLE-MAX ", " REPO-STATION
                       " omitted from the report"
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * The report: per station, each month of the current heating
      * season through the report month against the prior-years
      * average for that month, then season-to-date heating and
      * cooling totals for this season and for the same span of
      * every earlier season on file.
      *----------------------------------------------------------------
       0400-PRINT-DEGREE-DAYS.
           OPEN OUTPUT DEGREE-REPORT-FILE
           OPEN OUTPUT DEGREE-EXTRACT-FILE
           MOVE DEGREE-HEADING-1 TO DEGREE-REPORT-LINE
           WRITE DEGREE-REPORT-LINE
           MOVE DEGREE-HEADING-2 TO DEGREE-REPORT-LINE
           WRITE DEGREE-REPORT-LINE
           MOVE WS-REPORT-YEAR TO HDP-YEAR-OUT
           MOVE WS-REPORT-MONTH TO HDP-MONTH-OUT
           MOVE WS-BASE-TEMP TO HDP-BASE-OUT
           MOVE WS-UNIT TO HDP-UNIT-OUT
           MOVE WS-HEAT-START TO HDP-HEAT-OUT
           MOVE WS-COOL-START TO HDP-COOL-OUT
           MOVE HEADING-PARM-LINE TO DEGREE-REPORT-LINE
           WRITE DEGREE-REPORT-LINE

           IF WS-REPORT-YEAR > WS-EARLIEST-YEAR
               COMPUTE WS-MAX-YEARS-BACK =
                   WS-REPORT-YEAR - WS-EARLIEST-YEAR
           ELSE
               MOVE ZERO TO WS-MAX-YEARS-BACK
           END-IF

           SET STA-IDX TO 1
           PERFORM UNTIL STA-IDX > WS-STATION-COUNT
               MOVE WS-STATION-ENTRY(STA-IDX) TO WS-RPT-STATION
               PERFORM 0410-PRINT-ONE-STATION
               SET STA-IDX UP BY 1
           END-PERFORM
           CLOSE DEGREE-REPORT-FILE
           CLOSE DEGREE-EXTRACT-FILE.

       0410-PRINT-ONE-STATION.
           MOVE SPACES TO DEGREE-REPORT-LINE
           WRITE DEGREE-REPORT-LINE
           MOVE WS-RPT-STATION TO DDR-STATION-OUT
           MOVE STATION-HEADER-LINE TO DEGREE-REPORT-LINE
           WRITE DEGREE-REPORT-LINE
           MOVE MONTH-COLUMN-LINE TO DEGREE-REPORT-LINE
           WRITE DEGREE-REPORT-LINE

           IF WS-REPORT-MONTH < WS-HEAT-START
               COMPUTE WS-SCAN-YEAR = WS-REPORT-YEAR - 1
           ELSE
               MOVE WS-REPORT-YEAR TO WS-SCAN-YEAR
           END-IF
           MOVE WS-HEAT-START TO WS-SCAN-MONTH
           COMPUTE WS-SCAN-YM = WS-SCAN-YEAR * 100 + WS-SCAN-MONTH
           PERFORM UNTIL WS-SCAN-YM > WS-REPORT-YM
               PERFORM 0420-PRINT-ONE-MONTH
               IF WS-SCAN-MONTH = 12
                   MOVE 1 TO WS-SCAN-MONTH
                   ADD 1 TO WS-SCAN-YEAR
               ELSE
                   ADD 1 TO WS-SCAN-MONTH
               END-IF
               COMPUTE WS-SCAN-YM = WS-SCAN-YEAR * 100 + WS-SCAN-MONTH
           END-PERFORM

           MOVE SPACES TO DEGREE-REPORT-LINE
           WRITE DEGREE-REPORT-LINE
           MOVE SEASON-COLUMN-LINE TO DEGREE-REPORT-LINE
           WRITE DEGREE-REPORT-LINE
           MOVE ZERO TO WS-STD-HDD-SUM
           MOVE ZERO TO WS-STD-CDD-SUM
           MOVE ZERO TO WS-STD-YEARS
           PERFORM 0430-PRINT-ONE-SEASON
               VARYING WS-YEARS-BACK FROM 0 BY 1
                   UNTIL WS-YEARS-BACK > WS-MAX-YEARS-BACK
           IF WS-STD-YEARS > ZERO
               MOVE "PRIOR-YEARS AVG" TO DDS-LABEL-OUT
               COMPUTE WS-YEAR-HEAT-STD ROUNDED =
                   WS-STD-HDD-SUM / WS-STD-YEARS
               COMPUTE WS-YEAR-COOL-STD ROUNDED =
                   WS-STD-CDD-SUM / WS-STD-YEARS
               MOVE WS-YEAR-HEAT-STD TO DDS-HDD-OUT
               MOVE WS-YEAR-COOL-STD TO DDS-CDD-OUT
               COMPUTE WS-STD-DIFF =
                   WS-CUR-HEAT-STD - WS-YEAR-HEAT-STD
               MOVE WS-STD-DIFF TO DDS-HDD-DIFF-OUT
               COMPUTE WS-STD-DIFF =
                   WS-CUR-COOL-STD - WS-YEAR-COOL-STD
               MOVE WS-STD-DIFF TO DDS-CDD-DIFF-OUT
               MOVE SEASON-DETAIL-LINE TO DEGREE-REPORT-LINE
               WRITE DEGREE-REPORT-LINE
           END-IF.

      *----------------------------------------------------------------
      * One month of the current season: its own degree days, the
      * average of the same calendar month across every earlier year
      * on file, and the extract record for billing.
      *----------------------------------------------------------------
       0420-PRINT-ONE-MONTH.
           MOVE ZERO TO WS-MONTH-HDD
           MOVE ZERO TO WS-MONTH-CDD
           MOVE ZERO TO WS-MONTH-DAYS
           MOVE ZERO TO WS-PRIOR-HDD-SUM
           MOVE ZERO TO WS-PRIOR-CDD-SUM
           MOVE ZERO TO WS-PRIOR-YEARS
           SET ACC-IDX TO 1
           PERFORM UNTIL ACC-IDX > WS-ACC-COUNT
               IF ACC-STATION(ACC-IDX) = WS-RPT-STATION
                   AND ACC-MONTH(ACC-IDX) = WS-SCAN-MONTH
                   IF ACC-YEAR(ACC-IDX) = WS-SCAN-YEAR
                       MOVE ACC-HDD(ACC-IDX) TO WS-MONTH-HDD
                       MOVE ACC-CDD(ACC-IDX) TO WS-MONTH-CDD
                       MOVE ACC-DAYS(ACC-IDX) TO WS-MONTH-DAYS
                   END-IF
                   IF ACC-YEAR(ACC-IDX) < WS-SCAN-YEAR
                       AND ACC-DAYS(ACC-IDX) > ZERO
                       ADD ACC-HDD(ACC-IDX) TO WS-PRIOR-HDD-SUM
                       ADD ACC-CDD(ACC-IDX) TO WS-PRIOR-CDD-SUM
                       ADD 1 TO WS-PRIOR-YEARS
                   END-IF
               END-IF
               SET ACC-IDX UP BY 1
           END-PERFORM
           MOVE ZERO TO WS-PRIOR-HDD-AVG
           MOVE ZERO TO WS-PRIOR-CDD-AVG
           IF WS-PRIOR-YEARS > ZERO
               COMPUTE WS-PRIOR-HDD-AVG ROUNDED =
                   WS-PRIOR-HDD-SUM / WS-PRIOR-YEARS
               COMPUTE WS-PRIOR-CDD-AVG ROUNDED =
                   WS-PRIOR-CDD-SUM / WS-PRIOR-YEARS
           END-IF
           MOVE WS-SCAN-YEAR TO DDR-YEAR-OUT
           MOVE WS-SCAN-MONTH TO DDR-MONTH-OUT
           MOVE WS-MONTH-DAYS TO DDR-DAYS-OUT
           MOVE WS-MONTH-HDD TO DDR-HDD-OUT
           MOVE WS-MONTH-CDD TO DDR-CDD-OUT
           MOVE WS-PRIOR-HDD-AVG TO DDR-PRIOR-HDD-OUT
           MOVE WS-PRIOR-CDD-AVG TO DDR-PRIOR-CDD-OUT
           MOVE WS-PRIOR-YEARS TO DDR-PRIOR-YEARS-OUT
           MOVE MONTH-DETAIL-LINE TO DEGREE-REPORT-LINE
           WRITE DEGREE-REPORT-LINE

           MOVE WS-SCAN-YEAR TO WS-SPAN-END-YEAR
           MOVE WS-SCAN-MONTH TO WS-SPAN-END-MONTH
           MOVE WS-HEAT-START TO WS-SPAN-START-MONTH
           PERFORM 0450-SUM-SPAN
           MOVE WS-SPAN-HDD TO WS-YEAR-HEAT-STD
           MOVE WS-COOL-START TO WS-SPAN-START-MONTH
           PERFORM 0450-SUM-SPAN
           MOVE WS-SPAN-CDD TO WS-YEAR-COOL-STD

           MOVE SPACES TO DEGREE-EXTRACT-RECORD
           MOVE WS-RPT-STATION TO DDX-STATION
           MOVE WS-SCAN-YM TO DDX-YEAR-MONTH
           MOVE WS-UNIT TO DDX-UNIT
           MOVE WS-BASE-TEMP TO DDX-BASE
           MOVE WS-MONTH-DAYS TO DDX-DAYS
           MOVE WS-MONTH-HDD TO DDX-HDD
           MOVE WS-MONTH-CDD TO DDX-CDD
           MOVE WS-YEAR-HEAT-STD TO DDX-HDD-SEASON
           MOVE WS-YEAR-COOL-STD TO DDX-CDD-SEASON
           MOVE WS-PRIOR-HDD-AVG TO DDX-HDD-PRIOR
           MOVE WS-PRIOR-CDD-AVG TO DDX-CDD-PRIOR
           WRITE DEGREE-EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-COUNT.

      *----------------------------------------------------------------
      * Season-to-date for the season ending the given number of
      * years before the report month: heating from the heating
      * season's start, cooling from the cooling season's start,
      * both through the same month. Earlier seasons with no readings
      * in the span are left off rather than shown as zero.
      *----------------------------------------------------------------
       0430-PRINT-ONE-SEASON.
           COMPUTE WS-SPAN-END-YEAR = WS-REPORT-YEAR - WS-YEARS-BACK
           MOVE WS-REPORT-MONTH TO WS-SPAN-END-MONTH
           MOVE WS-HEAT-START TO WS-SPAN-START-MONTH
           PERFORM 0450-SUM-SPAN
           MOVE WS-SPAN-HDD TO WS-YEAR-HEAT-STD
           MOVE WS-SPAN-DAYS TO WS-YEAR-STD-DAYS
           MOVE WS-COOL-START TO WS-SPAN-START-MONTH
           PERFORM 0450-SUM-SPAN
           MOVE WS-SPAN-CDD TO WS-YEAR-COOL-STD
           ADD WS-SPAN-DAYS TO WS-YEAR-STD-DAYS
           IF WS-YEARS-BACK = ZERO
               MOVE WS-YEAR-HEAT-STD TO WS-CUR-HEAT-STD
               MOVE WS-YEAR-COOL-STD TO WS-CUR-COOL-STD
           END-IF
           IF WS-YEARS-BACK = ZERO OR WS-YEAR-STD-DAYS > ZERO
               MOVE WS-SPAN-END-YEAR TO WS-SL-YEAR
               MOVE WS-SEASON-LABEL TO DDS-LABEL-OUT
               MOVE WS-YEAR-HEAT-STD TO DDS-HDD-OUT
               MOVE WS-YEAR-COOL-STD TO DDS-CDD-OUT
               IF WS-YEARS-BACK = ZERO
                   MOVE ZERO TO DDS-HDD-DIFF-OUT
                   MOVE ZERO TO DDS-CDD-DIFF-OUT
               ELSE
                   COMPUTE WS-STD-DIFF =
                       WS-CUR-HEAT-STD - WS-YEAR-HEAT-STD
                   MOVE WS-STD-DIFF TO DDS-HDD-DIFF-OUT
                   COMPUTE WS-STD-DIFF =
                       WS-CUR-COOL-STD - WS-YEAR-COOL-STD
                   MOVE WS-STD-DIFF TO DDS-CDD-DIFF-OUT
                   ADD WS-YEAR-HEAT-STD TO WS-STD-HDD-SUM
                   ADD WS-YEAR-COOL-STD TO WS-STD-CDD-SUM
                   ADD 1 TO WS-STD-YEARS
               END-IF
               MOVE SEASON-DETAIL-LINE TO DEGREE-REPORT-LINE
               WRITE DEGREE-REPORT-LINE
           END-IF.

      *----------------------------------------------------------------
      * Sums the station's accumulators from the season start month
      * through the span end. A season starting in a later calendar
      * month than the end month began the year before.
      *----------------------------------------------------------------
       0450-SUM-SPAN.
           IF WS-SPAN-END-MONTH < WS-SPAN-START-MONTH
               COMPUTE WS-SPAN-START-YM =
                   (WS-SPAN-END-YEAR - 1) * 100 + WS-SPAN-START-MONTH
           ELSE
               COMPUTE WS-SPAN-START-YM =
                   WS-SPAN-END-YEAR * 100 + WS-SPAN-START-MONTH
           END-IF
           COMPUTE WS-SPAN-END-YM =
               WS-SPAN-END-YEAR * 100 + WS-SPAN-END-MONTH
           MOVE ZERO TO WS-SPAN-HDD
           MOVE ZERO TO WS-SPAN-CDD
           MOVE ZERO TO WS-SPAN-DAYS
           SET ACC-IDX TO 1
           PERFORM UNTIL ACC-IDX > WS-ACC-COUNT
               IF ACC-STATION(ACC-IDX) = WS-RPT-STATION
                   COMPUTE WS-ACC-YM =
                       ACC-YEAR(ACC-IDX) * 100 + ACC-MONTH(ACC-IDX)
                   IF WS-ACC-YM NOT < WS-SPAN-START-YM
                       AND WS-ACC-YM NOT > WS-SPAN-END-YM
                       ADD ACC-HDD(ACC-IDX) TO WS-SPAN-HDD
                       ADD ACC-CDD(ACC-IDX) TO WS-SPAN-CDD
                       ADD ACC-DAYS(ACC-IDX) TO WS-SPAN-DAYS
                   END-IF
               END-IF
               SET ACC-IDX UP BY 1
           END-PERFORM.

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
           MOVE "DEGREEDAY" TO WS-JL-JOB-NAME
           MOVE WS-JOBLOG-START-TIME TO WS-JL-START-TIME-OUT
           MOVE WS-JOBLOG-END-TIME TO WS-JL-END-TIME-OUT
           MOVE WS-READINGS-READ TO WS-JL-RECORD-COUNT-OUT
           MOVE WS-JOBLOG-RUN-STATUS TO WS-JL-STATUS-OUT
           MOVE WS-JOBLOG-RECORD-AREA TO JOBLOG-RECORD
           WRITE JOBLOG-RECORD
           CLOSE JOBLOGFILE.

       END PROGRAM DEGREEDAY.
