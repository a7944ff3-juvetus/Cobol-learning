      *----------------------------------------------------------------
      * Minimum acceptable percent coverage: a month below this is
      * flagged as too thin to publish a monthly average from.
      * INCLUDE-EST is N (default) to treat a gap-fill estimate as
      * a missing day, Y to count it as present.
      *----------------------------------------------------------------
       FD COVERAGE-PARM-FILE.
       01 COVERAGE-PARM-RECORD.
           02 CVPARM-MIN-PCT     PIC 9(3).
           02 FILLER             PIC X(1).
           02 CVPARM-INCLUDE-EST PIC X(1).

       FD COVERAGE-REPORT-FILE.
       01 COVERAGE-REPORT-LINE PIC X(100).
           88 END-OF-REPO VALUE 'Y'.

       01 WS-MIN-COVERAGE-PCT PIC 9(3) VALUE 90.
       01 WS-ESTIMATE-FLAG PIC X VALUE 'E'.
       01 WS-INCLUDE-ESTIMATES PIC X VALUE 'N'.
           88 INCLUDE-ESTIMATES VALUE 'Y'.
       01 WS-ESTIMATES-SKIPPED PIC 9(6) VALUE ZERO.

       01 WS-READINGS-READ  PIC 9(6) VALUE ZERO.
       01 WS-MONTHS-CHECKED PIC 9(4) VALUE ZERO.
           DISPLAY "Station-months:        " WS-MONTHS-CHECKED
           DISPLAY "Months below coverage: " WS-MONTHS-FLAGGED
           DISPLAY "Missing dates total:   " WS-MISSING-TOTAL
           DISPLAY "Estimates not counted: " WS-ESTIMATES-SKIPPED
           STOP RUN.

       0110-READ-PARAMETERS.
                           MOVE CVPARM-MIN-PCT
                               TO WS-MIN-COVERAGE-PCT
                       END-IF
                       IF CVPARM-INCLUDE-EST = 'Y'
                           OR CVPARM-INCLUDE-EST = 'N'
                           MOVE CVPARM-INCLUDE-EST
                               TO WS-INCLUDE-ESTIMATES
                       END-IF
               END-READ
               CLOSE COVERAGE-PARM-FILE
           END-IF.
                   ADD 1 TO WS-READINGS-READ
                   MOVE REPO-DATE TO WS-REPO-DATE-SPLIT
                   PERFORM 0220-FIND-OR-ADD-MONTH
                   IF REPO-VALEUR-1 = WS-ESTIMATE-FLAG
                       AND NOT INCLUDE-ESTIMATES
                       ADD 1 TO WS-ESTIMATES-SKIPPED
                   ELSE
                       IF WS-COV-FOUND-IDX NOT = ZERO
                           AND WS-REPO-DAY >= 1
                           AND WS-REPO-DAY <= 31
                           SET COV-IDX TO WS-COV-FOUND-IDX
                           MOVE 'X' TO
                               COV-DAY-MAP(COV-IDX)(WS-REPO-DAY:1)
                       END-IF
                   END-IF
           END-READ.

