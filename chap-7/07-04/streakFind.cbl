      * Named events, one per line: the name that appears on the
      * report, the direction (A = at or above the threshold, B = at
      * or below it), the signed threshold temperature, and the
      * minimum run of consecutive days that counts as an event,
      * and whether a gap-fill estimate can count toward the streak
      * (Y, the default, or N to let an estimate break it) -
      * for example HEAT WAVE, A, +030, 003, Y.
      *----------------------------------------------------------------
       FD STREAK-PARM-FILE.
       01 STREAK-PARM-RECORD.
           02 SPARM-THRESH-MAG  PIC 9(3).
           02 FILLER            PIC X(1).
           02 SPARM-MIN-DAYS    PIC 9(3).
           02 FILLER            PIC X(1).
           02 SPARM-INCLUDE-EST PIC X(1).

       FD STREAK-REPORT-FILE.
       01 STREAK-REPORT-LINE PIC X(100).
       01 WS-ENTRY-FLAGS PIC X(6) VALUE SPACES.
       01 WS-ENTRY-EXCLUDED PIC X VALUE 'N'.
           88 ENTRY-EXCLUDED VALUE 'Y'.
       01 WS-ENTRY-ESTIMATED PIC X VALUE 'N'.
           88 ENTRY-ESTIMATED VALUE 'Y'.
       01 WS-ESTIMATE-FLAG PIC X VALUE 'E'.
       01 WS-SUSPECT-FLAG  PIC X VALUE 'Q'.

      *----------------------------------------------------------------
      * The named events, with each one's open-streak state for the
               10 EVT-DIRECTION  PIC X(1).
               10 EVT-THRESHOLD  PIC S9(3).
               10 EVT-MIN-DAYS   PIC 9(3).
               10 EVT-INCLUDE-EST PIC X(1).
               10 EVT-OPEN       PIC X(1).
               10 EVT-START-DATE PIC 9(8).
               10 EVT-PREV-INT   PIC 9(7).
                   MOVE SPARM-THRESH-MAG TO EVT-THRESHOLD(EVT-IDX)
               END-IF
               MOVE SPARM-MIN-DAYS TO EVT-MIN-DAYS(EVT-IDX)
               IF SPARM-INCLUDE-EST = 'N'
                   MOVE 'N' TO EVT-INCLUDE-EST(EVT-IDX)
               ELSE
                   MOVE 'Y' TO EVT-INCLUDE-EST(EVT-IDX)
               END-IF
               MOVE 'N' TO EVT-OPEN(EVT-IDX)
               MOVE ZERO TO EVT-LENGTH(EVT-IDX)
           ELSE
                       PERFORM 0300-CLOSE-ALL-STREAKS
                   ELSE
                       PERFORM 0220-CONVERT-TEMPERATURE
                       IF REPO-VALEUR-1 = WS-ESTIMATE-FLAG
                           MOVE 'Y' TO WS-ENTRY-ESTIMATED
                       ELSE
                           MOVE 'N' TO WS-ENTRY-ESTIMATED
                       END-IF
                       COMPUTE WS-DATE-INT =
                           FUNCTION INTEGER-OF-DATE(REPO-DATE)
                       PERFORM 0230-TRACK-ONE-EVENT
      *----------------------------------------------------------------
      * A reading is excluded when any of its six VALEUR flags is one
      * of the codes in the exclusion control - the same rule the
      * monthly averages apply - or when a reviewer has marked it
      * suspect after the neighbor check.
      *----------------------------------------------------------------
       0210-CHECK-ENTRY-EXCLUDED.
           MOVE 'N' TO WS-ENTRY-EXCLUDED
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

       0220-CONVERT-TEMPERATURE.
                   MOVE 'Y' TO WS-QUALIFIES
               END-IF
           END-IF
           IF ENTRY-ESTIMATED AND EVT-INCLUDE-EST(EVT-IDX) = 'N'
               MOVE 'N' TO WS-QUALIFIES
           END-IF

           IF READING-QUALIFIES
               IF EVT-OPEN(EVT-IDX) = 'Y'
