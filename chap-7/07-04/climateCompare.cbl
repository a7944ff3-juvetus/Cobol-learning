      *----------------------------------------------------------------
      * Deviation threshold in whole and tenth degrees: a month whose
      * latest-year average strays further than this from the
      * all-years average is flagged. INCLUDE-EST is Y (default) to
      * count gap-fill estimates in the averages, N to leave them out.
      *----------------------------------------------------------------
       FD CLIMATE-PARM-FILE.
       01 CLIMATE-PARM-RECORD.
           02 CPARM-THRESHOLD   PIC 99V9.
           02 FILLER            PIC X(1).
           02 CPARM-INCLUDE-EST PIC X(1).

       FD COMPARE-REPORT-FILE.
       01 COMPARE-REPORT-LINE PIC X(100).
       01 WS-ENTRY-EXCLUDED PIC X VALUE 'N'.
           88 ENTRY-EXCLUDED VALUE 'Y'.

       01 WS-ESTIMATE-FLAG PIC X VALUE 'E'.
       01 WS-SUSPECT-FLAG  PIC X VALUE 'Q'.
       01 WS-INCLUDE-ESTIMATES PIC X VALUE 'Y'.
           88 INCLUDE-ESTIMATES VALUE 'Y'.

       01 WS-DEVIATION-THRESHOLD PIC 99V9 VALUE 2.0.

       01 WS-READINGS-READ   PIC 9(6) VALUE ZERO.
                           MOVE CPARM-THRESHOLD
                               TO WS-DEVIATION-THRESHOLD
                       END-IF
                       IF CPARM-INCLUDE-EST = 'Y'
                           OR CPARM-INCLUDE-EST = 'N'
                           MOVE CPARM-INCLUDE-EST
                               TO WS-INCLUDE-ESTIMATES
                       END-IF
               END-READ
               CLOSE CLIMATE-PARM-FILE
           END-IF.
      *----------------------------------------------------------------
      * A reading is excluded when any of its six VALEUR flags is one
      * of the codes in the exclusion control - the same rule the
      * monthly averages apply - when a reviewer has marked it
      * suspect after the neighbor check, or when it is a gap-fill
      * estimate and estimates are not wanted.
      *----------------------------------------------------------------
       0210-CHECK-ENTRY-EXCLUDED.
           MOVE 'N' TO WS-ENTRY-EXCLUDED
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

       0220-FOLD-INTO-ACCUMULATOR.
