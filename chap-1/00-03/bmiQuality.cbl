       IDENTIFICATION DIVISION.
       PROGRAM-ID. BMIQUALITY.
      *BMI screening quality measure: the share of eligible adult
      *patients with a BMI recorded in the reporting period, and of
      *those out of the normal range, how many were followed up -
      *by provider, with an exclusion listing and a patient-level
      *detail file to audit the counts against.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT QMPARMFILE ASSIGN TO "QMPARM.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.

       SELECT PATMASTFILE ASSIGN TO "PATMASTER.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PATMAST-STATUS.

       SELECT PROVIDERFILE ASSIGN TO "PROVIDERS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROVIDER-STATUS.

       SELECT BMIHISTFILE ASSIGN TO "BMIHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HIST-STATUS.

       SELECT RECALLFILE ASSIGN TO "RECALLS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RECALL-STATUS.

       SELECT QMREPORTFILE ASSIGN TO "QUALITYMEASURE.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT QMDETAILFILE ASSIGN TO "QUALITYDETAIL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * Reporting period and the minimum age, on the period start
      * date, for a patient to count in the denominator. A missing or
      * unusable period defaults to the current year to date.
      *----------------------------------------------------------------
       FD QMPARMFILE.
       01 QM-PARM-RECORD.
          05 QPARM-FROM-DATE PIC 9(8).
          05 FILLER          PIC X(1).
          05 QPARM-TO-DATE   PIC 9(8).
          05 FILLER          PIC X(1).
          05 QPARM-MIN-AGE   PIC 9(3).

       FD PATMASTFILE.
       01 PATIENT-MASTER-RECORD.
          05 PM-PAT-ID      PIC X(10).
          05 FILLER         PIC X(1).
          05 PM-NAME        PIC X(25).
          05 FILLER         PIC X(1).
          05 PM-DOB         PIC 9(8).
          05 FILLER         PIC X(1).
          05 PM-SEX         PIC X(1).
          05 FILLER         PIC X(1).
          05 PM-PHONE       PIC X(12).
          05 FILLER         PIC X(1).
          05 PM-PROVIDER-ID PIC X(5).
          05 FILLER         PIC X(1).
          05 PM-STATUS      PIC X(1).
          05 FILLER         PIC X(1).
          05 PM-MERGED-INTO PIC X(10).

       FD PROVIDERFILE.
       01 PROVIDER-RECORD.
          05 PRV-ID     PIC X(5).
          05 FILLER     PIC X(1).
          05 PRV-NAME   PIC X(25).
          05 FILLER     PIC X(1).
          05 PRV-STATUS PIC X(1).

       FD BMIHISTFILE.
       01 BMI-HIST-RECORD.
          05 HIST-PAT-ID   PIC X(10).
          05 FILLER        PIC X(1).
          05 HIST-DATE     PIC 9(8).
          05 FILLER        PIC X(1).
          05 HIST-BMI      PIC 999V99.
          05 FILLER        PIC X(1).
          05 HIST-CATEGORY PIC X(15).

       FD RECALLFILE.
       01 RECALL-RECORD.
          05 RCL-PAT-ID  PIC X(10).
          05 FILLER      PIC X(1).
          05 RCL-DATE    PIC 9(8).
          05 FILLER      PIC X(1).
          05 RCL-REASON  PIC X(30).

       FD QMREPORTFILE.
       01 QM-REPORT-LINE PIC X(100).

      *----------------------------------------------------------------
      * One detail record per patient on the master: whether they
      * were eligible (or why not), whether screened and with what
      * reading, whether out of range, and how they were followed up
      * (R a recall, V a later visit).
      *----------------------------------------------------------------
       FD QMDETAILFILE.
       01 QM-DETAIL-RECORD.
          05 QMD-PAT-ID       PIC X(10).
          05 FILLER           PIC X(1).
          05 QMD-PROVIDER-ID  PIC X(5).
          05 FILLER           PIC X(1).
          05 QMD-AGE          PIC 9(3).
          05 FILLER           PIC X(1).
          05 QMD-ELIGIBLE     PIC X(1).
          05 FILLER           PIC X(1).
          05 QMD-SCREENED     PIC X(1).
          05 FILLER           PIC X(1).
          05 QMD-READING-DATE PIC 9(8).
          05 FILLER           PIC X(1).
          05 QMD-BMI          PIC 999V99.
          05 FILLER           PIC X(1).
          05 QMD-OUT-OF-RANGE PIC X(1).
          05 FILLER           PIC X(1).
          05 QMD-FOLLOWED-UP  PIC X(1).
          05 FILLER           PIC X(1).
          05 QMD-FOLLOW-TYPE  PIC X(1).
          05 FILLER           PIC X(1).
          05 QMD-EXCLUSION    PIC X(25).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS     PIC XX VALUE '00'.
       01 WS-PATMAST-STATUS  PIC XX VALUE '00'.
       01 WS-PROVIDER-STATUS PIC XX VALUE '00'.
       01 WS-HIST-STATUS     PIC XX VALUE '00'.
       01 WS-RECALL-STATUS   PIC XX VALUE '00'.

       01 WS-PATMAST-EOF PIC X VALUE 'N'.
          88 END-OF-PATMAST VALUE 'Y'.
       01 WS-PROVIDER-EOF PIC X VALUE 'N'.
          88 END-OF-PROVIDERS VALUE 'Y'.
       01 WS-HIST-EOF PIC X VALUE 'N'.
          88 END-OF-HIST-FILE VALUE 'Y'.
       01 WS-RECALL-EOF PIC X VALUE 'N'.
          88 END-OF-RECALLS VALUE 'Y'.

       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
          05 WS-RUN-YEAR  PIC 9(4).
          05 WS-RUN-MONTH PIC 9(2).
          05 WS-RUN-DAY   PIC 9(2).

       01 WS-PERIOD-FROM PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-FROM-SPLIT REDEFINES WS-PERIOD-FROM.
          05 WS-FROM-YEAR  PIC 9(4).
          05 WS-FROM-MONTH PIC 9(2).
          05 WS-FROM-DAY   PIC 9(2).
       01 WS-PERIOD-TO  PIC 9(8) VALUE ZERO.
       01 WS-MIN-AGE    PIC 9(3) VALUE 18.

      *----------------------------------------------------------------
      * Normal adult BMI range - a reading below the low bound or at
      * or above the high bound is out of range, the same cutoffs
      * BMICALCULATOR classifies against.
      *----------------------------------------------------------------
       01 WS-NORMAL-LOW  PIC 999V99 VALUE 18.50.
       01 WS-NORMAL-HIGH PIC 999V99 VALUE 25.00.

      *----------------------------------------------------------------
      * Patient master with the per-patient measure results built up
      * over the history and recall passes.
      *----------------------------------------------------------------
       01 WS-PM-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PM-TABLE-MAX PIC 9(3) VALUE 500.
       01 WS-PM-TABLE.
          05 WS-PM-ENTRY OCCURS 500 TIMES INDEXED BY PM-IDX.
             10 PM-TAB-PAT-ID      PIC X(10).
             10 PM-TAB-NAME        PIC X(25).
             10 PM-TAB-DOB         PIC 9(8).
             10 PM-TAB-PROVIDER-ID PIC X(5).
             10 PM-TAB-STATUS      PIC X(1).
             10 PM-TAB-MERGED-INTO PIC X(10).
             10 PM-TAB-AGE         PIC 9(3).
             10 PM-TAB-EXCLUSION   PIC X(25).
             10 PM-TAB-READING-DATE PIC 9(8).
             10 PM-TAB-READING-BMI  PIC 999V99.
             10 PM-TAB-LAST-VISIT   PIC 9(8).
             10 PM-TAB-LAST-RECALL  PIC 9(8).
       01 WS-PM-FOUND-IDX PIC 9(3) VALUE ZERO.
       01 WS-PM-LOOKUP-ID PIC X(10) VALUE SPACES.

       01 WS-PRV-COUNT PIC 9(2) VALUE ZERO.
       01 WS-PRV-TABLE-MAX PIC 9(2) VALUE 50.
       01 WS-PRV-TABLE.
          05 WS-PRV-ENTRY OCCURS 50 TIMES INDEXED BY PRV-IDX.
             10 PRV-TAB-ID   PIC X(5).
             10 PRV-TAB-NAME PIC X(25).

       01 WS-PST-COUNT PIC 9(2) VALUE ZERO.
       01 WS-PST-TABLE-MAX PIC 9(2) VALUE 51.
       01 WS-PST-TABLE.
          05 WS-PST-ENTRY OCCURS 51 TIMES INDEXED BY PST-IDX.
             10 PST-PROVIDER-ID  PIC X(5).
             10 PST-ELIGIBLE     PIC 9(5).
             10 PST-SCREENED     PIC 9(5).
             10 PST-OUT-OF-RANGE PIC 9(5).
             10 PST-FOLLOWED-UP  PIC 9(5).
       01 WS-PST-FOUND-IDX PIC 9(2) VALUE ZERO.
       01 WS-PST-LOOKUP-ID PIC X(5) VALUE SPACES.

       01 WS-TOTALS.
          05 WS-TOT-ELIGIBLE     PIC 9(5) VALUE ZERO.
          05 WS-TOT-SCREENED     PIC 9(5) VALUE ZERO.
          05 WS-TOT-OUT-OF-RANGE PIC 9(5) VALUE ZERO.
          05 WS-TOT-FOLLOWED-UP  PIC 9(5) VALUE ZERO.
          05 WS-TOT-EXCLUDED     PIC 9(5) VALUE ZERO.
       01 WS-SCREEN-PCT PIC 9(3)V9 VALUE ZERO.
       01 WS-FOLLOW-PCT PIC 9(3)V9 VALUE ZERO.

       01 WS-PATIENT-FLAGS.
          05 WS-SCREENED-FLAG     PIC X(1).
             88 PATIENT-SCREENED VALUE 'Y'.
          05 WS-OUT-OF-RANGE-FLAG PIC X(1).
             88 PATIENT-OUT-OF-RANGE VALUE 'Y'.
          05 WS-FOLLOWED-UP-FLAG  PIC X(1).
             88 PATIENT-FOLLOWED-UP VALUE 'Y'.
          05 WS-FOLLOW-TYPE       PIC X(1).

       01 WS-DOB-SPLIT.
          05 WS-DOB-YEAR  PIC 9(4).
          05 WS-DOB-MONTH PIC 9(2).
          05 WS-DOB-DAY   PIC 9(2).

       01 QM-HEADING-1 PIC X(100)
          VALUE "BMI SCREENING AND FOLLOW-UP QUALITY MEASURE".
       01 QM-HEADING-2 PIC X(100) VALUE ALL "=".
       01 QM-PERIOD-LINE.
          05 FILLER         PIC X(8) VALUE "PERIOD: ".
          05 QP-FROM-OUT    PIC 9(8).
          05 FILLER         PIC X(4) VALUE " TO ".
          05 QP-TO-OUT      PIC 9(8).
          05 FILLER         PIC X(16) VALUE "   MINIMUM AGE: ".
          05 QP-MIN-AGE-OUT PIC ZZ9.
          05 FILLER         PIC X(13) VALUE "   RUN DATE: ".
          05 QP-RUN-OUT     PIC 9(8).
       01 QM-COLUMN-LINE.
          05 FILLER PIC X(7)  VALUE "PROV".
          05 FILLER PIC X(27) VALUE "NAME".
          05 FILLER PIC X(10) VALUE "ELIGIBLE".
          05 FILLER PIC X(10) VALUE "SCREENED".
          05 FILLER PIC X(8)  VALUE "SCRN%".
          05 FILLER PIC X(8)  VALUE "OUT RNG".
          05 FILLER PIC X(10) VALUE "FOLLOW-UP".
          05 FILLER PIC X(6)  VALUE "FLWP%".
       01 QM-DETAIL-LINE.
          05 QDL-PROVIDER-OUT PIC X(5).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 QDL-NAME-OUT     PIC X(25).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 QDL-ELIGIBLE-OUT PIC ZZZZ9.
          05 FILLER           PIC X(5) VALUE SPACES.
          05 QDL-SCREENED-OUT PIC ZZZZ9.
          05 FILLER           PIC X(4) VALUE SPACES.
          05 QDL-SCREEN-PCT   PIC ZZ9.9.
          05 FILLER           PIC X(4) VALUE SPACES.
          05 QDL-OUT-RNG-OUT  PIC ZZZZ9.
          05 FILLER           PIC X(5) VALUE SPACES.
          05 QDL-FOLLOW-OUT   PIC ZZZZ9.
          05 FILLER           PIC X(3) VALUE SPACES.
          05 QDL-FOLLOW-PCT   PIC ZZ9.9.

       01 EXCLUSION-HEADING PIC X(100)
          VALUE "PATIENTS EXCLUDED FROM THE DENOMINATOR".
       01 EXCLUSION-COLUMN-LINE.
          05 FILLER PIC X(12) VALUE "PATIENT".
          05 FILLER PIC X(27) VALUE "NAME".
          05 FILLER PIC X(7)  VALUE "PROV".
          05 FILLER PIC X(25) VALUE "REASON".
       01 EXCLUSION-DETAIL-LINE.
          05 EDL-PAT-OUT      PIC X(10).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 EDL-NAME-OUT     PIC X(25).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 EDL-PROVIDER-OUT PIC X(5).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 EDL-REASON-OUT   PIC X(25).
       01 QM-TOTAL-LINE.
          05 QT-LABEL     PIC X(26).
          05 QT-COUNT-OUT PIC ZZZZ9.

       PROCEDURE DIVISION.
       0100-QUALITY-RUN.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            PERFORM 0110-READ-PARAMETERS
            PERFORM 0150-LOAD-PATIENT-MASTER
            PERFORM 0160-LOAD-PROVIDERS
            IF WS-PM-COUNT = ZERO
               DISPLAY "PATMASTER.DAT absent ou vide - aucune mesure"
                  " possible."
               STOP RUN
            END-IF
            PERFORM 0170-LOAD-HISTORY
            PERFORM 0180-LOAD-RECALLS

            OPEN OUTPUT QMDETAILFILE
            PERFORM 0200-MEASURE-ONE-PATIENT
               VARYING PM-IDX FROM 1 BY 1
                  UNTIL PM-IDX > WS-PM-COUNT
            CLOSE QMDETAILFILE

            PERFORM 0400-PRINT-REPORT
            DISPLAY "Patients eligibles :  " WS-TOT-ELIGIBLE
            DISPLAY "Patients depistes :   " WS-TOT-SCREENED
            DISPLAY "Hors norme :          " WS-TOT-OUT-OF-RANGE
            DISPLAY "Avec suivi :          " WS-TOT-FOLLOWED-UP
            DISPLAY "Patients exclus :     " WS-TOT-EXCLUDED
            STOP RUN.

       0100-END.

       0110-READ-PARAMETERS.
            MOVE WS-RUN-DATE TO WS-PERIOD-FROM
            MOVE 1 TO WS-FROM-MONTH
            MOVE 1 TO WS-FROM-DAY
            MOVE WS-RUN-DATE TO WS-PERIOD-TO
            OPEN INPUT QMPARMFILE
            IF WS-PARM-STATUS = '00'
               READ QMPARMFILE
                  AT END CONTINUE
                  NOT AT END
                     IF QPARM-FROM-DATE IS NUMERIC
                        AND QPARM-TO-DATE IS NUMERIC
                        AND QPARM-FROM-DATE > ZERO
                        AND QPARM-TO-DATE >= QPARM-FROM-DATE
                        MOVE QPARM-FROM-DATE TO WS-PERIOD-FROM
                        MOVE QPARM-TO-DATE TO WS-PERIOD-TO
                     ELSE
                        DISPLAY "WARNING: QMPARM.DAT period invalid,"
                           " year to date used"
                     END-IF
                     IF QPARM-MIN-AGE IS NUMERIC
                        AND QPARM-MIN-AGE > ZERO
                        MOVE QPARM-MIN-AGE TO WS-MIN-AGE
                     END-IF
               END-READ
               CLOSE QMPARMFILE
            END-IF.

       0110-END.

       0150-LOAD-PATIENT-MASTER.
            OPEN INPUT PATMASTFILE
            IF WS-PATMAST-STATUS NOT = '00'
               SET END-OF-PATMAST TO TRUE
            END-IF
            PERFORM UNTIL END-OF-PATMAST
               READ PATMASTFILE
                  AT END SET END-OF-PATMAST TO TRUE
                  NOT AT END
                     IF WS-PM-COUNT < WS-PM-TABLE-MAX
                        ADD 1 TO WS-PM-COUNT
                        SET PM-IDX TO WS-PM-COUNT
                        MOVE PM-PAT-ID TO PM-TAB-PAT-ID(PM-IDX)
                        MOVE PM-NAME TO PM-TAB-NAME(PM-IDX)
                        MOVE PM-DOB TO PM-TAB-DOB(PM-IDX)
                        MOVE PM-PROVIDER-ID
                           TO PM-TAB-PROVIDER-ID(PM-IDX)
                        MOVE PM-STATUS TO PM-TAB-STATUS(PM-IDX)
                        MOVE PM-MERGED-INTO
                           TO PM-TAB-MERGED-INTO(PM-IDX)
                        MOVE ZERO TO PM-TAB-AGE(PM-IDX)
                           PM-TAB-READING-DATE(PM-IDX)
                           PM-TAB-READING-BMI(PM-IDX)
                           PM-TAB-LAST-VISIT(PM-IDX)
                           PM-TAB-LAST-RECALL(PM-IDX)
                        MOVE SPACES TO PM-TAB-EXCLUSION(PM-IDX)
                     ELSE
                        DISPLAY "WARNING: patient master table full"
                           " at " WS-PM-TABLE-MAX ", " PM-PAT-ID
                           " omitted"
                     END-IF
               END-READ
            END-PERFORM
            IF WS-PATMAST-STATUS = '00' OR WS-PATMAST-STATUS = '10'
               CLOSE PATMASTFILE
            END-IF.

       0150-END.

       0160-LOAD-PROVIDERS.
            OPEN INPUT PROVIDERFILE
            IF WS-PROVIDER-STATUS NOT = '00'
               SET END-OF-PROVIDERS TO TRUE
            END-IF
            PERFORM UNTIL END-OF-PROVIDERS
               READ PROVIDERFILE
                  AT END SET END-OF-PROVIDERS TO TRUE
                  NOT AT END
                     IF WS-PRV-COUNT < WS-PRV-TABLE-MAX
                        ADD 1 TO WS-PRV-COUNT
                        SET PRV-IDX TO WS-PRV-COUNT
                        MOVE PRV-ID TO PRV-TAB-ID(PRV-IDX)
                        MOVE PRV-NAME TO PRV-TAB-NAME(PRV-IDX)
                     ELSE
                        DISPLAY "WARNING: provider table full at "
                           WS-PRV-TABLE-MAX ", " PRV-ID " omitted"
                     END-IF
               END-READ
            END-PERFORM
            IF WS-PROVIDER-STATUS = '00' OR WS-PROVIDER-STATUS = '10'
               CLOSE PROVIDERFILE
            END-IF.

       0160-END.

      *----------------------------------------------------------------
      * One pass over the history keeps, per patient, the latest
      * reading inside the period (the one the range test uses) and
      * the latest visit on file at all (for the later-visit
      * follow-up test).
      *----------------------------------------------------------------
       0170-LOAD-HISTORY.
            OPEN INPUT BMIHISTFILE
            IF WS-HIST-STATUS NOT = '00'
               SET END-OF-HIST-FILE TO TRUE
            END-IF
            PERFORM UNTIL END-OF-HIST-FILE
               READ BMIHISTFILE
                  AT END SET END-OF-HIST-FILE TO TRUE
                  NOT AT END PERFORM 0175-FOLD-ONE-HISTORY
               END-READ
            END-PERFORM
            IF WS-HIST-STATUS = '00' OR WS-HIST-STATUS = '10'
               CLOSE BMIHISTFILE
            END-IF.

       0170-END.

       0175-FOLD-ONE-HISTORY.
            IF HIST-DATE IS NUMERIC AND HIST-BMI IS NUMERIC
               MOVE HIST-PAT-ID TO WS-PM-LOOKUP-ID
               PERFORM 0190-FIND-PATIENT-MASTER
               IF WS-PM-FOUND-IDX NOT = ZERO
                  SET PM-IDX TO WS-PM-FOUND-IDX
                  IF HIST-DATE > PM-TAB-LAST-VISIT(PM-IDX)
                     MOVE HIST-DATE TO PM-TAB-LAST-VISIT(PM-IDX)
                  END-IF
                  IF HIST-DATE >= WS-PERIOD-FROM
                     AND HIST-DATE <= WS-PERIOD-TO
                     AND HIST-DATE >= PM-TAB-READING-DATE(PM-IDX)
                     MOVE HIST-DATE TO PM-TAB-READING-DATE(PM-IDX)
                     MOVE HIST-BMI TO PM-TAB-READING-BMI(PM-IDX)
                  END-IF
               END-IF
            END-IF.

       0175-END.

       0180-LOAD-RECALLS.
            OPEN INPUT RECALLFILE
            IF WS-RECALL-STATUS NOT = '00'
               SET END-OF-RECALLS TO TRUE
            END-IF
            PERFORM UNTIL END-OF-RECALLS
               READ RECALLFILE
                  AT END SET END-OF-RECALLS TO TRUE
                  NOT AT END
                     IF RCL-DATE IS NUMERIC
                        MOVE RCL-PAT-ID TO WS-PM-LOOKUP-ID
                        PERFORM 0190-FIND-PATIENT-MASTER
                        IF WS-PM-FOUND-IDX NOT = ZERO
                           SET PM-IDX TO WS-PM-FOUND-IDX
                           IF RCL-DATE > PM-TAB-LAST-RECALL(PM-IDX)
                              MOVE RCL-DATE
                                 TO PM-TAB-LAST-RECALL(PM-IDX)
                           END-IF
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            IF WS-RECALL-STATUS = '00' OR WS-RECALL-STATUS = '10'
               CLOSE RECALLFILE
            END-IF.

       0180-END.

       0190-FIND-PATIENT-MASTER.
            MOVE ZERO TO WS-PM-FOUND-IDX
            SET PM-IDX TO 1
            PERFORM UNTIL PM-IDX > WS-PM-COUNT
               IF PM-TAB-PAT-ID(PM-IDX) = WS-PM-LOOKUP-ID
                  MOVE PM-IDX TO WS-PM-FOUND-IDX
                  SET PM-IDX TO WS-PM-COUNT
               END-IF
               SET PM-IDX UP BY 1
            END-PERFORM.

       0190-END.

      *----------------------------------------------------------------
      * One patient through the measure. Merged-away and inactivated
      * patients, a missing date of birth, and patients under the
      * minimum age on the period start are excluded; everyone else
      * is in the denominator. Screened means a reading in the
      * period; out of range is judged on the latest such reading,
      * and follow-up is a recall dated on or after it or any later
      * visit.
      *----------------------------------------------------------------
       0200-MEASURE-ONE-PATIENT.
            MOVE 'N' TO WS-SCREENED-FLAG
            MOVE 'N' TO WS-OUT-OF-RANGE-FLAG
            MOVE 'N' TO WS-FOLLOWED-UP-FLAG
            MOVE SPACE TO WS-FOLLOW-TYPE

            EVALUATE TRUE
               WHEN PM-TAB-STATUS(PM-IDX) = 'M'
                  MOVE "MERGED INTO" TO PM-TAB-EXCLUSION(PM-IDX)
                  MOVE PM-TAB-MERGED-INTO(PM-IDX)
                     TO PM-TAB-EXCLUSION(PM-IDX)(13:10)
               WHEN PM-TAB-STATUS(PM-IDX) = 'I'
                  MOVE "INACTIVE ON MASTER" TO PM-TAB-EXCLUSION(PM-IDX)
               WHEN OTHER
                  PERFORM 0210-COMPUTE-AGE
            END-EVALUATE

            IF PM-TAB-EXCLUSION(PM-IDX) = SPACES
               MOVE PM-TAB-PROVIDER-ID(PM-IDX) TO WS-PST-LOOKUP-ID
               PERFORM 0250-FIND-PROVIDER-STATS
               SET PST-IDX TO WS-PST-FOUND-IDX
               ADD 1 TO PST-ELIGIBLE(PST-IDX)
               ADD 1 TO WS-TOT-ELIGIBLE
               IF PM-TAB-READING-DATE(PM-IDX) > ZERO
                  MOVE 'Y' TO WS-SCREENED-FLAG
                  ADD 1 TO PST-SCREENED(PST-IDX)
                  ADD 1 TO WS-TOT-SCREENED
                  IF PM-TAB-READING-BMI(PM-IDX) < WS-NORMAL-LOW
                     OR PM-TAB-READING-BMI(PM-IDX) >= WS-NORMAL-HIGH
                     MOVE 'Y' TO WS-OUT-OF-RANGE-FLAG
                     ADD 1 TO PST-OUT-OF-RANGE(PST-IDX)
                     ADD 1 TO WS-TOT-OUT-OF-RANGE
                     PERFORM 0220-CHECK-FOLLOW-UP
                     IF PATIENT-FOLLOWED-UP
                        ADD 1 TO PST-FOLLOWED-UP(PST-IDX)
                        ADD 1 TO WS-TOT-FOLLOWED-UP
                     END-IF
                  END-IF
               END-IF
            ELSE
               ADD 1 TO WS-TOT-EXCLUDED
            END-IF
            PERFORM 0230-WRITE-DETAIL.

       0200-END.

       0210-COMPUTE-AGE.
            MOVE PM-TAB-DOB(PM-IDX) TO WS-DOB-SPLIT
            IF WS-DOB-SPLIT IS NUMERIC AND PM-TAB-DOB(PM-IDX) > ZERO
               AND PM-TAB-DOB(PM-IDX) <= WS-PERIOD-FROM
               COMPUTE PM-TAB-AGE(PM-IDX) = WS-FROM-YEAR - WS-DOB-YEAR
               IF WS-FROM-MONTH < WS-DOB-MONTH
                  OR (WS-FROM-MONTH = WS-DOB-MONTH
                     AND WS-FROM-DAY < WS-DOB-DAY)
                  SUBTRACT 1 FROM PM-TAB-AGE(PM-IDX)
               END-IF
               IF PM-TAB-AGE(PM-IDX) < WS-MIN-AGE
                  MOVE "UNDER MINIMUM AGE" TO PM-TAB-EXCLUSION(PM-IDX)
               END-IF
            ELSE
               MOVE "DOB MISSING OR INVALID" TO PM-TAB-EXCLUSION(PM-IDX)
            END-IF.

       0210-END.

       0220-CHECK-FOLLOW-UP.
            IF PM-TAB-LAST-RECALL(PM-IDX) > ZERO
               AND PM-TAB-LAST-RECALL(PM-IDX)
                  >= PM-TAB-READING-DATE(PM-IDX)
               MOVE 'Y' TO WS-FOLLOWED-UP-FLAG
               MOVE 'R' TO WS-FOLLOW-TYPE
            ELSE
               IF PM-TAB-LAST-VISIT(PM-IDX)
                  > PM-TAB-READING-DATE(PM-IDX)
                  MOVE 'Y' TO WS-FOLLOWED-UP-FLAG
                  MOVE 'V' TO WS-FOLLOW-TYPE
               END-IF
            END-IF.

       0220-END.

       0230-WRITE-DETAIL.
            MOVE SPACES TO QM-DETAIL-RECORD
            MOVE PM-TAB-PAT-ID(PM-IDX) TO QMD-PAT-ID
            MOVE PM-TAB-PROVIDER-ID(PM-IDX) TO QMD-PROVIDER-ID
            MOVE PM-TAB-AGE(PM-IDX) TO QMD-AGE
            IF PM-TAB-EXCLUSION(PM-IDX) = SPACES
               MOVE 'Y' TO QMD-ELIGIBLE
            ELSE
               MOVE 'N' TO QMD-ELIGIBLE
            END-IF
            MOVE WS-SCREENED-FLAG TO QMD-SCREENED
            MOVE PM-TAB-READING-DATE(PM-IDX) TO QMD-READING-DATE
            MOVE PM-TAB-READING-BMI(PM-IDX) TO QMD-BMI
            MOVE WS-OUT-OF-RANGE-FLAG TO QMD-OUT-OF-RANGE
            MOVE WS-FOLLOWED-UP-FLAG TO QMD-FOLLOWED-UP
            MOVE WS-FOLLOW-TYPE TO QMD-FOLLOW-TYPE
            MOVE PM-TAB-EXCLUSION(PM-IDX) TO QMD-EXCLUSION
            WRITE QM-DETAIL-RECORD.

       0230-END.

      *----------------------------------------------------------------
      * Finds, or adds, the measure entry for a provider id. The
      * table has one slot more than the provider master, for the
      * patients with no provider assigned.
      *----------------------------------------------------------------
       0250-FIND-PROVIDER-STATS.
            MOVE ZERO TO WS-PST-FOUND-IDX
            SET PST-IDX TO 1
            PERFORM UNTIL PST-IDX > WS-PST-COUNT
               IF PST-PROVIDER-ID(PST-IDX) = WS-PST-LOOKUP-ID
                  MOVE PST-IDX TO WS-PST-FOUND-IDX
                  SET PST-IDX TO WS-PST-COUNT
               END-IF
               SET PST-IDX UP BY 1
            END-PERFORM
            IF WS-PST-FOUND-IDX = ZERO
               IF WS-PST-COUNT < WS-PST-TABLE-MAX
                  ADD 1 TO WS-PST-COUNT
                  MOVE WS-PST-COUNT TO WS-PST-FOUND-IDX
                  SET PST-IDX TO WS-PST-COUNT
                  MOVE WS-PST-LOOKUP-ID TO PST-PROVIDER-ID(PST-IDX)
                  MOVE ZERO TO PST-ELIGIBLE(PST-IDX)
                     PST-SCREENED(PST-IDX) PST-OUT-OF-RANGE(PST-IDX)
                     PST-FOLLOWED-UP(PST-IDX)
               ELSE
                  DISPLAY "WARNING: provider measure table full, "
                     WS-PST-LOOKUP-ID " counted with the last entry"
                  MOVE WS-PST-COUNT TO WS-PST-FOUND-IDX
               END-IF
            END-IF.

       0250-END.

       0400-PRINT-REPORT.
            OPEN OUTPUT QMREPORTFILE
            MOVE QM-HEADING-1 TO QM-REPORT-LINE
            WRITE QM-REPORT-LINE
            MOVE QM-HEADING-2 TO QM-REPORT-LINE
            WRITE QM-REPORT-LINE
            MOVE WS-PERIOD-FROM TO QP-FROM-OUT
            MOVE WS-PERIOD-TO TO QP-TO-OUT
            MOVE WS-MIN-AGE TO QP-MIN-AGE-OUT
            MOVE WS-RUN-DATE TO QP-RUN-OUT
            MOVE QM-PERIOD-LINE TO QM-REPORT-LINE
            WRITE QM-REPORT-LINE
            MOVE SPACES TO QM-REPORT-LINE
            WRITE QM-REPORT-LINE
            MOVE QM-COLUMN-LINE TO QM-REPORT-LINE
            WRITE QM-REPORT-LINE
            PERFORM 0410-PRINT-ONE-PROVIDER
               VARYING PST-IDX FROM 1 BY 1
                  UNTIL PST-IDX > WS-PST-COUNT

            MOVE "TOTAL" TO QDL-PROVIDER-OUT
            MOVE SPACES TO QDL-NAME-OUT
            MOVE WS-TOT-ELIGIBLE TO QDL-ELIGIBLE-OUT
            MOVE WS-TOT-SCREENED TO QDL-SCREENED-OUT
            MOVE WS-TOT-OUT-OF-RANGE TO QDL-OUT-RNG-OUT
            MOVE WS-TOT-FOLLOWED-UP TO QDL-FOLLOW-OUT
            MOVE ZERO TO WS-SCREEN-PCT WS-FOLLOW-PCT
            IF WS-TOT-ELIGIBLE > ZERO
               COMPUTE WS-SCREEN-PCT ROUNDED =
                  WS-TOT-SCREENED * 100 / WS-TOT-ELIGIBLE
            END-IF
            IF WS-TOT-OUT-OF-RANGE > ZERO
               COMPUTE WS-FOLLOW-PCT ROUNDED =
                  WS-TOT-FOLLOWED-UP * 100 / WS-TOT-OUT-OF-RANGE
            END-IF
            MOVE WS-SCREEN-PCT TO QDL-SCREEN-PCT
            MOVE WS-FOLLOW-PCT TO QDL-FOLLOW-PCT
            MOVE SPACES TO QM-REPORT-LINE
            WRITE QM-REPORT-LINE
            MOVE QM-DETAIL-LINE TO QM-REPORT-LINE
            WRITE QM-REPORT-LINE

            MOVE SPACES TO QM-REPORT-LINE
            WRITE QM-REPORT-LINE
            MOVE EXCLUSION-HEADING TO QM-REPORT-LINE
            WRITE QM-REPORT-LINE
            MOVE EXCLUSION-COLUMN-LINE TO QM-REPORT-LINE
            WRITE QM-REPORT-LINE
            PERFORM 0420-PRINT-ONE-EXCLUSION
               VARYING PM-IDX FROM 1 BY 1
                  UNTIL PM-IDX > WS-PM-COUNT
            MOVE SPACES TO QM-REPORT-LINE
            WRITE QM-REPORT-LINE
            MOVE "  PATIENTS EXCLUDED:      " TO QT-LABEL
            MOVE WS-TOT-EXCLUDED TO QT-COUNT-OUT
            MOVE QM-TOTAL-LINE TO QM-REPORT-LINE
            WRITE QM-REPORT-LINE
            CLOSE QMREPORTFILE.

       0400-END.

       0410-PRINT-ONE-PROVIDER.
            MOVE PST-PROVIDER-ID(PST-IDX) TO QDL-PROVIDER-OUT
            MOVE "(NOT ON PROVIDER FILE)" TO QDL-NAME-OUT
            IF PST-PROVIDER-ID(PST-IDX) = SPACES
               MOVE "(NO PROVIDER ASSIGNED)" TO QDL-NAME-OUT
            END-IF
            SET PRV-IDX TO 1
            PERFORM UNTIL PRV-IDX > WS-PRV-COUNT
               IF PRV-TAB-ID(PRV-IDX) = PST-PROVIDER-ID(PST-IDX)
                  MOVE PRV-TAB-NAME(PRV-IDX) TO QDL-NAME-OUT
                  SET PRV-IDX TO WS-PRV-COUNT
               END-IF
               SET PRV-IDX UP BY 1
            END-PERFORM
            MOVE PST-ELIGIBLE(PST-IDX) TO QDL-ELIGIBLE-OUT
            MOVE PST-SCREENED(PST-IDX) TO QDL-SCREENED-OUT
            MOVE PST-OUT-OF-RANGE(PST-IDX) TO QDL-OUT-RNG-OUT
            MOVE PST-FOLLOWED-UP(PST-IDX) TO QDL-FOLLOW-OUT
            MOVE ZERO TO WS-SCREEN-PCT WS-FOLLOW-PCT
            IF PST-ELIGIBLE(PST-IDX) > ZERO
               COMPUTE WS-SCREEN-PCT ROUNDED =
                  PST-SCREENED(PST-IDX) * 100 / PST-ELIGIBLE(PST-IDX)
            END-IF
            IF PST-OUT-OF-RANGE(PST-IDX) > ZERO
               COMPUTE WS-FOLLOW-PCT ROUNDED =
                  PST-FOLLOWED-UP(PST-IDX) * 100
                     / PST-OUT-OF-RANGE(PST-IDX)
            END-IF
            MOVE WS-SCREEN-PCT TO QDL-SCREEN-PCT
            MOVE WS-FOLLOW-PCT TO QDL-FOLLOW-PCT
            MOVE QM-DETAIL-LINE TO QM-REPORT-LINE
            WRITE QM-REPORT-LINE.

       0410-END.

       0420-PRINT-ONE-EXCLUSION.
            IF PM-TAB-EXCLUSION(PM-IDX) NOT = SPACES
               MOVE PM-TAB-PAT-ID(PM-IDX) TO EDL-PAT-OUT
               MOVE PM-TAB-NAME(PM-IDX) TO EDL-NAME-OUT
               MOVE PM-TAB-PROVIDER-ID(PM-IDX) TO EDL-PROVIDER-OUT
               MOVE PM-TAB-EXCLUSION(PM-IDX) TO EDL-REASON-OUT
               MOVE EXCLUSION-DETAIL-LINE TO QM-REPORT-LINE
               WRITE QM-REPORT-LINE
            END-IF.

       0420-END.

       END PROGRAM BMIQUALITY.
