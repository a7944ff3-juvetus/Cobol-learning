       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPTFOLLOW.
      *Follow-up of recall appointments: matches each open
      *appointment to the patient's next BMI visit, marks it kept,
      *missed, or still open, and reports the recall-to-visit
      *conversion rate by provider.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT APPTFILE ASSIGN TO "APPOINTMENTS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-APPT-STATUS.

       SELECT APPTWORKFILE ASSIGN TO "APPOINTMENTS.TMP"
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT BMIHISTFILE ASSIGN TO "BMIHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HIST-STATUS.

       SELECT RECALLFILE ASSIGN TO "RECALLS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RECALL-STATUS.

       SELECT PATMASTFILE ASSIGN TO "PATMASTER.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PATMAST-STATUS.

       SELECT PROVIDERFILE ASSIGN TO "PROVIDERS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROVIDER-STATUS.

       SELECT APPTPARMFILE ASSIGN TO "APPTPARM.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.

       SELECT FOLLOWREPORTFILE ASSIGN TO "APPTFOLLOW.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD APPTFILE.
       01 APPT-RECORD.
          05 APT-PAT-ID      PIC X(10).
          05 FILLER          PIC X(1).
          05 APT-PROVIDER-ID PIC X(5).
          05 FILLER          PIC X(1).
          05 APT-DATE        PIC 9(8).
          05 FILLER          PIC X(1).
          05 APT-TIME        PIC 9(4).
          05 FILLER          PIC X(1).
          05 APT-RECALL-DATE PIC 9(8).
          05 FILLER          PIC X(1).
          05 APT-BOOKED-DATE PIC 9(8).
          05 FILLER          PIC X(1).
          05 APT-STATUS      PIC X(1).
             88 APT-OPEN    VALUE 'B'.
             88 APT-KEPT    VALUE 'K'.
             88 APT-NO-SHOW VALUE 'N'.
          05 FILLER          PIC X(1).
          05 APT-VISIT-DATE  PIC 9(8).

       FD APPTWORKFILE.
       01 APPT-WORK-RECORD PIC X(59).

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

       FD APPTPARMFILE.
       01 APPT-PARM-RECORD.
          05 APARM-BOOK-WINDOW PIC 9(3).
          05 FILLER            PIC X(1).
          05 APARM-GRACE-DAYS  PIC 9(2).

       FD FOLLOWREPORTFILE.
       01 FOLLOW-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-APPT-STATUS     PIC XX VALUE '00'.
       01 WS-HIST-STATUS     PIC XX VALUE '00'.
       01 WS-RECALL-STATUS   PIC XX VALUE '00'.
       01 WS-PATMAST-STATUS  PIC XX VALUE '00'.
       01 WS-PROVIDER-STATUS PIC XX VALUE '00'.
       01 WS-PARM-STATUS     PIC XX VALUE '00'.

       01 WS-APPT-EOF PIC X VALUE 'N'.
          88 END-OF-APPTS VALUE 'Y'.
       01 WS-HIST-EOF PIC X VALUE 'N'.
          88 END-OF-HIST-FILE VALUE 'Y'.
       01 WS-RECALL-EOF PIC X VALUE 'N'.
          88 END-OF-RECALLS VALUE 'Y'.
       01 WS-PATMAST-EOF PIC X VALUE 'N'.
          88 END-OF-PATMAST VALUE 'Y'.
       01 WS-PROVIDER-EOF PIC X VALUE 'N'.
          88 END-OF-PROVIDERS VALUE 'Y'.

       01 WS-GRACE-DAYS PIC 9(2) VALUE 7.

       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-INT  PIC 9(7) VALUE ZERO.
       01 WS-DEADLINE-INT  PIC 9(7) VALUE ZERO.
       01 WS-VISIT-INT     PIC 9(7) VALUE ZERO.

       01 WS-APPT-FILE-NAME PIC X(20) VALUE "APPOINTMENTS.DAT".
       01 WS-APPT-TMP-NAME  PIC X(20) VALUE "APPOINTMENTS.TMP".
       01 WS-DELETE-STATUS PIC S9(9) COMP-5 VALUE ZERO.
       01 WS-RENAME-STATUS PIC S9(9) COMP-5 VALUE ZERO.

      *----------------------------------------------------------------
      * BMI visits, one entry per history record, searched for the
      * first visit on or after the day an appointment was booked.
      *----------------------------------------------------------------
       01 WS-HV-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HV-TABLE-MAX PIC 9(5) VALUE 5000.
       01 WS-HV-TABLE.
          05 WS-HV-ENTRY OCCURS 5000 TIMES INDEXED BY HV-IDX.
             10 HV-PAT-ID PIC X(10).
             10 HV-DATE   PIC 9(8).
       01 WS-NEXT-VISIT PIC 9(8) VALUE ZERO.

       01 WS-PM-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PM-TABLE-MAX PIC 9(3) VALUE 500.
       01 WS-PM-TABLE.
          05 WS-PM-ENTRY OCCURS 500 TIMES INDEXED BY PM-IDX.
             10 PM-TAB-PAT-ID      PIC X(10).
             10 PM-TAB-PROVIDER-ID PIC X(5).
             10 PM-TAB-STATUS      PIC X(1).
                88 PM-TAB-MERGED   VALUE 'M'.
             10 PM-TAB-MERGED-INTO PIC X(10).
       01 WS-VISIT-PAT-ID PIC X(10) VALUE SPACES.

       01 WS-PRV-COUNT PIC 9(2) VALUE ZERO.
       01 WS-PRV-TABLE-MAX PIC 9(2) VALUE 50.
       01 WS-PRV-TABLE.
          05 WS-PRV-ENTRY OCCURS 50 TIMES INDEXED BY PRV-IDX.
             10 PRV-TAB-ID   PIC X(5).
             10 PRV-TAB-NAME PIC X(25).

      *----------------------------------------------------------------
      * Conversion counts per provider: recalls issued to the
      * provider's patients since scheduling began, appointments
      * booked, and how those appointments came out.
      *----------------------------------------------------------------
       01 WS-PST-COUNT PIC 9(2) VALUE ZERO.
       01 WS-PST-TABLE-MAX PIC 9(2) VALUE 51.
       01 WS-PST-TABLE.
          05 WS-PST-ENTRY OCCURS 51 TIMES INDEXED BY PST-IDX.
             10 PST-PROVIDER-ID PIC X(5).
             10 PST-RECALLS     PIC 9(5).
             10 PST-BOOKED      PIC 9(5).
             10 PST-KEPT        PIC 9(5).
             10 PST-NO-SHOW     PIC 9(5).
             10 PST-OPEN        PIC 9(5).
       01 WS-PST-FOUND-IDX PIC 9(2) VALUE ZERO.
       01 WS-PST-LOOKUP-ID PIC X(5) VALUE SPACES.

       01 WS-TOTALS.
          05 WS-TOT-RECALLS PIC 9(5) VALUE ZERO.
          05 WS-TOT-BOOKED  PIC 9(5) VALUE ZERO.
          05 WS-TOT-KEPT    PIC 9(5) VALUE ZERO.
          05 WS-TOT-NO-SHOW PIC 9(5) VALUE ZERO.
          05 WS-TOT-OPEN    PIC 9(5) VALUE ZERO.
       01 WS-CONVERSION-PCT PIC 9(3)V9 VALUE ZERO.

      *----------------------------------------------------------------
      * Conversion is measured from the earliest recall any
      * appointment was booked for - recalls before scheduling began
      * were never offered a slot and would only drag the rate down.
      *----------------------------------------------------------------
       01 WS-FIRST-RECALL-DATE PIC 9(8) VALUE 99999999.

       01 WS-KEPT-THIS-RUN    PIC 9(5) VALUE ZERO.
       01 WS-NO-SHOW-THIS-RUN PIC 9(5) VALUE ZERO.

       01 FOLLOW-HEADING-1 PIC X(100)
          VALUE "RECALL APPOINTMENT FOLLOW-UP".
       01 FOLLOW-HEADING-2 PIC X(100) VALUE ALL "=".
       01 FOLLOW-RUN-DATE-LINE.
          05 FILLER          PIC X(10) VALUE "RUN DATE: ".
          05 FH-RUN-DATE-OUT PIC 9(8).
          05 FILLER          PIC X(16) VALUE "   GRACE DAYS: ".
          05 FH-GRACE-OUT    PIC Z9.

       01 RESOLVED-HEADING PIC X(100)
          VALUE "APPOINTMENTS RESOLVED THIS RUN".
       01 RESOLVED-COLUMN-LINE.
          05 FILLER PIC X(12) VALUE "PATIENT".
          05 FILLER PIC X(10) VALUE "PROVIDER".
          05 FILLER PIC X(12) VALUE "APPT DATE".
          05 FILLER PIC X(10) VALUE "OUTCOME".
          05 FILLER PIC X(12) VALUE "VISIT DATE".
       01 RESOLVED-DETAIL-LINE.
          05 RDL-PAT-OUT      PIC X(10).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 RDL-PROVIDER-OUT PIC X(5).
          05 FILLER           PIC X(5) VALUE SPACES.
          05 RDL-DATE-OUT     PIC 9(8).
          05 FILLER           PIC X(4) VALUE SPACES.
          05 RDL-OUTCOME-OUT  PIC X(8).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 RDL-VISIT-OUT    PIC X(8).

       01 CONVERSION-HEADING PIC X(100)
          VALUE "RECALL-TO-VISIT CONVERSION BY PROVIDER".
       01 CONVERSION-COLUMN-LINE.
          05 FILLER PIC X(7)  VALUE "PROV".
          05 FILLER PIC X(27) VALUE "NAME".
          05 FILLER PIC X(9)  VALUE "RECALLS".
          05 FILLER PIC X(8)  VALUE "BOOKED".
          05 FILLER PIC X(8)  VALUE "KEPT".
          05 FILLER PIC X(9)  VALUE "NO-SHOW".
          05 FILLER PIC X(8)  VALUE "OPEN".
          05 FILLER PIC X(6)  VALUE "CONV%".
       01 CONVERSION-DETAIL-LINE.
          05 CDL-PROVIDER-OUT PIC X(5).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 CDL-NAME-OUT     PIC X(25).
          05 FILLER           PIC X(2) VALUE SPACES.
          05 CDL-RECALLS-OUT  PIC ZZZZ9.
          05 FILLER           PIC X(3) VALUE SPACES.
          05 CDL-BOOKED-OUT   PIC ZZZZ9.
          05 FILLER           PIC X(3) VALUE SPACES.
          05 CDL-KEPT-OUT     PIC ZZZZ9.
          05 FILLER           PIC X(3) VALUE SPACES.
          05 CDL-NO-SHOW-OUT  PIC ZZZZ9.
          05 FILLER           PIC X(4) VALUE SPACES.
          05 CDL-OPEN-OUT     PIC ZZZZ9.
          05 FILLER           PIC X(3) VALUE SPACES.
          05 CDL-PCT-OUT      PIC ZZ9.9.

       PROCEDURE DIVISION.
       0100-FOLLOW-UP-RUN.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            PERFORM 0110-READ-PARAMETERS

            OPEN INPUT APPTFILE
            IF WS-APPT-STATUS NOT = '00'
               DISPLAY "Aucun rendez-vous (APPOINTMENTS.DAT absent)"
                  " - rien a suivre."
               STOP RUN
            END-IF

            PERFORM 0150-LOAD-PATIENT-MASTER
            PERFORM 0160-LOAD-PROVIDERS
            PERFORM 0170-LOAD-HISTORY

            OPEN OUTPUT FOLLOWREPORTFILE
            MOVE FOLLOW-HEADING-1 TO FOLLOW-REPORT-LINE
            WRITE FOLLOW-REPORT-LINE
            MOVE FOLLOW-HEADING-2 TO FOLLOW-REPORT-LINE
            WRITE FOLLOW-REPORT-LINE
            MOVE WS-RUN-DATE TO FH-RUN-DATE-OUT
            MOVE WS-GRACE-DAYS TO FH-GRACE-OUT
            MOVE FOLLOW-RUN-DATE-LINE TO FOLLOW-REPORT-LINE
            WRITE FOLLOW-REPORT-LINE
            MOVE SPACES TO FOLLOW-REPORT-LINE
            WRITE FOLLOW-REPORT-LINE
            MOVE RESOLVED-HEADING TO FOLLOW-REPORT-LINE
            WRITE FOLLOW-REPORT-LINE
            MOVE RESOLVED-COLUMN-LINE TO FOLLOW-REPORT-LINE
            WRITE FOLLOW-REPORT-LINE

            OPEN OUTPUT APPTWORKFILE
            PERFORM UNTIL END-OF-APPTS
               READ APPTFILE
                  AT END SET END-OF-APPTS TO TRUE
                  NOT AT END PERFORM 0200-FOLLOW-ONE-APPOINTMENT
               END-READ
            END-PERFORM
            CLOSE APPTFILE
            CLOSE APPTWORKFILE
            CALL "CBL_DELETE_FILE" USING WS-APPT-FILE-NAME
               RETURNING WS-DELETE-STATUS
            CALL "CBL_RENAME_FILE" USING WS-APPT-TMP-NAME
               WS-APPT-FILE-NAME
               RETURNING WS-RENAME-STATUS
            IF WS-RENAME-STATUS NOT = ZERO
               DISPLAY "ERREUR: APPOINTMENTS.TMP non renomme (statut "
                  WS-RENAME-STATUS ")"
            END-IF

            PERFORM 0300-COUNT-RECALLS
            PERFORM 0400-PRINT-CONVERSION
            CLOSE FOLLOWREPORTFILE
            DISPLAY "Rendez-vous honores :   " WS-KEPT-THIS-RUN
            DISPLAY "Rendez-vous manques :   " WS-NO-SHOW-THIS-RUN
            DISPLAY "Rendez-vous en attente : " WS-TOT-OPEN
            STOP RUN.

       0100-END.

       0110-READ-PARAMETERS.
            OPEN INPUT APPTPARMFILE
            IF WS-PARM-STATUS = '00'
               READ APPTPARMFILE
                  AT END CONTINUE
                  NOT AT END
                     IF APARM-GRACE-DAYS IS NUMERIC
                        MOVE APARM-GRACE-DAYS TO WS-GRACE-DAYS
                     END-IF
               END-READ
               CLOSE APPTPARMFILE
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
                        MOVE PM-PROVIDER-ID
                           TO PM-TAB-PROVIDER-ID(PM-IDX)
                        MOVE PM-STATUS TO PM-TAB-STATUS(PM-IDX)
                        MOVE PM-MERGED-INTO
                           TO PM-TAB-MERGED-INTO(PM-IDX)
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

       0170-LOAD-HISTORY.
            OPEN INPUT BMIHISTFILE
            IF WS-HIST-STATUS NOT = '00'
               SET END-OF-HIST-FILE TO TRUE
            END-IF
            PERFORM UNTIL END-OF-HIST-FILE
               READ BMIHISTFILE
                  AT END SET END-OF-HIST-FILE TO TRUE
                  NOT AT END
                     IF HIST-DATE IS NUMERIC
                        IF WS-HV-COUNT < WS-HV-TABLE-MAX
                           ADD 1 TO WS-HV-COUNT
                           SET HV-IDX TO WS-HV-COUNT
                           MOVE HIST-PAT-ID TO HV-PAT-ID(HV-IDX)
                           MOVE HIST-DATE TO HV-DATE(HV-IDX)
                        ELSE
                           DISPLAY "WARNING: visit table full at "
                              WS-HV-TABLE-MAX ", " HIST-PAT-ID " "
                              HIST-DATE " omitted"
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            IF WS-HIST-STATUS = '00' OR WS-HIST-STATUS = '10'
               CLOSE BMIHISTFILE
            END-IF.

       0170-END.

      *----------------------------------------------------------------
      * An open appointment is kept when the patient's next visit on
      * or after the booking day falls no later than the grace days
      * after the appointment; it is a no-show once the grace days
      * have passed without one, and otherwise stays open. Kept and
      * no-show appointments are final and pass through unchanged.
      *----------------------------------------------------------------
       0200-FOLLOW-ONE-APPOINTMENT.
            IF APT-OPEN AND APT-DATE IS NUMERIC AND APT-DATE > ZERO
               PERFORM 0210-FIND-NEXT-VISIT
               COMPUTE WS-DEADLINE-INT =
                  FUNCTION INTEGER-OF-DATE(APT-DATE) + WS-GRACE-DAYS
               MOVE ZERO TO WS-VISIT-INT
               IF WS-NEXT-VISIT > ZERO
                  COMPUTE WS-VISIT-INT =
                     FUNCTION INTEGER-OF-DATE(WS-NEXT-VISIT)
               END-IF
               IF WS-NEXT-VISIT > ZERO
                  AND WS-VISIT-INT <= WS-DEADLINE-INT
                  MOVE 'K' TO APT-STATUS
                  MOVE WS-NEXT-VISIT TO APT-VISIT-DATE
                  ADD 1 TO WS-KEPT-THIS-RUN
                  PERFORM 0220-WRITE-RESOLVED-LINE
               ELSE
                  IF WS-RUN-DATE-INT > WS-DEADLINE-INT
                     MOVE 'N' TO APT-STATUS
                     MOVE ZERO TO APT-VISIT-DATE
                     ADD 1 TO WS-NO-SHOW-THIS-RUN
                     PERFORM 0220-WRITE-RESOLVED-LINE
                  END-IF
               END-IF
            END-IF

            MOVE APPT-RECORD TO APPT-WORK-RECORD
            WRITE APPT-WORK-RECORD

            IF APT-RECALL-DATE IS NUMERIC
               AND APT-RECALL-DATE < WS-FIRST-RECALL-DATE
               MOVE APT-RECALL-DATE TO WS-FIRST-RECALL-DATE
            END-IF
            MOVE APT-PROVIDER-ID TO WS-PST-LOOKUP-ID
            PERFORM 0250-FIND-PROVIDER-STATS
            IF WS-PST-FOUND-IDX NOT = ZERO
               SET PST-IDX TO WS-PST-FOUND-IDX
               ADD 1 TO PST-BOOKED(PST-IDX)
               EVALUATE TRUE
                  WHEN APT-KEPT    ADD 1 TO PST-KEPT(PST-IDX)
                  WHEN APT-NO-SHOW ADD 1 TO PST-NO-SHOW(PST-IDX)
                  WHEN OTHER       ADD 1 TO PST-OPEN(PST-IDX)
               END-EVALUATE
            END-IF.

       0200-END.

      *----------------------------------------------------------------
      * An appointment booked under a patient id since merged into
      * another is followed on the survivor's id, which is where
      * patient maintenance moved the visit history.
      *----------------------------------------------------------------
       0210-FIND-NEXT-VISIT.
            MOVE APT-PAT-ID TO WS-VISIT-PAT-ID
            SET PM-IDX TO 1
            PERFORM UNTIL PM-IDX > WS-PM-COUNT
               IF PM-TAB-PAT-ID(PM-IDX) = APT-PAT-ID
                  IF PM-TAB-MERGED(PM-IDX)
                     MOVE PM-TAB-MERGED-INTO(PM-IDX) TO WS-VISIT-PAT-ID
                  END-IF
                  SET PM-IDX TO WS-PM-COUNT
               END-IF
               SET PM-IDX UP BY 1
            END-PERFORM

            MOVE ZERO TO WS-NEXT-VISIT
            SET HV-IDX TO 1
            PERFORM UNTIL HV-IDX > WS-HV-COUNT
               IF (HV-PAT-ID(HV-IDX) = WS-VISIT-PAT-ID
                   OR HV-PAT-ID(HV-IDX) = APT-PAT-ID)
                  AND HV-DATE(HV-IDX) >= APT-BOOKED-DATE
                  IF WS-NEXT-VISIT = ZERO
                     OR HV-DATE(HV-IDX) < WS-NEXT-VISIT
                     MOVE HV-DATE(HV-IDX) TO WS-NEXT-VISIT
                  END-IF
               END-IF
               SET HV-IDX UP BY 1
            END-PERFORM.

       0210-END.

       0220-WRITE-RESOLVED-LINE.
            MOVE APT-PAT-ID TO RDL-PAT-OUT
            MOVE APT-PROVIDER-ID TO RDL-PROVIDER-OUT
            MOVE APT-DATE TO RDL-DATE-OUT
            IF APT-KEPT
               MOVE "KEPT" TO RDL-OUTCOME-OUT
               MOVE APT-VISIT-DATE TO RDL-VISIT-OUT
            ELSE
               MOVE "NO-SHOW" TO RDL-OUTCOME-OUT
               MOVE SPACES TO RDL-VISIT-OUT
            END-IF
            MOVE RESOLVED-DETAIL-LINE TO FOLLOW-REPORT-LINE
            WRITE FOLLOW-REPORT-LINE.

       0220-END.

      *----------------------------------------------------------------
      * Finds, or adds, the conversion entry for a provider id.
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
                  SET PST-IDX TO WS-PST-COUNT
                  MOVE WS-PST-LOOKUP-ID TO PST-PROVIDER-ID(PST-IDX)
                  MOVE ZERO TO PST-RECALLS(PST-IDX)
                     PST-BOOKED(PST-IDX) PST-KEPT(PST-IDX)
                     PST-NO-SHOW(PST-IDX) PST-OPEN(PST-IDX)
                  MOVE WS-PST-COUNT TO WS-PST-FOUND-IDX
               ELSE
                  DISPLAY "WARNING: provider statistics table full,"
                     " " WS-PST-LOOKUP-ID " omitted"
               END-IF
            END-IF.

       0250-END.

      *----------------------------------------------------------------
      * Recalls since scheduling began, credited to the recalled
      * patient's provider on the master.
      *----------------------------------------------------------------
       0300-COUNT-RECALLS.
            OPEN INPUT RECALLFILE
            IF WS-RECALL-STATUS NOT = '00'
               SET END-OF-RECALLS TO TRUE
            END-IF
            PERFORM UNTIL END-OF-RECALLS
               READ RECALLFILE
                  AT END SET END-OF-RECALLS TO TRUE
                  NOT AT END
                     IF RCL-DATE IS NUMERIC
                        AND RCL-DATE >= WS-FIRST-RECALL-DATE
                        PERFORM 0310-CREDIT-ONE-RECALL
                     END-IF
               END-READ
            END-PERFORM
            IF WS-RECALL-STATUS = '00' OR WS-RECALL-STATUS = '10'
               CLOSE RECALLFILE
            END-IF.

       0300-END.

       0310-CREDIT-ONE-RECALL.
            MOVE SPACES TO WS-PST-LOOKUP-ID
            SET PM-IDX TO 1
            PERFORM UNTIL PM-IDX > WS-PM-COUNT
               IF PM-TAB-PAT-ID(PM-IDX) = RCL-PAT-ID
                  MOVE PM-TAB-PROVIDER-ID(PM-IDX) TO WS-PST-LOOKUP-ID
                  SET PM-IDX TO WS-PM-COUNT
               END-IF
               SET PM-IDX UP BY 1
            END-PERFORM
            PERFORM 0250-FIND-PROVIDER-STATS
            IF WS-PST-FOUND-IDX NOT = ZERO
               SET PST-IDX TO WS-PST-FOUND-IDX
               ADD 1 TO PST-RECALLS(PST-IDX)
            END-IF.

       0310-END.

       0400-PRINT-CONVERSION.
            MOVE SPACES TO FOLLOW-REPORT-LINE
            WRITE FOLLOW-REPORT-LINE
            MOVE CONVERSION-HEADING TO FOLLOW-REPORT-LINE
            WRITE FOLLOW-REPORT-LINE
            MOVE CONVERSION-COLUMN-LINE TO FOLLOW-REPORT-LINE
            WRITE FOLLOW-REPORT-LINE
            PERFORM 0410-PRINT-ONE-PROVIDER
               VARYING PST-IDX FROM 1 BY 1
                  UNTIL PST-IDX > WS-PST-COUNT

            MOVE "TOTAL" TO CDL-PROVIDER-OUT
            MOVE SPACES TO CDL-NAME-OUT
            MOVE WS-TOT-RECALLS TO CDL-RECALLS-OUT
            MOVE WS-TOT-BOOKED TO CDL-BOOKED-OUT
            MOVE WS-TOT-KEPT TO CDL-KEPT-OUT
            MOVE WS-TOT-NO-SHOW TO CDL-NO-SHOW-OUT
            MOVE WS-TOT-OPEN TO CDL-OPEN-OUT
            MOVE ZERO TO WS-CONVERSION-PCT
            IF WS-TOT-RECALLS > ZERO
               COMPUTE WS-CONVERSION-PCT ROUNDED =
                  WS-TOT-KEPT * 100 / WS-TOT-RECALLS
            END-IF
            MOVE WS-CONVERSION-PCT TO CDL-PCT-OUT
            MOVE SPACES TO FOLLOW-REPORT-LINE
            WRITE FOLLOW-REPORT-LINE
            MOVE CONVERSION-DETAIL-LINE TO FOLLOW-REPORT-LINE
            WRITE FOLLOW-REPORT-LINE.

       0400-END.

       0410-PRINT-ONE-PROVIDER.
            MOVE PST-PROVIDER-ID(PST-IDX) TO CDL-PROVIDER-OUT
            MOVE "(NOT ON PROVIDER FILE)" TO CDL-NAME-OUT
            IF PST-PROVIDER-ID(PST-IDX) = SPACES
               MOVE "(NO PROVIDER ASSIGNED)" TO CDL-NAME-OUT
            END-IF
            SET PRV-IDX TO 1
            PERFORM UNTIL PRV-IDX > WS-PRV-COUNT
               IF PRV-TAB-ID(PRV-IDX) = PST-PROVIDER-ID(PST-IDX)
                  MOVE PRV-TAB-NAME(PRV-IDX) TO CDL-NAME-OUT
                  SET PRV-IDX TO WS-PRV-COUNT
               END-IF
               SET PRV-IDX UP BY 1
            END-PERFORM
            MOVE PST-RECALLS(PST-IDX) TO CDL-RECALLS-OUT
            MOVE PST-BOOKED(PST-IDX) TO CDL-BOOKED-OUT
            MOVE PST-KEPT(PST-IDX) TO CDL-KEPT-OUT
            MOVE PST-NO-SHOW(PST-IDX) TO CDL-NO-SHOW-OUT
            MOVE PST-OPEN(PST-IDX) TO CDL-OPEN-OUT
            MOVE ZERO TO WS-CONVERSION-PCT
            IF PST-RECALLS(PST-IDX) > ZERO
               COMPUTE WS-CONVERSION-PCT ROUNDED =
                  PST-KEPT(PST-IDX) * 100 / PST-RECALLS(PST-IDX)
            END-IF
            MOVE WS-CONVERSION-PCT TO CDL-PCT-OUT
            MOVE CONVERSION-DETAIL-LINE TO FOLLOW-REPORT-LINE
            WRITE FOLLOW-REPORT-LINE

            ADD PST-RECALLS(PST-IDX) TO WS-TOT-RECALLS
            ADD PST-BOOKED(PST-IDX) TO WS-TOT-BOOKED
            ADD PST-KEPT(PST-IDX) TO WS-TOT-KEPT
            ADD PST-NO-SHOW(PST-IDX) TO WS-TOT-NO-SHOW
            ADD PST-OPEN(PST-IDX) TO WS-TOT-OPEN.

       0410-END.

       END PROGRAM APPTFOLLOW.
