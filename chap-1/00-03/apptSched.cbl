       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPTSCHED.
      *Books recalled patients into their own provider's first open
      *schedule slot, writes the appointment file, and prints the
      *appointment letters and each provider's daily schedule.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PATMASTFILE ASSIGN TO "PATMASTER.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PATMAST-STATUS.

       SELECT PROVIDERFILE ASSIGN TO "PROVIDERS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROVIDER-STATUS.

       SELECT RECALLFILE ASSIGN TO "RECALLS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RECALL-STATUS.

       SELECT SCHEDFILE ASSIGN TO "PROVSCHED.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SCHED-STATUS.

       SELECT SORTWORKFILE ASSIGN TO "PROVSCHEDSORT.DAT".

       SELECT SORTEDSCHEDFILE ASSIGN TO "PROVSCHEDSORTED.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SORTED-STATUS.

       SELECT APPTFILE ASSIGN TO "APPOINTMENTS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-APPT-STATUS.

       SELECT APPTPARMFILE ASSIGN TO "APPTPARM.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.

       SELECT LETTERFILE ASSIGN TO "APPTLETTERS.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SCHEDREPORTFILE ASSIGN TO "PROVSCHEDULE.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD RECALLFILE.
       01 RECALL-RECORD.
          05 RCL-PAT-ID  PIC X(10).
          05 FILLER      PIC X(1).
          05 RCL-DATE    PIC 9(8).
          05 FILLER      PIC X(1).
          05 RCL-REASON  PIC X(30).

      *----------------------------------------------------------------
      * Provider schedule: one record per bookable slot - the
      * provider, the day, and the start time (HHMM). The front desk
      * keys the slots each provider is holding for recall visits.
      *----------------------------------------------------------------
       FD SCHEDFILE.
       01 SCHED-RECORD.
          05 PSL-PROVIDER-ID PIC X(5).
          05 FILLER          PIC X(1).
          05 PSL-DATE        PIC 9(8).
          05 FILLER          PIC X(1).
          05 PSL-TIME        PIC 9(4).

       SD SORTWORKFILE.
       01 SORT-SCHED-RECORD.
          05 SRT-PROVIDER-ID PIC X(5).
          05 FILLER          PIC X(1).
          05 SRT-DATE        PIC 9(8).
          05 FILLER          PIC X(1).
          05 SRT-TIME        PIC 9(4).

       FD SORTEDSCHEDFILE.
       01 SORTED-SCHED-RECORD.
          05 SSL-PROVIDER-ID PIC X(5).
          05 FILLER          PIC X(1).
          05 SSL-DATE        PIC 9(8).
          05 FILLER          PIC X(1).
          05 SSL-TIME        PIC 9(4).

      *----------------------------------------------------------------
      * Appointment file: one record per booked recall, appended by
      * this run and resolved by APPTFOLLOW. APT-STATUS is B while
      * the appointment is booked and still open, K once a BMI visit
      * shows it was kept, N once it was missed; APT-VISIT-DATE is
      * the matching visit.
      *----------------------------------------------------------------
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
          05 FILLER          PIC X(1).
          05 APT-VISIT-DATE  PIC 9(8).

      *----------------------------------------------------------------
      * Scheduling parameters: how many days back a recall is still
      * booked (older ones were dealt with by phone before the
      * schedule existed), and the days of grace APPTFOLLOW allows
      * after an appointment before calling it missed.
      *----------------------------------------------------------------
       FD APPTPARMFILE.
       01 APPT-PARM-RECORD.
          05 APARM-BOOK-WINDOW PIC 9(3).
          05 FILLER            PIC X(1).
          05 APARM-GRACE-DAYS  PIC 9(2).

       FD LETTERFILE.
       01 LETTER-LINE PIC X(80).

       FD SCHEDREPORTFILE.
       01 SCHED-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PATMAST-STATUS  PIC XX VALUE '00'.
       01 WS-PROVIDER-STATUS PIC XX VALUE '00'.
       01 WS-RECALL-STATUS   PIC XX VALUE '00'.
       01 WS-SCHED-STATUS    PIC XX VALUE '00'.
       01 WS-SORTED-STATUS   PIC XX VALUE '00'.
       01 WS-APPT-STATUS     PIC XX VALUE '00'.
       01 WS-PARM-STATUS     PIC XX VALUE '00'.

       01 WS-PATMAST-EOF PIC X VALUE 'N'.
          88 END-OF-PATMAST VALUE 'Y'.
       01 WS-PROVIDER-EOF PIC X VALUE 'N'.
          88 END-OF-PROVIDERS VALUE 'Y'.
       01 WS-RECALL-EOF PIC X VALUE 'N'.
          88 END-OF-RECALLS VALUE 'Y'.
       01 WS-SORTED-EOF PIC X VALUE 'N'.
          88 END-OF-SORTED-SCHED VALUE 'Y'.
       01 WS-APPT-EOF PIC X VALUE 'N'.
          88 END-OF-APPTS VALUE 'Y'.

       01 WS-BOOK-WINDOW PIC 9(3) VALUE 30.
       01 WS-GRACE-DAYS  PIC 9(2) VALUE 7.

       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-INT    PIC 9(7) VALUE ZERO.
       01 WS-RECALL-DATE-INT PIC 9(7) VALUE ZERO.
       01 WS-DAYS-SINCE      PIC S9(5) VALUE ZERO.

       01 WS-PM-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PM-TABLE-MAX PIC 9(3) VALUE 500.
       01 WS-PM-TABLE.
          05 WS-PM-ENTRY OCCURS 500 TIMES INDEXED BY PM-IDX.
             10 PM-TAB-PAT-ID      PIC X(10).
             10 PM-TAB-NAME        PIC X(25).
             10 PM-TAB-PHONE       PIC X(12).
             10 PM-TAB-PROVIDER-ID PIC X(5).
             10 PM-TAB-STATUS      PIC X(1).
                88 PM-TAB-OUT-OF-USE VALUE 'I' 'M'.
       01 WS-PM-FOUND-IDX PIC 9(3) VALUE ZERO.
       01 WS-PM-LOOKUP-ID PIC X(10) VALUE SPACES.

       01 WS-PRV-COUNT PIC 9(2) VALUE ZERO.
       01 WS-PRV-TABLE-MAX PIC 9(2) VALUE 50.
       01 WS-PRV-TABLE.
          05 WS-PRV-ENTRY OCCURS 50 TIMES INDEXED BY PRV-IDX.
             10 PRV-TAB-ID   PIC X(5).
             10 PRV-TAB-NAME PIC X(25).
       01 WS-PRV-FOUND-IDX PIC 9(2) VALUE ZERO.
       01 WS-PRV-LOOKUP-ID PIC X(5) VALUE SPACES.
       01 WS-PRV-NAME-OUT  PIC X(25) VALUE SPACES.

      *----------------------------------------------------------------
      * Schedule slots, loaded in provider / date / time order so
      * the first open slot found for a provider is the earliest.
      * SLT-PAT-ID is the patient already booked into the slot.
      *----------------------------------------------------------------
       01 WS-SLOT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SLOT-TABLE-MAX PIC 9(4) VALUE 2000.
       01 WS-SLOT-TABLE.
          05 WS-SLOT-ENTRY OCCURS 2000 TIMES INDEXED BY SLT-IDX.
             10 SLT-PROVIDER-ID PIC X(5).
             10 SLT-DATE        PIC 9(8).
             10 SLT-TIME        PIC 9(4).
             10 SLT-PAT-ID      PIC X(10).
       01 WS-SLOT-FOUND-IDX PIC 9(4) VALUE ZERO.

      *----------------------------------------------------------------
      * Appointments already on file, and those booked this run, so a
      * recall is never booked twice and a patient with an open
      * appointment is not given a second one. APPOINTMENTS.DAT only
      * grows, so only what that check can use is held: appointments
      * still open, and any whose recall is recent enough to be
      * booked again this run.
      *----------------------------------------------------------------
       01 WS-APT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-APT-TABLE-MAX PIC 9(4) VALUE 2000.
       01 WS-APT-TABLE.
          05 WS-APT-ENTRY OCCURS 2000 TIMES INDEXED BY APT-IDX.
             10 APT-TAB-PAT-ID      PIC X(10).
             10 APT-TAB-RECALL-DATE PIC 9(8).
             10 APT-TAB-DATE        PIC 9(8).
             10 APT-TAB-STATUS      PIC X(1).
       01 WS-ALREADY-BOOKED PIC X VALUE 'N'.
          88 ALREADY-BOOKED VALUE 'Y'.

      *----------------------------------------------------------------
      * Recalls that could not be booked, listed at the end of the
      * schedule report for the front desk to place by hand.
      *----------------------------------------------------------------
       01 WS-UNB-COUNT PIC 9(3) VALUE ZERO.
       01 WS-UNB-TABLE-MAX PIC 9(3) VALUE 500.
       01 WS-UNB-TABLE.
          05 WS-UNB-ENTRY OCCURS 500 TIMES INDEXED BY UNB-IDX.
             10 UNB-PAT-ID      PIC X(10).
             10 UNB-RECALL-DATE PIC 9(8).
             10 UNB-REASON      PIC X(25).
       01 WS-UNBOOKED-REASON PIC X(25) VALUE SPACES.

       01 WS-BOOKED-COUNT    PIC 9(4) VALUE ZERO.
       01 WS-DUPLICATE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-INACTIVE-COUNT  PIC 9(4) VALUE ZERO.

       01 WS-BREAK-PROVIDER-ID PIC X(5) VALUE SPACES.
       01 WS-BREAK-DATE        PIC 9(8) VALUE ZERO.

       01 WS-DATE-WORK PIC 9(8) VALUE ZERO.
       01 WS-DATE-WORK-SPLIT REDEFINES WS-DATE-WORK.
          05 WS-DW-YEAR  PIC 9(4).
          05 WS-DW-MONTH PIC 9(2).
          05 WS-DW-DAY   PIC 9(2).
       01 WS-DATE-OUT.
          05 WS-DO-YEAR  PIC 9(4).
          05 FILLER      PIC X(1) VALUE "-".
          05 WS-DO-MONTH PIC 9(2).
          05 FILLER      PIC X(1) VALUE "-".
          05 WS-DO-DAY   PIC 9(2).
       01 WS-TIME-WORK PIC 9(4) VALUE ZERO.
       01 WS-TIME-WORK-SPLIT REDEFINES WS-TIME-WORK.
          05 WS-TW-HOUR   PIC 9(2).
          05 WS-TW-MINUTE PIC 9(2).
       01 WS-TIME-OUT.
          05 WS-TO-HOUR   PIC 9(2).
          05 FILLER       PIC X(1) VALUE ":".
          05 WS-TO-MINUTE PIC 9(2).

      *----------------------------------------------------------------
      * Appointment letter lines.
      *----------------------------------------------------------------
       01 LETTER-RULE-LINE PIC X(80) VALUE ALL "=".
       01 LETTER-TITLE-LINE PIC X(80)
          VALUE "APPOINTMENT NOTICE - BMI FOLLOW-UP VISIT".
       01 LETTER-TO-LINE.
          05 FILLER       PIC X(12) VALUE "TO:".
          05 LTR-NAME-OUT PIC X(25).
       01 LETTER-ID-LINE.
          05 FILLER         PIC X(12) VALUE "PATIENT ID:".
          05 LTR-PAT-ID-OUT PIC X(10).
       01 LETTER-PHONE-LINE.
          05 FILLER        PIC X(12) VALUE "PHONE:".
          05 LTR-PHONE-OUT PIC X(12).
       01 LETTER-BODY-1 PIC X(80)
          VALUE "AN APPOINTMENT HAS BEEN BOOKED FOR YOU WITH".
       01 LETTER-PROVIDER-LINE.
          05 FILLER           PIC X(4) VALUE SPACES.
          05 LTR-PROVIDER-OUT PIC X(25).
       01 LETTER-WHEN-LINE.
          05 FILLER       PIC X(4) VALUE "ON ".
          05 LTR-DATE-OUT PIC X(10).
          05 FILLER       PIC X(4) VALUE " AT ".
          05 LTR-TIME-OUT PIC X(5).
       01 LETTER-REASON-LINE.
          05 FILLER         PIC X(12) VALUE "REASON:".
          05 LTR-REASON-OUT PIC X(30).
       01 LETTER-BODY-2 PIC X(80)
          VALUE "PLEASE CALL THE CLINIC IF YOU CANNOT ATTEND.".

      *----------------------------------------------------------------
      * Provider daily schedule lines.
      *----------------------------------------------------------------
       01 SCHED-HEADING-1 PIC X(100)
          VALUE "PROVIDER DAILY SCHEDULE - RECALL APPOINTMENTS".
       01 SCHED-HEADING-2 PIC X(100) VALUE ALL "=".
       01 SCHED-RUN-DATE-LINE.
          05 FILLER          PIC X(10) VALUE "RUN DATE: ".
          05 SH-RUN-DATE-OUT PIC 9(8).
       01 SCHED-PROVIDER-LINE.
          05 FILLER          PIC X(10) VALUE "PROVIDER: ".
          05 SP-PROVIDER-OUT PIC X(5).
          05 FILLER          PIC X(2) VALUE SPACES.
          05 SP-NAME-OUT     PIC X(25).
       01 SCHED-DATE-LINE.
          05 FILLER      PIC X(4) VALUE SPACES.
          05 FILLER      PIC X(6) VALUE "DATE: ".
          05 SD-DATE-OUT PIC X(10).
       01 SCHED-DETAIL-LINE.
          05 FILLER        PIC X(8) VALUE SPACES.
          05 SDL-TIME-OUT  PIC X(5).
          05 FILLER        PIC X(2) VALUE SPACES.
          05 SDL-PAT-OUT   PIC X(10).
          05 FILLER        PIC X(2) VALUE SPACES.
          05 SDL-NAME-OUT  PIC X(25).
          05 FILLER        PIC X(2) VALUE SPACES.
          05 SDL-PHONE-OUT PIC X(12).
       01 UNBOOKED-HEADING PIC X(100)
          VALUE "RECALLS NOT BOOKED".
       01 UNBOOKED-LINE.
          05 FILLER        PIC X(4) VALUE SPACES.
          05 UBL-PAT-OUT   PIC X(10).
          05 FILLER        PIC X(2) VALUE SPACES.
          05 UBL-DATE-OUT  PIC 9(8).
          05 FILLER        PIC X(2) VALUE SPACES.
          05 UBL-REASON-OUT PIC X(25).
       01 SCHED-TOTAL-LINE.
          05 ST-LABEL     PIC X(26).
          05 ST-COUNT-OUT PIC ZZZZ9.

       PROCEDURE DIVISION.
       0100-SCHEDULE-RUN.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            PERFORM 0110-READ-PARAMETERS
            PERFORM 0150-LOAD-PATIENT-MASTER
            PERFORM 0160-LOAD-PROVIDERS
            PERFORM 0170-LOAD-SCHEDULE
            PERFORM 0180-LOAD-APPOINTMENTS

            IF WS-SLOT-COUNT = ZERO
               DISPLAY "Aucun creneau (PROVSCHED.DAT absent ou vide)"
                  " - aucun rendez-vous possible."
            END-IF

            OPEN EXTEND APPTFILE
            IF WS-APPT-STATUS NOT = '00'
               OPEN OUTPUT APPTFILE
            END-IF
            OPEN OUTPUT LETTERFILE

            OPEN INPUT RECALLFILE
            IF WS-RECALL-STATUS NOT = '00'
               SET END-OF-RECALLS TO TRUE
            END-IF
            PERFORM UNTIL END-OF-RECALLS
               READ RECALLFILE
                  AT END SET END-OF-RECALLS TO TRUE
                  NOT AT END PERFORM 0200-BOOK-ONE-RECALL
               END-READ
            END-PERFORM
            IF WS-RECALL-STATUS = '00' OR WS-RECALL-STATUS = '10'
               CLOSE RECALLFILE
            END-IF

            CLOSE APPTFILE
            CLOSE LETTERFILE
            PERFORM 0500-PRINT-SCHEDULE
            DISPLAY "Rendez-vous pris :     " WS-BOOKED-COUNT
            DISPLAY "Deja planifies :       " WS-DUPLICATE-COUNT
            DISPLAY "Patients inactifs :    " WS-INACTIVE-COUNT
            DISPLAY "Rappels non places :   " WS-UNB-COUNT
            STOP RUN.

       0100-END.

       0110-READ-PARAMETERS.
            OPEN INPUT APPTPARMFILE
            IF WS-PARM-STATUS = '00'
               READ APPTPARMFILE
                  AT END CONTINUE
                  NOT AT END
                     IF APARM-BOOK-WINDOW IS NUMERIC
                        AND APARM-BOOK-WINDOW > ZERO
                        MOVE APARM-BOOK-WINDOW TO WS-BOOK-WINDOW
                     END-IF
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
                        MOVE PM-NAME TO PM-TAB-NAME(PM-IDX)
                        MOVE PM-PHONE TO PM-TAB-PHONE(PM-IDX)
                        MOVE PM-PROVIDER-ID
                           TO PM-TAB-PROVIDER-ID(PM-IDX)
                        MOVE PM-STATUS TO PM-TAB-STATUS(PM-IDX)
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
      * The slots are sorted into provider / date / time order on
      * the way in, whatever order the front desk keyed them in.
      *----------------------------------------------------------------
       0170-LOAD-SCHEDULE.
            OPEN INPUT SCHEDFILE
            IF WS-SCHED-STATUS = '00'
               CLOSE SCHEDFILE
               SORT SORTWORKFILE
                  ON ASCENDING KEY SRT-PROVIDER-ID
                  ON ASCENDING KEY SRT-DATE
                  ON ASCENDING KEY SRT-TIME
                  USING SCHEDFILE
                  GIVING SORTEDSCHEDFILE
               OPEN INPUT SORTEDSCHEDFILE
               PERFORM UNTIL END-OF-SORTED-SCHED
                  READ SORTEDSCHEDFILE
                     AT END SET END-OF-SORTED-SCHED TO TRUE
                     NOT AT END PERFORM 0175-LOAD-ONE-SLOT
                  END-READ
               END-PERFORM
               CLOSE SORTEDSCHEDFILE
            END-IF.

       0170-END.

       0175-LOAD-ONE-SLOT.
            IF SSL-DATE IS NUMERIC AND SSL-TIME IS NUMERIC
               IF WS-SLOT-COUNT < WS-SLOT-TABLE-MAX
                  ADD 1 TO WS-SLOT-COUNT
                  SET SLT-IDX TO WS-SLOT-COUNT
                  MOVE SSL-PROVIDER-ID TO SLT-PROVIDER-ID(SLT-IDX)
                  MOVE SSL-DATE TO SLT-DATE(SLT-IDX)
                  MOVE SSL-TIME TO SLT-TIME(SLT-IDX)
                  MOVE SPACES TO SLT-PAT-ID(SLT-IDX)
               ELSE
                  DISPLAY "WARNING: slot table full at "
                     WS-SLOT-TABLE-MAX ", " SSL-PROVIDER-ID " "
                     SSL-DATE " " SSL-TIME " omitted"
               END-IF
            ELSE
               DISPLAY "WARNING: slot " SSL-PROVIDER-ID " "
                  SSL-DATE " " SSL-TIME " not numeric, ignored"
            END-IF.

       0175-END.

      *----------------------------------------------------------------
      * Appointments already on file take their slots, so a slot
      * booked by an earlier run (kept, missed, or still open) is not
      * offered again. More open or recent appointments than the
      * table holds stops the run rather than book recalls twice.
      *----------------------------------------------------------------
       0180-LOAD-APPOINTMENTS.
            OPEN INPUT APPTFILE
            IF WS-APPT-STATUS NOT = '00'
               SET END-OF-APPTS TO TRUE
            END-IF
            PERFORM UNTIL END-OF-APPTS
               READ APPTFILE
                  AT END SET END-OF-APPTS TO TRUE
                  NOT AT END PERFORM 0185-LOAD-ONE-APPOINTMENT
               END-READ
            END-PERFORM
            IF WS-APPT-STATUS = '00' OR WS-APPT-STATUS = '10'
               CLOSE APPTFILE
            END-IF
            MOVE '00' TO WS-APPT-STATUS.

       0180-END.

       0185-LOAD-ONE-APPOINTMENT.
            MOVE WS-BOOK-WINDOW TO WS-DAYS-SINCE
            ADD 1 TO WS-DAYS-SINCE
            IF APT-RECALL-DATE IS NUMERIC AND APT-RECALL-DATE > ZERO
               COMPUTE WS-RECALL-DATE-INT =
                  FUNCTION INTEGER-OF-DATE(APT-RECALL-DATE)
               COMPUTE WS-DAYS-SINCE =
                  WS-RUN-DATE-INT - WS-RECALL-DATE-INT
            END-IF
            IF APT-STATUS = 'B' OR WS-DAYS-SINCE <= WS-BOOK-WINDOW
               IF WS-APT-COUNT < WS-APT-TABLE-MAX
                  ADD 1 TO WS-APT-COUNT
                  SET APT-IDX TO WS-APT-COUNT
                  MOVE APT-PAT-ID TO APT-TAB-PAT-ID(APT-IDX)
                  MOVE APT-RECALL-DATE TO APT-TAB-RECALL-DATE(APT-IDX)
                  MOVE APT-DATE TO APT-TAB-DATE(APT-IDX)
                  MOVE APT-STATUS TO APT-TAB-STATUS(APT-IDX)
               ELSE
                  DISPLAY "Table des rendez-vous pleine a "
                     WS-APT-TABLE-MAX " - " APT-PAT-ID
                     " ne peut etre charge; planification arretee"
                     " pour ne pas reserver deux fois."
                  CLOSE APPTFILE
                  STOP RUN RETURNING 16
               END-IF
            END-IF
            SET SLT-IDX TO 1
            PERFORM UNTIL SLT-IDX > WS-SLOT-COUNT
               IF SLT-PROVIDER-ID(SLT-IDX) = APT-PROVIDER-ID
                  AND SLT-DATE(SLT-IDX) = APT-DATE
                  AND SLT-TIME(SLT-IDX) = APT-TIME
                  MOVE APT-PAT-ID TO SLT-PAT-ID(SLT-IDX)
                  SET SLT-IDX TO WS-SLOT-COUNT
               END-IF
               SET SLT-IDX UP BY 1
            END-PERFORM.

       0185-END.

      *----------------------------------------------------------------
      * One recall. Recalls older than the booking window, already
      * booked, or for a patient who already has an open appointment
      * are passed over; an inactive patient is not booked; anything
      * else goes into the first open slot after today with the
      * patient's own provider, or onto the not-booked list.
      *----------------------------------------------------------------
       0200-BOOK-ONE-RECALL.
            IF RCL-DATE IS NUMERIC AND RCL-DATE > ZERO
               COMPUTE WS-RECALL-DATE-INT =
                  FUNCTION INTEGER-OF-DATE(RCL-DATE)
               COMPUTE WS-DAYS-SINCE =
                  WS-RUN-DATE-INT - WS-RECALL-DATE-INT
               IF WS-DAYS-SINCE <= WS-BOOK-WINDOW
                  PERFORM 0210-CHECK-ALREADY-BOOKED
                  IF ALREADY-BOOKED
                     ADD 1 TO WS-DUPLICATE-COUNT
                  ELSE
                     PERFORM 0220-PLACE-ONE-RECALL
                  END-IF
               END-IF
            END-IF.

       0200-END.

       0210-CHECK-ALREADY-BOOKED.
            MOVE 'N' TO WS-ALREADY-BOOKED
            SET APT-IDX TO 1
            PERFORM UNTIL APT-IDX > WS-APT-COUNT
               IF APT-TAB-PAT-ID(APT-IDX) = RCL-PAT-ID
                  IF APT-TAB-RECALL-DATE(APT-IDX) = RCL-DATE
                     OR (APT-TAB-STATUS(APT-IDX) = 'B'
                        AND APT-TAB-DATE(APT-IDX) >= WS-RUN-DATE)
                     MOVE 'Y' TO WS-ALREADY-BOOKED
                     SET APT-IDX TO WS-APT-COUNT
                  END-IF
               END-IF
               SET APT-IDX UP BY 1
            END-PERFORM.

       0210-END.

       0220-PLACE-ONE-RECALL.
            MOVE SPACES TO WS-UNBOOKED-REASON
            MOVE RCL-PAT-ID TO WS-PM-LOOKUP-ID
            PERFORM 0230-FIND-PATIENT-MASTER
            IF WS-PM-FOUND-IDX = ZERO
               MOVE "PATIENT NOT ON MASTER" TO WS-UNBOOKED-REASON
            ELSE
               SET PM-IDX TO WS-PM-FOUND-IDX
               IF PM-TAB-OUT-OF-USE(PM-IDX)
                  ADD 1 TO WS-INACTIVE-COUNT
               ELSE
                  IF PM-TAB-PROVIDER-ID(PM-IDX) = SPACES
                     MOVE "NO PROVIDER ASSIGNED"
                        TO WS-UNBOOKED-REASON
                  ELSE
                     PERFORM 0240-FIND-OPEN-SLOT
                     IF WS-SLOT-FOUND-IDX = ZERO
                        MOVE "NO OPEN SLOT FOR PROVIDER"
                           TO WS-UNBOOKED-REASON
                     ELSE
                        PERFORM 0250-BOOK-APPOINTMENT
                     END-IF
                  END-IF
               END-IF
            END-IF
            IF WS-UNBOOKED-REASON NOT = SPACES
               IF WS-UNB-COUNT < WS-UNB-TABLE-MAX
                  ADD 1 TO WS-UNB-COUNT
                  SET UNB-IDX TO WS-UNB-COUNT
                  MOVE RCL-PAT-ID TO UNB-PAT-ID(UNB-IDX)
                  MOVE RCL-DATE TO UNB-RECALL-DATE(UNB-IDX)
                  MOVE WS-UNBOOKED-REASON TO UNB-REASON(UNB-IDX)
               ELSE
                  DISPLAY "WARNING: not-booked list full, "
                     RCL-PAT-ID " " WS-UNBOOKED-REASON
               END-IF
            END-IF.

       0220-END.

       0230-FIND-PATIENT-MASTER.
            MOVE ZERO TO WS-PM-FOUND-IDX
            SET PM-IDX TO 1
            PERFORM UNTIL PM-IDX > WS-PM-COUNT
               IF PM-TAB-PAT-ID(PM-IDX) = WS-PM-LOOKUP-ID
                  MOVE PM-IDX TO WS-PM-FOUND-IDX
                  SET PM-IDX TO WS-PM-COUNT
               END-IF
               SET PM-IDX UP BY 1
            END-PERFORM.

       0230-END.

       0240-FIND-OPEN-SLOT.
            MOVE ZERO TO WS-SLOT-FOUND-IDX
            SET SLT-IDX TO 1
            PERFORM UNTIL SLT-IDX > WS-SLOT-COUNT
               IF SLT-PROVIDER-ID(SLT-IDX) = PM-TAB-PROVIDER-ID(PM-IDX)
                  AND SLT-DATE(SLT-IDX) > WS-RUN-DATE
                  AND SLT-PAT-ID(SLT-IDX) = SPACES
                  MOVE SLT-IDX TO WS-SLOT-FOUND-IDX
                  SET SLT-IDX TO WS-SLOT-COUNT
               END-IF
               SET SLT-IDX UP BY 1
            END-PERFORM.

       0240-END.

       0250-BOOK-APPOINTMENT.
            SET SLT-IDX TO WS-SLOT-FOUND-IDX
            MOVE RCL-PAT-ID TO SLT-PAT-ID(SLT-IDX)

            MOVE SPACES TO APPT-RECORD
            MOVE RCL-PAT-ID TO APT-PAT-ID
            MOVE SLT-PROVIDER-ID(SLT-IDX) TO APT-PROVIDER-ID
            MOVE SLT-DATE(SLT-IDX) TO APT-DATE
            MOVE SLT-TIME(SLT-IDX) TO APT-TIME
            MOVE RCL-DATE TO APT-RECALL-DATE
            MOVE WS-RUN-DATE TO APT-BOOKED-DATE
            MOVE 'B' TO APT-STATUS
            MOVE ZERO TO APT-VISIT-DATE
            WRITE APPT-RECORD
            ADD 1 TO WS-BOOKED-COUNT

            IF WS-APT-COUNT < WS-APT-TABLE-MAX
               ADD 1 TO WS-APT-COUNT
               SET APT-IDX TO WS-APT-COUNT
               MOVE RCL-PAT-ID TO APT-TAB-PAT-ID(APT-IDX)
               MOVE RCL-DATE TO APT-TAB-RECALL-DATE(APT-IDX)
               MOVE APT-DATE TO APT-TAB-DATE(APT-IDX)
               MOVE 'B' TO APT-TAB-STATUS(APT-IDX)
            END-IF
            PERFORM 0260-WRITE-LETTER.

       0250-END.

       0260-WRITE-LETTER.
            MOVE PM-TAB-NAME(PM-IDX) TO LTR-NAME-OUT
            MOVE RCL-PAT-ID TO LTR-PAT-ID-OUT
            MOVE PM-TAB-PHONE(PM-IDX) TO LTR-PHONE-OUT
            MOVE APT-PROVIDER-ID TO WS-PRV-LOOKUP-ID
            PERFORM 0270-PROVIDER-NAME
            MOVE WS-PRV-NAME-OUT TO LTR-PROVIDER-OUT
            MOVE APT-DATE TO WS-DATE-WORK
            PERFORM 0280-FORMAT-DATE
            MOVE WS-DATE-OUT TO LTR-DATE-OUT
            MOVE APT-TIME TO WS-TIME-WORK
            PERFORM 0290-FORMAT-TIME
            MOVE WS-TIME-OUT TO LTR-TIME-OUT
            MOVE RCL-REASON TO LTR-REASON-OUT

            MOVE LETTER-RULE-LINE TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE LETTER-TITLE-LINE TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE SPACES TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE LETTER-TO-LINE TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE LETTER-ID-LINE TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE LETTER-PHONE-LINE TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE SPACES TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE LETTER-BODY-1 TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE LETTER-PROVIDER-LINE TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE LETTER-WHEN-LINE TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE LETTER-REASON-LINE TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE SPACES TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE LETTER-BODY-2 TO LETTER-LINE
            WRITE LETTER-LINE
            MOVE SPACES TO LETTER-LINE
            WRITE LETTER-LINE.

       0260-END.

       0270-PROVIDER-NAME.
            MOVE "(NOT ON PROVIDER FILE)" TO WS-PRV-NAME-OUT
            MOVE ZERO TO WS-PRV-FOUND-IDX
            SET PRV-IDX TO 1
            PERFORM UNTIL PRV-IDX > WS-PRV-COUNT
               IF PRV-TAB-ID(PRV-IDX) = WS-PRV-LOOKUP-ID
                  MOVE PRV-TAB-NAME(PRV-IDX) TO WS-PRV-NAME-OUT
                  MOVE PRV-IDX TO WS-PRV-FOUND-IDX
                  SET PRV-IDX TO WS-PRV-COUNT
               END-IF
               SET PRV-IDX UP BY 1
            END-PERFORM.

       0270-END.

       0280-FORMAT-DATE.
            MOVE WS-DW-YEAR TO WS-DO-YEAR
            MOVE WS-DW-MONTH TO WS-DO-MONTH
            MOVE WS-DW-DAY TO WS-DO-DAY.

       0280-END.

       0290-FORMAT-TIME.
            MOVE WS-TW-HOUR TO WS-TO-HOUR
            MOVE WS-TW-MINUTE TO WS-TO-MINUTE.

       0290-END.

      *----------------------------------------------------------------
      * Each provider's schedule from tomorrow on, one section per
      * provider and a sub-heading per day, every slot shown booked
      * or open, followed by the recalls that could not be placed.
      *----------------------------------------------------------------
       0500-PRINT-SCHEDULE.
            OPEN OUTPUT SCHEDREPORTFILE
            MOVE SCHED-HEADING-1 TO SCHED-REPORT-LINE
            WRITE SCHED-REPORT-LINE
            MOVE SCHED-HEADING-2 TO SCHED-REPORT-LINE
            WRITE SCHED-REPORT-LINE
            MOVE WS-RUN-DATE TO SH-RUN-DATE-OUT
            MOVE SCHED-RUN-DATE-LINE TO SCHED-REPORT-LINE
            WRITE SCHED-REPORT-LINE

            MOVE SPACES TO WS-BREAK-PROVIDER-ID
            MOVE ZERO TO WS-BREAK-DATE
            PERFORM 0510-PRINT-ONE-SLOT
               VARYING SLT-IDX FROM 1 BY 1
                  UNTIL SLT-IDX > WS-SLOT-COUNT

            MOVE SPACES TO SCHED-REPORT-LINE
            WRITE SCHED-REPORT-LINE
            MOVE UNBOOKED-HEADING TO SCHED-REPORT-LINE
            WRITE SCHED-REPORT-LINE
            PERFORM 0520-PRINT-ONE-UNBOOKED
               VARYING UNB-IDX FROM 1 BY 1
                  UNTIL UNB-IDX > WS-UNB-COUNT

            MOVE SPACES TO SCHED-REPORT-LINE
            WRITE SCHED-REPORT-LINE
            MOVE "  APPOINTMENTS BOOKED:    " TO ST-LABEL
            MOVE WS-BOOKED-COUNT TO ST-COUNT-OUT
            MOVE SCHED-TOTAL-LINE TO SCHED-REPORT-LINE
            WRITE SCHED-REPORT-LINE
            MOVE "  ALREADY BOOKED:         " TO ST-LABEL
            MOVE WS-DUPLICATE-COUNT TO ST-COUNT-OUT
            MOVE SCHED-TOTAL-LINE TO SCHED-REPORT-LINE
            WRITE SCHED-REPORT-LINE
            MOVE "  SKIPPED (INACTIVE):     " TO ST-LABEL
            MOVE WS-INACTIVE-COUNT TO ST-COUNT-OUT
            MOVE SCHED-TOTAL-LINE TO SCHED-REPORT-LINE
            WRITE SCHED-REPORT-LINE
            MOVE "  NOT BOOKED:             " TO ST-LABEL
            MOVE WS-UNB-COUNT TO ST-COUNT-OUT
            MOVE SCHED-TOTAL-LINE TO SCHED-REPORT-LINE
            WRITE SCHED-REPORT-LINE
            CLOSE SCHEDREPORTFILE.

       0500-END.

       0510-PRINT-ONE-SLOT.
            IF SLT-DATE(SLT-IDX) > WS-RUN-DATE
               IF SLT-PROVIDER-ID(SLT-IDX) NOT = WS-BREAK-PROVIDER-ID
                  MOVE SLT-PROVIDER-ID(SLT-IDX) TO WS-BREAK-PROVIDER-ID
                  MOVE ZERO TO WS-BREAK-DATE
                  MOVE SPACES TO SCHED-REPORT-LINE
                  WRITE SCHED-REPORT-LINE
                  MOVE SLT-PROVIDER-ID(SLT-IDX) TO SP-PROVIDER-OUT
                  MOVE SLT-PROVIDER-ID(SLT-IDX) TO WS-PRV-LOOKUP-ID
                  PERFORM 0270-PROVIDER-NAME
                  MOVE WS-PRV-NAME-OUT TO SP-NAME-OUT
                  MOVE SCHED-PROVIDER-LINE TO SCHED-REPORT-LINE
                  WRITE SCHED-REPORT-LINE
               END-IF
               IF SLT-DATE(SLT-IDX) NOT = WS-BREAK-DATE
                  MOVE SLT-DATE(SLT-IDX) TO WS-BREAK-DATE
                  MOVE SLT-DATE(SLT-IDX) TO WS-DATE-WORK
                  PERFORM 0280-FORMAT-DATE
                  MOVE WS-DATE-OUT TO SD-DATE-OUT
                  MOVE SCHED-DATE-LINE TO SCHED-REPORT-LINE
                  WRITE SCHED-REPORT-LINE
               END-IF
               MOVE SLT-TIME(SLT-IDX) TO WS-TIME-WORK
               PERFORM 0290-FORMAT-TIME
               MOVE WS-TIME-OUT TO SDL-TIME-OUT
               IF SLT-PAT-ID(SLT-IDX) = SPACES
                  MOVE "(OPEN)" TO SDL-PAT-OUT
                  MOVE SPACES TO SDL-NAME-OUT
                  MOVE SPACES TO SDL-PHONE-OUT
               ELSE
                  MOVE SLT-PAT-ID(SLT-IDX) TO SDL-PAT-OUT
                  MOVE SLT-PAT-ID(SLT-IDX) TO WS-PM-LOOKUP-ID
                  PERFORM 0230-FIND-PATIENT-MASTER
                  IF WS-PM-FOUND-IDX = ZERO
                     MOVE "(NOT ON MASTER)" TO SDL-NAME-OUT
                     MOVE SPACES TO SDL-PHONE-OUT
                  ELSE
                     SET PM-IDX TO WS-PM-FOUND-IDX
                     MOVE PM-TAB-NAME(PM-IDX) TO SDL-NAME-OUT
                     MOVE PM-TAB-PHONE(PM-IDX) TO SDL-PHONE-OUT
                  END-IF
               END-IF
               MOVE SCHED-DETAIL-LINE TO SCHED-REPORT-LINE
               WRITE SCHED-REPORT-LINE
            END-IF.

       0510-END.

       0520-PRINT-ONE-UNBOOKED.
            MOVE UNB-PAT-ID(UNB-IDX) TO UBL-PAT-OUT
            MOVE UNB-RECALL-DATE(UNB-IDX) TO UBL-DATE-OUT
            MOVE UNB-REASON(UNB-IDX) TO UBL-REASON-OUT
            MOVE UNBOOKED-LINE TO SCHED-REPORT-LINE
            WRITE SCHED-REPORT-LINE.

       0520-END.

       END PROGRAM APPTSCHED.
