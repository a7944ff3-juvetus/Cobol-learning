      * Patient record now carries date of birth and sex so batch
      * mode can classify children against age/sex BMI percentiles
      * instead of forcing the adult bands onto an 8-year-old.
      * The clinic interface intake adds the visit date, which dates
      * the history entry; records without one take the run date.
      *----------------------------------------------------------------
       FD PATIENTFILE.
       01 PATIENT-RECORD.
             10 PAT-DOB-DAY   PIC 9(2).
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PAT-SEX         PIC X.
          05 FILLER          PIC X(1) VALUE SPACE.
          05 PAT-VISIT-DATE  PIC 9(8).

       FD BMIREPORTFILE.
       01 BMI-REPORT-LINE PIC X(80).
      * reports print, the DOB and sex the pediatric classification
      * trusts (instead of whatever each day's input file carries),
      * the contact details the front desk calls, and the provider
      * whose panel the patient belongs to. PM-STATUS is blank or A
      * for an active patient, I once inactivated, and M once merged
      * into the PAT-ID in PM-MERGED-INTO by patient maintenance.
      *----------------------------------------------------------------
       FD PATMASTFILE.
       01 PATIENT-MASTER-RECORD.
          05 PM-PHONE       PIC X(12).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 PM-PROVIDER-ID PIC X(5).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 PM-STATUS      PIC X(1).
          05 FILLER         PIC X(1) VALUE SPACE.
          05 PM-MERGED-INTO PIC X(10).

      *----------------------------------------------------------------
      * Provider master: the clinic's providers, one line each, that
      *----------------------------------------------------------------
       FD PROVIDERFILE.
       01 PROVIDER-RECORD.
          05 PRV-ID     PIC X(5).
          05 FILLER     PIC X(1).
          05 PRV-NAME   PIC X(25).
          05 FILLER     PIC X(1).
          05 PRV-STATUS PIC X(1).

       FD PANELFILE.
       01 PANEL-LINE PIC X(100).
             10 PM-TAB-SEX         PIC X(1).
             10 PM-TAB-PHONE       PIC X(12).
             10 PM-TAB-PROVIDER-ID PIC X(5).
             10 PM-TAB-STATUS      PIC X(1).
                88 PM-TAB-MERGED VALUE 'M'.
             10 PM-TAB-MERGED-INTO PIC X(10).
       01 WS-PM-FOUND-IDX PIC 9(3) VALUE ZERO.
       01 WS-PM-LOOKUP-ID PIC X(10) VALUE SPACES.
       01 WS-PM-DIRTY PIC X VALUE 'N'.
                        MOVE PM-PHONE TO PM-TAB-PHONE(PM-IDX)
                        MOVE PM-PROVIDER-ID
                           TO PM-TAB-PROVIDER-ID(PM-IDX)
                        MOVE PM-STATUS TO PM-TAB-STATUS(PM-IDX)
                        MOVE PM-MERGED-INTO
                           TO PM-TAB-MERGED-INTO(PM-IDX)
                     ELSE
                        DISPLAY "WARNING: patient master table full"
                           " at " WS-PM-TABLE-MAX ", " PM-PAT-ID
      * The id must be on the patient master - a typo'd id used to
      * sail through and silently start a new trend line. A matched
      * patient's DOB and sex come off the master, so the pediatric
      * classification stops trusting each day's input file. An id
      * merged into another patient is taken as the survivor's, so
      * the visit lands on the one continuous history.
      *----------------------------------------------------------------
            IF PATIENT-VALID
               MOVE PAT-ID TO WS-PM-LOOKUP-ID
               PERFORM 0170-FIND-PATIENT-MASTER
               IF WS-PM-FOUND-IDX NOT = ZERO
                  SET PM-IDX TO WS-PM-FOUND-IDX
                  IF PM-TAB-MERGED(PM-IDX)
                     MOVE PM-TAB-MERGED-INTO(PM-IDX) TO PAT-ID
                     MOVE PAT-ID TO WS-PM-LOOKUP-ID
                     PERFORM 0170-FIND-PATIENT-MASTER
                  END-IF
               END-IF
               IF WS-PM-FOUND-IDX = ZERO
                  MOVE 'N' TO WS-PATIENT-VALID
                  MOVE "PATIENT NOT ON MASTER"
       0340-WRITE-BMI-HISTORY.
            MOVE SPACES TO BMI-HIST-RECORD
            MOVE PAT-ID TO HIST-PAT-ID
            IF PAT-VISIT-DATE IS NUMERIC AND PAT-VISIT-DATE > ZERO
               MOVE PAT-VISIT-DATE TO HIST-DATE
            ELSE
               MOVE WS-RUN-DATE TO HIST-DATE
            END-IF
            MOVE BMI TO HIST-BMI
            MOVE WS-CATEGORY TO HIST-CATEGORY
            WRITE BMI-HIST-RECORD.
                  ADD 1 TO WS-PM-COUNT
                  SET PM-IDX TO WS-PM-COUNT
                  MOVE WS-PM-LOOKUP-ID TO PM-TAB-PAT-ID(PM-IDX)
                  MOVE 'A' TO PM-TAB-STATUS(PM-IDX)
                  MOVE SPACES TO PM-TAB-MERGED-INTO(PM-IDX)
                  PERFORM 0650-ACCEPT-PATIENT-FIELDS
                  MOVE 'Y' TO WS-PM-DIRTY
                  DISPLAY "Patient " WS-PM-LOOKUP-ID " ajoute."
               MOVE PM-TAB-SEX(PM-IDX) TO PM-SEX
               MOVE PM-TAB-PHONE(PM-IDX) TO PM-PHONE
               MOVE PM-TAB-PROVIDER-ID(PM-IDX) TO PM-PROVIDER-ID
               MOVE PM-TAB-STATUS(PM-IDX) TO PM-STATUS
               MOVE PM-TAB-MERGED-INTO(PM-IDX) TO PM-MERGED-INTO
               WRITE PATIENT-MASTER-RECORD
               SET PM-IDX UP BY 1
            END-PERFORM
