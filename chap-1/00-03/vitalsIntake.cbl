       IDENTIFICATION DIVISION.
       PROGRAM-ID. VITALSINTAKE.
      *Intake of the clinic system's vitals interface file: checks
      *the batch header and trailer, refuses a file already received,
      *maps the clinic's patient ids to PAT-IDs through the
      *crosswalk, and writes PATIENTS.DAT for the BMI batch run plus
      *an acknowledgment file back to the clinic.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT VITALSFILE ASSIGN TO "VITALSIN.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-VITALS-STATUS.

       SELECT XWALKFILE ASSIGN TO "CLINICXWALK.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-XWALK-STATUS.

       SELECT PATMASTFILE ASSIGN TO "PATMASTER.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PATMAST-STATUS.

       SELECT RECEIVEDFILE ASSIGN TO "VITALSRCVD.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RECEIVED-STATUS.

       SELECT PATIENTFILE ASSIGN TO "PATIENTS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ACKFILE ASSIGN TO "VITALSACK.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * Inbound vitals interface: an H batch header naming the
      * sending facility, the file date and the batch id; one V
      * record per visit with the clinic's patient id, the visit
      * date, height and weight to one decimal, and a units
      * indicator (I inches and pounds, M centimetres and
      * kilograms); and a T trailer carrying the visit count.
      *----------------------------------------------------------------
       FD VITALSFILE.
       01 VITALS-HEADER-RECORD.
          05 VH-TYPE      PIC X(1).
          05 FILLER       PIC X(1).
          05 VH-FACILITY  PIC X(10).
          05 FILLER       PIC X(1).
          05 VH-FILE-DATE PIC 9(8).
          05 FILLER       PIC X(1).
          05 VH-BATCH-ID  PIC X(10).
       01 VITALS-VISIT-RECORD.
          05 VV-TYPE       PIC X(1).
          05 FILLER        PIC X(1).
          05 VV-CLINIC-ID  PIC X(12).
          05 FILLER        PIC X(1).
          05 VV-VISIT-DATE PIC 9(8).
          05 FILLER        PIC X(1).
          05 VV-HEIGHT     PIC 999V9.
          05 FILLER        PIC X(1).
          05 VV-WEIGHT     PIC 999V9.
          05 FILLER        PIC X(1).
          05 VV-UNITS      PIC X(1).
       01 VITALS-TRAILER-RECORD.
          05 VT-TYPE        PIC X(1).
          05 FILLER         PIC X(1).
          05 VT-VISIT-COUNT PIC 9(6).

      *----------------------------------------------------------------
      * Crosswalk from each facility's own patient identifier to our
      * PAT-ID, maintained by the front desk as patients register.
      *----------------------------------------------------------------
       FD XWALKFILE.
       01 XWALK-RECORD.
          05 XW-FACILITY  PIC X(10).
          05 FILLER       PIC X(1).
          05 XW-CLINIC-ID PIC X(12).
          05 FILLER       PIC X(1).
          05 XW-PAT-ID    PIC X(10).

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

      *----------------------------------------------------------------
      * Register of interface files received: facility, file date,
      * and batch id identify a file; A accepted, R rejected. Only an
      * accepted file blocks a resend, so a corrected file can come
      * back under the same batch id.
      *----------------------------------------------------------------
       FD RECEIVEDFILE.
       01 RECEIVED-RECORD.
          05 RV-FACILITY      PIC X(10).
          05 FILLER           PIC X(1).
          05 RV-FILE-DATE     PIC 9(8).
          05 FILLER           PIC X(1).
          05 RV-BATCH-ID      PIC X(10).
          05 FILLER           PIC X(1).
          05 RV-RECEIVED-DATE PIC 9(8).
          05 FILLER           PIC X(1).
          05 RV-STATUS        PIC X(1).
          05 FILLER           PIC X(1).
          05 RV-VISIT-COUNT   PIC 9(6).
          05 FILLER           PIC X(1).
          05 RV-ACCEPTED      PIC 9(6).

       FD PATIENTFILE.
       01 PATIENT-RECORD.
          05 PAT-ID          PIC X(10).
          05 FILLER          PIC X(1).
          05 PAT-WEIGHT      PIC 999.
          05 FILLER          PIC X(1).
          05 PAT-HEIGHT      PIC 999.
          05 FILLER          PIC X(1).
          05 PAT-DOB         PIC 9(8).
          05 FILLER          PIC X(1).
          05 PAT-SEX         PIC X.
          05 FILLER          PIC X(1).
          05 PAT-VISIT-DATE  PIC 9(8).

       FD ACKFILE.
       01 ACK-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-VITALS-STATUS   PIC XX VALUE '00'.
       01 WS-XWALK-STATUS    PIC XX VALUE '00'.
       01 WS-PATMAST-STATUS  PIC XX VALUE '00'.
       01 WS-RECEIVED-STATUS PIC XX VALUE '00'.

       01 WS-VITALS-EOF PIC X VALUE 'N'.
          88 END-OF-VITALS VALUE 'Y'.
       01 WS-XWALK-EOF PIC X VALUE 'N'.
          88 END-OF-XWALK VALUE 'Y'.
       01 WS-PATMAST-EOF PIC X VALUE 'N'.
          88 END-OF-PATMAST VALUE 'Y'.
       01 WS-RECEIVED-EOF PIC X VALUE 'N'.
          88 END-OF-RECEIVED VALUE 'Y'.

       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.

      *----------------------------------------------------------------
      * File-level check results from the first pass: the header
      * fields, the trailer count, the records actually seen, and the
      * reason the whole file is refused (blank when it is accepted).
      *----------------------------------------------------------------
       01 WS-FILE-REJECT-REASON PIC X(30) VALUE SPACES.
       01 WS-HEADER-COUNT  PIC 9(3) VALUE ZERO.
       01 WS-TRAILER-COUNT PIC 9(3) VALUE ZERO.
       01 WS-OTHER-COUNT   PIC 9(6) VALUE ZERO.
       01 WS-VISITS-SEEN   PIC 9(6) VALUE ZERO.
       01 WS-TRAILER-VISITS PIC 9(6) VALUE ZERO.
       01 WS-RECORD-NUMBER PIC 9(6) VALUE ZERO.
       01 WS-LAST-TYPE     PIC X(1) VALUE SPACE.
       01 WS-FACILITY      PIC X(10) VALUE SPACES.
       01 WS-FILE-DATE     PIC 9(8) VALUE ZERO.
       01 WS-BATCH-ID      PIC X(10) VALUE SPACES.

       01 WS-XW-COUNT PIC 9(4) VALUE ZERO.
       01 WS-XW-TABLE-MAX PIC 9(4) VALUE 2000.
       01 WS-XW-TABLE.
          05 WS-XW-ENTRY OCCURS 2000 TIMES INDEXED BY XW-IDX.
             10 XW-TAB-FACILITY  PIC X(10).
             10 XW-TAB-CLINIC-ID PIC X(12).
             10 XW-TAB-PAT-ID    PIC X(10).

       01 WS-PM-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PM-TABLE-MAX PIC 9(3) VALUE 500.
       01 WS-PM-TABLE.
          05 WS-PM-ENTRY OCCURS 500 TIMES INDEXED BY PM-IDX.
             10 PM-TAB-PAT-ID      PIC X(10).
             10 PM-TAB-DOB         PIC 9(8).
             10 PM-TAB-SEX         PIC X(1).
             10 PM-TAB-STATUS      PIC X(1).
                88 PM-TAB-INACTIVE VALUE 'I'.
                88 PM-TAB-MERGED   VALUE 'M'.
             10 PM-TAB-MERGED-INTO PIC X(10).
       01 WS-PM-FOUND-IDX PIC 9(3) VALUE ZERO.
       01 WS-PM-LOOKUP-ID PIC X(10) VALUE SPACES.

       01 WS-MAPPED-PAT-ID PIC X(10) VALUE SPACES.
       01 WS-VISIT-REJECT-REASON PIC X(30) VALUE SPACES.
       01 WS-WEIGHT-LBS PIC 999 VALUE ZERO.
       01 WS-HEIGHT-IN  PIC 999 VALUE ZERO.
       01 WS-KG-TO-LBS  PIC 9V99999 VALUE 2.20462.
       01 WS-CM-PER-IN  PIC 9V99 VALUE 2.54.

       01 WS-ACCEPTED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(6) VALUE ZERO.

       01 ACK-HEADER-LINE.
          05 FILLER           PIC X(2) VALUE "H ".
          05 AKH-FACILITY     PIC X(10).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 AKH-FILE-DATE    PIC 9(8).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 AKH-BATCH-ID     PIC X(10).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 AKH-STATUS       PIC X(8).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 AKH-RECEIVED     PIC 9(8).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 AKH-REASON       PIC X(30).
       01 ACK-DETAIL-LINE.
          05 FILLER           PIC X(2) VALUE "D ".
          05 AKD-RECORD-NO    PIC 9(6).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 AKD-CLINIC-ID    PIC X(12).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 AKD-VISIT-DATE   PIC X(8).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 AKD-PAT-ID       PIC X(10).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 AKD-STATUS       PIC X(8).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 AKD-REASON       PIC X(30).
       01 ACK-TRAILER-LINE.
          05 FILLER           PIC X(2) VALUE "T ".
          05 AKT-RECEIVED     PIC 9(6).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 AKT-ACCEPTED     PIC 9(6).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 AKT-REJECTED     PIC 9(6).

       PROCEDURE DIVISION.
       0100-INTAKE-RUN.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            PERFORM 0200-CHECK-FILE-STRUCTURE
            IF WS-FILE-REJECT-REASON = SPACES
               PERFORM 0250-CHECK-DUPLICATE-FILE
            END-IF

            OPEN OUTPUT PATIENTFILE
            OPEN OUTPUT ACKFILE
            MOVE WS-FACILITY TO AKH-FACILITY
            MOVE WS-FILE-DATE TO AKH-FILE-DATE
            MOVE WS-BATCH-ID TO AKH-BATCH-ID
            MOVE WS-RUN-DATE TO AKH-RECEIVED
            MOVE WS-FILE-REJECT-REASON TO AKH-REASON
            IF WS-FILE-REJECT-REASON = SPACES
               MOVE "ACCEPTED" TO AKH-STATUS
            ELSE
               MOVE "REJECTED" TO AKH-STATUS
            END-IF
            MOVE ACK-HEADER-LINE TO ACK-LINE
            WRITE ACK-LINE

            IF WS-FILE-REJECT-REASON = SPACES
               PERFORM 0150-LOAD-PATIENT-MASTER
               PERFORM 0160-LOAD-CROSSWALK
               PERFORM 0300-CONVERT-VISITS
            ELSE
               DISPLAY "Fichier refuse : " WS-FILE-REJECT-REASON
            END-IF

            MOVE WS-VISITS-SEEN TO AKT-RECEIVED
            MOVE WS-ACCEPTED-COUNT TO AKT-ACCEPTED
            MOVE WS-REJECTED-COUNT TO AKT-REJECTED
            MOVE ACK-TRAILER-LINE TO ACK-LINE
            WRITE ACK-LINE
            CLOSE PATIENTFILE
            CLOSE ACKFILE
            PERFORM 0270-REGISTER-FILE

            DISPLAY "Visites recues :   " WS-VISITS-SEEN
            DISPLAY "Visites acceptees : " WS-ACCEPTED-COUNT
            DISPLAY "Visites rejetees :  " WS-REJECTED-COUNT
            IF WS-FILE-REJECT-REASON NOT = SPACES
               STOP RUN RETURNING 8
            END-IF
            STOP RUN.

       0100-END.

       0150-LOAD-PATIENT-MASTER.
            OPEN INPUT PATMASTFILE
            IF WS-PATMAST-STATUS NOT = '00'
               DISPLAY "ATTENTION: PATMASTER.DAT absent (statut "
                  WS-PATMAST-STATUS ") - chaque visite sera rejetee."
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
                        MOVE PM-DOB TO PM-TAB-DOB(PM-IDX)
                        MOVE PM-SEX TO PM-TAB-SEX(PM-IDX)
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

       0160-LOAD-CROSSWALK.
            OPEN INPUT XWALKFILE
            IF WS-XWALK-STATUS NOT = '00'
               DISPLAY "ATTENTION: CLINICXWALK.DAT absent (statut "
                  WS-XWALK-STATUS ") - chaque visite sera rejetee."
               SET END-OF-XWALK TO TRUE
            END-IF
            PERFORM UNTIL END-OF-XWALK
               READ XWALKFILE
                  AT END SET END-OF-XWALK TO TRUE
                  NOT AT END
                     IF XW-FACILITY = WS-FACILITY
                        IF WS-XW-COUNT < WS-XW-TABLE-MAX
                           ADD 1 TO WS-XW-COUNT
                           SET XW-IDX TO WS-XW-COUNT
                           MOVE XW-FACILITY TO XW-TAB-FACILITY(XW-IDX)
                           MOVE XW-CLINIC-ID
                              TO XW-TAB-CLINIC-ID(XW-IDX)
                           MOVE XW-PAT-ID TO XW-TAB-PAT-ID(XW-IDX)
                        ELSE
                           DISPLAY "WARNING: crosswalk table full at "
                              WS-XW-TABLE-MAX ", " XW-CLINIC-ID
                              " omitted"
                        END-IF
                     END-IF
               END-READ
            END-PERFORM
            IF WS-XWALK-STATUS = '00' OR WS-XWALK-STATUS = '10'
               CLOSE XWALKFILE
            END-IF.

       0160-END.

      *----------------------------------------------------------------
      * First pass: exactly one header, first, with a facility and a
      * numeric file date; exactly one trailer, last; nothing but V
      * records between; and the trailer count equal to the visits
      * actually received. Any failure refuses the whole file.
      *----------------------------------------------------------------
       0200-CHECK-FILE-STRUCTURE.
            OPEN INPUT VITALSFILE
            IF WS-VITALS-STATUS NOT = '00'
               MOVE "INTERFACE FILE NOT FOUND" TO WS-FILE-REJECT-REASON
            ELSE
               PERFORM UNTIL END-OF-VITALS
                  READ VITALSFILE
                     AT END SET END-OF-VITALS TO TRUE
                     NOT AT END PERFORM 0210-CHECK-ONE-RECORD
                  END-READ
               END-PERFORM
               CLOSE VITALSFILE
               EVALUATE TRUE
                  WHEN WS-FILE-REJECT-REASON NOT = SPACES
                     CONTINUE
                  WHEN WS-HEADER-COUNT NOT = 1
                     MOVE "MISSING OR DUPLICATE HEADER"
                        TO WS-FILE-REJECT-REASON
                  WHEN WS-TRAILER-COUNT NOT = 1
                     MOVE "MISSING OR DUPLICATE TRAILER"
                        TO WS-FILE-REJECT-REASON
                  WHEN WS-LAST-TYPE NOT = 'T'
                     MOVE "TRAILER NOT LAST RECORD"
                        TO WS-FILE-REJECT-REASON
                  WHEN WS-OTHER-COUNT > ZERO
                     MOVE "UNKNOWN RECORD TYPE"
                        TO WS-FILE-REJECT-REASON
                  WHEN WS-TRAILER-VISITS NOT = WS-VISITS-SEEN
                     MOVE "TRAILER COUNT MISMATCH"
                        TO WS-FILE-REJECT-REASON
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
            END-IF
            MOVE 'N' TO WS-VITALS-EOF.

       0200-END.

       0210-CHECK-ONE-RECORD.
            ADD 1 TO WS-RECORD-NUMBER
            MOVE VH-TYPE TO WS-LAST-TYPE
            EVALUATE VH-TYPE
               WHEN 'H'
                  ADD 1 TO WS-HEADER-COUNT
                  IF WS-RECORD-NUMBER NOT = 1
                     AND WS-FILE-REJECT-REASON = SPACES
                     MOVE "HEADER NOT FIRST RECORD"
                        TO WS-FILE-REJECT-REASON
                  END-IF
                  IF WS-HEADER-COUNT = 1
                     MOVE VH-FACILITY TO WS-FACILITY
                     MOVE VH-BATCH-ID TO WS-BATCH-ID
                     IF VH-FILE-DATE IS NUMERIC
                        MOVE VH-FILE-DATE TO WS-FILE-DATE
                     END-IF
                     IF (VH-FACILITY = SPACES
                        OR VH-FILE-DATE IS NOT NUMERIC
                        OR VH-BATCH-ID = SPACES)
                        AND WS-FILE-REJECT-REASON = SPACES
                        MOVE "HEADER FIELDS INVALID"
                           TO WS-FILE-REJECT-REASON
                     END-IF
                  END-IF
               WHEN 'V'
                  ADD 1 TO WS-VISITS-SEEN
               WHEN 'T'
                  ADD 1 TO WS-TRAILER-COUNT
                  IF VT-VISIT-COUNT IS NUMERIC
                     MOVE VT-VISIT-COUNT TO WS-TRAILER-VISITS
                  ELSE
                     MOVE 999999 TO WS-TRAILER-VISITS
                  END-IF
               WHEN OTHER
                  ADD 1 TO WS-OTHER-COUNT
            END-EVALUATE.

       0210-END.

      *----------------------------------------------------------------
      * A file already accepted under the same facility, file date,
      * and batch id is a resend and is refused.
      *----------------------------------------------------------------
       0250-CHECK-DUPLICATE-FILE.
            OPEN INPUT RECEIVEDFILE
            IF WS-RECEIVED-STATUS NOT = '00'
               SET END-OF-RECEIVED TO TRUE
            END-IF
            PERFORM UNTIL END-OF-RECEIVED
               READ RECEIVEDFILE
                  AT END SET END-OF-RECEIVED TO TRUE
                  NOT AT END
                     IF RV-FACILITY = WS-FACILITY
                        AND RV-FILE-DATE = WS-FILE-DATE
                        AND RV-BATCH-ID = WS-BATCH-ID
                        AND RV-STATUS = 'A'
                        MOVE "FILE ALREADY RECEIVED"
                           TO WS-FILE-REJECT-REASON
                     END-IF
               END-READ
            END-PERFORM
            IF WS-RECEIVED-STATUS = '00' OR WS-RECEIVED-STATUS = '10'
               CLOSE RECEIVEDFILE
            END-IF.

       0250-END.

       0270-REGISTER-FILE.
            OPEN EXTEND RECEIVEDFILE
            IF WS-RECEIVED-STATUS NOT = '00'
               OPEN OUTPUT RECEIVEDFILE
            END-IF
            MOVE SPACES TO RECEIVED-RECORD
            MOVE WS-FACILITY TO RV-FACILITY
            MOVE WS-FILE-DATE TO RV-FILE-DATE
            MOVE WS-BATCH-ID TO RV-BATCH-ID
            MOVE WS-RUN-DATE TO RV-RECEIVED-DATE
            IF WS-FILE-REJECT-REASON = SPACES
               MOVE 'A' TO RV-STATUS
            ELSE
               MOVE 'R' TO RV-STATUS
            END-IF
            MOVE WS-VISITS-SEEN TO RV-VISIT-COUNT
            MOVE WS-ACCEPTED-COUNT TO RV-ACCEPTED
            WRITE RECEIVED-RECORD
            CLOSE RECEIVEDFILE.

       0270-END.

      *----------------------------------------------------------------
      * Second pass: each visit is mapped and edited, written to
      * PATIENTS.DAT in inches and pounds when it passes, and listed
      * on the acknowledgment either way.
      *----------------------------------------------------------------
       0300-CONVERT-VISITS.
            MOVE ZERO TO WS-RECORD-NUMBER
            OPEN INPUT VITALSFILE
            PERFORM UNTIL END-OF-VITALS
               READ VITALSFILE
                  AT END SET END-OF-VITALS TO TRUE
                  NOT AT END
                     ADD 1 TO WS-RECORD-NUMBER
                     IF VV-TYPE = 'V'
                        PERFORM 0310-CONVERT-ONE-VISIT
                     END-IF
               END-READ
            END-PERFORM
            CLOSE VITALSFILE.

       0300-END.

       0310-CONVERT-ONE-VISIT.
            MOVE SPACES TO WS-VISIT-REJECT-REASON
            MOVE SPACES TO WS-MAPPED-PAT-ID
            PERFORM 0320-MAP-PATIENT-ID

            IF WS-VISIT-REJECT-REASON = SPACES
               IF VV-VISIT-DATE IS NOT NUMERIC
                  OR VV-VISIT-DATE = ZERO
                  OR VV-VISIT-DATE > WS-FILE-DATE
                  MOVE "VISIT DATE INVALID" TO WS-VISIT-REJECT-REASON
               END-IF
            END-IF
            IF WS-VISIT-REJECT-REASON = SPACES
               IF VV-UNITS NOT = 'I' AND VV-UNITS NOT = 'M'
                  MOVE "UNITS INDICATOR INVALID"
                     TO WS-VISIT-REJECT-REASON
               END-IF
            END-IF
            IF WS-VISIT-REJECT-REASON = SPACES
               IF VV-HEIGHT IS NOT NUMERIC OR VV-HEIGHT = ZERO
                  MOVE "HEIGHT MISSING OR NOT NUMERIC"
                     TO WS-VISIT-REJECT-REASON
               END-IF
            END-IF
            IF WS-VISIT-REJECT-REASON = SPACES
               IF VV-WEIGHT IS NOT NUMERIC OR VV-WEIGHT = ZERO
                  MOVE "WEIGHT MISSING OR NOT NUMERIC"
                     TO WS-VISIT-REJECT-REASON
               END-IF
            END-IF
            IF WS-VISIT-REJECT-REASON = SPACES
               PERFORM 0330-CONVERT-UNITS
            END-IF

            MOVE WS-RECORD-NUMBER TO AKD-RECORD-NO
            MOVE VV-CLINIC-ID TO AKD-CLINIC-ID
            MOVE VV-VISIT-DATE TO AKD-VISIT-DATE
            MOVE WS-MAPPED-PAT-ID TO AKD-PAT-ID
            MOVE WS-VISIT-REJECT-REASON TO AKD-REASON
            IF WS-VISIT-REJECT-REASON = SPACES
               MOVE "ACCEPTED" TO AKD-STATUS
               SET PM-IDX TO WS-PM-FOUND-IDX
               MOVE SPACES TO PATIENT-RECORD
               MOVE WS-MAPPED-PAT-ID TO PAT-ID
               MOVE WS-WEIGHT-LBS TO PAT-WEIGHT
               MOVE WS-HEIGHT-IN TO PAT-HEIGHT
               MOVE PM-TAB-DOB(PM-IDX) TO PAT-DOB
               MOVE PM-TAB-SEX(PM-IDX) TO PAT-SEX
               MOVE VV-VISIT-DATE TO PAT-VISIT-DATE
               WRITE PATIENT-RECORD
               ADD 1 TO WS-ACCEPTED-COUNT
            ELSE
               MOVE "REJECTED" TO AKD-STATUS
               ADD 1 TO WS-REJECTED-COUNT
            END-IF
            MOVE ACK-DETAIL-LINE TO ACK-LINE
            WRITE ACK-LINE.

       0310-END.

      *----------------------------------------------------------------
      * Clinic id to PAT-ID through the crosswalk. The PAT-ID must be
      * on the master and not inactivated; one merged into another
      * patient is sent on as the survivor.
      *----------------------------------------------------------------
       0320-MAP-PATIENT-ID.
            SET XW-IDX TO 1
            PERFORM UNTIL XW-IDX > WS-XW-COUNT
               IF XW-TAB-CLINIC-ID(XW-IDX) = VV-CLINIC-ID
                  MOVE XW-TAB-PAT-ID(XW-IDX) TO WS-MAPPED-PAT-ID
                  SET XW-IDX TO WS-XW-COUNT
               END-IF
               SET XW-IDX UP BY 1
            END-PERFORM
            IF WS-MAPPED-PAT-ID = SPACES
               MOVE "CLINIC ID NOT IN CROSSWALK"
                  TO WS-VISIT-REJECT-REASON
            ELSE
               MOVE WS-MAPPED-PAT-ID TO WS-PM-LOOKUP-ID
               PERFORM 0340-FIND-PATIENT-MASTER
               IF WS-PM-FOUND-IDX NOT = ZERO
                  SET PM-IDX TO WS-PM-FOUND-IDX
                  IF PM-TAB-MERGED(PM-IDX)
                     MOVE PM-TAB-MERGED-INTO(PM-IDX)
                        TO WS-MAPPED-PAT-ID
                     MOVE WS-MAPPED-PAT-ID TO WS-PM-LOOKUP-ID
                     PERFORM 0340-FIND-PATIENT-MASTER
                  END-IF
               END-IF
               IF WS-PM-FOUND-IDX = ZERO
                  MOVE "PATIENT NOT ON MASTER"
                     TO WS-VISIT-REJECT-REASON
               ELSE
                  SET PM-IDX TO WS-PM-FOUND-IDX
                  IF PM-TAB-INACTIVE(PM-IDX)
                     MOVE "PATIENT INACTIVE ON MASTER"
                        TO WS-VISIT-REJECT-REASON
                  END-IF
               END-IF
            END-IF.

       0320-END.

      *----------------------------------------------------------------
      * PATIENTS.DAT carries whole inches and pounds; metric visits
      * are converted and everything is rounded to the nearest unit.
      *----------------------------------------------------------------
       0330-CONVERT-UNITS.
            IF VV-UNITS = 'M'
               COMPUTE WS-WEIGHT-LBS ROUNDED =
                  VV-WEIGHT * WS-KG-TO-LBS
                  ON SIZE ERROR
                     MOVE "WEIGHT OUT OF RANGE"
                        TO WS-VISIT-REJECT-REASON
               END-COMPUTE
               COMPUTE WS-HEIGHT-IN ROUNDED =
                  VV-HEIGHT / WS-CM-PER-IN
            ELSE
               COMPUTE WS-WEIGHT-LBS ROUNDED = VV-WEIGHT
                  ON SIZE ERROR
                     MOVE "WEIGHT OUT OF RANGE"
                        TO WS-VISIT-REJECT-REASON
               END-COMPUTE
               COMPUTE WS-HEIGHT-IN ROUNDED = VV-HEIGHT
                  ON SIZE ERROR
                     MOVE "HEIGHT OUT OF RANGE"
                        TO WS-VISIT-REJECT-REASON
               END-COMPUTE
            END-IF.

       0330-END.

       0340-FIND-PATIENT-MASTER.
            MOVE ZERO TO WS-PM-FOUND-IDX
            SET PM-IDX TO 1
            PERFORM UNTIL PM-IDX > WS-PM-COUNT
               IF PM-TAB-PAT-ID(PM-IDX) = WS-PM-LOOKUP-ID
                  MOVE PM-IDX TO WS-PM-FOUND-IDX
                  SET PM-IDX TO WS-PM-COUNT
               END-IF
               SET PM-IDX UP BY 1
            END-PERFORM.

       0340-END.

       END PROGRAM VITALSINTAKE.
