       IDENTIFICATION DIVISION.
       PROGRAM-ID. PATMAINT.
      *On-line maintenance of the patient and provider masters, with
      *an audit record for every change and a merge function that
      *folds a patient registered twice into one surviving PAT-ID.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PATMASTFILE ASSIGN TO "PATMASTER.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PATMAST-STATUS.

       SELECT PROVIDERFILE ASSIGN TO "PROVIDERS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROVIDER-STATUS.

       SELECT AUDITFILE ASSIGN TO "PATMAINTAUDIT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

       SELECT MERGELOGFILE ASSIGN TO "PATMERGE.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MERGELOG-STATUS.

       SELECT BMIHISTFILE ASSIGN TO "BMIHIST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HIST-STATUS.

       SELECT HISTWORKFILE ASSIGN TO "BMIHIST.TMP"
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RECALLFILE ASSIGN TO "RECALLS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RECALL-STATUS.

       SELECT RECALLWORKFILE ASSIGN TO "RECALLS.TMP"
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * Patient master. PM-STATUS is blank or A for an active patient,
      * I once inactivated, and M once merged into another PAT-ID -
      * PM-MERGED-INTO then names the survivor, so a visit still keyed
      * under the old id can be redirected instead of starting a new
      * history.
      *----------------------------------------------------------------
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
      * Provider master; PRV-STATUS is blank or A while the provider
      * is taking patients, I once inactivated.
      *----------------------------------------------------------------
       FD PROVIDERFILE.
       01 PROVIDER-RECORD.
          05 PRV-ID     PIC X(5).
          05 FILLER     PIC X(1).
          05 PRV-NAME   PIC X(25).
          05 FILLER     PIC X(1).
          05 PRV-STATUS PIC X(1).

      *----------------------------------------------------------------
      * Maintenance audit trail: one record per add, change,
      * inactivate, reactivate, or merge, carrying the master the
      * change was made to, the key, who keyed it and when, and the
      * full before and after images of the record.
      *----------------------------------------------------------------
       FD AUDITFILE.
       01 AUDIT-RECORD.
          05 AUD-FUNCTION     PIC X(1).
          05 FILLER           PIC X(1).
          05 AUD-MASTER       PIC X(3).
          05 FILLER           PIC X(1).
          05 AUD-KEY          PIC X(10).
          05 FILLER           PIC X(1).
          05 AUD-OPERATOR     PIC X(8).
          05 FILLER           PIC X(1).
          05 AUD-DATE         PIC 9(8).
          05 FILLER           PIC X(1).
          05 AUD-TIME         PIC 9(8).
          05 FILLER           PIC X(1).
          05 AUD-BEFORE-IMAGE PIC X(79).
          05 FILLER           PIC X(1).
          05 AUD-AFTER-IMAGE  PIC X(79).

      *----------------------------------------------------------------
      * Merge log: one record per patient merge - the survivor, the
      * id folded into it, who did it and when, and how many history
      * and recall records were re-keyed.
      *----------------------------------------------------------------
       FD MERGELOGFILE.
       01 MERGE-LOG-RECORD.
          05 MRG-DATE         PIC 9(8).
          05 FILLER           PIC X(1).
          05 MRG-TIME         PIC 9(8).
          05 FILLER           PIC X(1).
          05 MRG-SURVIVOR-ID  PIC X(10).
          05 FILLER           PIC X(1).
          05 MRG-LOSER-ID     PIC X(10).
          05 FILLER           PIC X(1).
          05 MRG-OPERATOR     PIC X(8).
          05 FILLER           PIC X(1).
          05 MRG-HIST-COUNT   PIC 9(5).
          05 FILLER           PIC X(1).
          05 MRG-RECALL-COUNT PIC 9(5).

       FD BMIHISTFILE.
       01 BMI-HIST-RECORD.
          05 HIST-PAT-ID   PIC X(10).
          05 FILLER        PIC X(1).
          05 HIST-DATE     PIC 9(8).
          05 FILLER        PIC X(1).
          05 HIST-BMI      PIC 999V99.
          05 FILLER        PIC X(1).
          05 HIST-CATEGORY PIC X(15).

       FD HISTWORKFILE.
       01 HIST-WORK-RECORD PIC X(41).

       FD RECALLFILE.
       01 RECALL-RECORD.
          05 RCL-PAT-ID  PIC X(10).
          05 RCL-REST    PIC X(40).

       FD RECALLWORKFILE.
       01 RECALL-WORK-RECORD PIC X(50).

       WORKING-STORAGE SECTION.
       01 WS-PATMAST-STATUS  PIC XX VALUE '00'.
       01 WS-PROVIDER-STATUS PIC XX VALUE '00'.
       01 WS-AUDIT-STATUS    PIC XX VALUE '00'.
       01 WS-MERGELOG-STATUS PIC XX VALUE '00'.
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

       01 WS-RUN-DATE    PIC 9(8) VALUE ZERO.
       01 WS-MAINT-TIME  PIC 9(8) VALUE ZERO.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.

       01 WS-MASTER-CHOICE PIC X VALUE SPACE.
          88 MASTER-PATIENTS  VALUE '1'.
          88 MASTER-PROVIDERS VALUE '2'.
          88 MASTER-MERGE     VALUE '3'.
          88 MASTER-EXIT      VALUE 'X'.
       01 WS-MAINT-CHOICE PIC X VALUE SPACE.
          88 MAINT-FUNCTION-ADD        VALUE 'A'.
          88 MAINT-FUNCTION-CHANGE     VALUE 'C'.
          88 MAINT-FUNCTION-INACTIVATE VALUE 'D'.
          88 MAINT-FUNCTION-REACTIVATE VALUE 'R'.
          88 MAINT-FUNCTION-INQUIRE    VALUE 'I'.
          88 MAINT-FUNCTION-EXIT       VALUE 'X'.
       01 WS-CONFIRM PIC X VALUE SPACE.
          88 CONFIRMED VALUE 'O'.

      *----------------------------------------------------------------
      * Both masters are held in tables for the session; a master
      * that changed is rewritten whole on exit, and the patient
      * master is rewritten straight away after a merge so it never
      * disagrees with the re-keyed history.
      *----------------------------------------------------------------
       01 WS-PM-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PM-TABLE-MAX PIC 9(3) VALUE 500.
       01 WS-PM-TABLE.
          05 WS-PM-ENTRY OCCURS 500 TIMES INDEXED BY PM-IDX.
             10 PM-TAB-PAT-ID      PIC X(10).
             10 PM-TAB-NAME        PIC X(25).
             10 PM-TAB-DOB         PIC 9(8).
             10 PM-TAB-SEX         PIC X(1).
             10 PM-TAB-PHONE       PIC X(12).
             10 PM-TAB-PROVIDER-ID PIC X(5).
             10 PM-TAB-STATUS      PIC X(1).
                88 PM-TAB-INACTIVE VALUE 'I'.
                88 PM-TAB-MERGED   VALUE 'M'.
             10 PM-TAB-MERGED-INTO PIC X(10).
       01 WS-PM-FOUND-IDX PIC 9(3) VALUE ZERO.
       01 WS-PM-LOOKUP-ID PIC X(10) VALUE SPACES.
       01 WS-PM-DIRTY PIC X VALUE 'N'.
          88 PATMAST-CHANGED VALUE 'Y'.

       01 WS-PRV-COUNT PIC 9(2) VALUE ZERO.
       01 WS-PRV-TABLE-MAX PIC 9(2) VALUE 50.
       01 WS-PRV-TABLE.
          05 WS-PRV-ENTRY OCCURS 50 TIMES INDEXED BY PRV-IDX.
             10 PRV-TAB-ID     PIC X(5).
             10 PRV-TAB-NAME   PIC X(25).
             10 PRV-TAB-STATUS PIC X(1).
                88 PRV-TAB-INACTIVE VALUE 'I'.
       01 WS-PRV-FOUND-IDX PIC 9(2) VALUE ZERO.
       01 WS-PRV-LOOKUP-ID PIC X(5) VALUE SPACES.
       01 WS-PRV-DIRTY PIC X VALUE 'N'.
          88 PROVIDERS-CHANGED VALUE 'Y'.
       01 WS-PANEL-COUNT PIC 9(3) VALUE ZERO.

      *----------------------------------------------------------------
      * Keyed entry fields. On a change a blank entry keeps the value
      * already on file, so only the fields being corrected need to
      * be keyed.
      *----------------------------------------------------------------
       01 WS-ENTRY-FIELDS.
          05 WS-ENT-NAME        PIC X(25).
          05 WS-ENT-DOB         PIC X(8).
          05 WS-ENT-SEX         PIC X(1).
          05 WS-ENT-PHONE       PIC X(12).
          05 WS-ENT-PROVIDER-ID PIC X(5).
       01 WS-ENTRY-VALID PIC X VALUE 'Y'.
          88 ENTRY-VALID VALUE 'Y'.

      *----------------------------------------------------------------
      * Record images in the master file layouts, built from a table
      * entry for the audit trail and for the rewrite.
      *----------------------------------------------------------------
       01 WS-PM-IMAGE.
          05 WS-PMI-PAT-ID      PIC X(10).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-PMI-NAME        PIC X(25).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-PMI-DOB         PIC 9(8).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-PMI-SEX         PIC X(1).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-PMI-PHONE       PIC X(12).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-PMI-PROVIDER-ID PIC X(5).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-PMI-STATUS      PIC X(1).
          05 FILLER             PIC X(1) VALUE SPACE.
          05 WS-PMI-MERGED-INTO PIC X(10).

       01 WS-PRV-IMAGE.
          05 WS-PVI-ID     PIC X(5).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 WS-PVI-NAME   PIC X(25).
          05 FILLER        PIC X(1) VALUE SPACE.
          05 WS-PVI-STATUS PIC X(1).

       01 WS-BEFORE-IMAGE PIC X(79) VALUE SPACES.
       01 WS-AFTER-IMAGE  PIC X(79) VALUE SPACES.
       01 WS-AUD-FUNCTION-CODE PIC X(1) VALUE SPACE.
       01 WS-AUD-MASTER-CODE   PIC X(3) VALUE SPACES.
       01 WS-AUD-KEY-VALUE     PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------
      * Audit record is built up here field by field and moved to
      * AUDIT-RECORD as a single group so the write always carries
      * every field.
      *----------------------------------------------------------------
       01 WS-AUDIT-RECORD-AREA.
          05 WS-AUD-FUNCTION     PIC X(1).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-AUD-MASTER       PIC X(3).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-AUD-KEY          PIC X(10).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-AUD-OPERATOR     PIC X(8).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-AUD-DATE         PIC 9(8).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-AUD-TIME         PIC 9(8).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-AUD-BEFORE-IMAGE PIC X(79).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-AUD-AFTER-IMAGE  PIC X(79).

       01 WS-MERGE-LOG-AREA.
          05 WS-MRG-DATE         PIC 9(8).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-MRG-TIME         PIC 9(8).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-MRG-SURVIVOR-ID  PIC X(10).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-MRG-LOSER-ID     PIC X(10).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-MRG-OPERATOR     PIC X(8).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-MRG-HIST-COUNT   PIC 9(5).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-MRG-RECALL-COUNT PIC 9(5).

      *----------------------------------------------------------------
      * Merge work fields: the two patients' table positions and ids,
      * and the history and recall files rewritten through a work
      * file that then replaces the live one.
      *----------------------------------------------------------------
       01 WS-SURVIVOR-IDX PIC 9(3) VALUE ZERO.
       01 WS-LOSER-IDX    PIC 9(3) VALUE ZERO.
       01 WS-SURVIVOR-ID  PIC X(10) VALUE SPACES.
       01 WS-LOSER-ID     PIC X(10) VALUE SPACES.
       01 WS-HIST-REKEYED   PIC 9(5) VALUE ZERO.
       01 WS-RECALL-REKEYED PIC 9(5) VALUE ZERO.
       01 WS-REPOINTED      PIC 9(3) VALUE ZERO.
       01 WS-HIST-FILE-NAME     PIC X(20) VALUE "BMIHIST.DAT".
       01 WS-HIST-TMP-NAME      PIC X(20) VALUE "BMIHIST.TMP".
       01 WS-RECALL-FILE-NAME   PIC X(20) VALUE "RECALLS.DAT".
       01 WS-RECALL-TMP-NAME    PIC X(20) VALUE "RECALLS.TMP".
       01 WS-DELETE-STATUS PIC S9(9) COMP-5 VALUE ZERO.
       01 WS-RENAME-STATUS PIC S9(9) COMP-5 VALUE ZERO.

       01 WS-MAINT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MERGE-COUNT PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       0100-MAINT-SESSION.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            DISPLAY "Operateur : "
            ACCEPT WS-OPERATOR-ID
            IF WS-OPERATOR-ID = SPACES
               DISPLAY "Identifiant operateur obligatoire pour la"
                  " piste d'audit."
               STOP RUN RETURNING 16
            END-IF
            PERFORM 0150-LOAD-PATIENT-MASTER
            PERFORM 0160-LOAD-PROVIDERS
            OPEN EXTEND AUDITFILE
            IF WS-AUDIT-STATUS NOT = '00'
               OPEN OUTPUT AUDITFILE
            END-IF

            MOVE SPACE TO WS-MASTER-CHOICE
            PERFORM 0200-ONE-MASTER-CHOICE UNTIL MASTER-EXIT

            IF PATMAST-CHANGED
               PERFORM 0690-REWRITE-PATIENT-MASTER
            END-IF
            IF PROVIDERS-CHANGED
               PERFORM 0695-REWRITE-PROVIDERS
            END-IF
            CLOSE AUDITFILE
            DISPLAY "Mises a jour auditees : " WS-MAINT-COUNT
            DISPLAY "Fusions de patients :   " WS-MERGE-COUNT
            STOP RUN.

       0100-END.

      *----------------------------------------------------------------
      * Loads the patient master into its table. A record written
      * before the status byte existed reads as active. The master
      * is rewritten whole from the table, so one that will not fit
      * stops the session before anything can be changed.
      *----------------------------------------------------------------
       0150-LOAD-PATIENT-MASTER.
            OPEN INPUT PATMASTFILE
            IF WS-PATMAST-STATUS NOT = '00'
               DISPLAY "PATMASTER.DAT absent (statut "
                  WS-PATMAST-STATUS ") - fichier vide au depart."
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
                        MOVE PM-SEX TO PM-TAB-SEX(PM-IDX)
                        MOVE PM-PHONE TO PM-TAB-PHONE(PM-IDX)
                        MOVE PM-PROVIDER-ID
                           TO PM-TAB-PROVIDER-ID(PM-IDX)
                        MOVE PM-STATUS TO PM-TAB-STATUS(PM-IDX)
                        MOVE PM-MERGED-INTO
                           TO PM-TAB-MERGED-INTO(PM-IDX)
                     ELSE
                        DISPLAY "Table des patients pleine a "
                           WS-PM-TABLE-MAX " - " PM-PAT-ID
                           " ne peut etre charge; PATMASTER.DAT"
                           " ne peut etre reecrit sans perte."
                        CLOSE PATMASTFILE
                        STOP RUN RETURNING 16
                     END-IF
               END-READ
            END-PERFORM
            IF WS-PATMAST-STATUS = '00' OR WS-PATMAST-STATUS = '10'
               CLOSE PATMASTFILE
            END-IF.

       0150-END.

      *----------------------------------------------------------------
      * Loads the providers into their table, stopping the session
      * on overflow for the same reason as the patient master.
      *----------------------------------------------------------------
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
                        MOVE PRV-STATUS TO PRV-TAB-STATUS(PRV-IDX)
                     ELSE
                        DISPLAY "Table des praticiens pleine a "
                           WS-PRV-TABLE-MAX " - " PRV-ID
                           " ne peut etre charge; PROVIDERS.DAT"
                           " ne peut etre reecrit sans perte."
                        CLOSE PROVIDERFILE
                        STOP RUN RETURNING 16
                     END-IF
               END-READ
            END-PERFORM
            IF WS-PROVIDER-STATUS = '00' OR WS-PROVIDER-STATUS = '10'
               CLOSE PROVIDERFILE
            END-IF.

       0160-END.

      *----------------------------------------------------------------
      * Patient-master lookup; leaves the entry index in
      * WS-PM-FOUND-IDX, zero when the id is not on the master.
      *----------------------------------------------------------------
       0170-FIND-PATIENT-MASTER.
            MOVE ZERO TO WS-PM-FOUND-IDX
            SET PM-IDX TO 1
            PERFORM UNTIL PM-IDX > WS-PM-COUNT
               IF PM-TAB-PAT-ID(PM-IDX) = WS-PM-LOOKUP-ID
                  MOVE PM-IDX TO WS-PM-FOUND-IDX
                  SET PM-IDX TO WS-PM-COUNT
               END-IF
               SET PM-IDX UP BY 1
            END-PERFORM.

       0170-END.

       0180-FIND-PROVIDER.
            MOVE ZERO TO WS-PRV-FOUND-IDX
            SET PRV-IDX TO 1
            PERFORM UNTIL PRV-IDX > WS-PRV-COUNT
               IF PRV-TAB-ID(PRV-IDX) = WS-PRV-LOOKUP-ID
                  MOVE PRV-IDX TO WS-PRV-FOUND-IDX
                  SET PRV-IDX TO WS-PRV-COUNT
               END-IF
               SET PRV-IDX UP BY 1
            END-PERFORM.

       0180-END.

       0200-ONE-MASTER-CHOICE.
            DISPLAY " "
            DISPLAY "MAINTENANCE DES FICHIERS MAITRES"
            DISPLAY "1. Patients"
            DISPLAY "2. Praticiens"
            DISPLAY "3. Fusion de deux dossiers patients"
            DISPLAY "X. Quitter"
            ACCEPT WS-MASTER-CHOICE
            MOVE FUNCTION UPPER-CASE(WS-MASTER-CHOICE)
               TO WS-MASTER-CHOICE

            EVALUATE TRUE
               WHEN MASTER-PATIENTS
                  MOVE SPACE TO WS-MAINT-CHOICE
                  PERFORM 0300-ONE-PATIENT-FUNCTION
                     UNTIL MAINT-FUNCTION-EXIT
               WHEN MASTER-PROVIDERS
                  MOVE SPACE TO WS-MAINT-CHOICE
                  PERFORM 0400-ONE-PROVIDER-FUNCTION
                     UNTIL MAINT-FUNCTION-EXIT
               WHEN MASTER-MERGE
                  PERFORM 0500-MERGE-PATIENTS
               WHEN MASTER-EXIT
                  CONTINUE
               WHEN OTHER
                  DISPLAY "Option invalide"
            END-EVALUATE.

       0200-END.

       0300-ONE-PATIENT-FUNCTION.
            DISPLAY " "
            DISPLAY "FICHIER MAITRE PATIENTS"
            DISPLAY "A. Ajouter un patient"
            DISPLAY "C. Modifier un patient"
            DISPLAY "D. Desactiver un patient"
            DISPLAY "R. Reactiver un patient"
            DISPLAY "I. Consulter un patient"
            DISPLAY "X. Retour"
            ACCEPT WS-MAINT-CHOICE
            MOVE FUNCTION UPPER-CASE(WS-MAINT-CHOICE)
               TO WS-MAINT-CHOICE

            EVALUATE TRUE
               WHEN MAINT-FUNCTION-ADD
                  PERFORM 0310-ADD-PATIENT
               WHEN MAINT-FUNCTION-CHANGE
                  PERFORM 0320-CHANGE-PATIENT
               WHEN MAINT-FUNCTION-INACTIVATE
                  PERFORM 0330-INACTIVATE-PATIENT
               WHEN MAINT-FUNCTION-REACTIVATE
                  PERFORM 0335-REACTIVATE-PATIENT
               WHEN MAINT-FUNCTION-INQUIRE
                  PERFORM 0340-INQUIRE-PATIENT
               WHEN MAINT-FUNCTION-EXIT
                  CONTINUE
               WHEN OTHER
                  DISPLAY "Option invalide"
            END-EVALUATE.

       0300-END.

       0310-ADD-PATIENT.
            DISPLAY "Identifiant patient : "
            ACCEPT WS-PM-LOOKUP-ID
            PERFORM 0170-FIND-PATIENT-MASTER
            IF WS-PM-LOOKUP-ID = SPACES
               DISPLAY "Identifiant obligatoire."
            ELSE
               IF WS-PM-FOUND-IDX NOT = ZERO
                  DISPLAY "Patient " WS-PM-LOOKUP-ID
                     " deja au fichier."
               ELSE
                  IF WS-PM-COUNT < WS-PM-TABLE-MAX
                     MOVE SPACES TO WS-ENTRY-FIELDS
                     PERFORM 0350-ACCEPT-PATIENT-FIELDS
                     IF WS-ENT-NAME = SPACES OR WS-ENT-DOB = SPACES
                        MOVE 'N' TO WS-ENTRY-VALID
                        DISPLAY "Nom et date de naissance"
                           " obligatoires."
                     END-IF
                     IF ENTRY-VALID
                        ADD 1 TO WS-PM-COUNT
                        SET PM-IDX TO WS-PM-COUNT
                        MOVE WS-PM-LOOKUP-ID TO PM-TAB-PAT-ID(PM-IDX)
                        MOVE ZERO TO PM-TAB-DOB(PM-IDX)
                        MOVE SPACES TO PM-TAB-NAME(PM-IDX)
                           PM-TAB-SEX(PM-IDX) PM-TAB-PHONE(PM-IDX)
                           PM-TAB-PROVIDER-ID(PM-IDX)
                           PM-TAB-MERGED-INTO(PM-IDX)
                        MOVE 'A' TO PM-TAB-STATUS(PM-IDX)
                        PERFORM 0360-APPLY-PATIENT-FIELDS
                        MOVE SPACES TO WS-BEFORE-IMAGE
                        PERFORM 0800-BUILD-PATIENT-IMAGE
                        MOVE WS-PM-IMAGE TO WS-AFTER-IMAGE
                        MOVE 'A' TO WS-AUD-FUNCTION-CODE
                        PERFORM 0900-WRITE-PATIENT-AUDIT
                        MOVE 'Y' TO WS-PM-DIRTY
                        DISPLAY "Patient " WS-PM-LOOKUP-ID " ajoute."
                     ELSE
                        DISPLAY "Ajout refuse."
                     END-IF
                  ELSE
                     DISPLAY "Fichier maitre plein - ajout refuse."
                  END-IF
               END-IF
            END-IF.

       0310-END.

       0320-CHANGE-PATIENT.
            DISPLAY "Identifiant patient : "
            ACCEPT WS-PM-LOOKUP-ID
            PERFORM 0170-FIND-PATIENT-MASTER
            IF WS-PM-FOUND-IDX = ZERO
               DISPLAY "Patient " WS-PM-LOOKUP-ID " introuvable."
            ELSE
               SET PM-IDX TO WS-PM-FOUND-IDX
               IF PM-TAB-MERGED(PM-IDX)
                  DISPLAY "Patient fusionne dans "
                     PM-TAB-MERGED-INTO(PM-IDX)
                     " - modifier le dossier survivant."
               ELSE
                  PERFORM 0370-DISPLAY-PATIENT
                  DISPLAY "(Entree vide = valeur inchangee)"
                  MOVE SPACES TO WS-ENTRY-FIELDS
                  PERFORM 0350-ACCEPT-PATIENT-FIELDS
                  IF ENTRY-VALID
                     SET PM-IDX TO WS-PM-FOUND-IDX
                     PERFORM 0800-BUILD-PATIENT-IMAGE
                     MOVE WS-PM-IMAGE TO WS-BEFORE-IMAGE
                     PERFORM 0360-APPLY-PATIENT-FIELDS
                     PERFORM 0800-BUILD-PATIENT-IMAGE
                     MOVE WS-PM-IMAGE TO WS-AFTER-IMAGE
                     IF WS-AFTER-IMAGE = WS-BEFORE-IMAGE
                        DISPLAY "Aucune modification."
                     ELSE
                        MOVE 'C' TO WS-AUD-FUNCTION-CODE
                        PERFORM 0900-WRITE-PATIENT-AUDIT
                        MOVE 'Y' TO WS-PM-DIRTY
                        DISPLAY "Patient " WS-PM-LOOKUP-ID
                           " modifie."
                     END-IF
                  ELSE
                     DISPLAY "Modification refusee."
                  END-IF
               END-IF
            END-IF.

       0320-END.

      *----------------------------------------------------------------
      * Inactivating keeps the patient on the master, with the
      * history intact, but off the recall list. A merged-away
      * patient is already out of use and is left as it is.
      *----------------------------------------------------------------
       0330-INACTIVATE-PATIENT.
            DISPLAY "Identifiant patient : "
            ACCEPT WS-PM-LOOKUP-ID
            PERFORM 0170-FIND-PATIENT-MASTER
            IF WS-PM-FOUND-IDX = ZERO
               DISPLAY "Patient " WS-PM-LOOKUP-ID " introuvable."
            ELSE
               SET PM-IDX TO WS-PM-FOUND-IDX
               IF PM-TAB-INACTIVE(PM-IDX) OR PM-TAB-MERGED(PM-IDX)
                  DISPLAY "Patient " WS-PM-LOOKUP-ID
                     " deja inactif (statut "
                     PM-TAB-STATUS(PM-IDX) ")."
               ELSE
                  PERFORM 0800-BUILD-PATIENT-IMAGE
                  MOVE WS-PM-IMAGE TO WS-BEFORE-IMAGE
                  MOVE 'I' TO PM-TAB-STATUS(PM-IDX)
                  PERFORM 0800-BUILD-PATIENT-IMAGE
                  MOVE WS-PM-IMAGE TO WS-AFTER-IMAGE
                  MOVE 'D' TO WS-AUD-FUNCTION-CODE
                  PERFORM 0900-WRITE-PATIENT-AUDIT
                  MOVE 'Y' TO WS-PM-DIRTY
                  DISPLAY "Patient " WS-PM-LOOKUP-ID " desactive."
               END-IF
            END-IF.

       0330-END.

       0335-REACTIVATE-PATIENT.
            DISPLAY "Identifiant patient : "
            ACCEPT WS-PM-LOOKUP-ID
            PERFORM 0170-FIND-PATIENT-MASTER
            IF WS-PM-FOUND-IDX = ZERO
               DISPLAY "Patient " WS-PM-LOOKUP-ID " introuvable."
            ELSE
               SET PM-IDX TO WS-PM-FOUND-IDX
               IF NOT PM-TAB-INACTIVE(PM-IDX)
                  DISPLAY "Patient " WS-PM-LOOKUP-ID
                     " non desactive (statut "
                     PM-TAB-STATUS(PM-IDX) ")."
               ELSE
                  PERFORM 0800-BUILD-PATIENT-IMAGE
                  MOVE WS-PM-IMAGE TO WS-BEFORE-IMAGE
                  MOVE 'A' TO PM-TAB-STATUS(PM-IDX)
                  PERFORM 0800-BUILD-PATIENT-IMAGE
                  MOVE WS-PM-IMAGE TO WS-AFTER-IMAGE
                  MOVE 'R' TO WS-AUD-FUNCTION-CODE
                  PERFORM 0900-WRITE-PATIENT-AUDIT
                  MOVE 'Y' TO WS-PM-DIRTY
                  DISPLAY "Patient " WS-PM-LOOKUP-ID " reactive."
               END-IF
            END-IF.

       0335-END.

       0340-INQUIRE-PATIENT.
            DISPLAY "Identifiant patient : "
            ACCEPT WS-PM-LOOKUP-ID
            PERFORM 0170-FIND-PATIENT-MASTER
            IF WS-PM-FOUND-IDX = ZERO
               DISPLAY "Patient " WS-PM-LOOKUP-ID " introuvable."
            ELSE
               SET PM-IDX TO WS-PM-FOUND-IDX
               PERFORM 0370-DISPLAY-PATIENT
            END-IF.

       0340-END.

      *----------------------------------------------------------------
      * Keyed fields are edited before anything touches the table: a
      * date of birth must be eight digits and the sex M or F. The
      * provider is checked against the provider master - unknown or
      * inactive is warned about but accepted, as in BMICALCULATOR.
      *----------------------------------------------------------------
       0350-ACCEPT-PATIENT-FIELDS.
            MOVE 'Y' TO WS-ENTRY-VALID
            DISPLAY "Nom : "
            ACCEPT WS-ENT-NAME
            DISPLAY "Date de naissance (AAAAMMJJ) : "
            ACCEPT WS-ENT-DOB
            DISPLAY "Sexe (M/F) : "
            ACCEPT WS-ENT-SEX
            MOVE FUNCTION UPPER-CASE(WS-ENT-SEX) TO WS-ENT-SEX
            DISPLAY "Telephone : "
            ACCEPT WS-ENT-PHONE
            DISPLAY "Praticien (id) : "
            ACCEPT WS-ENT-PROVIDER-ID

            IF WS-ENT-DOB NOT = SPACES AND WS-ENT-DOB NOT NUMERIC
               MOVE 'N' TO WS-ENTRY-VALID
               DISPLAY "Date de naissance invalide : " WS-ENT-DOB
            END-IF
            IF WS-ENT-SEX NOT = SPACE AND WS-ENT-SEX NOT = 'M'
               AND WS-ENT-SEX NOT = 'F'
               MOVE 'N' TO WS-ENTRY-VALID
               DISPLAY "Sexe invalide : " WS-ENT-SEX
            END-IF
            IF WS-ENT-PROVIDER-ID NOT = SPACES
               MOVE WS-ENT-PROVIDER-ID TO WS-PRV-LOOKUP-ID
               PERFORM 0180-FIND-PROVIDER
               IF WS-PRV-FOUND-IDX = ZERO
                  DISPLAY "ATTENTION: praticien " WS-ENT-PROVIDER-ID
                     " absent de PROVIDERS.DAT"
               ELSE
                  SET PRV-IDX TO WS-PRV-FOUND-IDX
                  IF PRV-TAB-INACTIVE(PRV-IDX)
                     DISPLAY "ATTENTION: praticien "
                        WS-ENT-PROVIDER-ID " inactif"
                  END-IF
               END-IF
            END-IF.

       0350-END.

       0360-APPLY-PATIENT-FIELDS.
            IF WS-ENT-NAME NOT = SPACES
               MOVE WS-ENT-NAME TO PM-TAB-NAME(PM-IDX)
            END-IF
            IF WS-ENT-DOB NOT = SPACES
               MOVE WS-ENT-DOB TO PM-TAB-DOB(PM-IDX)
            END-IF
            IF WS-ENT-SEX NOT = SPACE
               MOVE WS-ENT-SEX TO PM-TAB-SEX(PM-IDX)
            END-IF
            IF WS-ENT-PHONE NOT = SPACES
               MOVE WS-ENT-PHONE TO PM-TAB-PHONE(PM-IDX)
            END-IF
            IF WS-ENT-PROVIDER-ID NOT = SPACES
               MOVE WS-ENT-PROVIDER-ID TO PM-TAB-PROVIDER-ID(PM-IDX)
            END-IF.

       0360-END.

       0370-DISPLAY-PATIENT.
            DISPLAY "Identifiant : " PM-TAB-PAT-ID(PM-IDX)
            DISPLAY "Nom :         " PM-TAB-NAME(PM-IDX)
            DISPLAY "Naissance :   " PM-TAB-DOB(PM-IDX)
            DISPLAY "Sexe :        " PM-TAB-SEX(PM-IDX)
            DISPLAY "Telephone :   " PM-TAB-PHONE(PM-IDX)
            DISPLAY "Praticien :   " PM-TAB-PROVIDER-ID(PM-IDX)
            EVALUATE TRUE
               WHEN PM-TAB-INACTIVE(PM-IDX)
                  DISPLAY "Statut :      INACTIF"
               WHEN PM-TAB-MERGED(PM-IDX)
                  DISPLAY "Statut :      FUSIONNE DANS "
                     PM-TAB-MERGED-INTO(PM-IDX)
               WHEN OTHER
                  DISPLAY "Statut :      ACTIF"
            END-EVALUATE.

       0370-END.

       0400-ONE-PROVIDER-FUNCTION.
            DISPLAY " "
            DISPLAY "FICHIER DES PRATICIENS"
            DISPLAY "A. Ajouter un praticien"
            DISPLAY "C. Modifier un praticien"
            DISPLAY "D. Desactiver un praticien"
            DISPLAY "R. Reactiver un praticien"
            DISPLAY "I. Consulter un praticien"
            DISPLAY "X. Retour"
            ACCEPT WS-MAINT-CHOICE
            MOVE FUNCTION UPPER-CASE(WS-MAINT-CHOICE)
               TO WS-MAINT-CHOICE

            EVALUATE TRUE
               WHEN MAINT-FUNCTION-ADD
                  PERFORM 0410-ADD-PROVIDER
               WHEN MAINT-FUNCTION-CHANGE
                  PERFORM 0420-CHANGE-PROVIDER
               WHEN MAINT-FUNCTION-INACTIVATE
                  PERFORM 0430-INACTIVATE-PROVIDER
               WHEN MAINT-FUNCTION-REACTIVATE
                  PERFORM 0435-REACTIVATE-PROVIDER
               WHEN MAINT-FUNCTION-INQUIRE
                  PERFORM 0440-INQUIRE-PROVIDER
               WHEN MAINT-FUNCTION-EXIT
                  CONTINUE
               WHEN OTHER
                  DISPLAY "Option invalide"
            END-EVALUATE.

       0400-END.

       0410-ADD-PROVIDER.
            DISPLAY "Identifiant praticien : "
            ACCEPT WS-PRV-LOOKUP-ID
            PERFORM 0180-FIND-PROVIDER
            IF WS-PRV-LOOKUP-ID = SPACES
               DISPLAY "Identifiant obligatoire."
            ELSE
               IF WS-PRV-FOUND-IDX NOT = ZERO
                  DISPLAY "Praticien " WS-PRV-LOOKUP-ID
                     " deja au fichier."
               ELSE
                  IF WS-PRV-COUNT < WS-PRV-TABLE-MAX
                     MOVE SPACES TO WS-ENT-NAME
                     DISPLAY "Nom : "
                     ACCEPT WS-ENT-NAME
                     IF WS-ENT-NAME = SPACES
                        DISPLAY "Nom obligatoire - ajout refuse."
                     ELSE
                        ADD 1 TO WS-PRV-COUNT
                        SET PRV-IDX TO WS-PRV-COUNT
                        MOVE WS-PRV-LOOKUP-ID TO PRV-TAB-ID(PRV-IDX)
                        MOVE WS-ENT-NAME TO PRV-TAB-NAME(PRV-IDX)
                        MOVE 'A' TO PRV-TAB-STATUS(PRV-IDX)
                        MOVE SPACES TO WS-BEFORE-IMAGE
                        PERFORM 0810-BUILD-PROVIDER-IMAGE
                        MOVE WS-PRV-IMAGE TO WS-AFTER-IMAGE
                        MOVE 'A' TO WS-AUD-FUNCTION-CODE
                        PERFORM 0910-WRITE-PROVIDER-AUDIT
                        MOVE 'Y' TO WS-PRV-DIRTY
                        DISPLAY "Praticien " WS-PRV-LOOKUP-ID
                           " ajoute."
                     END-IF
                  ELSE
                     DISPLAY "Fichier des praticiens plein - ajout"
                        " refuse."
                  END-IF
               END-IF
            END-IF.

       0410-END.

       0420-CHANGE-PROVIDER.
            DISPLAY "Identifiant praticien : "
            ACCEPT WS-PRV-LOOKUP-ID
            PERFORM 0180-FIND-PROVIDER
            IF WS-PRV-FOUND-IDX = ZERO
               DISPLAY "Praticien " WS-PRV-LOOKUP-ID " introuvable."
            ELSE
               SET PRV-IDX TO WS-PRV-FOUND-IDX
               PERFORM 0450-DISPLAY-PROVIDER
               MOVE SPACES TO WS-ENT-NAME
               DISPLAY "Nom (entree vide = inchange) : "
               ACCEPT WS-ENT-NAME
               IF WS-ENT-NAME = SPACES
                  OR WS-ENT-NAME = PRV-TAB-NAME(PRV-IDX)
                  DISPLAY "Aucune modification."
               ELSE
                  PERFORM 0810-BUILD-PROVIDER-IMAGE
                  MOVE WS-PRV-IMAGE TO WS-BEFORE-IMAGE
                  MOVE WS-ENT-NAME TO PRV-TAB-NAME(PRV-IDX)
                  PERFORM 0810-BUILD-PROVIDER-IMAGE
                  MOVE WS-PRV-IMAGE TO WS-AFTER-IMAGE
                  MOVE 'C' TO WS-AUD-FUNCTION-CODE
                  PERFORM 0910-WRITE-PROVIDER-AUDIT
                  MOVE 'Y' TO WS-PRV-DIRTY
                  DISPLAY "Praticien " WS-PRV-LOOKUP-ID " modifie."
               END-IF
            END-IF.

       0420-END.

      *----------------------------------------------------------------
      * An inactivated provider stays on file so existing panels
      * still print the name; the patients still assigned are
      * counted so the front desk knows how many to reassign.
      *----------------------------------------------------------------
       0430-INACTIVATE-PROVIDER.
            DISPLAY "Identifiant praticien : "
            ACCEPT WS-PRV-LOOKUP-ID
            PERFORM 0180-FIND-PROVIDER
            IF WS-PRV-FOUND-IDX = ZERO
               DISPLAY "Praticien " WS-PRV-LOOKUP-ID " introuvable."
            ELSE
               SET PRV-IDX TO WS-PRV-FOUND-IDX
               IF PRV-TAB-INACTIVE(PRV-IDX)
                  DISPLAY "Praticien " WS-PRV-LOOKUP-ID
                     " deja inactif."
               ELSE
                  PERFORM 0810-BUILD-PROVIDER-IMAGE
                  MOVE WS-PRV-IMAGE TO WS-BEFORE-IMAGE
                  MOVE 'I' TO PRV-TAB-STATUS(PRV-IDX)
                  PERFORM 0810-BUILD-PROVIDER-IMAGE
                  MOVE WS-PRV-IMAGE TO WS-AFTER-IMAGE
                  MOVE 'D' TO WS-AUD-FUNCTION-CODE
                  PERFORM 0910-WRITE-PROVIDER-AUDIT
                  MOVE 'Y' TO WS-PRV-DIRTY
                  DISPLAY "Praticien " WS-PRV-LOOKUP-ID " desactive."
                  MOVE ZERO TO WS-PANEL-COUNT
                  SET PM-IDX TO 1
                  PERFORM UNTIL PM-IDX > WS-PM-COUNT
                     IF PM-TAB-PROVIDER-ID(PM-IDX) = WS-PRV-LOOKUP-ID
                        AND NOT PM-TAB-INACTIVE(PM-IDX)
                        AND NOT PM-TAB-MERGED(PM-IDX)
                        ADD 1 TO WS-PANEL-COUNT
                     END-IF
                     SET PM-IDX UP BY 1
                  END-PERFORM
                  IF WS-PANEL-COUNT > ZERO
                     DISPLAY "ATTENTION: " WS-PANEL-COUNT
                        " patient(s) actif(s) encore rattache(s)"
                        " a ce praticien."
                  END-IF
               END-IF
            END-IF.

       0430-END.

       0435-REACTIVATE-PROVIDER.
            DISPLAY "Identifiant praticien : "
            ACCEPT WS-PRV-LOOKUP-ID
            PERFORM 0180-FIND-PROVIDER
            IF WS-PRV-FOUND-IDX = ZERO
               DISPLAY "Praticien " WS-PRV-LOOKUP-ID " introuvable."
            ELSE
               SET PRV-IDX TO WS-PRV-FOUND-IDX
               IF NOT PRV-TAB-INACTIVE(PRV-IDX)
                  DISPLAY "Praticien " WS-PRV-LOOKUP-ID
                     " non desactive."
               ELSE
                  PERFORM 0810-BUILD-PROVIDER-IMAGE
                  MOVE WS-PRV-IMAGE TO WS-BEFORE-IMAGE
                  MOVE 'A' TO PRV-TAB-STATUS(PRV-IDX)
                  PERFORM 0810-BUILD-PROVIDER-IMAGE
                  MOVE WS-PRV-IMAGE TO WS-AFTER-IMAGE
                  MOVE 'R' TO WS-AUD-FUNCTION-CODE
                  PERFORM 0910-WRITE-PROVIDER-AUDIT
                  MOVE 'Y' TO WS-PRV-DIRTY
                  DISPLAY "Praticien " WS-PRV-LOOKUP-ID " reactive."
               END-IF
            END-IF.

       0435-END.

       0440-INQUIRE-PROVIDER.
            DISPLAY "Identifiant praticien : "
            ACCEPT WS-PRV-LOOKUP-ID
            PERFORM 0180-FIND-PROVIDER
            IF WS-PRV-FOUND-IDX = ZERO
               DISPLAY "Praticien " WS-PRV-LOOKUP-ID " introuvable."
            ELSE
               SET PRV-IDX TO WS-PRV-FOUND-IDX
               PERFORM 0450-DISPLAY-PROVIDER
            END-IF.

       0440-END.

       0450-DISPLAY-PROVIDER.
            DISPLAY "Identifiant : " PRV-TAB-ID(PRV-IDX)
            DISPLAY "Nom :         " PRV-TAB-NAME(PRV-IDX)
            IF PRV-TAB-INACTIVE(PRV-IDX)
               DISPLAY "Statut :      INACTIF"
            ELSE
               DISPLAY "Statut :      ACTIF"
            END-IF.

       0450-END.

      *----------------------------------------------------------------
      * Patient merge. The surviving PAT-ID must be active; the one
      * folded into it must not already be merged. Every BMIHIST.DAT
      * and RECALLS.DAT record under the losing id is re-keyed to the
      * survivor, blank survivor contact fields are filled from the
      * losing record, the losing record is marked merged with the
      * survivor's id, and anything previously merged into the losing
      * id is re-pointed at the survivor.
      *----------------------------------------------------------------
       0500-MERGE-PATIENTS.
            DISPLAY "Identifiant patient survivant : "
            ACCEPT WS-SURVIVOR-ID
            MOVE WS-SURVIVOR-ID TO WS-PM-LOOKUP-ID
            PERFORM 0170-FIND-PATIENT-MASTER
            MOVE WS-PM-FOUND-IDX TO WS-SURVIVOR-IDX
            DISPLAY "Identifiant patient a fusionner : "
            ACCEPT WS-LOSER-ID
            MOVE WS-LOSER-ID TO WS-PM-LOOKUP-ID
            PERFORM 0170-FIND-PATIENT-MASTER
            MOVE WS-PM-FOUND-IDX TO WS-LOSER-IDX

            MOVE 'Y' TO WS-ENTRY-VALID
            IF WS-SURVIVOR-IDX = ZERO
               MOVE 'N' TO WS-ENTRY-VALID
               DISPLAY "Patient " WS-SURVIVOR-ID " introuvable."
            END-IF
            IF WS-LOSER-IDX = ZERO
               MOVE 'N' TO WS-ENTRY-VALID
               DISPLAY "Patient " WS-LOSER-ID " introuvable."
            END-IF
            IF ENTRY-VALID AND WS-SURVIVOR-ID = WS-LOSER-ID
               MOVE 'N' TO WS-ENTRY-VALID
               DISPLAY "Les deux identifiants sont identiques."
            END-IF
            IF ENTRY-VALID
               SET PM-IDX TO WS-SURVIVOR-IDX
               IF PM-TAB-INACTIVE(PM-IDX) OR PM-TAB-MERGED(PM-IDX)
                  MOVE 'N' TO WS-ENTRY-VALID
                  DISPLAY "Le survivant " WS-SURVIVOR-ID
                     " doit etre actif."
               END-IF
               SET PM-IDX TO WS-LOSER-IDX
               IF PM-TAB-MERGED(PM-IDX)
                  MOVE 'N' TO WS-ENTRY-VALID
                  DISPLAY "Patient " WS-LOSER-ID " deja fusionne dans "
                     PM-TAB-MERGED-INTO(PM-IDX)
               END-IF
            END-IF

            IF NOT ENTRY-VALID
               DISPLAY "Fusion refusee."
            ELSE
               DISPLAY "--- Survivant ---"
               SET PM-IDX TO WS-SURVIVOR-IDX
               PERFORM 0370-DISPLAY-PATIENT
               DISPLAY "--- A fusionner ---"
               SET PM-IDX TO WS-LOSER-IDX
               PERFORM 0370-DISPLAY-PATIENT
               DISPLAY "Confirmer la fusion (O/N) : "
               ACCEPT WS-CONFIRM
               MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
               IF CONFIRMED
                  PERFORM 0510-APPLY-MERGE
               ELSE
                  DISPLAY "Fusion abandonnee."
               END-IF
            END-IF.

       0500-END.

       0510-APPLY-MERGE.
            PERFORM 0520-REKEY-HISTORY
            PERFORM 0530-REKEY-RECALLS

            SET PM-IDX TO WS-SURVIVOR-IDX
            PERFORM 0800-BUILD-PATIENT-IMAGE
            MOVE WS-PM-IMAGE TO WS-BEFORE-IMAGE
            SET PM-IDX TO WS-LOSER-IDX
            MOVE PM-TAB-PHONE(PM-IDX) TO WS-ENT-PHONE
            MOVE PM-TAB-PROVIDER-ID(PM-IDX) TO WS-ENT-PROVIDER-ID
            MOVE PM-TAB-SEX(PM-IDX) TO WS-ENT-SEX
            MOVE PM-TAB-DOB(PM-IDX) TO WS-ENT-DOB
            SET PM-IDX TO WS-SURVIVOR-IDX
            IF PM-TAB-PHONE(PM-IDX) = SPACES
               MOVE WS-ENT-PHONE TO PM-TAB-PHONE(PM-IDX)
            END-IF
            IF PM-TAB-PROVIDER-ID(PM-IDX) = SPACES
               MOVE WS-ENT-PROVIDER-ID TO PM-TAB-PROVIDER-ID(PM-IDX)
            END-IF
            IF PM-TAB-SEX(PM-IDX) = SPACE
               MOVE WS-ENT-SEX TO PM-TAB-SEX(PM-IDX)
            END-IF
            IF PM-TAB-DOB(PM-IDX) NOT NUMERIC
               OR PM-TAB-DOB(PM-IDX) = ZERO
               MOVE WS-ENT-DOB TO PM-TAB-DOB(PM-IDX)
            END-IF
            PERFORM 0800-BUILD-PATIENT-IMAGE
            MOVE WS-PM-IMAGE TO WS-AFTER-IMAGE
            MOVE 'M' TO WS-AUD-FUNCTION-CODE
            PERFORM 0900-WRITE-PATIENT-AUDIT

            SET PM-IDX TO WS-LOSER-IDX
            PERFORM 0800-BUILD-PATIENT-IMAGE
            MOVE WS-PM-IMAGE TO WS-BEFORE-IMAGE
            MOVE 'M' TO PM-TAB-STATUS(PM-IDX)
            MOVE WS-SURVIVOR-ID TO PM-TAB-MERGED-INTO(PM-IDX)
            PERFORM 0800-BUILD-PATIENT-IMAGE
            MOVE WS-PM-IMAGE TO WS-AFTER-IMAGE
            PERFORM 0900-WRITE-PATIENT-AUDIT

            MOVE ZERO TO WS-REPOINTED
            SET PM-IDX TO 1
            PERFORM UNTIL PM-IDX > WS-PM-COUNT
               IF PM-TAB-MERGED(PM-IDX)
                  AND PM-TAB-MERGED-INTO(PM-IDX) = WS-LOSER-ID
                  PERFORM 0800-BUILD-PATIENT-IMAGE
                  MOVE WS-PM-IMAGE TO WS-BEFORE-IMAGE
                  MOVE WS-SURVIVOR-ID TO PM-TAB-MERGED-INTO(PM-IDX)
                  PERFORM 0800-BUILD-PATIENT-IMAGE
                  MOVE WS-PM-IMAGE TO WS-AFTER-IMAGE
                  PERFORM 0900-WRITE-PATIENT-AUDIT
                  ADD 1 TO WS-REPOINTED
               END-IF
               SET PM-IDX UP BY 1
            END-PERFORM

            PERFORM 0690-REWRITE-PATIENT-MASTER
            MOVE 'N' TO WS-PM-DIRTY
            PERFORM 0540-WRITE-MERGE-LOG
            ADD 1 TO WS-MERGE-COUNT
            DISPLAY "Patient " WS-LOSER-ID " fusionne dans "
               WS-SURVIVOR-ID "."
            DISPLAY "Historique IMC re-identifie : " WS-HIST-REKEYED
            DISPLAY "Rappels re-identifies :       " WS-RECALL-REKEYED
            IF WS-REPOINTED > ZERO
               DISPLAY "Fusions anterieures redirigees : "
                  WS-REPOINTED
            END-IF.

       0510-END.

      *----------------------------------------------------------------
      * History and recalls are copied to a work file with the losing
      * id re-keyed, and the work file then replaces the live file. A
      * file that does not exist yet has nothing to re-key.
      *----------------------------------------------------------------
       0520-REKEY-HISTORY.
            MOVE ZERO TO WS-HIST-REKEYED
            MOVE 'N' TO WS-HIST-EOF
            OPEN INPUT BMIHISTFILE
            IF WS-HIST-STATUS = '00'
               OPEN OUTPUT HISTWORKFILE
               PERFORM UNTIL END-OF-HIST-FILE
                  READ BMIHISTFILE
                     AT END SET END-OF-HIST-FILE TO TRUE
                     NOT AT END
                        IF HIST-PAT-ID = WS-LOSER-ID
                           MOVE WS-SURVIVOR-ID TO HIST-PAT-ID
                           ADD 1 TO WS-HIST-REKEYED
                        END-IF
                        MOVE BMI-HIST-RECORD TO HIST-WORK-RECORD
                        WRITE HIST-WORK-RECORD
                  END-READ
               END-PERFORM
               CLOSE BMIHISTFILE
               CLOSE HISTWORKFILE
               CALL "CBL_DELETE_FILE" USING WS-HIST-FILE-NAME
                  RETURNING WS-DELETE-STATUS
               CALL "CBL_RENAME_FILE" USING WS-HIST-TMP-NAME
                  WS-HIST-FILE-NAME
                  RETURNING WS-RENAME-STATUS
               IF WS-RENAME-STATUS NOT = ZERO
                  DISPLAY "ERREUR: BMIHIST.TMP non renomme (statut "
                     WS-RENAME-STATUS ")"
               END-IF
            END-IF.

       0520-END.

       0530-REKEY-RECALLS.
            MOVE ZERO TO WS-RECALL-REKEYED
            MOVE 'N' TO WS-RECALL-EOF
            OPEN INPUT RECALLFILE
            IF WS-RECALL-STATUS = '00'
               OPEN OUTPUT RECALLWORKFILE
               PERFORM UNTIL END-OF-RECALLS
                  READ RECALLFILE
                     AT END SET END-OF-RECALLS TO TRUE
                     NOT AT END
                        IF RCL-PAT-ID = WS-LOSER-ID
                           MOVE WS-SURVIVOR-ID TO RCL-PAT-ID
                           ADD 1 TO WS-RECALL-REKEYED
                        END-IF
                        MOVE RECALL-RECORD TO RECALL-WORK-RECORD
                        WRITE RECALL-WORK-RECORD
                  END-READ
               END-PERFORM
               CLOSE RECALLFILE
               CLOSE RECALLWORKFILE
               CALL "CBL_DELETE_FILE" USING WS-RECALL-FILE-NAME
                  RETURNING WS-DELETE-STATUS
               CALL "CBL_RENAME_FILE" USING WS-RECALL-TMP-NAME
                  WS-RECALL-FILE-NAME
                  RETURNING WS-RENAME-STATUS
               IF WS-RENAME-STATUS NOT = ZERO
                  DISPLAY "ERREUR: RECALLS.TMP non renomme (statut "
                     WS-RENAME-STATUS ")"
               END-IF
            END-IF.

       0530-END.

       0540-WRITE-MERGE-LOG.
            ACCEPT WS-MAINT-TIME FROM TIME
            MOVE WS-RUN-DATE TO WS-MRG-DATE
            MOVE WS-MAINT-TIME TO WS-MRG-TIME
            MOVE WS-SURVIVOR-ID TO WS-MRG-SURVIVOR-ID
            MOVE WS-LOSER-ID TO WS-MRG-LOSER-ID
            MOVE WS-OPERATOR-ID TO WS-MRG-OPERATOR
            MOVE WS-HIST-REKEYED TO WS-MRG-HIST-COUNT
            MOVE WS-RECALL-REKEYED TO WS-MRG-RECALL-COUNT
            OPEN EXTEND MERGELOGFILE
            IF WS-MERGELOG-STATUS NOT = '00'
               OPEN OUTPUT MERGELOGFILE
            END-IF
            MOVE WS-MERGE-LOG-AREA TO MERGE-LOG-RECORD
            WRITE MERGE-LOG-RECORD
            CLOSE MERGELOGFILE.

       0540-END.

       0690-REWRITE-PATIENT-MASTER.
            OPEN OUTPUT PATMASTFILE
            SET PM-IDX TO 1
            PERFORM UNTIL PM-IDX > WS-PM-COUNT
               PERFORM 0800-BUILD-PATIENT-IMAGE
               MOVE WS-PM-IMAGE TO PATIENT-MASTER-RECORD
               WRITE PATIENT-MASTER-RECORD
               SET PM-IDX UP BY 1
            END-PERFORM
            CLOSE PATMASTFILE
            DISPLAY "PATMASTER.DAT reecrit (" WS-PM-COUNT
               " patients).".

       0690-END.

       0695-REWRITE-PROVIDERS.
            OPEN OUTPUT PROVIDERFILE
            SET PRV-IDX TO 1
            PERFORM UNTIL PRV-IDX > WS-PRV-COUNT
               PERFORM 0810-BUILD-PROVIDER-IMAGE
               MOVE WS-PRV-IMAGE TO PROVIDER-RECORD
               WRITE PROVIDER-RECORD
               SET PRV-IDX UP BY 1
            END-PERFORM
            CLOSE PROVIDERFILE
            DISPLAY "PROVIDERS.DAT reecrit (" WS-PRV-COUNT
               " praticiens).".

       0695-END.

       0800-BUILD-PATIENT-IMAGE.
            MOVE PM-TAB-PAT-ID(PM-IDX) TO WS-PMI-PAT-ID
            MOVE PM-TAB-NAME(PM-IDX) TO WS-PMI-NAME
            MOVE PM-TAB-DOB(PM-IDX) TO WS-PMI-DOB
            MOVE PM-TAB-SEX(PM-IDX) TO WS-PMI-SEX
            MOVE PM-TAB-PHONE(PM-IDX) TO WS-PMI-PHONE
            MOVE PM-TAB-PROVIDER-ID(PM-IDX) TO WS-PMI-PROVIDER-ID
            MOVE PM-TAB-STATUS(PM-IDX) TO WS-PMI-STATUS
            MOVE PM-TAB-MERGED-INTO(PM-IDX) TO WS-PMI-MERGED-INTO.

       0800-END.

       0810-BUILD-PROVIDER-IMAGE.
            MOVE PRV-TAB-ID(PRV-IDX) TO WS-PVI-ID
            MOVE PRV-TAB-NAME(PRV-IDX) TO WS-PVI-NAME
            MOVE PRV-TAB-STATUS(PRV-IDX) TO WS-PVI-STATUS.

       0810-END.

      *----------------------------------------------------------------
      * One audit record per maintenance action, with the before and
      * after images, so any change to either master can be traced
      * back to who keyed it and what it replaced.
      *----------------------------------------------------------------
       0900-WRITE-PATIENT-AUDIT.
            MOVE "PAT" TO WS-AUD-MASTER-CODE
            MOVE PM-TAB-PAT-ID(PM-IDX) TO WS-AUD-KEY-VALUE
            PERFORM 0920-WRITE-AUDIT.

       0900-END.

       0910-WRITE-PROVIDER-AUDIT.
            MOVE "PRV" TO WS-AUD-MASTER-CODE
            MOVE PRV-TAB-ID(PRV-IDX) TO WS-AUD-KEY-VALUE
            PERFORM 0920-WRITE-AUDIT.

       0910-END.

       0920-WRITE-AUDIT.
            ACCEPT WS-MAINT-TIME FROM TIME
            MOVE WS-AUD-FUNCTION-CODE TO WS-AUD-FUNCTION
            MOVE WS-AUD-MASTER-CODE TO WS-AUD-MASTER
            MOVE WS-AUD-KEY-VALUE TO WS-AUD-KEY
            MOVE WS-OPERATOR-ID TO WS-AUD-OPERATOR
            MOVE WS-RUN-DATE TO WS-AUD-DATE
            MOVE WS-MAINT-TIME TO WS-AUD-TIME
            MOVE WS-BEFORE-IMAGE TO WS-AUD-BEFORE-IMAGE
            MOVE WS-AFTER-IMAGE TO WS-AUD-AFTER-IMAGE
            MOVE WS-AUDIT-RECORD-AREA TO AUDIT-RECORD
            WRITE AUDIT-RECORD
            ADD 1 TO WS-MAINT-COUNT.

       0920-END.

       END PROGRAM PATMAINT.
