       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EMPLOYEEFILE ASSIGN TO "EMPFILE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EMPLOYEEID
            FILE STATUS IS WS-FILE-STATUS.

       SELECT BANKMASTFILE ASSIGN TO "BANKMAST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BANK-STATUS.

       SELECT AUDITFILE ASSIGN TO "BANKMAINTAUDIT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-FILE-STATUS.

       SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOBLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEEFILE.
       01 EMPDETAILS.
          02 EMPDATA              PIC X(38).
          02 EMPINFO REDEFINES EMPDATA.
             04 EMPLOYEEID       PIC 9(7).
             04 EMPLOYEENAME.
                05 LASTNAME       PIC X(10).
                05 FIRSTNAME      PIC X(10).
             04 STARTDATE.
                05 START-YEAR     PIC 9(4).
                05 START-MONTH    PIC 9(2).
                05 START-DAY      PIC 9(2).
             04 HOURSWORKED       PIC 9(3).
          02 HOURLYRATE        PIC 9(4)V99.
          02 DEPARTMENT           PIC X(30).
          02 GENDER               PIC X.
          02 EMP-STATUS           PIC X.
             88 EMP-ACTIVE        VALUES 'A', SPACE.
             88 EMP-ON-LEAVE      VALUE 'L'.
             88 EMP-TERMINATED    VALUE 'T'.
          02 EMP-STATUS-DATE      PIC 9(8).
          02 EMP-GRADE            PIC X(2).
          02 EMP-REG-HOURS        PIC 9(3).
          02 EMP-OT-HOURS         PIC 9(3).
          02 EMP-POSITION-NO      PIC X(6).

      *----------------------------------------------------------------
      * Direct-deposit bank master: up to two accounts per employee.
      * Sequence 1 is the primary account and takes whatever net pay
      * is left; sequence 2 is the optional secondary, which takes a
      * percent of net (method P) or a flat amount (method A) first.
      * Every new or re-keyed account starts with its prenote pending
      * (P); the ACH run sends the zero-dollar test entry and marks it
      * sent (S), and once the bank has had the return window without
      * sending it back the account goes live (V). A prenote the bank
      * returns is keyed here as failed (F). Only live accounts move
      * real money.
      *----------------------------------------------------------------
       FD BANKMASTFILE.
       01 BANK-MASTER-RECORD.
          05 BNK-EMPLOYEEID     PIC 9(7).
          05 FILLER             PIC X(1).
          05 BNK-SEQ            PIC 9(1).
          05 FILLER             PIC X(1).
          05 BNK-ROUTING        PIC 9(9).
          05 FILLER             PIC X(1).
          05 BNK-ACCOUNT        PIC X(17).
          05 FILLER             PIC X(1).
          05 BNK-ACCT-TYPE      PIC X(1).
          05 FILLER             PIC X(1).
          05 BNK-SPLIT-METHOD   PIC X(1).
          05 FILLER             PIC X(1).
          05 BNK-SPLIT-VALUE    PIC 9(5)V99.
          05 FILLER             PIC X(1).
          05 BNK-PRENOTE-STATUS PIC X(1).
          05 FILLER             PIC X(1).
          05 BNK-PRENOTE-DATE   PIC 9(8).
          05 FILLER             PIC X(1).
          05 BNK-ACTIVE         PIC X(1).

      *----------------------------------------------------------------
      * Maintenance audit trail: one record per add/change/delete or
      * prenote return, with the operator and the full before and
      * after images of the account record.
      *----------------------------------------------------------------
       FD AUDITFILE.
       01 AUDIT-RECORD.
          05 AUD-FUNCTION     PIC X(1).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 AUD-EMPLOYEEID   PIC 9(7).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 AUD-SEQ          PIC 9(1).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 AUD-OPERATOR     PIC X(8).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 AUD-DATE         PIC 9(8).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 AUD-TIME         PIC 9(8).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 AUD-BEFORE-IMAGE PIC X(62).
          05 FILLER           PIC X(1) VALUE SPACE.
          05 AUD-AFTER-IMAGE  PIC X(62).

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
       01 WS-FILE-STATUS       PIC XX VALUE '00'.
       01 WS-AUDIT-FILE-STATUS PIC XX VALUE '00'.

       01 WS-FUNCTION-CHOICE PIC X.
          88 FUNCTION-ADD     VALUE 'A'.
          88 FUNCTION-CHANGE  VALUE 'C'.
          88 FUNCTION-DELETE  VALUE 'D'.
          88 FUNCTION-INQUIRE VALUE 'I'.
          88 FUNCTION-RETURN  VALUE 'R'.
          88 FUNCTION-EXIT    VALUE 'X'.

       01 WS-CONFIRM PIC X.

       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-KEY-EMPLOYEEID PIC 9(7) VALUE ZERO.
       01 WS-KEY-SEQ        PIC 9(1) VALUE ZERO.

       01 WS-MAINT-DATE PIC 9(8) VALUE ZERO.
       01 WS-MAINT-TIME PIC 9(8) VALUE ZERO.

       01 WS-MAINT-COUNT PIC 9(5) VALUE ZERO.

       01 WS-RUN-DATE.
          05 WS-RUN-YEAR  PIC 9(4).
          05 WS-RUN-MONTH PIC 9(2).
          05 WS-RUN-DAY   PIC 9(2).

      *----------------------------------------------------------------
      * Bank master loaded whole at session start and rewritten whole
      * at exit when anything was maintained. A missing BANKMAST.DAT
      * just means no one has signed up for direct deposit yet.
      *----------------------------------------------------------------
       01 WS-BANK-STATUS PIC XX VALUE '00'.
       01 WS-BANK-EOF PIC X VALUE 'N'.
          88 END-OF-BANK VALUE 'Y'.
       01 WS-BANK-ENTRY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BANK-TABLE-MAX   PIC 9(5) VALUE 5000.
       01 WS-BANK-TABLE.
          05 WS-BANK-ENTRY OCCURS 5000 TIMES INDEXED BY BNK-IDX.
             10 BNK-TAB-RECORD PIC X(62).
       01 WS-BANK-FOUND-IDX PIC 9(5) VALUE ZERO.
       01 WS-PRIMARY-FOUND-IDX PIC 9(5) VALUE ZERO.
       01 WS-FIND-SEQ PIC 9(1) VALUE ZERO.

      *----------------------------------------------------------------
      * The account being maintained is worked on here, in the
      * master's own layout, and moved back into the table whole.
      *----------------------------------------------------------------
       01 WS-BANK-RECORD-AREA.
          05 WS-BNK-EMPLOYEEID     PIC 9(7).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-BNK-SEQ            PIC 9(1).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-BNK-ROUTING        PIC 9(9).
          05 WS-BNK-ROUTING-DIGITS REDEFINES WS-BNK-ROUTING.
             10 WS-BNK-ROUTING-DIGIT PIC 9(1) OCCURS 9 TIMES.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-BNK-ACCOUNT        PIC X(17).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-BNK-ACCT-TYPE      PIC X(1).
             88 WS-BNK-CHECKING    VALUE 'C'.
             88 WS-BNK-SAVINGS     VALUE 'S'.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-BNK-SPLIT-METHOD   PIC X(1).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-BNK-SPLIT-VALUE    PIC 9(5)V99.
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-BNK-PRENOTE-STATUS PIC X(1).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-BNK-PRENOTE-DATE   PIC 9(8).
          05 FILLER                PIC X(1) VALUE SPACE.
          05 WS-BNK-ACTIVE         PIC X(1).

      *----------------------------------------------------------------
      * Before and after images of the account being maintained. An
      * add has a blank before image.
      *----------------------------------------------------------------
       01 WS-BEFORE-IMAGE PIC X(62) VALUE SPACES.
       01 WS-AFTER-IMAGE  PIC X(62) VALUE SPACES.

      *----------------------------------------------------------------
      * Field entry area for adds and changes. On a change, a blank
      * (or zero) entry keeps the field the account already has.
      *----------------------------------------------------------------
       01 WS-ENTRY-FIELDS.
          05 WS-ENTRY-ROUTING      PIC 9(9).
          05 WS-ENTRY-ACCOUNT      PIC X(17).
          05 WS-ENTRY-ACCT-TYPE    PIC X(1).
          05 WS-ENTRY-SPLIT-METHOD PIC X(1).
          05 WS-ENTRY-SPLIT-VALUE  PIC 9(5)V99.

       01 WS-VALID-RECORD PIC X VALUE 'Y'.
          88 VALID-RECORD VALUE 'Y'.
       01 WS-REJECT-TEXT PIC X(40).

      *----------------------------------------------------------------
      * Routing-number check digit: three times digits 1, 4 and 7,
      * seven times digits 2, 5 and 8, and digits 3, 6 and 9 as they
      * are must add up to a multiple of ten.
      *----------------------------------------------------------------
       01 WS-ROUTING-SUM PIC 9(4) VALUE ZERO.
       01 WS-ROUTING-QUOTIENT PIC 9(4) VALUE ZERO.
       01 WS-ROUTING-REMAINDER PIC 9(2) VALUE ZERO.

       01 WS-SPLIT-DISPLAY PIC ZZ,ZZ9.99.

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

      *----------------------------------------------------------------
      * Audit record is built up here field by field and moved to
      * AUDIT-RECORD as a single group.
      *----------------------------------------------------------------
       01 WS-AUDIT-RECORD-AREA.
          05 WS-AUD-FUNCTION     PIC X(1).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-AUD-EMPLOYEEID   PIC 9(7).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-AUD-SEQ          PIC 9(1).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-AUD-OPERATOR     PIC X(8).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-AUD-DATE         PIC 9(8).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-AUD-TIME         PIC 9(8).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-AUD-BEFORE-IMAGE PIC X(62).
          05 FILLER              PIC X(1) VALUE SPACE.
          05 WS-AUD-AFTER-IMAGE  PIC X(62).

       PROCEDURE DIVISION.
       0100-MAINT-SESSION.
          ACCEPT WS-JOBLOG-START-TIME FROM TIME
          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
          DISPLAY "Operator id: "
          ACCEPT WS-OPERATOR-ID
          IF WS-OPERATOR-ID = SPACES
             DISPLAY "An operator id is required for the audit trail."
             MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
             PERFORM 0960-WRITE-JOB-LOG
             STOP RUN RETURNING 16
          END-IF

          OPEN INPUT EMPLOYEEFILE
          IF WS-FILE-STATUS NOT = '00'
             DISPLAY "Cannot open EMPFILE.DAT, status " WS-FILE-STATUS
             MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
             PERFORM 0960-WRITE-JOB-LOG
             STOP RUN RETURNING 16
          END-IF
          OPEN EXTEND AUDITFILE
          IF WS-AUDIT-FILE-STATUS NOT = '00'
             OPEN OUTPUT AUDITFILE
          END-IF
          PERFORM 0820-LOAD-BANK-MASTER

          PERFORM 0200-ONE-FUNCTION UNTIL FUNCTION-EXIT

          IF WS-MAINT-COUNT > ZERO
             PERFORM 0950-REWRITE-BANK-MASTER
          END-IF
          CLOSE EMPLOYEEFILE
          CLOSE AUDITFILE
          MOVE "COMPLETED" TO WS-JOBLOG-RUN-STATUS
          PERFORM 0960-WRITE-JOB-LOG
          DISPLAY "Bank accounts maintained: " WS-MAINT-COUNT
          STOP RUN.

       0100-END.

       0200-ONE-FUNCTION.
          DISPLAY " "
          DISPLAY "DIRECT DEPOSIT ACCOUNT MAINTENANCE"
          DISPLAY "A. Add an account"
          DISPLAY "C. Change an account"
          DISPLAY "D. Delete an account"
          DISPLAY "I. Inquire on an employee's accounts"
          DISPLAY "R. Record a prenote returned by the bank"
          DISPLAY "X. Exit"
          ACCEPT WS-FUNCTION-CHOICE
          MOVE FUNCTION UPPER-CASE(WS-FUNCTION-CHOICE)
             TO WS-FUNCTION-CHOICE

          EVALUATE TRUE
             WHEN FUNCTION-ADD
                PERFORM 0300-ADD-ACCOUNT
             WHEN FUNCTION-CHANGE
                PERFORM 0400-CHANGE-ACCOUNT
             WHEN FUNCTION-DELETE
                PERFORM 0500-DELETE-ACCOUNT
             WHEN FUNCTION-INQUIRE
                PERFORM 0600-INQUIRE-ACCOUNTS
             WHEN FUNCTION-RETURN
                PERFORM 0650-RECORD-PRENOTE-RETURN
             WHEN FUNCTION-EXIT
                CONTINUE
             WHEN OTHER
                DISPLAY "Invalid function"
          END-EVALUATE.

       0200-END.

      *----------------------------------------------------------------
      * A new account always starts with its prenote pending, so no
      * money moves to it until the bank has had the test entry.
      *----------------------------------------------------------------
       0300-ADD-ACCOUNT.
          PERFORM 0710-ACCEPT-ACCOUNT-KEY
          PERFORM 0830-FIND-ACCOUNT
          IF WS-BANK-FOUND-IDX NOT = ZERO
             DISPLAY "Employee " WS-KEY-EMPLOYEEID " already has"
                " account " WS-KEY-SEQ " on file - use change."
          ELSE
             MOVE SPACES TO WS-BEFORE-IMAGE
             MOVE SPACES TO WS-BANK-RECORD-AREA
             MOVE WS-KEY-EMPLOYEEID TO WS-BNK-EMPLOYEEID
             MOVE WS-KEY-SEQ TO WS-BNK-SEQ
             MOVE ZERO TO WS-BNK-ROUTING
             MOVE ZERO TO WS-BNK-SPLIT-VALUE
             MOVE 'P' TO WS-BNK-PRENOTE-STATUS
             MOVE ZERO TO WS-BNK-PRENOTE-DATE
             MOVE 'Y' TO WS-BNK-ACTIVE
             PERFORM 0720-ACCEPT-ALL-FIELDS
             PERFORM 0730-APPLY-ENTRY-FIELDS
             PERFORM 0800-VALIDATE-ACCOUNT
             IF VALID-RECORD
                IF WS-BANK-ENTRY-COUNT < WS-BANK-TABLE-MAX
                   ADD 1 TO WS-BANK-ENTRY-COUNT
                   SET BNK-IDX TO WS-BANK-ENTRY-COUNT
                   MOVE WS-BANK-RECORD-AREA TO BNK-TAB-RECORD(BNK-IDX)
                   MOVE 'A' TO WS-AUD-FUNCTION
                   PERFORM 0900-WRITE-AUDIT
                   DISPLAY "Account added - prenote pending."
                ELSE
                   DISPLAY "Bank master table full at "
                      WS-BANK-TABLE-MAX " accounts - not added."
                END-IF
             ELSE
                DISPLAY "Add rejected: " WS-REJECT-TEXT
             END-IF
          END-IF.

       0300-END.

      *----------------------------------------------------------------
      * Re-keying the routing number, account number, or account type
      * makes it a different account as far as the bank is concerned,
      * so the prenote starts over. A split change alone does not.
      *----------------------------------------------------------------
       0400-CHANGE-ACCOUNT.
          PERFORM 0710-ACCEPT-ACCOUNT-KEY
          PERFORM 0830-FIND-ACCOUNT
          IF WS-BANK-FOUND-IDX = ZERO
             DISPLAY "Employee " WS-KEY-EMPLOYEEID " has no account "
                WS-KEY-SEQ " on file."
          ELSE
             SET BNK-IDX TO WS-BANK-FOUND-IDX
             MOVE BNK-TAB-RECORD(BNK-IDX) TO WS-BANK-RECORD-AREA
             MOVE WS-BANK-RECORD-AREA TO WS-BEFORE-IMAGE
             PERFORM 0610-DISPLAY-ACCOUNT
             DISPLAY "Key only the fields to change; blank or"
             DISPLAY "zero keeps the value shown."
             PERFORM 0720-ACCEPT-ALL-FIELDS
             PERFORM 0730-APPLY-ENTRY-FIELDS
             IF WS-ENTRY-ROUTING > ZERO
                OR WS-ENTRY-ACCOUNT NOT = SPACES
                OR WS-ENTRY-ACCT-TYPE NOT = SPACES
                MOVE 'P' TO WS-BNK-PRENOTE-STATUS
                MOVE ZERO TO WS-BNK-PRENOTE-DATE
             END-IF
             MOVE 'Y' TO WS-BNK-ACTIVE
             PERFORM 0800-VALIDATE-ACCOUNT
             IF VALID-RECORD
                SET BNK-IDX TO WS-BANK-FOUND-IDX
                MOVE WS-BANK-RECORD-AREA TO BNK-TAB-RECORD(BNK-IDX)
                MOVE 'C' TO WS-AUD-FUNCTION
                PERFORM 0900-WRITE-AUDIT
                DISPLAY "Account changed, prenote status "
                   WS-BNK-PRENOTE-STATUS "."
             ELSE
                DISPLAY "Change rejected: " WS-REJECT-TEXT
             END-IF
          END-IF.

       0400-END.

      *----------------------------------------------------------------
      * A delete inactivates the account rather than dropping it, so
      * the audit trail and any returned-entry research still have
      * it. The primary cannot go while a secondary is still active -
      * the secondary's remainder would have nowhere to land.
      *----------------------------------------------------------------
       0500-DELETE-ACCOUNT.
          PERFORM 0710-ACCEPT-ACCOUNT-KEY
          PERFORM 0830-FIND-ACCOUNT
          IF WS-BANK-FOUND-IDX = ZERO
             DISPLAY "Employee " WS-KEY-EMPLOYEEID " has no account "
                WS-KEY-SEQ " on file."
          ELSE
             SET BNK-IDX TO WS-BANK-FOUND-IDX
             MOVE BNK-TAB-RECORD(BNK-IDX) TO WS-BANK-RECORD-AREA
             MOVE WS-BANK-RECORD-AREA TO WS-BEFORE-IMAGE
             PERFORM 0610-DISPLAY-ACCOUNT
             MOVE ZERO TO WS-PRIMARY-FOUND-IDX
             IF WS-KEY-SEQ = 1
                MOVE 2 TO WS-FIND-SEQ
                PERFORM 0840-FIND-OTHER-ACCOUNT
             END-IF
             IF WS-PRIMARY-FOUND-IDX NOT = ZERO
                DISPLAY "Delete the secondary account first."
             ELSE
                DISPLAY "Confirm delete (Y/N): "
                ACCEPT WS-CONFIRM
                IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                   MOVE 'N' TO WS-BNK-ACTIVE
                   SET BNK-IDX TO WS-BANK-FOUND-IDX
                   MOVE WS-BANK-RECORD-AREA TO BNK-TAB-RECORD(BNK-IDX)
                   MOVE 'D' TO WS-AUD-FUNCTION
                   PERFORM 0900-WRITE-AUDIT
                   DISPLAY "Account deleted."
                ELSE
                   DISPLAY "Delete not confirmed - no change made."
                END-IF
             END-IF
          END-IF.

       0500-END.

       0600-INQUIRE-ACCOUNTS.
          DISPLAY "Employee id (7 digits): "
          ACCEPT WS-KEY-EMPLOYEEID
          MOVE ZERO TO WS-BANK-FOUND-IDX
          SET BNK-IDX TO 1
          PERFORM UNTIL BNK-IDX > WS-BANK-ENTRY-COUNT
             MOVE BNK-TAB-RECORD(BNK-IDX) TO WS-BANK-RECORD-AREA
             IF WS-BNK-EMPLOYEEID = WS-KEY-EMPLOYEEID
                MOVE BNK-IDX TO WS-BANK-FOUND-IDX
                PERFORM 0610-DISPLAY-ACCOUNT
             END-IF
             SET BNK-IDX UP BY 1
          END-PERFORM
          IF WS-BANK-FOUND-IDX = ZERO
             DISPLAY "Employee " WS-KEY-EMPLOYEEID
                " has no accounts on file."
          END-IF.

       0600-END.

       0610-DISPLAY-ACCOUNT.
          MOVE WS-BNK-SPLIT-VALUE TO WS-SPLIT-DISPLAY
          DISPLAY " "
          DISPLAY "Employee id:    " WS-BNK-EMPLOYEEID
             "   Account " WS-BNK-SEQ
          DISPLAY "Routing number: " WS-BNK-ROUTING
          DISPLAY "Account number: " WS-BNK-ACCOUNT
          DISPLAY "Account type:   " WS-BNK-ACCT-TYPE
             " (C=checking S=savings)"
          DISPLAY "Split:          " WS-BNK-SPLIT-METHOD " "
             WS-SPLIT-DISPLAY " (P=percent A=amount)"
          DISPLAY "Prenote:        " WS-BNK-PRENOTE-STATUS
             " (P=pending S=sent V=live F=failed) SENT "
             WS-BNK-PRENOTE-DATE
          DISPLAY "Active:         " WS-BNK-ACTIVE.

       0610-END.

      *----------------------------------------------------------------
      * The bank returned the test entry (or later sent a return on
      * a live account): the account is marked failed and falls back
      * to paper checks until it is corrected through a change.
      *----------------------------------------------------------------
       0650-RECORD-PRENOTE-RETURN.
          PERFORM 0710-ACCEPT-ACCOUNT-KEY
          PERFORM 0830-FIND-ACCOUNT
          IF WS-BANK-FOUND-IDX = ZERO
             DISPLAY "Employee " WS-KEY-EMPLOYEEID " has no account "
                WS-KEY-SEQ " on file."
          ELSE
             SET BNK-IDX TO WS-BANK-FOUND-IDX
             MOVE BNK-TAB-RECORD(BNK-IDX) TO WS-BANK-RECORD-AREA
             MOVE WS-BANK-RECORD-AREA TO WS-BEFORE-IMAGE
             PERFORM 0610-DISPLAY-ACCOUNT
             DISPLAY "Confirm the bank returned this account (Y/N): "
             ACCEPT WS-CONFIRM
             IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                MOVE 'F' TO WS-BNK-PRENOTE-STATUS
                SET BNK-IDX TO WS-BANK-FOUND-IDX
                MOVE WS-BANK-RECORD-AREA TO BNK-TAB-RECORD(BNK-IDX)
                MOVE 'R' TO WS-AUD-FUNCTION
                PERFORM 0900-WRITE-AUDIT
                DISPLAY "Account marked failed - paper check until"
                   " corrected."
             ELSE
                DISPLAY "Return not confirmed - no change made."
             END-IF
          END-IF.

       0650-END.

       0710-ACCEPT-ACCOUNT-KEY.
          DISPLAY "Employee id (7 digits): "
          ACCEPT WS-KEY-EMPLOYEEID
          DISPLAY "Account (1=primary 2=secondary): "
          ACCEPT WS-KEY-SEQ.

       0710-END.

       0720-ACCEPT-ALL-FIELDS.
          MOVE ZERO TO WS-ENTRY-ROUTING
          MOVE SPACES TO WS-ENTRY-ACCOUNT
          MOVE SPACES TO WS-ENTRY-ACCT-TYPE
          MOVE SPACES TO WS-ENTRY-SPLIT-METHOD
          MOVE ZERO TO WS-ENTRY-SPLIT-VALUE
          DISPLAY "Routing number (9 digits): "
          ACCEPT WS-ENTRY-ROUTING
          DISPLAY "Account number: "
          ACCEPT WS-ENTRY-ACCOUNT
          DISPLAY "Account type (C=checking S=savings): "
          ACCEPT WS-ENTRY-ACCT-TYPE
          IF WS-KEY-SEQ = 2
             DISPLAY "Split method (P=percent A=amount): "
             ACCEPT WS-ENTRY-SPLIT-METHOD
             DISPLAY "Split value (99999.99): "
             ACCEPT WS-ENTRY-SPLIT-VALUE
          END-IF.

       0720-END.

       0730-APPLY-ENTRY-FIELDS.
          IF WS-ENTRY-ROUTING > ZERO
             MOVE WS-ENTRY-ROUTING TO WS-BNK-ROUTING
          END-IF
          IF WS-ENTRY-ACCOUNT NOT = SPACES
             MOVE WS-ENTRY-ACCOUNT TO WS-BNK-ACCOUNT
          END-IF
          IF WS-ENTRY-ACCT-TYPE NOT = SPACES
             MOVE FUNCTION UPPER-CASE(WS-ENTRY-ACCT-TYPE)
                TO WS-BNK-ACCT-TYPE
          END-IF
          IF WS-ENTRY-SPLIT-METHOD NOT = SPACES
             MOVE FUNCTION UPPER-CASE(WS-ENTRY-SPLIT-METHOD)
                TO WS-BNK-SPLIT-METHOD
          END-IF
          IF WS-ENTRY-SPLIT-VALUE > ZERO
             MOVE WS-ENTRY-SPLIT-VALUE TO WS-BNK-SPLIT-VALUE
          END-IF.

       0730-END.

      *----------------------------------------------------------------
      * Account edits: the employee must be on the master and not
      * terminated, the routing number must pass its check digit,
      * and a secondary needs an active primary to take the rest of
      * the pay and a sensible split of its own.
      *----------------------------------------------------------------
       0800-VALIDATE-ACCOUNT.
          MOVE 'Y' TO WS-VALID-RECORD
          MOVE SPACES TO WS-REJECT-TEXT

          IF WS-KEY-SEQ NOT = 1 AND WS-KEY-SEQ NOT = 2
             MOVE 'N' TO WS-VALID-RECORD
             MOVE "ACCOUNT MUST BE 1 OR 2" TO WS-REJECT-TEXT
          END-IF

          IF VALID-RECORD
             MOVE WS-KEY-EMPLOYEEID TO EMPLOYEEID
             READ EMPLOYEEFILE
                INVALID KEY
                   MOVE 'N' TO WS-VALID-RECORD
                   MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-TEXT
                NOT INVALID KEY
                   IF EMP-TERMINATED
                      MOVE 'N' TO WS-VALID-RECORD
                      MOVE "EMPLOYEE TERMINATED" TO WS-REJECT-TEXT
                   END-IF
             END-READ
          END-IF

          IF VALID-RECORD
             PERFORM 0810-CHECK-ROUTING-NUMBER
          END-IF

          IF VALID-RECORD
             IF WS-BNK-ACCOUNT = SPACES
                MOVE 'N' TO WS-VALID-RECORD
                MOVE "ACCOUNT NUMBER REQUIRED" TO WS-REJECT-TEXT
             END-IF
          END-IF

          IF VALID-RECORD
             IF NOT (WS-BNK-CHECKING OR WS-BNK-SAVINGS)
                MOVE 'N' TO WS-VALID-RECORD
                MOVE "ACCOUNT TYPE MUST BE C OR S" TO WS-REJECT-TEXT
             END-IF
          END-IF

          IF VALID-RECORD AND WS-KEY-SEQ = 1
             MOVE SPACE TO WS-BNK-SPLIT-METHOD
             MOVE ZERO TO WS-BNK-SPLIT-VALUE
          END-IF

          IF VALID-RECORD AND WS-KEY-SEQ = 2
             MOVE 1 TO WS-FIND-SEQ
             PERFORM 0840-FIND-OTHER-ACCOUNT
             IF WS-PRIMARY-FOUND-IDX = ZERO
                MOVE 'N' TO WS-VALID-RECORD
                MOVE "NO ACTIVE PRIMARY ACCOUNT" TO WS-REJECT-TEXT
             ELSE
                EVALUATE TRUE
                   WHEN WS-BNK-SPLIT-METHOD = 'P'
                      IF WS-BNK-SPLIT-VALUE = ZERO
                         OR WS-BNK-SPLIT-VALUE >= 100
                         MOVE 'N' TO WS-VALID-RECORD
                         MOVE "SPLIT PERCENT MUST BE UNDER 100"
                            TO WS-REJECT-TEXT
                      END-IF
                   WHEN WS-BNK-SPLIT-METHOD = 'A'
                      IF WS-BNK-SPLIT-VALUE = ZERO
                         MOVE 'N' TO WS-VALID-RECORD
                         MOVE "SPLIT AMOUNT REQUIRED"
                            TO WS-REJECT-TEXT
                      END-IF
                   WHEN OTHER
                      MOVE 'N' TO WS-VALID-RECORD
                      MOVE "SPLIT METHOD MUST BE P OR A"
                         TO WS-REJECT-TEXT
                END-EVALUATE
             END-IF
          END-IF.

       0800-END.

       0810-CHECK-ROUTING-NUMBER.
          IF WS-BNK-ROUTING NOT NUMERIC OR WS-BNK-ROUTING = ZERO
             MOVE 'N' TO WS-VALID-RECORD
             MOVE "ROUTING NUMBER REQUIRED" TO WS-REJECT-TEXT
          ELSE
             COMPUTE WS-ROUTING-SUM =
                3 * (WS-BNK-ROUTING-DIGIT(1) + WS-BNK-ROUTING-DIGIT(4)
                   + WS-BNK-ROUTING-DIGIT(7))
                + 7 * (WS-BNK-ROUTING-DIGIT(2)
                   + WS-BNK-ROUTING-DIGIT(5)
                   + WS-BNK-ROUTING-DIGIT(8))
                + WS-BNK-ROUTING-DIGIT(3) + WS-BNK-ROUTING-DIGIT(6)
                + WS-BNK-ROUTING-DIGIT(9)
             DIVIDE WS-ROUTING-SUM BY 10 GIVING WS-ROUTING-QUOTIENT
                REMAINDER WS-ROUTING-REMAINDER
             IF WS-ROUTING-REMAINDER NOT = ZERO
                MOVE 'N' TO WS-VALID-RECORD
                MOVE "ROUTING NUMBER FAILS CHECK DIGIT"
                   TO WS-REJECT-TEXT
             END-IF
          END-IF.

       0810-END.

      *----------------------------------------------------------------
      * Loads the bank master. A missing BANKMAST.DAT is created when
      * the first account is added.
      *----------------------------------------------------------------
       0820-LOAD-BANK-MASTER.
          OPEN INPUT BANKMASTFILE
          IF WS-BANK-STATUS NOT = '00'
             SET END-OF-BANK TO TRUE
          END-IF
          PERFORM UNTIL END-OF-BANK
             READ BANKMASTFILE
                AT END SET END-OF-BANK TO TRUE
                NOT AT END
                   IF WS-BANK-ENTRY-COUNT < WS-BANK-TABLE-MAX
                      ADD 1 TO WS-BANK-ENTRY-COUNT
                      SET BNK-IDX TO WS-BANK-ENTRY-COUNT
                      MOVE BANK-MASTER-RECORD
                         TO BNK-TAB-RECORD(BNK-IDX)
                   ELSE
                      DISPLAY "Bank master table full at "
                         WS-BANK-TABLE-MAX
                         " accounts - BANKMAST.DAT cannot be"
                         " maintained safely"
                      MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
                      PERFORM 0960-WRITE-JOB-LOG
                      STOP RUN RETURNING 16
                   END-IF
             END-READ
          END-PERFORM
          IF WS-BANK-STATUS = '00' OR WS-BANK-STATUS = '10'
             CLOSE BANKMASTFILE
          END-IF.

       0820-END.

      *----------------------------------------------------------------
      * Account lookup by employee and sequence; leaves the table
      * index in WS-BANK-FOUND-IDX, zero when not on file.
      *----------------------------------------------------------------
       0830-FIND-ACCOUNT.
          MOVE ZERO TO WS-BANK-FOUND-IDX
          SET BNK-IDX TO 1
          PERFORM UNTIL BNK-IDX > WS-BANK-ENTRY-COUNT
             MOVE BNK-TAB-RECORD(BNK-IDX) TO WS-BANK-RECORD-AREA
             IF WS-BNK-EMPLOYEEID = WS-KEY-EMPLOYEEID
                AND WS-BNK-SEQ = WS-KEY-SEQ
                MOVE BNK-IDX TO WS-BANK-FOUND-IDX
                SET BNK-IDX TO WS-BANK-ENTRY-COUNT
             END-IF
             SET BNK-IDX UP BY 1
          END-PERFORM.

       0830-END.

      *----------------------------------------------------------------
      * Looks for the employee's other account (sequence WS-FIND-SEQ)
      * that is still active, without disturbing the account being
      * worked on in WS-BANK-RECORD-AREA.
      *----------------------------------------------------------------
       0840-FIND-OTHER-ACCOUNT.
          MOVE ZERO TO WS-PRIMARY-FOUND-IDX
          SET BNK-IDX TO 1
          PERFORM UNTIL BNK-IDX > WS-BANK-ENTRY-COUNT
             MOVE BNK-TAB-RECORD(BNK-IDX) TO BANK-MASTER-RECORD
             IF BNK-EMPLOYEEID = WS-KEY-EMPLOYEEID
                AND BNK-SEQ = WS-FIND-SEQ
                AND BNK-ACTIVE = 'Y'
                MOVE BNK-IDX TO WS-PRIMARY-FOUND-IDX
                SET BNK-IDX TO WS-BANK-ENTRY-COUNT
             END-IF
             SET BNK-IDX UP BY 1
          END-PERFORM.

       0840-END.

       0900-WRITE-AUDIT.
          ACCEPT WS-MAINT-TIME FROM TIME
          MOVE WS-RUN-DATE TO WS-MAINT-DATE
          MOVE WS-BANK-RECORD-AREA TO WS-AFTER-IMAGE
          MOVE WS-KEY-EMPLOYEEID TO WS-AUD-EMPLOYEEID
          MOVE WS-KEY-SEQ TO WS-AUD-SEQ
          MOVE WS-OPERATOR-ID TO WS-AUD-OPERATOR
          MOVE WS-MAINT-DATE TO WS-AUD-DATE
          MOVE WS-MAINT-TIME TO WS-AUD-TIME
          MOVE WS-BEFORE-IMAGE TO WS-AUD-BEFORE-IMAGE
          MOVE WS-AFTER-IMAGE TO WS-AUD-AFTER-IMAGE
          MOVE WS-AUDIT-RECORD-AREA TO AUDIT-RECORD
          WRITE AUDIT-RECORD
          ADD 1 TO WS-MAINT-COUNT.

       0900-END.

       0950-REWRITE-BANK-MASTER.
          OPEN OUTPUT BANKMASTFILE
          SET BNK-IDX TO 1
          PERFORM UNTIL BNK-IDX > WS-BANK-ENTRY-COUNT
             MOVE BNK-TAB-RECORD(BNK-IDX) TO BANK-MASTER-RECORD
             WRITE BANK-MASTER-RECORD
             SET BNK-IDX UP BY 1
          END-PERFORM
          CLOSE BANKMASTFILE.

       0950-END.

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
          MOVE "BANKMAINT" TO WS-JL-JOB-NAME
          MOVE WS-JOBLOG-START-TIME TO WS-JL-START-TIME-OUT
          MOVE WS-JOBLOG-END-TIME TO WS-JL-END-TIME-OUT
          MOVE WS-MAINT-COUNT TO WS-JL-RECORD-COUNT-OUT
          MOVE WS-JOBLOG-RUN-STATUS TO WS-JL-STATUS-OUT
          MOVE WS-JOBLOG-RECORD-AREA TO JOBLOG-RECORD
          WRITE JOBLOG-RECORD
          CLOSE JOBLOGFILE.

       0960-END.

       END PROGRAM BANKMAINT.
