       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHBUILD.

      *----------------------------------------------------------------
      * Builds the bank's direct-deposit file from the pay date's
      * PAYDETAIL.DAT net pay and the BANKMAST.DAT accounts kept by
      * BANKMAINT. Each employee whose accounts are all live gets a
      * credit to the secondary account for its split and the rest to
      * the primary; everyone else - no account, a prenote not yet
      * cleared, a failed account - lands on the paper-check list.
      * Pending accounts have their zero-dollar prenote sent in the
      * same batch. The file is only released when ACH dollars plus
      * paper checks equal the net on PAYDETAIL.DAT and that equals
      * the register control totals in PAYREGCTL.DAT. Void reversals
      * and reissues from PAYVOID are settled by check and are not
      * part of the deposit file.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ACHPARMFILE ASSIGN TO "ACHPARM.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.

       SELECT PAYDETAILFILE ASSIGN TO "PAYDETAIL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAYDETAIL-STATUS.

       SELECT PAYCTLFILE ASSIGN TO "PAYREGCTL.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAYCTL-STATUS.

       SELECT BANKMASTFILE ASSIGN TO "BANKMAST.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BANK-STATUS.

       SELECT EMPLOYEEFILE ASSIGN TO "EMPFILE.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EMPLOYEEID
            FILE STATUS IS WS-FILE-STATUS.

       SELECT ACHFILE ASSIGN TO "ACHPAY.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REGISTERFILE ASSIGN TO "ACHREGISTER.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PAPERFILE ASSIGN TO "PAPERCHECKS.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOBLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * Originator set-up from the bank's onboarding letter: the
      * destination routing and name, our origin id and name, the
      * company name and id that appear on employees' statements, and
      * our ODFI routing for trace numbers. The pay date defaults to
      * the latest on PAYDETAIL.DAT, the effective date to the pay
      * date.
      *----------------------------------------------------------------
       FD ACHPARMFILE.
       01 ACH-PARM-RECORD.
          05 AP-DEST-ROUTING   PIC 9(9).
          05 FILLER            PIC X(1).
          05 AP-DEST-NAME      PIC X(23).
          05 FILLER            PIC X(1).
          05 AP-ORIGIN-ID      PIC X(10).
          05 FILLER            PIC X(1).
          05 AP-ORIGIN-NAME    PIC X(23).
          05 FILLER            PIC X(1).
          05 AP-COMPANY-NAME   PIC X(16).
          05 FILLER            PIC X(1).
          05 AP-COMPANY-ID     PIC X(10).
          05 FILLER            PIC X(1).
          05 AP-ODFI-ROUTING   PIC 9(8).
          05 FILLER            PIC X(1).
          05 AP-PAY-DATE       PIC 9(8).
          05 FILLER            PIC X(1).
          05 AP-EFFECTIVE-DATE PIC 9(8).

       FD PAYDETAILFILE.
       01 PAY-DETAIL-RECORD.
          05 PD-EMPLOYEEID   PIC 9(7).
          05 FILLER          PIC X(1).
          05 PD-PAY-DATE     PIC 9(8).
          05 FILLER          PIC X(1).
          05 PD-HOURS        PIC 9(3).
          05 FILLER          PIC X(1).
          05 PD-REGULAR-PAY  PIC 9(7)V99.
          05 FILLER          PIC X(1).
          05 PD-OVERTIME-PAY PIC 9(7)V99.
          05 FILLER          PIC X(1).
          05 PD-PREMIUM-PAY  PIC 9(7)V99.
          05 FILLER          PIC X(1).
          05 PD-GROSS-PAY    PIC 9(7)V99.
          05 FILLER          PIC X(1).
          05 PD-TAX-DED      PIC 9(5)V99.
          05 FILLER          PIC X(1).
          05 PD-INS-DED      PIC 9(5)V99.
          05 FILLER          PIC X(1).
          05 PD-RET-DED      PIC 9(5)V99.
          05 FILLER          PIC X(1).
          05 PD-GRN-DED      PIC 9(5)V99.
          05 FILLER          PIC X(1).
          05 PD-NET-PAY      PIC 9(7)V99.
          05 FILLER          PIC X(1).
          05 PD-TAXABLE-WAGES PIC 9(7)V99.
          05 FILLER          PIC X(1).
          05 PD-ENTRY-TYPE   PIC X(1).
             88 PD-REGULAR-ENTRY VALUE SPACE.
             88 PD-VOID-REVERSAL VALUE 'V'.
             88 PD-REISSUE       VALUE 'I'.
          05 PD-EARNING OCCURS 6 TIMES.
             10 FILLER         PIC X(1).
             10 PD-EARN-CODE   PIC X(3).
             10 FILLER         PIC X(1).
             10 PD-EARN-AMOUNT PIC 9(7)V99.

       FD PAYCTLFILE.
       01 PAY-CONTROL-RECORD.
          05 PC-SOURCE     PIC X(12).
          05 FILLER        PIC X(1).
          05 PC-PAY-DATE   PIC 9(8).
          05 FILLER        PIC X(1).
          05 PC-COUNT      PIC 9(7).
          05 FILLER        PIC X(1).
          05 PC-GROSS      PIC 9(9)V99.
          05 FILLER        PIC X(1).
          05 PC-NET        PIC 9(9)V99.

       FD BANKMASTFILE.
       01 BANK-MASTER-RECORD PIC X(62).

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
      * The bank's 94-character ACH format: a file header, one batch
      * header, the entry details, the batch control with its entry
      * count, routing hash and dollar totals, the file control, and
      * all-nines filler records out to a full block of ten.
      *----------------------------------------------------------------
       FD ACHFILE.
       01 ACH-RECORD PIC X(94).
       01 ACH-FILE-HEADER REDEFINES ACH-RECORD.
          05 AFH-RECORD-TYPE  PIC X(1).
          05 AFH-PRIORITY     PIC X(2).
          05 AFH-DESTINATION  PIC X(10).
          05 AFH-ORIGIN       PIC X(10).
          05 AFH-CREATE-DATE  PIC X(6).
          05 AFH-CREATE-TIME  PIC X(4).
          05 AFH-ID-MODIFIER  PIC X(1).
          05 AFH-RECORD-SIZE  PIC X(3).
          05 AFH-BLOCKING     PIC X(2).
          05 AFH-FORMAT       PIC X(1).
          05 AFH-DEST-NAME    PIC X(23).
          05 AFH-ORIGIN-NAME  PIC X(23).
          05 AFH-REFERENCE    PIC X(8).
       01 ACH-BATCH-HEADER REDEFINES ACH-RECORD.
          05 ABH-RECORD-TYPE    PIC X(1).
          05 ABH-SERVICE-CLASS  PIC X(3).
          05 ABH-COMPANY-NAME   PIC X(16).
          05 ABH-DISCRETIONARY  PIC X(20).
          05 ABH-COMPANY-ID     PIC X(10).
          05 ABH-SEC-CODE       PIC X(3).
          05 ABH-ENTRY-DESC     PIC X(10).
          05 ABH-DESC-DATE      PIC X(6).
          05 ABH-EFFECTIVE-DATE PIC X(6).
          05 ABH-SETTLEMENT     PIC X(3).
          05 ABH-ORIG-STATUS    PIC X(1).
          05 ABH-ODFI           PIC 9(8).
          05 ABH-BATCH-NUMBER   PIC 9(7).
       01 ACH-ENTRY-DETAIL REDEFINES ACH-RECORD.
          05 AED-RECORD-TYPE   PIC X(1).
          05 AED-TRAN-CODE     PIC X(2).
          05 AED-RDFI          PIC 9(8).
          05 AED-CHECK-DIGIT   PIC 9(1).
          05 AED-ACCOUNT       PIC X(17).
          05 AED-AMOUNT        PIC 9(8)V99.
          05 AED-INDIVIDUAL-ID PIC X(15).
          05 AED-NAME          PIC X(22).
          05 AED-DISCRETIONARY PIC X(2).
          05 AED-ADDENDA       PIC X(1).
          05 AED-TRACE-ODFI    PIC 9(8).
          05 AED-TRACE-SEQ     PIC 9(7).
       01 ACH-BATCH-CONTROL REDEFINES ACH-RECORD.
          05 ABC-RECORD-TYPE   PIC X(1).
          05 ABC-SERVICE-CLASS PIC X(3).
          05 ABC-ENTRY-COUNT   PIC 9(6).
          05 ABC-ENTRY-HASH    PIC 9(10).
          05 ABC-DEBIT-TOTAL   PIC 9(10)V99.
          05 ABC-CREDIT-TOTAL  PIC 9(10)V99.
          05 ABC-COMPANY-ID    PIC X(10).
          05 ABC-AUTH-CODE     PIC X(19).
          05 ABC-RESERVED      PIC X(6).
          05 ABC-ODFI          PIC 9(8).
          05 ABC-BATCH-NUMBER  PIC 9(7).
       01 ACH-FILE-CONTROL REDEFINES ACH-RECORD.
          05 AFC-RECORD-TYPE  PIC X(1).
          05 AFC-BATCH-COUNT  PIC 9(6).
          05 AFC-BLOCK-COUNT  PIC 9(6).
          05 AFC-ENTRY-COUNT  PIC 9(8).
          05 AFC-ENTRY-HASH   PIC 9(10).
          05 AFC-DEBIT-TOTAL  PIC 9(10)V99.
          05 AFC-CREDIT-TOTAL PIC 9(10)V99.
          05 AFC-RESERVED     PIC X(39).

       FD REGISTERFILE.
       01 REGISTER-LINE PIC X(100).

       FD PAPERFILE.
       01 PAPER-LINE PIC X(100).

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
       01 WS-FILE-STATUS      PIC XX VALUE '00'.
       01 WS-PARM-STATUS      PIC XX VALUE '00'.
       01 WS-PAYDETAIL-STATUS PIC XX VALUE '00'.
       01 WS-PAYDETAIL-EOF PIC X VALUE 'N'.
          88 END-OF-PAYDETAIL VALUE 'Y'.

       01 WS-RUN-DATE.
          05 WS-RUN-YEAR  PIC 9(4).
          05 WS-RUN-MONTH PIC 9(2).
          05 WS-RUN-DAY   PIC 9(2).
       01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8) VALUE ZERO.

       01 WS-PAY-DATE       PIC 9(8) VALUE ZERO.
       01 WS-EFFECTIVE-DATE PIC 9(8) VALUE ZERO.
       01 WS-EFFECTIVE-TEXT PIC X(8) VALUE SPACES.
       01 WS-PAY-DATE-TEXT  PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE-TEXT  PIC X(8) VALUE SPACES.
       01 WS-RUN-TIME-TEXT  PIC X(8) VALUE SPACES.

      *----------------------------------------------------------------
      * A sent prenote is treated as cleared once the bank has had
      * this many calendar days to return it.
      *----------------------------------------------------------------
       01 WS-PRENOTE-WAIT-DAYS PIC 9(3) VALUE 10.
       01 WS-DAYS-SINCE-SENT   PIC S9(7) VALUE ZERO.

      *----------------------------------------------------------------
      * Pay-cycle control totals for the pay date, added up across
      * every program that wrote pay lines.
      *----------------------------------------------------------------
       01 WS-PAYCTL-STATUS PIC XX VALUE '00'.
       01 WS-PAYCTL-EOF PIC X VALUE 'N'.
          88 END-OF-PAYCTL VALUE 'Y'.
       01 WS-PAYCTL-FOUND PIC X VALUE 'N'.
          88 PAY-CONTROL-FOUND VALUE 'Y'.
       01 WS-CONTROL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CONTROL-NET   PIC 9(9)V99 VALUE ZERO.

      *----------------------------------------------------------------
      * Bank master, loaded whole; the run rewrites it only when a
      * released file changed a prenote status.
      *----------------------------------------------------------------
       01 WS-BANK-STATUS PIC XX VALUE '00'.
       01 WS-BANK-EOF PIC X VALUE 'N'.
          88 END-OF-BANK VALUE 'Y'.
       01 WS-BANK-ENTRY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BANK-TABLE-MAX   PIC 9(5) VALUE 5000.
       01 WS-BANK-TABLE.
          05 WS-BANK-ENTRY OCCURS 5000 TIMES INDEXED BY BNK-IDX.
             10 BNK-TAB-RECORD PIC X(62).
       01 WS-BANK-CHANGED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PRIMARY-IDX   PIC 9(5) VALUE ZERO.
       01 WS-SECONDARY-IDX PIC 9(5) VALUE ZERO.

       01 WS-BANK-RECORD-AREA.
          05 WS-BNK-EMPLOYEEID     PIC 9(7).
          05 FILLER                PIC X(1).
          05 WS-BNK-SEQ            PIC 9(1).
          05 FILLER                PIC X(1).
          05 WS-BNK-ROUTING        PIC 9(9).
          05 WS-BNK-ROUTING-PARTS REDEFINES WS-BNK-ROUTING.
             10 WS-BNK-RDFI        PIC 9(8).
             10 WS-BNK-CHECK-DIGIT PIC 9(1).
          05 WS-BNK-ROUTING-DIGITS REDEFINES WS-BNK-ROUTING.
             10 WS-BNK-ROUTING-DIGIT PIC 9(1) OCCURS 9 TIMES.
          05 FILLER                PIC X(1).
          05 WS-BNK-ACCOUNT        PIC X(17).
          05 FILLER                PIC X(1).
          05 WS-BNK-ACCT-TYPE      PIC X(1).
             88 WS-BNK-SAVINGS     VALUE 'S'.
          05 FILLER                PIC X(1).
          05 WS-BNK-SPLIT-METHOD   PIC X(1).
          05 FILLER                PIC X(1).
          05 WS-BNK-SPLIT-VALUE    PIC 9(5)V99.
          05 FILLER                PIC X(1).
          05 WS-BNK-PRENOTE-STATUS PIC X(1).
             88 WS-BNK-PRENOTE-PENDING VALUE 'P'.
             88 WS-BNK-PRENOTE-SENT    VALUE 'S'.
             88 WS-BNK-LIVE            VALUE 'V'.
             88 WS-BNK-FAILED          VALUE 'F'.
          05 FILLER                PIC X(1).
          05 WS-BNK-PRENOTE-DATE   PIC 9(8).
          05 FILLER                PIC X(1).
          05 WS-BNK-ACTIVE         PIC X(1).

       01 WS-ROUTING-SUM PIC 9(4) VALUE ZERO.
       01 WS-ROUTING-QUOTIENT PIC 9(4) VALUE ZERO.
       01 WS-ROUTING-REMAINDER PIC 9(2) VALUE ZERO.
       01 WS-ROUTING-VALID PIC X VALUE 'Y'.
          88 ROUTING-VALID VALUE 'Y'.

      *----------------------------------------------------------------
      * Per-employee payment work areas.
      *----------------------------------------------------------------
       01 WS-NET-PAY          PIC 9(7)V99 VALUE ZERO.
       01 WS-SECONDARY-AMOUNT PIC 9(7)V99 VALUE ZERO.
       01 WS-PRIMARY-AMOUNT   PIC 9(7)V99 VALUE ZERO.
       01 WS-ENTRY-AMOUNT     PIC 9(7)V99 VALUE ZERO.
       01 WS-PAPER-REASON     PIC X(30) VALUE SPACES.
       01 WS-EMPLOYEE-NAME    PIC X(22) VALUE SPACES.
       01 WS-PRENOTE-FLAG     PIC X VALUE 'N'.
          88 ENTRY-IS-PRENOTE VALUE 'Y'.

      *----------------------------------------------------------------
      * Batch and file controls.
      *----------------------------------------------------------------
       01 WS-ACH-RECORD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ENTRY-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-PRENOTE-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-ENTRY-HASH       PIC 9(12) VALUE ZERO.
       01 WS-CREDIT-TOTAL     PIC 9(10)V99 VALUE ZERO.
       01 WS-BLOCK-COUNT      PIC 9(6) VALUE ZERO.
       01 WS-FILLER-COUNT     PIC 9(2) VALUE ZERO.
       01 WS-BATCH-NUMBER     PIC 9(7) VALUE 1.

       01 WS-DETAIL-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-DETAIL-NET-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-DEPOSIT-EMP-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PAPER-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-PAPER-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01 WS-ZERO-NET-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-PAID-TOTAL       PIC 9(9)V99 VALUE ZERO.
       01 WS-MISMATCH-COUNT   PIC 9(3) VALUE ZERO.

       01 WS-ACH-FILE-NAME PIC X(20) VALUE "ACHPAY.DAT".
       01 WS-DELETE-STATUS PIC S9(9) COMP-5 VALUE ZERO.

       01 REGISTER-HEADING-1 PIC X(100)
          VALUE "DIRECT DEPOSIT REGISTER".
       01 REGISTER-HEADING-2 PIC X(100) VALUE ALL "=".

       01 HEADING-DATE-LINE.
          05 FILLER          PIC X(10) VALUE "RUN DATE: ".
          05 HD-RUN-DATE-OUT PIC 9(8).
          05 FILLER          PIC X(13) VALUE "   PAY DATE: ".
          05 HD-PAY-DATE-OUT PIC 9(8).
          05 FILLER          PIC X(19) VALUE "   EFFECTIVE DATE: ".
          05 HD-EFF-DATE-OUT PIC 9(8).

       01 REGISTER-COLUMN-LINE.
          05 FILLER PIC X(9)  VALUE "EMPLOYEE".
          05 FILLER PIC X(23) VALUE "NAME".
          05 FILLER PIC X(4)  VALUE "ACCT".
          05 FILLER PIC X(11) VALUE "ROUTING".
          05 FILLER PIC X(19) VALUE "ACCOUNT".
          05 FILLER PIC X(5)  VALUE "TYPE".
          05 FILLER PIC X(13) VALUE "AMOUNT".
          05 FILLER PIC X(16) VALUE "TRACE".

       01 REGISTER-DETAIL-LINE.
          05 REG-EMPLOYEEID-OUT PIC 9(7).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 REG-NAME-OUT       PIC X(22).
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 REG-SEQ-OUT        PIC 9(1).
          05 FILLER             PIC X(3)  VALUE SPACES.
          05 REG-ROUTING-OUT    PIC 9(9).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 REG-ACCOUNT-OUT    PIC X(17).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 REG-TYPE-OUT       PIC X(2).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 REG-AMOUNT-OUT     PIC ZZZ,ZZ9.99.
          05 FILLER             PIC X(3)  VALUE SPACES.
          05 REG-TRACE-OUT      PIC 9(15).

       01 PAPER-HEADING-1 PIC X(100)
          VALUE "PAPER CHECK LIST - NO LIVE DIRECT DEPOSIT ACCOUNT".

       01 PAPER-COLUMN-LINE.
          05 FILLER PIC X(9)  VALUE "EMPLOYEE".
          05 FILLER PIC X(23) VALUE "NAME".
          05 FILLER PIC X(14) VALUE "NET PAY".
          05 FILLER PIC X(30) VALUE "REASON".

       01 PAPER-DETAIL-LINE.
          05 PAP-EMPLOYEEID-OUT PIC 9(7).
          05 FILLER             PIC X(2)  VALUE SPACES.
          05 PAP-NAME-OUT       PIC X(22).
          05 FILLER             PIC X(1)  VALUE SPACES.
          05 PAP-NET-OUT        PIC ZZZ,ZZ9.99.
          05 FILLER             PIC X(4)  VALUE SPACES.
          05 PAP-REASON-OUT     PIC X(30).

       01 PAPER-TOTAL-LINE.
          05 FILLER          PIC X(9) VALUE SPACES.
          05 FILLER          PIC X(15) VALUE "PAPER CHECKS: ".
          05 PAP-TOT-COUNT   PIC ZZZZ9.
          05 FILLER          PIC X(3) VALUE SPACES.
          05 PAP-TOT-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.

      *----------------------------------------------------------------
      * Balance section: each line sets one figure from this run
      * against the figure it must agree with.
      *----------------------------------------------------------------
       01 CONTROL-COMPARE-LINE.
          05 CC-LABEL      PIC X(34).
          05 CC-OURS-OUT   PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER        PIC X(2) VALUE SPACES.
          05 CC-THEIRS-OUT PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER        PIC X(2) VALUE SPACES.
          05 CC-RESULT-OUT PIC X(10).

       01 CONTROL-COUNT-LINE.
          05 CN-LABEL PIC X(34).
          05 CN-COUNT PIC ZZZ,ZZ9.

      *----------------------------------------------------------------
      * Job-log entry for this run, appended to the shared JOBLOG.DAT
      * once when the run ends.
      *----------------------------------------------------------------
       01 WS-JOBLOG-FILE-STATUS PIC XX VALUE '00'.
       01 WS-JOBLOG-RUN-STATUS  PIC X(10) VALUE SPACES.
       01 WS-JOBLOG-START-TIME  PIC 9(8) VALUE ZERO.
       01 WS-JOBLOG-END-TIME    PIC 9(8) VALUE ZERO.

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

       PROCEDURE DIVISION.
       0100-ACH-RUN.
          ACCEPT WS-JOBLOG-START-TIME FROM TIME
          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
          ACCEPT WS-RUN-TIME FROM TIME
          PERFORM 0150-LOAD-PARAMETERS
          PERFORM 0160-LOAD-BANK-MASTER
          PERFORM 0170-FIND-PAY-DATE
          PERFORM 0180-LOAD-PAY-CONTROL
          PERFORM 0190-CLEAR-SENT-PRENOTES
          PERFORM 0200-OPEN-FILES
          MOVE 'N' TO WS-PAYDETAIL-EOF
          PERFORM UNTIL END-OF-PAYDETAIL
             READ PAYDETAILFILE
                AT END SET END-OF-PAYDETAIL TO TRUE
                NOT AT END
                   IF PD-PAY-DATE = WS-PAY-DATE
                      AND PD-REGULAR-ENTRY
                      PERFORM 0300-PAY-ONE-EMPLOYEE
                   END-IF
             END-READ
          END-PERFORM
          CLOSE PAYDETAILFILE
          PERFORM 0400-SEND-PRENOTES
          PERFORM 0450-WRITE-CONTROLS
          PERFORM 0500-BALANCE-FILE
          CLOSE EMPLOYEEFILE
          CLOSE REGISTERFILE
          CLOSE PAPERFILE
          IF WS-BANK-CHANGED-COUNT > ZERO
             PERFORM 0550-REWRITE-BANK-MASTER
          END-IF
          MOVE "COMPLETED" TO WS-JOBLOG-RUN-STATUS
          PERFORM 0960-WRITE-JOB-LOG
          DISPLAY "Employees paid by deposit: " WS-DEPOSIT-EMP-COUNT
          DISPLAY "ACH entries written:       " WS-ENTRY-COUNT
          DISPLAY "Prenotes sent:             " WS-PRENOTE-COUNT
          DISPLAY "Paper checks:              " WS-PAPER-COUNT
          STOP RUN.

       0100-END.

      *----------------------------------------------------------------
      * Without the originator set-up there is no file the bank will
      * accept, so a missing ACHPARM.DAT ends the run.
      *----------------------------------------------------------------
       0150-LOAD-PARAMETERS.
          OPEN INPUT ACHPARMFILE
          IF WS-PARM-STATUS NOT = '00'
             DISPLAY "Cannot open ACHPARM.DAT, status " WS-PARM-STATUS
             MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
             PERFORM 0960-WRITE-JOB-LOG
             STOP RUN RETURNING 16
          END-IF
          READ ACHPARMFILE
             AT END
                DISPLAY "ACHPARM.DAT is empty"
                CLOSE ACHPARMFILE
                MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
                PERFORM 0960-WRITE-JOB-LOG
                STOP RUN RETURNING 16
          END-READ
          CLOSE ACHPARMFILE
          IF AP-PAY-DATE NUMERIC
             MOVE AP-PAY-DATE TO WS-PAY-DATE
          END-IF.

       0150-END.

       0160-LOAD-BANK-MASTER.
          OPEN INPUT BANKMASTFILE
          IF WS-BANK-STATUS NOT = '00'
             DISPLAY "BANKMAST.DAT not found - every employee will"
             DISPLAY "be paid by paper check."
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
                         " processed safely"
                      MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
                      PERFORM 0960-WRITE-JOB-LOG
                      STOP RUN RETURNING 16
                   END-IF
             END-READ
          END-PERFORM
          IF WS-BANK-STATUS = '00' OR WS-BANK-STATUS = '10'
             CLOSE BANKMASTFILE
          END-IF.

       0160-END.

      *----------------------------------------------------------------
      * With no pay date on the parameter record, the latest pay date
      * on PAYDETAIL.DAT is the one being paid.
      *----------------------------------------------------------------
       0170-FIND-PAY-DATE.
          OPEN INPUT PAYDETAILFILE
          IF WS-PAYDETAIL-STATUS NOT = '00'
             DISPLAY "Cannot open PAYDETAIL.DAT, status "
                WS-PAYDETAIL-STATUS
             MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
             PERFORM 0960-WRITE-JOB-LOG
             STOP RUN RETURNING 16
          END-IF
          IF WS-PAY-DATE = ZERO
             PERFORM UNTIL END-OF-PAYDETAIL
                READ PAYDETAILFILE
                   AT END SET END-OF-PAYDETAIL TO TRUE
                   NOT AT END
                      IF PD-PAY-DATE > WS-PAY-DATE
                         MOVE PD-PAY-DATE TO WS-PAY-DATE
                      END-IF
                END-READ
             END-PERFORM
          END-IF
          CLOSE PAYDETAILFILE

          IF AP-EFFECTIVE-DATE NUMERIC AND AP-EFFECTIVE-DATE > ZERO
             MOVE AP-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
          ELSE
             MOVE WS-PAY-DATE TO WS-EFFECTIVE-DATE
          END-IF.

       0170-END.

       0180-LOAD-PAY-CONTROL.
          OPEN INPUT PAYCTLFILE
          IF WS-PAYCTL-STATUS NOT = '00'
             SET END-OF-PAYCTL TO TRUE
          END-IF
          PERFORM UNTIL END-OF-PAYCTL
             READ PAYCTLFILE
                AT END SET END-OF-PAYCTL TO TRUE
                NOT AT END
                   IF PC-PAY-DATE = WS-PAY-DATE
                      MOVE 'Y' TO WS-PAYCTL-FOUND
                      ADD PC-COUNT TO WS-CONTROL-COUNT
                      ADD PC-NET TO WS-CONTROL-NET
                   END-IF
             END-READ
          END-PERFORM
          IF WS-PAYCTL-STATUS = '00' OR WS-PAYCTL-STATUS = '10'
             CLOSE PAYCTLFILE
          END-IF.

       0180-END.

      *----------------------------------------------------------------
      * A prenote sent at least WS-PRENOTE-WAIT-DAYS ago that the bank
      * never returned has cleared, and the account goes live before
      * this run's payments are built.
      *----------------------------------------------------------------
       0190-CLEAR-SENT-PRENOTES.
          SET BNK-IDX TO 1
          PERFORM UNTIL BNK-IDX > WS-BANK-ENTRY-COUNT
             MOVE BNK-TAB-RECORD(BNK-IDX) TO WS-BANK-RECORD-AREA
             IF WS-BNK-PRENOTE-SENT AND WS-BNK-ACTIVE = 'Y'
                AND WS-BNK-PRENOTE-DATE NUMERIC
                AND WS-BNK-PRENOTE-DATE > ZERO
                COMPUTE WS-DAYS-SINCE-SENT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-BNK-PRENOTE-DATE)
                IF WS-DAYS-SINCE-SENT >= WS-PRENOTE-WAIT-DAYS
                   SET WS-BNK-LIVE TO TRUE
                   MOVE WS-BANK-RECORD-AREA TO BNK-TAB-RECORD(BNK-IDX)
                   ADD 1 TO WS-BANK-CHANGED-COUNT
                END-IF
             END-IF
             SET BNK-IDX UP BY 1
          END-PERFORM.

       0190-END.

       0200-OPEN-FILES.
          OPEN INPUT EMPLOYEEFILE
          IF WS-FILE-STATUS NOT = '00'
             DISPLAY "Cannot open EMPFILE.DAT, status " WS-FILE-STATUS
             MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
             PERFORM 0960-WRITE-JOB-LOG
             STOP RUN RETURNING 16
          END-IF
          OPEN INPUT PAYDETAILFILE
          OPEN OUTPUT ACHFILE
          OPEN OUTPUT REGISTERFILE
          OPEN OUTPUT PAPERFILE

          MOVE WS-RUN-DATE TO WS-RUN-DATE-TEXT
          MOVE WS-RUN-TIME TO WS-RUN-TIME-TEXT
          MOVE WS-PAY-DATE TO WS-PAY-DATE-TEXT
          MOVE WS-EFFECTIVE-DATE TO WS-EFFECTIVE-TEXT

          MOVE SPACES TO ACH-RECORD
          MOVE "1" TO AFH-RECORD-TYPE
          MOVE "01" TO AFH-PRIORITY
          MOVE SPACE TO AFH-DESTINATION(1:1)
          MOVE AP-DEST-ROUTING TO AFH-DESTINATION(2:9)
          MOVE AP-ORIGIN-ID TO AFH-ORIGIN
          MOVE WS-RUN-DATE-TEXT(3:6) TO AFH-CREATE-DATE
          MOVE WS-RUN-TIME-TEXT(1:4) TO AFH-CREATE-TIME
          MOVE "A" TO AFH-ID-MODIFIER
          MOVE "094" TO AFH-RECORD-SIZE
          MOVE "10" TO AFH-BLOCKING
          MOVE "1" TO AFH-FORMAT
          MOVE AP-DEST-NAME TO AFH-DEST-NAME
          MOVE AP-ORIGIN-NAME TO AFH-ORIGIN-NAME
          MOVE "PAYROLL" TO AFH-REFERENCE
          WRITE ACH-RECORD
          ADD 1 TO WS-ACH-RECORD-COUNT

          MOVE SPACES TO ACH-RECORD
          MOVE "5" TO ABH-RECORD-TYPE
          MOVE "220" TO ABH-SERVICE-CLASS
          MOVE AP-COMPANY-NAME TO ABH-COMPANY-NAME
          MOVE AP-COMPANY-ID TO ABH-COMPANY-ID
          MOVE "PPD" TO ABH-SEC-CODE
          MOVE "PAYROLL" TO ABH-ENTRY-DESC
          MOVE WS-PAY-DATE-TEXT(3:6) TO ABH-DESC-DATE
          MOVE WS-EFFECTIVE-TEXT(3:6) TO ABH-EFFECTIVE-DATE
          MOVE "1" TO ABH-ORIG-STATUS
          MOVE AP-ODFI-ROUTING TO ABH-ODFI
          MOVE WS-BATCH-NUMBER TO ABH-BATCH-NUMBER
          WRITE ACH-RECORD
          ADD 1 TO WS-ACH-RECORD-COUNT

          MOVE WS-RUN-DATE TO HD-RUN-DATE-OUT
          MOVE WS-PAY-DATE TO HD-PAY-DATE-OUT
          MOVE WS-EFFECTIVE-DATE TO HD-EFF-DATE-OUT
          WRITE REGISTER-LINE FROM REGISTER-HEADING-1
          WRITE REGISTER-LINE FROM HEADING-DATE-LINE
          WRITE REGISTER-LINE FROM REGISTER-HEADING-2
          WRITE REGISTER-LINE FROM REGISTER-COLUMN-LINE
          WRITE REGISTER-LINE FROM REGISTER-HEADING-2

          WRITE PAPER-LINE FROM PAPER-HEADING-1
          WRITE PAPER-LINE FROM HEADING-DATE-LINE
          WRITE PAPER-LINE FROM REGISTER-HEADING-2
          WRITE PAPER-LINE FROM PAPER-COLUMN-LINE
          WRITE PAPER-LINE FROM REGISTER-HEADING-2.

       0200-END.

      *----------------------------------------------------------------
      * One employee's net pay: by deposit when the primary account -
      * and the secondary, if there is one - is live with a routing
      * number that passes its check digit, otherwise by paper check.
      * The secondary takes its percent or flat amount first, never
      * more than the net, and the primary takes the rest.
      *----------------------------------------------------------------
       0300-PAY-ONE-EMPLOYEE.
          ADD 1 TO WS-DETAIL-COUNT
          ADD PD-NET-PAY TO WS-DETAIL-NET-TOTAL
          MOVE PD-NET-PAY TO WS-NET-PAY
          PERFORM 0310-GET-EMPLOYEE-NAME

          IF WS-NET-PAY = ZERO
             ADD 1 TO WS-ZERO-NET-COUNT
          ELSE
             PERFORM 0320-FIND-ACCOUNTS
             MOVE SPACES TO WS-PAPER-REASON
             IF WS-PRIMARY-IDX = ZERO
                MOVE "NO ACCOUNT ON FILE" TO WS-PAPER-REASON
             ELSE
                SET BNK-IDX TO WS-PRIMARY-IDX
                PERFORM 0330-CHECK-ONE-ACCOUNT
                IF WS-PAPER-REASON = SPACES
                   AND WS-SECONDARY-IDX NOT = ZERO
                   SET BNK-IDX TO WS-SECONDARY-IDX
                   PERFORM 0330-CHECK-ONE-ACCOUNT
                END-IF
             END-IF

             IF WS-PAPER-REASON NOT = SPACES
                PERFORM 0350-WRITE-PAPER-CHECK
             ELSE
                MOVE ZERO TO WS-SECONDARY-AMOUNT
                IF WS-SECONDARY-IDX NOT = ZERO
                   SET BNK-IDX TO WS-SECONDARY-IDX
                   MOVE BNK-TAB-RECORD(BNK-IDX)
                      TO WS-BANK-RECORD-AREA
                   IF WS-BNK-SPLIT-METHOD = 'P'
                      COMPUTE WS-SECONDARY-AMOUNT ROUNDED =
                         WS-NET-PAY * WS-BNK-SPLIT-VALUE / 100
                   ELSE
                      MOVE WS-BNK-SPLIT-VALUE TO WS-SECONDARY-AMOUNT
                   END-IF
                   IF WS-SECONDARY-AMOUNT > WS-NET-PAY
                      MOVE WS-NET-PAY TO WS-SECONDARY-AMOUNT
                   END-IF
                END-IF
                COMPUTE WS-PRIMARY-AMOUNT =
                   WS-NET-PAY - WS-SECONDARY-AMOUNT

                MOVE 'N' TO WS-PRENOTE-FLAG
                IF WS-SECONDARY-AMOUNT > ZERO
                   SET BNK-IDX TO WS-SECONDARY-IDX
                   MOVE BNK-TAB-RECORD(BNK-IDX)
                      TO WS-BANK-RECORD-AREA
                   MOVE WS-SECONDARY-AMOUNT TO WS-ENTRY-AMOUNT
                   PERFORM 0340-WRITE-ENTRY
                END-IF
                IF WS-PRIMARY-AMOUNT > ZERO
                   SET BNK-IDX TO WS-PRIMARY-IDX
                   MOVE BNK-TAB-RECORD(BNK-IDX)
                      TO WS-BANK-RECORD-AREA
                   MOVE WS-PRIMARY-AMOUNT TO WS-ENTRY-AMOUNT
                   PERFORM 0340-WRITE-ENTRY
                END-IF
                ADD 1 TO WS-DEPOSIT-EMP-COUNT
             END-IF
          END-IF.

       0300-END.

       0310-GET-EMPLOYEE-NAME.
          MOVE PD-EMPLOYEEID TO EMPLOYEEID
          READ EMPLOYEEFILE
             INVALID KEY
                MOVE "NOT ON MASTER" TO WS-EMPLOYEE-NAME
             NOT INVALID KEY
                MOVE SPACES TO WS-EMPLOYEE-NAME
                STRING FIRSTNAME DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       LASTNAME DELIMITED BY SPACE
                       INTO WS-EMPLOYEE-NAME
                END-STRING
          END-READ.

       0310-END.

      *----------------------------------------------------------------
      * Finds the employee's active primary and secondary accounts;
      * zero index when there is none.
      *----------------------------------------------------------------
       0320-FIND-ACCOUNTS.
          MOVE ZERO TO WS-PRIMARY-IDX
          MOVE ZERO TO WS-SECONDARY-IDX
          SET BNK-IDX TO 1
          PERFORM UNTIL BNK-IDX > WS-BANK-ENTRY-COUNT
             MOVE BNK-TAB-RECORD(BNK-IDX) TO WS-BANK-RECORD-AREA
             IF WS-BNK-EMPLOYEEID = PD-EMPLOYEEID
                AND WS-BNK-ACTIVE = 'Y'
                IF WS-BNK-SEQ = 1
                   MOVE BNK-IDX TO WS-PRIMARY-IDX
                END-IF
                IF WS-BNK-SEQ = 2
                   MOVE BNK-IDX TO WS-SECONDARY-IDX
                END-IF
             END-IF
             SET BNK-IDX UP BY 1
          END-PERFORM.

       0320-END.

      *----------------------------------------------------------------
      * Sets WS-PAPER-REASON when the account at BNK-IDX cannot take
      * money this run.
      *----------------------------------------------------------------
       0330-CHECK-ONE-ACCOUNT.
          MOVE BNK-TAB-RECORD(BNK-IDX) TO WS-BANK-RECORD-AREA
          PERFORM 0335-CHECK-ROUTING-NUMBER
          EVALUATE TRUE
             WHEN NOT ROUTING-VALID
                MOVE "INVALID ROUTING NUMBER" TO WS-PAPER-REASON
             WHEN WS-BNK-PRENOTE-PENDING OR WS-BNK-PRENOTE-SENT
                MOVE "PRENOTE PENDING" TO WS-PAPER-REASON
             WHEN WS-BNK-FAILED
                MOVE "ACCOUNT RETURNED BY BANK" TO WS-PAPER-REASON
             WHEN NOT WS-BNK-LIVE
                MOVE "ACCOUNT STATUS UNKNOWN" TO WS-PAPER-REASON
             WHEN OTHER
                CONTINUE
          END-EVALUATE.

       0330-END.

       0335-CHECK-ROUTING-NUMBER.
          MOVE 'Y' TO WS-ROUTING-VALID
          IF WS-BNK-ROUTING NOT NUMERIC OR WS-BNK-ROUTING = ZERO
             MOVE 'N' TO WS-ROUTING-VALID
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
                MOVE 'N' TO WS-ROUTING-VALID
             END-IF
          END-IF.

       0335-END.

      *----------------------------------------------------------------
      * Writes one entry detail for the account in WS-BANK-RECORD-AREA:
      * a credit of WS-ENTRY-AMOUNT, or a zero-dollar prenote when
      * ENTRY-IS-PRENOTE is set. The routing hash adds up the eight-
      * digit bank ids, as the bank recomputes it.
      *----------------------------------------------------------------
       0340-WRITE-ENTRY.
          ADD 1 TO WS-ENTRY-COUNT
          MOVE SPACES TO ACH-RECORD
          MOVE "6" TO AED-RECORD-TYPE
          EVALUATE TRUE
             WHEN WS-BNK-SAVINGS AND ENTRY-IS-PRENOTE
                MOVE "33" TO AED-TRAN-CODE
             WHEN WS-BNK-SAVINGS
                MOVE "32" TO AED-TRAN-CODE
             WHEN ENTRY-IS-PRENOTE
                MOVE "23" TO AED-TRAN-CODE
             WHEN OTHER
                MOVE "22" TO AED-TRAN-CODE
          END-EVALUATE
          MOVE WS-BNK-RDFI TO AED-RDFI
          MOVE WS-BNK-CHECK-DIGIT TO AED-CHECK-DIGIT
          MOVE WS-BNK-ACCOUNT TO AED-ACCOUNT
          IF ENTRY-IS-PRENOTE
             MOVE ZERO TO AED-AMOUNT
          ELSE
             MOVE WS-ENTRY-AMOUNT TO AED-AMOUNT
             ADD WS-ENTRY-AMOUNT TO WS-CREDIT-TOTAL
          END-IF
          MOVE WS-BNK-EMPLOYEEID TO AED-INDIVIDUAL-ID
          MOVE WS-EMPLOYEE-NAME TO AED-NAME
          MOVE "0" TO AED-ADDENDA
          MOVE AP-ODFI-ROUTING TO AED-TRACE-ODFI
          MOVE WS-ENTRY-COUNT TO AED-TRACE-SEQ
          WRITE ACH-RECORD
          ADD 1 TO WS-ACH-RECORD-COUNT
          ADD WS-BNK-RDFI TO WS-ENTRY-HASH

          MOVE WS-BNK-EMPLOYEEID TO REG-EMPLOYEEID-OUT
          MOVE WS-EMPLOYEE-NAME TO REG-NAME-OUT
          MOVE WS-BNK-SEQ TO REG-SEQ-OUT
          MOVE WS-BNK-ROUTING TO REG-ROUTING-OUT
          MOVE WS-BNK-ACCOUNT TO REG-ACCOUNT-OUT
          MOVE AED-TRAN-CODE TO REG-TYPE-OUT
          MOVE AED-AMOUNT TO REG-AMOUNT-OUT
          MOVE AED-TRACE-ODFI TO REG-TRACE-OUT(1:8)
          MOVE AED-TRACE-SEQ TO REG-TRACE-OUT(9:7)
          WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE.

       0340-END.

       0350-WRITE-PAPER-CHECK.
          ADD 1 TO WS-PAPER-COUNT
          ADD WS-NET-PAY TO WS-PAPER-TOTAL
          MOVE PD-EMPLOYEEID TO PAP-EMPLOYEEID-OUT
          MOVE WS-EMPLOYEE-NAME TO PAP-NAME-OUT
          MOVE WS-NET-PAY TO PAP-NET-OUT
          MOVE WS-PAPER-REASON TO PAP-REASON-OUT
          WRITE PAPER-LINE FROM PAPER-DETAIL-LINE.

       0350-END.

      *----------------------------------------------------------------
      * Every active account still waiting on its prenote gets the
      * zero-dollar test entry in this batch and is marked sent.
      *----------------------------------------------------------------
       0400-SEND-PRENOTES.
          SET ENTRY-IS-PRENOTE TO TRUE
          SET BNK-IDX TO 1
          PERFORM UNTIL BNK-IDX > WS-BANK-ENTRY-COUNT
             MOVE BNK-TAB-RECORD(BNK-IDX) TO WS-BANK-RECORD-AREA
             IF WS-BNK-PRENOTE-PENDING AND WS-BNK-ACTIVE = 'Y'
                PERFORM 0335-CHECK-ROUTING-NUMBER
                IF ROUTING-VALID
                   MOVE WS-BNK-EMPLOYEEID TO EMPLOYEEID
                   READ EMPLOYEEFILE
                      INVALID KEY
                         MOVE "NOT ON MASTER" TO WS-EMPLOYEE-NAME
                      NOT INVALID KEY
                         MOVE SPACES TO WS-EMPLOYEE-NAME
                         STRING FIRSTNAME DELIMITED BY SPACE
                                " " DELIMITED BY SIZE
                                LASTNAME DELIMITED BY SPACE
                                INTO WS-EMPLOYEE-NAME
                         END-STRING
                   END-READ
                   MOVE ZERO TO WS-ENTRY-AMOUNT
                   PERFORM 0340-WRITE-ENTRY
                   ADD 1 TO WS-PRENOTE-COUNT
                   SET WS-BNK-PRENOTE-SENT TO TRUE
                   MOVE WS-RUN-DATE TO WS-BNK-PRENOTE-DATE
                   MOVE WS-BANK-RECORD-AREA TO BNK-TAB-RECORD(BNK-IDX)
                   ADD 1 TO WS-BANK-CHANGED-COUNT
                END-IF
             END-IF
             SET BNK-IDX UP BY 1
          END-PERFORM
          MOVE 'N' TO WS-PRENOTE-FLAG.

       0400-END.

      *----------------------------------------------------------------
      * Batch control, file control, and the all-nines filler out to
      * a full block of ten records. Both hashes keep only the low-
      * order ten digits of the routing sum.
      *----------------------------------------------------------------
       0450-WRITE-CONTROLS.
          MOVE SPACES TO ACH-RECORD
          MOVE "8" TO ABC-RECORD-TYPE
          MOVE "220" TO ABC-SERVICE-CLASS
          MOVE WS-ENTRY-COUNT TO ABC-ENTRY-COUNT
          MOVE WS-ENTRY-HASH TO ABC-ENTRY-HASH
          MOVE ZERO TO ABC-DEBIT-TOTAL
          MOVE WS-CREDIT-TOTAL TO ABC-CREDIT-TOTAL
          MOVE AP-COMPANY-ID TO ABC-COMPANY-ID
          MOVE AP-ODFI-ROUTING TO ABC-ODFI
          MOVE WS-BATCH-NUMBER TO ABC-BATCH-NUMBER
          WRITE ACH-RECORD
          ADD 1 TO WS-ACH-RECORD-COUNT

          ADD 1 TO WS-ACH-RECORD-COUNT
          COMPUTE WS-BLOCK-COUNT = (WS-ACH-RECORD-COUNT + 9) / 10
          COMPUTE WS-FILLER-COUNT =
             WS-BLOCK-COUNT * 10 - WS-ACH-RECORD-COUNT

          MOVE SPACES TO ACH-RECORD
          MOVE "9" TO AFC-RECORD-TYPE
          MOVE 1 TO AFC-BATCH-COUNT
          MOVE WS-BLOCK-COUNT TO AFC-BLOCK-COUNT
          MOVE WS-ENTRY-COUNT TO AFC-ENTRY-COUNT
          MOVE WS-ENTRY-HASH TO AFC-ENTRY-HASH
          MOVE ZERO TO AFC-DEBIT-TOTAL
          MOVE WS-CREDIT-TOTAL TO AFC-CREDIT-TOTAL
          WRITE ACH-RECORD

          PERFORM UNTIL WS-FILLER-COUNT = ZERO
             MOVE ALL "9" TO ACH-RECORD
             WRITE ACH-RECORD
             SUBTRACT 1 FROM WS-FILLER-COUNT
          END-PERFORM
          CLOSE ACHFILE.

       0450-END.

      *----------------------------------------------------------------
      * Release test: deposits plus paper checks must account for
      * every dollar of net on PAYDETAIL.DAT for the pay date, and
      * that net must equal the register control totals. Any
      * difference - or no control totals to prove against - and
      * the file is deleted rather than left where it could be sent.
      *----------------------------------------------------------------
       0500-BALANCE-FILE.
          MOVE SPACES TO REGISTER-LINE
          WRITE REGISTER-LINE
          MOVE "BALANCE TO PAY REGISTER" TO REGISTER-LINE
          WRITE REGISTER-LINE
          WRITE REGISTER-LINE FROM REGISTER-HEADING-2

          COMPUTE WS-PAID-TOTAL = WS-CREDIT-TOTAL + WS-PAPER-TOTAL
          MOVE "DEPOSITS + PAPER VS PAY DETAIL" TO CC-LABEL
          MOVE WS-PAID-TOTAL TO CC-OURS-OUT
          MOVE WS-DETAIL-NET-TOTAL TO CC-THEIRS-OUT
          IF WS-PAID-TOTAL = WS-DETAIL-NET-TOTAL
             MOVE "MATCH" TO CC-RESULT-OUT
          ELSE
             MOVE "MISMATCH" TO CC-RESULT-OUT
             ADD 1 TO WS-MISMATCH-COUNT
          END-IF
          WRITE REGISTER-LINE FROM CONTROL-COMPARE-LINE

          MOVE "PAY DETAIL VS REGISTER NET" TO CC-LABEL
          MOVE WS-DETAIL-NET-TOTAL TO CC-OURS-OUT
          MOVE WS-CONTROL-NET TO CC-THEIRS-OUT
          IF NOT PAY-CONTROL-FOUND
             MOVE "NO CONTROL" TO CC-RESULT-OUT
             ADD 1 TO WS-MISMATCH-COUNT
          ELSE
             IF WS-DETAIL-NET-TOTAL = WS-CONTROL-NET
                AND WS-DETAIL-COUNT = WS-CONTROL-COUNT
                MOVE "MATCH" TO CC-RESULT-OUT
             ELSE
                MOVE "MISMATCH" TO CC-RESULT-OUT
                ADD 1 TO WS-MISMATCH-COUNT
             END-IF
          END-IF
          WRITE REGISTER-LINE FROM CONTROL-COMPARE-LINE

          MOVE SPACES TO REGISTER-LINE
          WRITE REGISTER-LINE
          MOVE "ACH CREDIT TOTAL:" TO CC-LABEL
          MOVE WS-CREDIT-TOTAL TO CC-OURS-OUT
          MOVE ZERO TO CC-THEIRS-OUT
          MOVE SPACES TO CC-RESULT-OUT
          WRITE REGISTER-LINE FROM CONTROL-COMPARE-LINE
          MOVE "PAPER CHECK TOTAL:" TO CC-LABEL
          MOVE WS-PAPER-TOTAL TO CC-OURS-OUT
          WRITE REGISTER-LINE FROM CONTROL-COMPARE-LINE
          MOVE "PAY LINES ON PAYDETAIL.DAT:" TO CN-LABEL
          MOVE WS-DETAIL-COUNT TO CN-COUNT
          WRITE REGISTER-LINE FROM CONTROL-COUNT-LINE
          MOVE "PAY LINES ON REGISTER CONTROL:" TO CN-LABEL
          MOVE WS-CONTROL-COUNT TO CN-COUNT
          WRITE REGISTER-LINE FROM CONTROL-COUNT-LINE
          MOVE "EMPLOYEES PAID BY DEPOSIT:" TO CN-LABEL
          MOVE WS-DEPOSIT-EMP-COUNT TO CN-COUNT
          WRITE REGISTER-LINE FROM CONTROL-COUNT-LINE
          MOVE "ENTRY DETAILS (INCL PRENOTES):" TO CN-LABEL
          MOVE WS-ENTRY-COUNT TO CN-COUNT
          WRITE REGISTER-LINE FROM CONTROL-COUNT-LINE
          MOVE "PRENOTES SENT:" TO CN-LABEL
          MOVE WS-PRENOTE-COUNT TO CN-COUNT
          WRITE REGISTER-LINE FROM CONTROL-COUNT-LINE
          MOVE "PAPER CHECKS:" TO CN-LABEL
          MOVE WS-PAPER-COUNT TO CN-COUNT
          WRITE REGISTER-LINE FROM CONTROL-COUNT-LINE
          MOVE "ZERO NET, NOTHING TO PAY:" TO CN-LABEL
          MOVE WS-ZERO-NET-COUNT TO CN-COUNT
          WRITE REGISTER-LINE FROM CONTROL-COUNT-LINE

          MOVE SPACES TO PAPER-LINE
          WRITE PAPER-LINE
          MOVE WS-PAPER-COUNT TO PAP-TOT-COUNT
          MOVE WS-PAPER-TOTAL TO PAP-TOT-AMOUNT
          WRITE PAPER-LINE FROM PAPER-TOTAL-LINE

          IF WS-MISMATCH-COUNT > ZERO
             MOVE SPACES TO REGISTER-LINE
             WRITE REGISTER-LINE
             MOVE "*** ACH FILE OUT OF BALANCE - NOT RELEASED ***"
                TO REGISTER-LINE
             WRITE REGISTER-LINE
             DISPLAY "*********************************************"
             DISPLAY "* ACH FILE OUT OF BALANCE - NOT RELEASED    *"
             DISPLAY "*********************************************"
             DISPLAY "DEPOSITS + PAPER: " WS-PAID-TOTAL
             DISPLAY "PAY DETAIL NET:   " WS-DETAIL-NET-TOTAL
             DISPLAY "REGISTER NET:     " WS-CONTROL-NET
             CLOSE EMPLOYEEFILE
             CLOSE REGISTERFILE
             CLOSE PAPERFILE
             CALL "CBL_DELETE_FILE" USING WS-ACH-FILE-NAME
                RETURNING WS-DELETE-STATUS
             MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
             PERFORM 0960-WRITE-JOB-LOG
             STOP RUN RETURNING 16
          END-IF.

       0500-END.

       0550-REWRITE-BANK-MASTER.
          OPEN OUTPUT BANKMASTFILE
          SET BNK-IDX TO 1
          PERFORM UNTIL BNK-IDX > WS-BANK-ENTRY-COUNT
             MOVE BNK-TAB-RECORD(BNK-IDX) TO BANK-MASTER-RECORD
             WRITE BANK-MASTER-RECORD
             SET BNK-IDX UP BY 1
          END-PERFORM
          CLOSE BANKMASTFILE.

       0550-END.

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
          MOVE "ACHBUILD" TO WS-JL-JOB-NAME
          MOVE WS-JOBLOG-START-TIME TO WS-JL-START-TIME-OUT
          MOVE WS-JOBLOG-END-TIME TO WS-JL-END-TIME-OUT
          MOVE WS-ENTRY-COUNT TO WS-JL-RECORD-COUNT-OUT
          MOVE WS-JOBLOG-RUN-STATUS TO WS-JL-STATUS-OUT
          MOVE WS-JOBLOG-RECORD-AREA TO JOBLOG-RECORD
          WRITE JOBLOG-RECORD
          CLOSE JOBLOGFILE.

       0960-END.

       END PROGRAM ACHBUILD.
