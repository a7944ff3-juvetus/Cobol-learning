       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEXPIRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INVLOTFILE ASSIGN TO "INVLOT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-INVLOT-STATUS.
       SELECT INVMASTFILE ASSIGN TO "INVMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INVM-KEY
               FILE STATUS IS WS-INVMAST-STATUS.
       SELECT ITEMMASTFILE ASSIGN TO "ITEMMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITM-SKU
               ALTERNATE RECORD KEY IS ITM-DESCRIPTION
               FILE STATUS IS WS-ITEMMAST-STATUS.
       SELECT LOTPARMFILE ASSIGN TO "LOTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       SELECT WRITEOFFFILE ASSIGN TO "LOTWRITEOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRITEOFF-STATUS.
       SELECT ADJAUDITFILE ASSIGN TO "INVADJAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJAUDIT-STATUS.
       SELECT EXPIRYRPTFILE ASSIGN TO "LOTEXPIRY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * On-hand by lot for perishable items, keyed store, item,
      * expiration date, then lot, as kept by the sales run. Stock
      * received without a lot sits under lot NOLOT with an
      * expiration date of all nines.
      *----------------------------------------------------------------
       FD INVLOTFILE.
       01 INVENTORY-LOT-RECORD.
           05 LOT-KEY.
               10 LOT-STORE-NO    PIC X(3).
               10 LOT-DESCRIPTION PIC X(20).
               10 LOT-EXPIRY-DATE PIC 9(8).
               10 LOT-NUMBER      PIC X(10).
           05 LOT-QTY-ON-HAND   PIC S9(6).
           05 LOT-RECEIVED-DATE PIC 9(8).

       FD INVMASTFILE.
       01 INVENTORY-MASTER-RECORD.
           05 INVM-KEY.
               10 INVM-STORE-NO    PIC X(3).
               10 INVM-DESCRIPTION PIC X(20).
           05 INVM-SKU           PIC X(8).
           05 INVM-QTY-ON-HAND   PIC S9(6).
           05 INVM-REORDER-POINT PIC 9(5).
           05 INVM-ORDER-UP-TO   PIC 9(5).

       FD ITEMMASTFILE.
       01 ITEM-MASTER-RECORD.
           05 ITM-SKU         PIC X(8).
           05 ITM-DESCRIPTION PIC X(20).
           05 ITM-PRICE       PIC 9(6)V99.
           05 ITM-UNIT-COST   PIC 9(6)V99.
           05 ITM-CATEGORY    PIC X(10).
           05 ITM-PERISHABLE  PIC X(1).

      *----------------------------------------------------------------
      * How far ahead to look, and the markdown to suggest by how
      * close a lot is to its date: within TIER1-DAYS take TIER1-PCT
      * off, within TIER2-DAYS take TIER2-PCT, otherwise TIER3-PCT.
      *----------------------------------------------------------------
       FD LOTPARMFILE.
       01 LOT-PARM-RECORD.
           05 LOTP-DAYS-AHEAD PIC 9(3).
           05 FILLER          PIC X(1).
           05 LOTP-TIER1-DAYS PIC 9(3).
           05 FILLER          PIC X(1).
           05 LOTP-TIER1-PCT  PIC 9(2).
           05 FILLER          PIC X(1).
           05 LOTP-TIER2-DAYS PIC 9(3).
           05 FILLER          PIC X(1).
           05 LOTP-TIER2-PCT  PIC 9(2).
           05 FILLER          PIC X(1).
           05 LOTP-TIER3-PCT  PIC 9(2).

      *----------------------------------------------------------------
      * Write-off transactions keyed by the stores as expired cases
      * are pulled from the shelf. A zero quantity writes off the
      * whole lot.
      *----------------------------------------------------------------
       FD WRITEOFFFILE.
       01 WRITEOFF-RECORD.
           05 WO-STORE-NO    PIC X(3).
           05 FILLER         PIC X(1).
           05 WO-DESCRIPTION PIC X(20).
           05 FILLER         PIC X(1).
           05 WO-LOT-NO      PIC X(10).
           05 FILLER         PIC X(1).
           05 WO-EXPIRY-DATE PIC 9(8).
           05 FILLER         PIC X(1).
           05 WO-QUANTITY    PIC 9(5).
           05 FILLER         PIC X(1).
           05 WO-INITIALS    PIC X(3).
           05 FILLER         PIC X(1).
           05 WO-DATE        PIC 9(8).

      *----------------------------------------------------------------
      * Adjustment audit trail shared with the cycle count: every
      * change to the perpetual on-hand outside of sales and receipts
      * is traced here. Expired write-offs carry reason code EXP.
      *----------------------------------------------------------------
       FD ADJAUDITFILE.
       01 ADJ-AUDIT-RECORD.
           05 ADJ-DATE        PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 ADJ-COUNT-DATE  PIC 9(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 ADJ-STORE-NO    PIC X(3).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 ADJ-DESCRIPTION PIC X(20).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 ADJ-OLD-QTY     PIC S9(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 ADJ-NEW-QTY     PIC 9(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 ADJ-VARIANCE    PIC S9(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 ADJ-REASON      PIC X(3).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 ADJ-INITIALS    PIC X(3).

       FD EXPIRYRPTFILE.
       01 EXPIRY-LINE PIC X(120).

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
       01 WS-INVLOT-STATUS   PIC XX VALUE '00'.
       01 WS-INVMAST-STATUS  PIC XX VALUE '00'.
       01 WS-ITEMMAST-STATUS PIC XX VALUE '00'.
       01 WS-PARM-STATUS     PIC XX VALUE '00'.
       01 WS-WRITEOFF-STATUS PIC XX VALUE '00'.
       01 WS-ADJAUDIT-STATUS PIC XX VALUE '00'.

       01 WS-WRITEOFF-EOF PIC X VALUE 'N'.
           88 END-OF-WRITEOFFS VALUE 'Y'.
       01 WS-LOT-EOF PIC X VALUE 'N'.
           88 END-OF-LOTS VALUE 'Y'.
       01 WS-ITEMMAST-FOUND PIC X VALUE 'N'.
           88 ITEMMAST-FOUND VALUE 'Y'.

      *----------------------------------------------------------------
      * Defaults for the look-ahead and markdown tiers; LOTPARM.DAT
      * overrides any it carries.
      *----------------------------------------------------------------
       01 WS-DAYS-AHEAD PIC 9(3) VALUE 14.
       01 WS-TIER1-DAYS PIC 9(3) VALUE 3.
       01 WS-TIER1-PCT  PIC 9(2) VALUE 50.
       01 WS-TIER2-DAYS PIC 9(3) VALUE 7.
       01 WS-TIER2-PCT  PIC 9(2) VALUE 30.
       01 WS-TIER3-PCT  PIC 9(2) VALUE 15.

       01 WS-NOLOT-EXPIRY  PIC 9(8) VALUE 99999999.
       01 WS-RUN-DATE      PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-INT  PIC 9(7) VALUE ZERO.
       01 WS-DATE-INT      PIC 9(7) VALUE ZERO.
       01 WS-DAYS-LEFT     PIC S9(5) VALUE ZERO.
       01 WS-MARKDOWN-PCT  PIC 9(2) VALUE ZERO.
       01 WS-MARKDOWN-PRICE PIC 9(6)V99 VALUE ZERO.
       01 WS-WRITEOFF-QTY  PIC S9(6) VALUE ZERO.
       01 WS-OLD-QTY       PIC S9(6) VALUE ZERO.
       01 WS-REJECT-REASON PIC X(30) VALUE SPACES.
       01 WS-PREV-STORE-NO PIC X(3) VALUE SPACES.

       01 WS-WRITEOFFS-READ    PIC 9(5) VALUE ZERO.
       01 WS-WRITEOFFS-POSTED  PIC 9(5) VALUE ZERO.
       01 WS-WRITEOFFS-REJECTED PIC 9(5) VALUE ZERO.
       01 WS-UNITS-WRITTEN-OFF PIC 9(7) VALUE ZERO.
       01 WS-LOTS-READ         PIC 9(7) VALUE ZERO.
       01 WS-STORE-LOT-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-STORE-UNITS       PIC S9(7) VALUE ZERO.
       01 WS-EXPIRING-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-EXPIRING-UNITS    PIC S9(7) VALUE ZERO.
       01 WS-EXPIRED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-EXPIRED-UNITS     PIC S9(7) VALUE ZERO.

       01 EXPIRY-HEADING-1 PIC X(120)
           VALUE "PERISHABLE LOT EXPIRATION REPORT".
       01 EXPIRY-HEADING-2 PIC X(120) VALUE ALL "=".

       01 HEADING-DATE-LINE.
           05 FILLER          PIC X(10) VALUE "RUN DATE: ".
           05 HD-RUN-DATE-OUT PIC 9(8).

       01 SECTION-HEADING PIC X(120) VALUE SPACES.

       01 WRITEOFF-COLUMN-LINE.
           05 FILLER PIC X(6)  VALUE "STORE".
           05 FILLER PIC X(22) VALUE "ITEM DESCRIPTION".
           05 FILLER PIC X(12) VALUE "LOT".
           05 FILLER PIC X(10) VALUE "EXPIRES".
           05 FILLER PIC X(9)  VALUE "QUANTITY".
           05 FILLER PIC X(5)  VALUE "BY".
           05 FILLER PIC X(30) VALUE "RESULT".

       01 WRITEOFF-DETAIL-LINE.
           05 WOD-STORE-OUT       PIC X(3).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WOD-DESCRIPTION-OUT PIC X(20).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WOD-LOT-OUT         PIC X(10).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WOD-EXPIRY-OUT      PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WOD-QTY-OUT         PIC ZZ,ZZ9.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WOD-INITIALS-OUT    PIC X(3).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WOD-RESULT-OUT      PIC X(30).

       01 EXPIRY-DAYS-LINE.
           05 FILLER         PIC X(30)
              VALUE "LOTS EXPIRED OR EXPIRING IN ".
           05 EXD-DAYS-OUT   PIC ZZ9.
           05 FILLER         PIC X(5) VALUE " DAYS".

       01 STORE-HEADING-LINE.
           05 FILLER         PIC X(6) VALUE "STORE ".
           05 SHL-STORE-OUT  PIC X(3).

       01 EXPIRY-COLUMN-LINE.
           05 FILLER PIC X(22) VALUE "ITEM DESCRIPTION".
           05 FILLER PIC X(12) VALUE "LOT".
           05 FILLER PIC X(10) VALUE "EXPIRES".
           05 FILLER PIC X(8)  VALUE "   DAYS".
           05 FILLER PIC X(9)  VALUE "  ON HAND".
           05 FILLER PIC X(12) VALUE "     PRICE".
           05 FILLER PIC X(6)  VALUE "  OFF".
           05 FILLER PIC X(12) VALUE "  SUGGESTED".
           05 FILLER PIC X(20) VALUE "  ACTION".

       01 EXPIRY-DETAIL-LINE.
           05 EXP-DESCRIPTION-OUT PIC X(20).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 EXP-LOT-OUT         PIC X(10).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 EXP-EXPIRY-OUT      PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 EXP-DAYS-OUT        PIC ----9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 EXP-ON-HAND-OUT     PIC ZZ,ZZ9-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 EXP-PRICE-OUT       PIC $$$,$$9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 EXP-PCT-OUT         PIC Z9.
           05 FILLER              PIC X(1) VALUE "%".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 EXP-MARKDOWN-OUT    PIC $$$,$$9.99.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 EXP-ACTION-OUT      PIC X(20).

       01 CONTROL-COUNT-LINE.
           05 CC-LABEL     PIC X(30).
           05 CC-COUNT-OUT PIC ZZZ,ZZ9-.

      *----------------------------------------------------------------
      * Job-log entry for this run, appended to the shared JOBLOG.DAT
      * once when the run ends.
      *----------------------------------------------------------------
       01 WS-JOBLOG-FILE-STATUS  PIC XX VALUE '00'.
       01 WS-JOBLOG-RUN-STATUS   PIC X(10) VALUE SPACES.
       01 WS-JOBLOG-START-TIME   PIC 9(8) VALUE ZERO.
       01 WS-JOBLOG-END-TIME     PIC 9(8) VALUE ZERO.

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

       PROCEDURE DIVISION.
       0100-LOT-EXPIRY-RUN.
           ACCEPT WS-JOBLOG-START-TIME FROM TIME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM 0110-READ-PARAMETERS

           OPEN I-O INVLOTFILE
           IF WS-INVLOT-STATUS NOT = "00"
              DISPLAY "Cannot open INVLOT.DAT, status "
                 WS-INVLOT-STATUS
              MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
              PERFORM 0310-WRITE-JOB-LOG
              STOP RUN RETURNING 16
           END-IF
           OPEN I-O INVMASTFILE
           IF WS-INVMAST-STATUS NOT = "00"
              DISPLAY "Cannot open INVMAST.DAT, status "
                 WS-INVMAST-STATUS
              CLOSE INVLOTFILE
              MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
              PERFORM 0310-WRITE-JOB-LOG
              STOP RUN RETURNING 16
           END-IF
           OPEN INPUT ITEMMASTFILE
           IF WS-ITEMMAST-STATUS = "00"
              MOVE 'Y' TO WS-ITEMMAST-FOUND
           ELSE
              DISPLAY "WARNING: ITEMMAST.DAT not available (status "
                 WS-ITEMMAST-STATUS ") - markdowns not priced"
           END-IF
           OPEN INPUT WRITEOFFFILE
           IF WS-WRITEOFF-STATUS NOT = "00"
              SET END-OF-WRITEOFFS TO TRUE
           END-IF
           OPEN OUTPUT EXPIRYRPTFILE
           OPEN EXTEND ADJAUDITFILE
           IF WS-ADJAUDIT-STATUS NOT = "00"
              OPEN OUTPUT ADJAUDITFILE
           END-IF

           WRITE EXPIRY-LINE FROM EXPIRY-HEADING-1
           WRITE EXPIRY-LINE FROM EXPIRY-HEADING-2
           MOVE WS-RUN-DATE TO HD-RUN-DATE-OUT
           WRITE EXPIRY-LINE FROM HEADING-DATE-LINE
           MOVE SPACES TO EXPIRY-LINE
           WRITE EXPIRY-LINE
           MOVE "EXPIRED-LOT WRITE-OFFS" TO SECTION-HEADING
           WRITE EXPIRY-LINE FROM SECTION-HEADING
           WRITE EXPIRY-LINE FROM WRITEOFF-COLUMN-LINE

           PERFORM 0200-POST-ONE-WRITEOFF UNTIL END-OF-WRITEOFFS

           PERFORM 0400-PRINT-EXPIRING-LOTS
           PERFORM 0500-PRINT-TOTALS

           IF WS-WRITEOFF-STATUS = "00" OR WS-WRITEOFF-STATUS = "10"
              CLOSE WRITEOFFFILE
           END-IF
           CLOSE INVLOTFILE
           CLOSE INVMASTFILE
           IF ITEMMAST-FOUND
              CLOSE ITEMMASTFILE
           END-IF
           CLOSE EXPIRYRPTFILE
           CLOSE ADJAUDITFILE
           MOVE "COMPLETED" TO WS-JOBLOG-RUN-STATUS
           PERFORM 0310-WRITE-JOB-LOG
           DISPLAY "Write-offs read:        " WS-WRITEOFFS-READ
           DISPLAY "Write-offs posted:      " WS-WRITEOFFS-POSTED
           DISPLAY "Write-offs rejected:    " WS-WRITEOFFS-REJECTED
           DISPLAY "Lots expiring:          " WS-EXPIRING-COUNT
           DISPLAY "Lots past expiration:   " WS-EXPIRED-COUNT
           STOP RUN.

       0100-END.

       0110-READ-PARAMETERS.
           OPEN INPUT LOTPARMFILE
           IF WS-PARM-STATUS = '00'
              READ LOTPARMFILE
                 AT END CONTINUE
                 NOT AT END
                    IF LOTP-DAYS-AHEAD IS NUMERIC
                       AND LOTP-DAYS-AHEAD > ZERO
                       MOVE LOTP-DAYS-AHEAD TO WS-DAYS-AHEAD
                    END-IF
                    IF LOTP-TIER1-DAYS IS NUMERIC
                       AND LOTP-TIER1-DAYS > ZERO
                       MOVE LOTP-TIER1-DAYS TO WS-TIER1-DAYS
                    END-IF
                    IF LOTP-TIER1-PCT IS NUMERIC
                       AND LOTP-TIER1-PCT > ZERO
                       MOVE LOTP-TIER1-PCT TO WS-TIER1-PCT
                    END-IF
                    IF LOTP-TIER2-DAYS IS NUMERIC
                       AND LOTP-TIER2-DAYS > ZERO
                       MOVE LOTP-TIER2-DAYS TO WS-TIER2-DAYS
                    END-IF
                    IF LOTP-TIER2-PCT IS NUMERIC
                       AND LOTP-TIER2-PCT > ZERO
                       MOVE LOTP-TIER2-PCT TO WS-TIER2-PCT
                    END-IF
                    IF LOTP-TIER3-PCT IS NUMERIC
                       AND LOTP-TIER3-PCT > ZERO
                       MOVE LOTP-TIER3-PCT TO WS-TIER3-PCT
                    END-IF
              END-READ
              CLOSE LOTPARMFILE
           END-IF.

       0110-END.

      *----------------------------------------------------------------
      * One write-off: the lot must be on file and past its date, and
      * the quantity no more than the lot holds. The lot and the
      * item's on-hand both come down, and the old and new on-hand
      * go to the adjustment audit under reason EXP.
      *----------------------------------------------------------------
       0200-POST-ONE-WRITEOFF.
           READ WRITEOFFFILE
              AT END SET END-OF-WRITEOFFS TO TRUE
              NOT AT END
                 ADD 1 TO WS-WRITEOFFS-READ
                 MOVE SPACES TO WS-REJECT-REASON
                 PERFORM 0210-VALIDATE-WRITEOFF
                 IF WS-REJECT-REASON = SPACES
                    PERFORM 0220-APPLY-WRITEOFF
                 ELSE
                    ADD 1 TO WS-WRITEOFFS-REJECTED
                    MOVE ZERO TO WS-WRITEOFF-QTY
                 END-IF
                 PERFORM 0230-PRINT-WRITEOFF
           END-READ.

       0200-END.

       0210-VALIDATE-WRITEOFF.
           MOVE ZERO TO WS-WRITEOFF-QTY
           IF WO-QUANTITY IS NOT NUMERIC
              OR WO-EXPIRY-DATE IS NOT NUMERIC
              MOVE "QUANTITY OR DATE NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
              MOVE WO-STORE-NO TO LOT-STORE-NO
              MOVE WO-DESCRIPTION TO LOT-DESCRIPTION
              MOVE WO-EXPIRY-DATE TO LOT-EXPIRY-DATE
              MOVE WO-LOT-NO TO LOT-NUMBER
              READ INVLOTFILE
                 INVALID KEY
                    MOVE "LOT NOT ON FILE" TO WS-REJECT-REASON
              END-READ
           END-IF
           IF WS-REJECT-REASON = SPACES
              IF LOT-EXPIRY-DATE NOT < WS-RUN-DATE
                 MOVE "LOT HAS NOT EXPIRED" TO WS-REJECT-REASON
              ELSE
                 IF WO-QUANTITY = ZERO
                    MOVE LOT-QTY-ON-HAND TO WS-WRITEOFF-QTY
                 ELSE
                    MOVE WO-QUANTITY TO WS-WRITEOFF-QTY
                 END-IF
                 IF WS-WRITEOFF-QTY > LOT-QTY-ON-HAND
                    MOVE "MORE THAN THE LOT HOLDS" TO WS-REJECT-REASON
                 END-IF
                 IF WS-WRITEOFF-QTY NOT > ZERO
                    MOVE "NOTHING LEFT ON LOT" TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
              MOVE WO-STORE-NO TO INVM-STORE-NO
              MOVE WO-DESCRIPTION TO INVM-DESCRIPTION
              READ INVMASTFILE
                 INVALID KEY
                    MOVE "ITEM NOT ON INVENTORY MASTER"
                       TO WS-REJECT-REASON
              END-READ
           END-IF.

       0210-END.

       0220-APPLY-WRITEOFF.
           SUBTRACT WS-WRITEOFF-QTY FROM LOT-QTY-ON-HAND
           IF LOT-QTY-ON-HAND > ZERO
              REWRITE INVENTORY-LOT-RECORD
           ELSE
              DELETE INVLOTFILE RECORD
           END-IF
           MOVE INVM-QTY-ON-HAND TO WS-OLD-QTY
           SUBTRACT WS-WRITEOFF-QTY FROM INVM-QTY-ON-HAND
           REWRITE INVENTORY-MASTER-RECORD
           MOVE SPACES TO ADJ-AUDIT-RECORD
           MOVE WS-RUN-DATE TO ADJ-DATE
           IF WO-DATE IS NUMERIC AND WO-DATE > ZERO
              MOVE WO-DATE TO ADJ-COUNT-DATE
           ELSE
              MOVE WS-RUN-DATE TO ADJ-COUNT-DATE
           END-IF
           MOVE WO-STORE-NO TO ADJ-STORE-NO
           MOVE WO-DESCRIPTION TO ADJ-DESCRIPTION
           MOVE WS-OLD-QTY TO ADJ-OLD-QTY
           MOVE INVM-QTY-ON-HAND TO ADJ-NEW-QTY
           COMPUTE ADJ-VARIANCE = ZERO - WS-WRITEOFF-QTY
           MOVE "EXP" TO ADJ-REASON
           MOVE WO-INITIALS TO ADJ-INITIALS
           WRITE ADJ-AUDIT-RECORD
           ADD 1 TO WS-WRITEOFFS-POSTED
           ADD WS-WRITEOFF-QTY TO WS-UNITS-WRITTEN-OFF.

       0220-END.

       0230-PRINT-WRITEOFF.
           MOVE WO-STORE-NO TO WOD-STORE-OUT
           MOVE WO-DESCRIPTION TO WOD-DESCRIPTION-OUT
           MOVE WO-LOT-NO TO WOD-LOT-OUT
           IF WO-EXPIRY-DATE IS NUMERIC
              MOVE WO-EXPIRY-DATE TO WOD-EXPIRY-OUT
           ELSE
              MOVE ZERO TO WOD-EXPIRY-OUT
           END-IF
           MOVE WS-WRITEOFF-QTY TO WOD-QTY-OUT
           MOVE WO-INITIALS TO WOD-INITIALS-OUT
           IF WS-REJECT-REASON = SPACES
              MOVE "WRITTEN OFF" TO WOD-RESULT-OUT
           ELSE
              MOVE WS-REJECT-REASON TO WOD-RESULT-OUT
           END-IF
           WRITE EXPIRY-LINE FROM WRITEOFF-DETAIL-LINE.

       0230-END.

      *----------------------------------------------------------------
      * Reads the lot file front to back - store, item, then soonest
      * date - and lists, store by store, every lot already past its
      * date or coming due within the look-ahead. NOLOT stock has no
      * date to judge and is left off.
      *----------------------------------------------------------------
       0400-PRINT-EXPIRING-LOTS.
           MOVE SPACES TO EXPIRY-LINE
           WRITE EXPIRY-LINE
           MOVE WS-DAYS-AHEAD TO EXD-DAYS-OUT
           WRITE EXPIRY-LINE FROM EXPIRY-DAYS-LINE
           MOVE LOW-VALUES TO LOT-KEY
           START INVLOTFILE KEY NOT < LOT-KEY
              INVALID KEY SET END-OF-LOTS TO TRUE
           END-START
           PERFORM 0410-CHECK-ONE-LOT UNTIL END-OF-LOTS
           IF WS-PREV-STORE-NO NOT = SPACES
              PERFORM 0430-PRINT-STORE-TOTAL
           END-IF.

       0400-END.

       0410-CHECK-ONE-LOT.
           READ INVLOTFILE NEXT RECORD
              AT END SET END-OF-LOTS TO TRUE
              NOT AT END
                 ADD 1 TO WS-LOTS-READ
                 IF LOT-EXPIRY-DATE NOT = WS-NOLOT-EXPIRY
                    AND LOT-EXPIRY-DATE IS NUMERIC
                    AND LOT-EXPIRY-DATE > ZERO
                    AND LOT-QTY-ON-HAND > ZERO
                    COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(LOT-EXPIRY-DATE)
                    COMPUTE WS-DAYS-LEFT =
                       WS-DATE-INT - WS-RUN-DATE-INT
                    IF WS-DAYS-LEFT NOT > WS-DAYS-AHEAD
                       PERFORM 0420-PRINT-ONE-LOT
                    END-IF
                 END-IF
           END-READ.

       0410-END.

       0420-PRINT-ONE-LOT.
           IF LOT-STORE-NO NOT = WS-PREV-STORE-NO
              IF WS-PREV-STORE-NO NOT = SPACES
                 PERFORM 0430-PRINT-STORE-TOTAL
              END-IF
              MOVE LOT-STORE-NO TO WS-PREV-STORE-NO
              MOVE SPACES TO EXPIRY-LINE
              WRITE EXPIRY-LINE
              MOVE LOT-STORE-NO TO SHL-STORE-OUT
              WRITE EXPIRY-LINE FROM STORE-HEADING-LINE
              WRITE EXPIRY-LINE FROM EXPIRY-COLUMN-LINE
           END-IF
           MOVE ZERO TO ITM-PRICE
           IF ITEMMAST-FOUND
              MOVE LOT-DESCRIPTION TO ITM-DESCRIPTION
              READ ITEMMASTFILE KEY IS ITM-DESCRIPTION
                 INVALID KEY
                    MOVE ZERO TO ITM-PRICE
              END-READ
           END-IF
           MOVE LOT-DESCRIPTION TO EXP-DESCRIPTION-OUT
           MOVE LOT-NUMBER TO EXP-LOT-OUT
           MOVE LOT-EXPIRY-DATE TO EXP-EXPIRY-OUT
           MOVE WS-DAYS-LEFT TO EXP-DAYS-OUT
           MOVE LOT-QTY-ON-HAND TO EXP-ON-HAND-OUT
           MOVE ITM-PRICE TO EXP-PRICE-OUT
           ADD 1 TO WS-STORE-LOT-COUNT
           ADD LOT-QTY-ON-HAND TO WS-STORE-UNITS
           IF WS-DAYS-LEFT < ZERO
              ADD 1 TO WS-EXPIRED-COUNT
              ADD LOT-QTY-ON-HAND TO WS-EXPIRED-UNITS
              MOVE ZERO TO EXP-PCT-OUT
              MOVE ZERO TO EXP-MARKDOWN-OUT
              MOVE "EXPIRED - WRITE OFF" TO EXP-ACTION-OUT
           ELSE
              ADD 1 TO WS-EXPIRING-COUNT
              ADD LOT-QTY-ON-HAND TO WS-EXPIRING-UNITS
              EVALUATE TRUE
                 WHEN WS-DAYS-LEFT NOT > WS-TIER1-DAYS
                    MOVE WS-TIER1-PCT TO WS-MARKDOWN-PCT
                 WHEN WS-DAYS-LEFT NOT > WS-TIER2-DAYS
                    MOVE WS-TIER2-PCT TO WS-MARKDOWN-PCT
                 WHEN OTHER
                    MOVE WS-TIER3-PCT TO WS-MARKDOWN-PCT
              END-EVALUATE
              COMPUTE WS-MARKDOWN-PRICE ROUNDED =
                 ITM-PRICE * (100 - WS-MARKDOWN-PCT) / 100
              MOVE WS-MARKDOWN-PCT TO EXP-PCT-OUT
              MOVE WS-MARKDOWN-PRICE TO EXP-MARKDOWN-OUT
              MOVE "MARK DOWN" TO EXP-ACTION-OUT
           END-IF
           WRITE EXPIRY-LINE FROM EXPIRY-DETAIL-LINE.

       0420-END.

       0430-PRINT-STORE-TOTAL.
           MOVE "  LOTS LISTED FOR STORE:" TO CC-LABEL
           MOVE WS-STORE-LOT-COUNT TO CC-COUNT-OUT
           WRITE EXPIRY-LINE FROM CONTROL-COUNT-LINE
           MOVE "  UNITS ON THOSE LOTS:" TO CC-LABEL
           MOVE WS-STORE-UNITS TO CC-COUNT-OUT
           WRITE EXPIRY-LINE FROM CONTROL-COUNT-LINE
           MOVE ZERO TO WS-STORE-LOT-COUNT
           MOVE ZERO TO WS-STORE-UNITS.

       0430-END.

       0500-PRINT-TOTALS.
           MOVE SPACES TO EXPIRY-LINE
           WRITE EXPIRY-LINE
           MOVE "  WRITE-OFFS READ:" TO CC-LABEL
           MOVE WS-WRITEOFFS-READ TO CC-COUNT-OUT
           WRITE EXPIRY-LINE FROM CONTROL-COUNT-LINE
           MOVE "  WRITE-OFFS POSTED:" TO CC-LABEL
           MOVE WS-WRITEOFFS-POSTED TO CC-COUNT-OUT
           WRITE EXPIRY-LINE FROM CONTROL-COUNT-LINE
           MOVE "  WRITE-OFFS REJECTED:" TO CC-LABEL
           MOVE WS-WRITEOFFS-REJECTED TO CC-COUNT-OUT
           WRITE EXPIRY-LINE FROM CONTROL-COUNT-LINE
           MOVE "  UNITS WRITTEN OFF:" TO CC-LABEL
           MOVE WS-UNITS-WRITTEN-OFF TO CC-COUNT-OUT
           WRITE EXPIRY-LINE FROM CONTROL-COUNT-LINE
           MOVE "  LOTS EXPIRING - MARK DOWN:" TO CC-LABEL
           MOVE WS-EXPIRING-COUNT TO CC-COUNT-OUT
           WRITE EXPIRY-LINE FROM CONTROL-COUNT-LINE
           MOVE "  UNITS EXPIRING:" TO CC-LABEL
           MOVE WS-EXPIRING-UNITS TO CC-COUNT-OUT
           WRITE EXPIRY-LINE FROM CONTROL-COUNT-LINE
           MOVE "  LOTS EXPIRED - NOT WRITTEN OFF:" TO CC-LABEL
           MOVE WS-EXPIRED-COUNT TO CC-COUNT-OUT
           WRITE EXPIRY-LINE FROM CONTROL-COUNT-LINE
           MOVE "  UNITS EXPIRED ON SHELF:" TO CC-LABEL
           MOVE WS-EXPIRED-UNITS TO CC-COUNT-OUT
           WRITE EXPIRY-LINE FROM CONTROL-COUNT-LINE.

       0500-END.

      *----------------------------------------------------------------
      * Appends this run's start/end time, record count, and status to
      * the shared JOBLOG.DAT so the whole batch window can be reviewed
      * after the fact. A missing JOBLOG.DAT just means this is the
      * first run to ever log to it, so it is created on the spot.
      *----------------------------------------------------------------
       0310-WRITE-JOB-LOG.
           ACCEPT WS-JOBLOG-END-TIME FROM TIME
           OPEN EXTEND JOBLOGFILE
           IF WS-JOBLOG-FILE-STATUS NOT = "00"
              OPEN OUTPUT JOBLOGFILE
           END-IF
           MOVE "LOTEXPIRY" TO WS-JL-JOB-NAME
           MOVE WS-JOBLOG-START-TIME TO WS-JL-START-TIME-OUT
           MOVE WS-JOBLOG-END-TIME TO WS-JL-END-TIME-OUT
           MOVE WS-LOTS-READ TO WS-JL-RECORD-COUNT-OUT
           MOVE WS-JOBLOG-RUN-STATUS TO WS-JL-STATUS-OUT
           MOVE WS-JOBLOG-RECORD-AREA TO JOBLOG-RECORD
           WRITE JOBLOG-RECORD
           CLOSE JOBLOGFILE.

       0310-END.

       END PROGRAM LOTEXPIRY.
