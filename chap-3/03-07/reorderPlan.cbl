       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDERPLAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT INVMASTFILE ASSIGN TO "INVMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INVM-KEY
               FILE STATUS IS WS-INVMAST-STATUS.
       SELECT VENDMASTFILE ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDMAST-STATUS.
       SELECT SALESHISTFILE ASSIGN TO "SALESHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESHIST-STATUS.
       SELECT PLANPARMFILE ASSIGN TO "RPLANPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       SELECT REVIEWFILE ASSIGN TO "RPLANREVIEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.
       SELECT PROPOSALFILE ASSIGN TO "RPLANPROPOSAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PLANRPTFILE ASSIGN TO "RPLANREPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INVMASTFILE.
       01 INVENTORY-MASTER-RECORD.
           05 INVM-KEY.
               10 INVM-STORE-NO    PIC X(3).
               10 INVM-DESCRIPTION PIC X(20).
           05 INVM-SKU           PIC X(8).
           05 INVM-QTY-ON-HAND   PIC S9(6).
           05 INVM-REORDER-POINT PIC 9(5).
           05 INVM-ORDER-UP-TO   PIC 9(5).

       FD VENDMASTFILE.
       01 VENDOR-MASTER-RECORD.
           05 VND-SKU         PIC X(8).
           05 FILLER          PIC X(1).
           05 VND-VENDOR-ID   PIC X(6).
           05 FILLER          PIC X(1).
           05 VND-VENDOR-NAME PIC X(30).
           05 FILLER          PIC X(1).
           05 VND-LEAD-DAYS   PIC 9(3).
           05 FILLER          PIC X(1).
           05 VND-ORDER-MULT  PIC 9(5).
           05 FILLER          PIC X(1).
           05 VND-UNIT-COST   PIC 9(6)V99.

       FD SALESHISTFILE.
       01 SALES-HIST-RECORD.
           05 SH-RUN-DATE    PIC 9(8).
           05 FILLER         PIC X(1).
           05 SH-DESCRIPTION PIC X(20).
           05 FILLER         PIC X(1).
           05 SH-QUANTITY    PIC S9(6).
           05 FILLER         PIC X(1).
           05 SH-DOLLARS     PIC S9(9)V99.
           05 FILLER         PIC X(1).
           05 SH-COST        PIC S9(9)V99.
           05 FILLER         PIC X(1).
           05 SH-CATEGORY    PIC X(10).
           05 FILLER         PIC X(1).
           05 SH-STORE-NO    PIC X(3).

      *----------------------------------------------------------------
      * Planning parameters:
      *   WEEKS         how many weeks of sales history the average
      *                 and its day-to-day variability are taken over
      *   SERVICE-PCT   the percent of replenishment cycles that
      *                 should get through lead time without a
      *                 stockout - sets the safety-stock multiplier
      *   REVIEW-DAYS   days of average sales the order-up-to level
      *                 carries above the reorder point
      *   SLOW-DAYS     an item with no sale in this many days is
      *                 listed as a slow mover
      *----------------------------------------------------------------
       FD PLANPARMFILE.
       01 PLAN-PARM-RECORD.
           05 RPP-WEEKS       PIC 9(2).
           05 FILLER          PIC X(1).
           05 RPP-SERVICE-PCT PIC 9(2).
           05 FILLER          PIC X(1).
           05 RPP-REVIEW-DAYS PIC 9(3).
           05 FILLER          PIC X(1).
           05 RPP-SLOW-DAYS   PIC 9(3).

      *----------------------------------------------------------------
      * Proposed changes, one per store/item whose point or order-up-
      * to level would move. The buyer works a copy of this file as
      * RPLANREVIEW.DAT, marking each line A to approve (and may key
      * a different new point or level over the proposed one) with
      * their initials; the next run applies the approved lines
      * before it plans again. Anything not marked A is left alone.
      *----------------------------------------------------------------
       FD PROPOSALFILE.
       01 PROPOSAL-RECORD.
           05 PRP-STORE-NO    PIC X(3).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 PRP-DESCRIPTION PIC X(20).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 PRP-SKU         PIC X(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 PRP-OLD-POINT   PIC 9(5).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 PRP-NEW-POINT   PIC 9(5).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 PRP-OLD-UP-TO   PIC 9(5).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 PRP-NEW-UP-TO   PIC 9(5).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 PRP-AVG-DAILY   PIC 9(4)V99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 PRP-LEAD-DAYS   PIC 9(3).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 PRP-DECISION    PIC X(1).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 PRP-INITIALS    PIC X(3).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 PRP-PLAN-DATE   PIC 9(8).

       FD REVIEWFILE.
       01 REVIEW-RECORD.
           05 RVW-STORE-NO    PIC X(3).
           05 FILLER          PIC X(1).
           05 RVW-DESCRIPTION PIC X(20).
           05 FILLER          PIC X(1).
           05 RVW-SKU         PIC X(8).
           05 FILLER          PIC X(1).
           05 RVW-OLD-POINT   PIC 9(5).
           05 FILLER          PIC X(1).
           05 RVW-NEW-POINT   PIC 9(5).
           05 FILLER          PIC X(1).
           05 RVW-OLD-UP-TO   PIC 9(5).
           05 FILLER          PIC X(1).
           05 RVW-NEW-UP-TO   PIC 9(5).
           05 FILLER          PIC X(1).
           05 RVW-AVG-DAILY   PIC 9(4)V99.
           05 FILLER          PIC X(1).
           05 RVW-LEAD-DAYS   PIC 9(3).
           05 FILLER          PIC X(1).
           05 RVW-DECISION    PIC X(1).
               88 RVW-APPROVED VALUE "A".
           05 FILLER          PIC X(1).
           05 RVW-INITIALS    PIC X(3).
           05 FILLER          PIC X(1).
           05 RVW-PLAN-DATE   PIC 9(8).

       FD PLANRPTFILE.
       01 PLAN-LINE PIC X(132).

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
       01 WS-INVMAST-STATUS   PIC XX VALUE '00'.
       01 WS-VENDMAST-STATUS  PIC XX VALUE '00'.
       01 WS-SALESHIST-STATUS PIC XX VALUE '00'.
       01 WS-PARM-STATUS      PIC XX VALUE '00'.
       01 WS-REVIEW-STATUS    PIC XX VALUE '00'.

       01 WS-INVMAST-EOF PIC X VALUE 'N'.
           88 END-OF-INVMAST-FILE VALUE 'Y'.
       01 WS-VENDMAST-EOF PIC X VALUE 'N'.
           88 END-OF-VENDMAST VALUE 'Y'.
       01 WS-SALESHIST-EOF PIC X VALUE 'N'.
           88 END-OF-SALESHIST VALUE 'Y'.
       01 WS-REVIEW-EOF PIC X VALUE 'N'.
           88 END-OF-REVIEW-FILE VALUE 'Y'.

       01 WS-WEEKS        PIC 9(2) VALUE 8.
       01 WS-SERVICE-PCT  PIC 9(2) VALUE 95.
       01 WS-REVIEW-DAYS  PIC 9(3) VALUE 7.
       01 WS-SLOW-DAYS    PIC 9(3) VALUE 90.
       01 WS-WINDOW-DAYS  PIC 9(3) VALUE ZERO.

      *----------------------------------------------------------------
      * Safety-stock multiplier for the service level: the number of
      * standard deviations of lead-time demand held in reserve.
      *----------------------------------------------------------------
       01 WS-Z-FACTOR     PIC 9V99 VALUE ZERO.

       01 WS-RUN-DATE      PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-INT  PIC 9(7) VALUE ZERO.
       01 WS-DATE-INT      PIC 9(7) VALUE ZERO.
       01 WS-DAYS-AGO      PIC S9(5) VALUE ZERO.

      *----------------------------------------------------------------
      * Vendor master loaded into a table for the per-SKU lookup,
      * the same way the purchase-order run holds it.
      *----------------------------------------------------------------
       01 WS-VND-ENTRY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-VND-TABLE-MAX   PIC 9(3) VALUE 200.
       01 WS-VND-TABLE.
           05 WS-VND-ENTRY OCCURS 200 TIMES INDEXED BY VND-IDX.
               10 VND-TAB-SKU         PIC X(8).
               10 VND-TAB-LEAD-DAYS   PIC 9(3).
       01 WS-VND-FOUND-IDX PIC 9(3) VALUE ZERO.

      *----------------------------------------------------------------
      * Sales history rolled up per store/item: units and squared
      * units over the planning window give the daily average and
      * its variability (a day with no history line sold nothing),
      * and the last day anything sold marks the slow movers.
      *----------------------------------------------------------------
       01 WS-HST-COUNT     PIC 9(4) VALUE ZERO.
       01 WS-HST-TABLE-MAX PIC 9(4) VALUE 3000.
       01 WS-HST-TABLE.
           05 WS-HST-ENTRY OCCURS 3000 TIMES INDEXED BY HST-IDX.
               10 HST-STORE-NO       PIC X(3).
               10 HST-DESCRIPTION    PIC X(20).
               10 HST-WINDOW-QTY     PIC S9(7).
               10 HST-WINDOW-SQUARES PIC S9(13).
               10 HST-LAST-SALE-DATE PIC 9(8).
       01 WS-HST-FOUND-IDX PIC 9(4) VALUE ZERO.
       01 WS-HIST-LINES-READ PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------------
      * Working figures for the item being planned.
      *----------------------------------------------------------------
       01 WS-AVG-DAILY     PIC S9(5)V9(4) VALUE ZERO.
       01 WS-VARIANCE      PIC S9(9)V9(4) VALUE ZERO.
       01 WS-STD-DEV       PIC 9(5)V9(4) VALUE ZERO.
       01 WS-LEAD-DAYS     PIC 9(3) VALUE ZERO.
       01 WS-SAFETY-STOCK  PIC 9(7)V9(4) VALUE ZERO.
       01 WS-POINT-RAW     PIC 9(7)V9(4) VALUE ZERO.
       01 WS-UP-TO-RAW     PIC 9(7)V9(4) VALUE ZERO.
       01 WS-NEW-POINT     PIC 9(7) VALUE ZERO.
       01 WS-NEW-UP-TO     PIC 9(7) VALUE ZERO.
       01 WS-DAYS-SUPPLY   PIC 9(5) VALUE ZERO.
       01 WS-LAST-SALE-DATE PIC 9(8) VALUE ZERO.
       01 WS-SLOW-MOVER    PIC X VALUE 'N'.
           88 SLOW-MOVER VALUE 'Y'.
       01 WS-REVIEW-RESULT PIC X(30) VALUE SPACES.

       01 WS-ITEMS-READ       PIC 9(7) VALUE ZERO.
       01 WS-PROPOSED-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-UNCHANGED-COUNT  PIC 9(5) VALUE ZERO.
       01 WS-NO-VENDOR-COUNT  PIC 9(5) VALUE ZERO.
       01 WS-SLOW-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-REVIEW-READ      PIC 9(5) VALUE ZERO.
       01 WS-REVIEW-APPLIED   PIC 9(5) VALUE ZERO.
       01 WS-REVIEW-REJECTED  PIC 9(5) VALUE ZERO.
       01 WS-REVIEW-NOT-APPROVED PIC 9(5) VALUE ZERO.

       01 PLAN-HEADING-1 PIC X(132)
           VALUE "REORDER-POINT REPLENISHMENT PLAN".
       01 PLAN-HEADING-2 PIC X(132) VALUE ALL "=".

       01 HEADING-DATE-LINE.
           05 FILLER          PIC X(10) VALUE "RUN DATE: ".
           05 HD-RUN-DATE-OUT PIC 9(8).

       01 HEADING-PARM-LINE.
           05 FILLER          PIC X(14) VALUE "HISTORY WEEKS ".
           05 HP-WEEKS-OUT    PIC Z9.
           05 FILLER          PIC X(17) VALUE "   SERVICE LEVEL ".
           05 HP-SERVICE-OUT  PIC Z9.
           05 FILLER          PIC X(13) VALUE "%   Z-FACTOR ".
           05 HP-Z-OUT        PIC 9.99.
           05 FILLER          PIC X(16) VALUE "   REVIEW DAYS ".
           05 HP-REVIEW-OUT   PIC ZZ9.
           05 FILLER          PIC X(14) VALUE "   SLOW DAYS ".
           05 HP-SLOW-OUT     PIC ZZ9.

       01 SECTION-HEADING PIC X(132) VALUE SPACES.

       01 REVIEW-COLUMN-LINE.
           05 FILLER PIC X(6)  VALUE "STORE".
           05 FILLER PIC X(22) VALUE "ITEM DESCRIPTION".
           05 FILLER PIC X(16) VALUE "POINT OLD/NEW".
           05 FILLER PIC X(16) VALUE "UP-TO OLD/NEW".
           05 FILLER PIC X(5)  VALUE "BY".
           05 FILLER PIC X(30) VALUE "RESULT".

       01 REVIEW-DETAIL-LINE.
           05 RVD-STORE-OUT       PIC X(3).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 RVD-DESCRIPTION-OUT PIC X(20).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RVD-OLD-POINT-OUT   PIC ZZ,ZZ9.
           05 FILLER              PIC X(1) VALUE "/".
           05 RVD-NEW-POINT-OUT   PIC ZZ,ZZ9.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 RVD-OLD-UP-TO-OUT   PIC ZZ,ZZ9.
           05 FILLER              PIC X(1) VALUE "/".
           05 RVD-NEW-UP-TO-OUT   PIC ZZ,ZZ9.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 RVD-INITIALS-OUT    PIC X(3).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RVD-RESULT-OUT      PIC X(30).

       01 PLAN-COLUMN-LINE.
           05 FILLER PIC X(6)  VALUE "STORE".
           05 FILLER PIC X(22) VALUE "ITEM DESCRIPTION".
           05 FILLER PIC X(9)  VALUE "  AVG/DAY".
           05 FILLER PIC X(8)  VALUE " STD DEV".
           05 FILLER PIC X(6)  VALUE "  LEAD".
           05 FILLER PIC X(9)  VALUE "  ON HAND".
           05 FILLER PIC X(8)  VALUE "  SUPPLY".
           05 FILLER PIC X(16) VALUE "   POINT OLD/NEW".
           05 FILLER PIC X(16) VALUE "   UP-TO OLD/NEW".
           05 FILLER PIC X(30) VALUE "  NOTE".

       01 PLAN-DETAIL-LINE.
           05 PLD-STORE-OUT       PIC X(3).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 PLD-DESCRIPTION-OUT PIC X(20).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 PLD-AVG-DAILY-OUT   PIC Z,ZZ9.99.
           05 FILLER              PIC X(1) VALUE SPACES.
           05 PLD-STD-DEV-OUT     PIC ZZZ9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 PLD-LEAD-OUT        PIC ZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 PLD-ON-HAND-OUT     PIC ZZZ,ZZ9-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 PLD-SUPPLY-OUT      PIC ZZZZ9.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 PLD-OLD-POINT-OUT   PIC ZZ,ZZ9.
           05 FILLER              PIC X(1) VALUE "/".
           05 PLD-NEW-POINT-OUT   PIC ZZ,ZZ9.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 PLD-OLD-UP-TO-OUT   PIC ZZ,ZZ9.
           05 FILLER              PIC X(1) VALUE "/".
           05 PLD-NEW-UP-TO-OUT   PIC ZZ,ZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 PLD-NOTE-OUT        PIC X(30).

       01 SLOW-COLUMN-LINE.
           05 FILLER PIC X(6)  VALUE "STORE".
           05 FILLER PIC X(22) VALUE "ITEM DESCRIPTION".
           05 FILLER PIC X(10) VALUE "  ON HAND".
           05 FILLER PIC X(10) VALUE "  POINT".
           05 FILLER PIC X(12) VALUE "LAST SALE".

       01 SLOW-DETAIL-LINE.
           05 SLD-STORE-OUT       PIC X(3).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 SLD-DESCRIPTION-OUT PIC X(20).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 SLD-ON-HAND-OUT     PIC ZZZ,ZZ9-.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 SLD-POINT-OUT       PIC ZZ,ZZ9.
           05 FILLER              PIC X(4) VALUE SPACES.
           05 SLD-LAST-SALE-OUT   PIC X(10).

       01 CONTROL-COUNT-LINE.
           05 CC-LABEL     PIC X(34).
           05 CC-COUNT-OUT PIC ZZZ,ZZ9.

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
       0100-PLAN-RUN.
           ACCEPT WS-JOBLOG-START-TIME FROM TIME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM 0110-READ-PARAMETERS
           PERFORM 0120-LOAD-VENDOR-MASTER
           IF WS-VND-ENTRY-COUNT = ZERO
              DISPLAY "VENDMAST.DAT missing or empty - no lead times"
              DISPLAY "to plan with."
              MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
              PERFORM 0310-WRITE-JOB-LOG
              STOP RUN RETURNING 16
           END-IF
           PERFORM 0130-LOAD-SALES-HISTORY

           OPEN I-O INVMASTFILE
           IF WS-INVMAST-STATUS NOT = "00"
              DISPLAY "Cannot open INVMAST.DAT, status "
                 WS-INVMAST-STATUS
              MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
              PERFORM 0310-WRITE-JOB-LOG
              STOP RUN RETURNING 16
           END-IF
           OPEN OUTPUT PLANRPTFILE

           WRITE PLAN-LINE FROM PLAN-HEADING-1
           WRITE PLAN-LINE FROM PLAN-HEADING-2
           MOVE WS-RUN-DATE TO HD-RUN-DATE-OUT
           WRITE PLAN-LINE FROM HEADING-DATE-LINE
           MOVE WS-WEEKS TO HP-WEEKS-OUT
           MOVE WS-SERVICE-PCT TO HP-SERVICE-OUT
           MOVE WS-Z-FACTOR TO HP-Z-OUT
           MOVE WS-REVIEW-DAYS TO HP-REVIEW-OUT
           MOVE WS-SLOW-DAYS TO HP-SLOW-OUT
           WRITE PLAN-LINE FROM HEADING-PARM-LINE

      *    Approved changes from the last plan go on first, so this
      *    run plans from the points the buyer has already accepted.
           OPEN INPUT REVIEWFILE
           IF WS-REVIEW-STATUS = "00"
              MOVE SPACES TO PLAN-LINE
              WRITE PLAN-LINE
              MOVE "BUYER-APPROVED CHANGES APPLIED" TO SECTION-HEADING
              WRITE PLAN-LINE FROM SECTION-HEADING
              WRITE PLAN-LINE FROM REVIEW-COLUMN-LINE
              PERFORM 0200-APPLY-ONE-REVIEW UNTIL END-OF-REVIEW-FILE
              CLOSE REVIEWFILE
           END-IF

           OPEN OUTPUT PROPOSALFILE
           MOVE SPACES TO PLAN-LINE
           WRITE PLAN-LINE
           MOVE "PROPOSED CHANGES" TO SECTION-HEADING
           WRITE PLAN-LINE FROM SECTION-HEADING
           WRITE PLAN-LINE FROM PLAN-COLUMN-LINE
           MOVE LOW-VALUES TO INVM-KEY
           START INVMASTFILE KEY NOT < INVM-KEY
              INVALID KEY SET END-OF-INVMAST-FILE TO TRUE
           END-START
           PERFORM 0230-PLAN-ONE-ITEM UNTIL END-OF-INVMAST-FILE
           CLOSE PROPOSALFILE

           MOVE SPACES TO PLAN-LINE
           WRITE PLAN-LINE
           MOVE "SLOW MOVERS - NO SALE WITHIN SLOW DAYS"
              TO SECTION-HEADING
           WRITE PLAN-LINE FROM SECTION-HEADING
           WRITE PLAN-LINE FROM SLOW-COLUMN-LINE
           MOVE 'N' TO WS-INVMAST-EOF
           MOVE LOW-VALUES TO INVM-KEY
           START INVMASTFILE KEY NOT < INVM-KEY
              INVALID KEY SET END-OF-INVMAST-FILE TO TRUE
           END-START
           PERFORM 0270-LIST-ONE-SLOW-MOVER UNTIL END-OF-INVMAST-FILE

           PERFORM 0400-PRINT-CONTROL-COUNTS
           CLOSE INVMASTFILE
           CLOSE PLANRPTFILE
           MOVE "COMPLETED" TO WS-JOBLOG-RUN-STATUS
           PERFORM 0310-WRITE-JOB-LOG
           DISPLAY "Approved changes applied: " WS-REVIEW-APPLIED
           DISPLAY "Changes proposed:         " WS-PROPOSED-COUNT
           DISPLAY "Items with no vendor:     " WS-NO-VENDOR-COUNT
           DISPLAY "Slow movers:              " WS-SLOW-COUNT
           STOP RUN.

       0100-END.

       0110-READ-PARAMETERS.
           OPEN INPUT PLANPARMFILE
           IF WS-PARM-STATUS = '00'
              READ PLANPARMFILE
                 AT END CONTINUE
                 NOT AT END
                    IF RPP-WEEKS IS NUMERIC AND RPP-WEEKS > ZERO
                       MOVE RPP-WEEKS TO WS-WEEKS
                    END-IF
                    IF RPP-SERVICE-PCT IS NUMERIC
                       AND RPP-SERVICE-PCT > ZERO
                       MOVE RPP-SERVICE-PCT TO WS-SERVICE-PCT
                    END-IF
                    IF RPP-REVIEW-DAYS IS NUMERIC
                       AND RPP-REVIEW-DAYS > ZERO
                       MOVE RPP-REVIEW-DAYS TO WS-REVIEW-DAYS
                    END-IF
                    IF RPP-SLOW-DAYS IS NUMERIC
                       AND RPP-SLOW-DAYS > ZERO
                       MOVE RPP-SLOW-DAYS TO WS-SLOW-DAYS
                    END-IF
              END-READ
              CLOSE PLANPARMFILE
           END-IF
           COMPUTE WS-WINDOW-DAYS = WS-WEEKS * 7
      *    Standard normal multipliers for the usual service levels;
      *    a level between two rows takes the lower row.
           EVALUATE TRUE
              WHEN WS-SERVICE-PCT NOT < 99
                 MOVE 2.33 TO WS-Z-FACTOR
              WHEN WS-SERVICE-PCT NOT < 98
                 MOVE 2.05 TO WS-Z-FACTOR
              WHEN WS-SERVICE-PCT NOT < 97
                 MOVE 1.88 TO WS-Z-FACTOR
              WHEN WS-SERVICE-PCT NOT < 95
                 MOVE 1.65 TO WS-Z-FACTOR
              WHEN WS-SERVICE-PCT NOT < 90
                 MOVE 1.28 TO WS-Z-FACTOR
              WHEN WS-SERVICE-PCT NOT < 85
                 MOVE 1.04 TO WS-Z-FACTOR
              WHEN WS-SERVICE-PCT NOT < 80
                 MOVE 0.84 TO WS-Z-FACTOR
              WHEN OTHER
                 MOVE ZERO TO WS-Z-FACTOR
           END-EVALUATE.

       0110-END.

       0120-LOAD-VENDOR-MASTER.
           OPEN INPUT VENDMASTFILE
           IF WS-VENDMAST-STATUS NOT = "00"
              SET END-OF-VENDMAST TO TRUE
           END-IF
           PERFORM UNTIL END-OF-VENDMAST
              READ VENDMASTFILE
                 AT END SET END-OF-VENDMAST TO TRUE
                 NOT AT END
                    IF WS-VND-ENTRY-COUNT < WS-VND-TABLE-MAX
                       ADD 1 TO WS-VND-ENTRY-COUNT
                       SET VND-IDX TO WS-VND-ENTRY-COUNT
                       MOVE VND-SKU TO VND-TAB-SKU(VND-IDX)
                       IF VND-LEAD-DAYS IS NUMERIC
                          MOVE VND-LEAD-DAYS
                             TO VND-TAB-LEAD-DAYS(VND-IDX)
                       ELSE
                          MOVE ZERO TO VND-TAB-LEAD-DAYS(VND-IDX)
                       END-IF
                    ELSE
                       DISPLAY "WARNING: vendor table full at "
                          WS-VND-TABLE-MAX
                          " SKUs, " VND-SKU " omitted"
                    END-IF
              END-READ
           END-PERFORM
           IF WS-VENDMAST-STATUS = "00" OR WS-VENDMAST-STATUS = "10"
              CLOSE VENDMASTFILE
           END-IF.

       0120-END.

      *----------------------------------------------------------------
      * Rolls SALESHIST.DAT up by store/item. Only the planning window
      * feeds the average, but the whole file is read for the last
      * sale date so a slow mover's last sale can be shown however
      * long ago it was. Without the history there is nothing to
      * plan from, so the run stops rather than propose zeros.
      *----------------------------------------------------------------
       0130-LOAD-SALES-HISTORY.
           OPEN INPUT SALESHISTFILE
           IF WS-SALESHIST-STATUS NOT = "00"
              DISPLAY "Cannot open SALESHIST.DAT, status "
                 WS-SALESHIST-STATUS
              MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
              PERFORM 0310-WRITE-JOB-LOG
              STOP RUN RETURNING 16
           END-IF
           PERFORM UNTIL END-OF-SALESHIST
              READ SALESHISTFILE
                 AT END SET END-OF-SALESHIST TO TRUE
                 NOT AT END
                    IF SH-RUN-DATE IS NUMERIC
                       AND SH-QUANTITY IS NUMERIC
                       ADD 1 TO WS-HIST-LINES-READ
                       PERFORM 0135-ADD-ONE-HISTORY-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SALESHISTFILE.

       0130-END.

       0135-ADD-ONE-HISTORY-LINE.
           MOVE ZERO TO WS-HST-FOUND-IDX
           SET HST-IDX TO 1
           PERFORM UNTIL HST-IDX > WS-HST-COUNT
              IF HST-STORE-NO(HST-IDX) = SH-STORE-NO
                 AND HST-DESCRIPTION(HST-IDX) = SH-DESCRIPTION
                 MOVE HST-IDX TO WS-HST-FOUND-IDX
                 SET HST-IDX TO WS-HST-COUNT
              END-IF
              SET HST-IDX UP BY 1
           END-PERFORM
           IF WS-HST-FOUND-IDX = ZERO
              IF WS-HST-COUNT < WS-HST-TABLE-MAX
                 ADD 1 TO WS-HST-COUNT
                 MOVE WS-HST-COUNT TO WS-HST-FOUND-IDX
                 SET HST-IDX TO WS-HST-COUNT
                 MOVE SH-STORE-NO TO HST-STORE-NO(HST-IDX)
                 MOVE SH-DESCRIPTION TO HST-DESCRIPTION(HST-IDX)
                 MOVE ZERO TO HST-WINDOW-QTY(HST-IDX)
                 MOVE ZERO TO HST-WINDOW-SQUARES(HST-IDX)
                 MOVE ZERO TO HST-LAST-SALE-DATE(HST-IDX)
              ELSE
                 DISPLAY "WARNING: sales history table full at "
                    WS-HST-TABLE-MAX " items, " SH-STORE-NO " "
                    SH-DESCRIPTION " omitted"
              END-IF
           END-IF
           IF WS-HST-FOUND-IDX > ZERO
              SET HST-IDX TO WS-HST-FOUND-IDX
              COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(SH-RUN-DATE)
              COMPUTE WS-DAYS-AGO = WS-RUN-DATE-INT - WS-DATE-INT
              IF WS-DAYS-AGO NOT < ZERO
                 AND WS-DAYS-AGO < WS-WINDOW-DAYS
                 ADD SH-QUANTITY TO HST-WINDOW-QTY(HST-IDX)
                 COMPUTE HST-WINDOW-SQUARES(HST-IDX) =
                    HST-WINDOW-SQUARES(HST-IDX)
                    + SH-QUANTITY * SH-QUANTITY
              END-IF
              IF SH-QUANTITY > ZERO
                 AND SH-RUN-DATE > HST-LAST-SALE-DATE(HST-IDX)
                 MOVE SH-RUN-DATE TO HST-LAST-SALE-DATE(HST-IDX)
              END-IF
           END-IF.

       0135-END.

      *----------------------------------------------------------------
      * One line of the buyer's review copy. Only lines marked A are
      * applied, and only while the master still carries the point
      * the proposal was made against - a point changed since then
      * is rejected for the buyer to look at again. A line already
      * in effect (a rerun) is noted and skipped.
      *----------------------------------------------------------------
       0200-APPLY-ONE-REVIEW.
           READ REVIEWFILE
              AT END SET END-OF-REVIEW-FILE TO TRUE
              NOT AT END
                 ADD 1 TO WS-REVIEW-READ
                 IF RVW-APPROVED
                    PERFORM 0210-APPLY-APPROVED-CHANGE
                    PERFORM 0220-PRINT-REVIEW-LINE
                 ELSE
                    ADD 1 TO WS-REVIEW-NOT-APPROVED
                 END-IF
           END-READ.

       0200-END.

       0210-APPLY-APPROVED-CHANGE.
           MOVE SPACES TO WS-REVIEW-RESULT
           IF RVW-NEW-POINT IS NOT NUMERIC
              OR RVW-NEW-UP-TO IS NOT NUMERIC
              OR RVW-OLD-POINT IS NOT NUMERIC
              MOVE "POINT OR LEVEL NOT NUMERIC" TO WS-REVIEW-RESULT
           ELSE
              IF RVW-NEW-UP-TO < RVW-NEW-POINT
                 MOVE "UP-TO LEVEL BELOW POINT" TO WS-REVIEW-RESULT
              END-IF
           END-IF
           IF WS-REVIEW-RESULT = SPACES
              MOVE RVW-STORE-NO TO INVM-STORE-NO
              MOVE RVW-DESCRIPTION TO INVM-DESCRIPTION
              READ INVMASTFILE
                 INVALID KEY
                    MOVE "ITEM NOT ON INVENTORY MASTER"
                       TO WS-REVIEW-RESULT
              END-READ
           END-IF
           IF WS-REVIEW-RESULT = SPACES
              EVALUATE TRUE
                 WHEN INVM-REORDER-POINT = RVW-NEW-POINT
                    AND INVM-ORDER-UP-TO = RVW-NEW-UP-TO
                    MOVE "ALREADY IN EFFECT" TO WS-REVIEW-RESULT
                    ADD 1 TO WS-REVIEW-REJECTED
                 WHEN INVM-REORDER-POINT NOT = RVW-OLD-POINT
                    MOVE "POINT CHANGED SINCE PROPOSAL"
                       TO WS-REVIEW-RESULT
                    ADD 1 TO WS-REVIEW-REJECTED
                 WHEN OTHER
                    MOVE RVW-NEW-POINT TO INVM-REORDER-POINT
                    MOVE RVW-NEW-UP-TO TO INVM-ORDER-UP-TO
                    REWRITE INVENTORY-MASTER-RECORD
                    MOVE "APPLIED" TO WS-REVIEW-RESULT
                    ADD 1 TO WS-REVIEW-APPLIED
              END-EVALUATE
           ELSE
              ADD 1 TO WS-REVIEW-REJECTED
           END-IF.

       0210-END.

       0220-PRINT-REVIEW-LINE.
           MOVE RVW-STORE-NO TO RVD-STORE-OUT
           MOVE RVW-DESCRIPTION TO RVD-DESCRIPTION-OUT
           MOVE ZERO TO RVD-OLD-POINT-OUT
           MOVE ZERO TO RVD-NEW-POINT-OUT
           MOVE ZERO TO RVD-OLD-UP-TO-OUT
           MOVE ZERO TO RVD-NEW-UP-TO-OUT
           IF RVW-OLD-POINT IS NUMERIC
              MOVE RVW-OLD-POINT TO RVD-OLD-POINT-OUT
           END-IF
           IF RVW-NEW-POINT IS NUMERIC
              MOVE RVW-NEW-POINT TO RVD-NEW-POINT-OUT
           END-IF
           IF RVW-OLD-UP-TO IS NUMERIC
              MOVE RVW-OLD-UP-TO TO RVD-OLD-UP-TO-OUT
           END-IF
           IF RVW-NEW-UP-TO IS NUMERIC
              MOVE RVW-NEW-UP-TO TO RVD-NEW-UP-TO-OUT
           END-IF
           MOVE RVW-INITIALS TO RVD-INITIALS-OUT
           MOVE WS-REVIEW-RESULT TO RVD-RESULT-OUT
           WRITE PLAN-LINE FROM REVIEW-DETAIL-LINE.

       0220-END.

      *----------------------------------------------------------------
      * One store/item: average daily sales and its standard
      * deviation over the window, lead time off the vendor master,
      *    reorder point = average x lead time
      *                  + Z x std dev x square root of lead time
      *    order-up-to   = reorder point + average x review days
      * both rounded up to whole units. Only a point or level that
      * would actually move is proposed.
      *----------------------------------------------------------------
       0230-PLAN-ONE-ITEM.
           READ INVMASTFILE NEXT RECORD
              AT END SET END-OF-INVMAST-FILE TO TRUE
              NOT AT END
                 ADD 1 TO WS-ITEMS-READ
                 PERFORM 0240-FIND-HISTORY
                 PERFORM 0245-FIND-VENDOR
                 MOVE INVM-STORE-NO TO PLD-STORE-OUT
                 MOVE INVM-DESCRIPTION TO PLD-DESCRIPTION-OUT
                 MOVE INVM-QTY-ON-HAND TO PLD-ON-HAND-OUT
                 MOVE INVM-REORDER-POINT TO PLD-OLD-POINT-OUT
                 MOVE INVM-ORDER-UP-TO TO PLD-OLD-UP-TO-OUT
                 IF WS-VND-FOUND-IDX = ZERO
                    ADD 1 TO WS-NO-VENDOR-COUNT
                    MOVE ZERO TO PLD-AVG-DAILY-OUT
                    MOVE ZERO TO PLD-STD-DEV-OUT
                    MOVE ZERO TO PLD-LEAD-OUT
                    MOVE ZERO TO PLD-SUPPLY-OUT
                    MOVE INVM-REORDER-POINT TO PLD-NEW-POINT-OUT
                    MOVE INVM-ORDER-UP-TO TO PLD-NEW-UP-TO-OUT
                    MOVE "NO VENDOR - NOT PLANNED" TO PLD-NOTE-OUT
                    WRITE PLAN-LINE FROM PLAN-DETAIL-LINE
                 ELSE
                    PERFORM 0250-COMPUTE-NEW-POINT
                    IF WS-NEW-POINT = INVM-REORDER-POINT
                       AND WS-NEW-UP-TO = INVM-ORDER-UP-TO
                       ADD 1 TO WS-UNCHANGED-COUNT
                    ELSE
                       PERFORM 0260-WRITE-PROPOSAL
                    END-IF
                 END-IF
           END-READ.

       0230-END.

       0240-FIND-HISTORY.
           MOVE ZERO TO WS-HST-FOUND-IDX
           SET HST-IDX TO 1
           PERFORM UNTIL HST-IDX > WS-HST-COUNT
              IF HST-STORE-NO(HST-IDX) = INVM-STORE-NO
                 AND HST-DESCRIPTION(HST-IDX) = INVM-DESCRIPTION
                 MOVE HST-IDX TO WS-HST-FOUND-IDX
                 SET HST-IDX TO WS-HST-COUNT
              END-IF
              SET HST-IDX UP BY 1
           END-PERFORM
           MOVE ZERO TO WS-LAST-SALE-DATE
           IF WS-HST-FOUND-IDX > ZERO
              SET HST-IDX TO WS-HST-FOUND-IDX
              MOVE HST-LAST-SALE-DATE(HST-IDX) TO WS-LAST-SALE-DATE
           END-IF
           MOVE 'Y' TO WS-SLOW-MOVER
           IF WS-LAST-SALE-DATE > ZERO
              COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-LAST-SALE-DATE)
              COMPUTE WS-DAYS-AGO = WS-RUN-DATE-INT - WS-DATE-INT
              IF WS-DAYS-AGO < WS-SLOW-DAYS
                 MOVE 'N' TO WS-SLOW-MOVER
              END-IF
           END-IF.

       0240-END.

       0245-FIND-VENDOR.
           MOVE ZERO TO WS-VND-FOUND-IDX
           SET VND-IDX TO 1
           PERFORM UNTIL VND-IDX > WS-VND-ENTRY-COUNT
              IF VND-TAB-SKU(VND-IDX) = INVM-SKU
                 MOVE VND-IDX TO WS-VND-FOUND-IDX
                 SET VND-IDX TO WS-VND-ENTRY-COUNT
              END-IF
              SET VND-IDX UP BY 1
           END-PERFORM.

       0245-END.

       0250-COMPUTE-NEW-POINT.
           SET VND-IDX TO WS-VND-FOUND-IDX
           MOVE VND-TAB-LEAD-DAYS(VND-IDX) TO WS-LEAD-DAYS
           MOVE ZERO TO WS-AVG-DAILY
           MOVE ZERO TO WS-VARIANCE
           IF WS-HST-FOUND-IDX > ZERO
              SET HST-IDX TO WS-HST-FOUND-IDX
              COMPUTE WS-AVG-DAILY ROUNDED =
                 HST-WINDOW-QTY(HST-IDX) / WS-WINDOW-DAYS
              COMPUTE WS-VARIANCE ROUNDED =
                 HST-WINDOW-SQUARES(HST-IDX) / WS-WINDOW-DAYS
                 - WS-AVG-DAILY * WS-AVG-DAILY
           END-IF
      *    Returns can leave an item netting below zero for the
      *    window; it plans as an item that did not sell.
           IF WS-AVG-DAILY < ZERO
              MOVE ZERO TO WS-AVG-DAILY
           END-IF
           IF WS-VARIANCE < ZERO
              MOVE ZERO TO WS-VARIANCE
           END-IF
           COMPUTE WS-STD-DEV ROUNDED = FUNCTION SQRT(WS-VARIANCE)
           COMPUTE WS-SAFETY-STOCK ROUNDED =
              WS-Z-FACTOR * WS-STD-DEV * FUNCTION SQRT(WS-LEAD-DAYS)
           COMPUTE WS-POINT-RAW ROUNDED =
              WS-AVG-DAILY * WS-LEAD-DAYS + WS-SAFETY-STOCK
           COMPUTE WS-UP-TO-RAW ROUNDED =
              WS-POINT-RAW + WS-AVG-DAILY * WS-REVIEW-DAYS
           MOVE WS-POINT-RAW TO WS-NEW-POINT
           IF WS-NEW-POINT < WS-POINT-RAW
              ADD 1 TO WS-NEW-POINT
           END-IF
           MOVE WS-UP-TO-RAW TO WS-NEW-UP-TO
           IF WS-NEW-UP-TO < WS-UP-TO-RAW
              ADD 1 TO WS-NEW-UP-TO
           END-IF
           IF WS-NEW-POINT > 99999
              MOVE 99999 TO WS-NEW-POINT
           END-IF
           IF WS-NEW-UP-TO > 99999
              MOVE 99999 TO WS-NEW-UP-TO
           END-IF
           IF WS-AVG-DAILY > ZERO AND INVM-QTY-ON-HAND > ZERO
              COMPUTE WS-DAYS-SUPPLY =
                 INVM-QTY-ON-HAND / WS-AVG-DAILY
           ELSE
              IF INVM-QTY-ON-HAND > ZERO
                 MOVE 99999 TO WS-DAYS-SUPPLY
              ELSE
                 MOVE ZERO TO WS-DAYS-SUPPLY
              END-IF
           END-IF.

       0250-END.

       0260-WRITE-PROPOSAL.
           ADD 1 TO WS-PROPOSED-COUNT
           MOVE WS-AVG-DAILY TO PLD-AVG-DAILY-OUT
           MOVE WS-STD-DEV TO PLD-STD-DEV-OUT
           MOVE WS-LEAD-DAYS TO PLD-LEAD-OUT
           MOVE WS-DAYS-SUPPLY TO PLD-SUPPLY-OUT
           MOVE WS-NEW-POINT TO PLD-NEW-POINT-OUT
           MOVE WS-NEW-UP-TO TO PLD-NEW-UP-TO-OUT
           EVALUATE TRUE
              WHEN SLOW-MOVER
                 MOVE "SLOW MOVER" TO PLD-NOTE-OUT
              WHEN WS-NEW-POINT > INVM-REORDER-POINT
                 MOVE "RAISE" TO PLD-NOTE-OUT
              WHEN WS-NEW-POINT < INVM-REORDER-POINT
                 MOVE "LOWER" TO PLD-NOTE-OUT
              WHEN OTHER
                 MOVE "UP-TO LEVEL ONLY" TO PLD-NOTE-OUT
           END-EVALUATE
           WRITE PLAN-LINE FROM PLAN-DETAIL-LINE

           MOVE SPACES TO PROPOSAL-RECORD
           MOVE INVM-STORE-NO TO PRP-STORE-NO
           MOVE INVM-DESCRIPTION TO PRP-DESCRIPTION
           MOVE INVM-SKU TO PRP-SKU
           MOVE INVM-REORDER-POINT TO PRP-OLD-POINT
           MOVE WS-NEW-POINT TO PRP-NEW-POINT
           MOVE INVM-ORDER-UP-TO TO PRP-OLD-UP-TO
           MOVE WS-NEW-UP-TO TO PRP-NEW-UP-TO
           MOVE WS-AVG-DAILY TO PRP-AVG-DAILY
           MOVE WS-LEAD-DAYS TO PRP-LEAD-DAYS
           MOVE SPACE TO PRP-DECISION
           MOVE SPACES TO PRP-INITIALS
           MOVE WS-RUN-DATE TO PRP-PLAN-DATE
           WRITE PROPOSAL-RECORD.

       0260-END.

       0270-LIST-ONE-SLOW-MOVER.
           READ INVMASTFILE NEXT RECORD
              AT END SET END-OF-INVMAST-FILE TO TRUE
              NOT AT END
                 PERFORM 0240-FIND-HISTORY
                 IF SLOW-MOVER
                    ADD 1 TO WS-SLOW-COUNT
                    MOVE INVM-STORE-NO TO SLD-STORE-OUT
                    MOVE INVM-DESCRIPTION TO SLD-DESCRIPTION-OUT
                    MOVE INVM-QTY-ON-HAND TO SLD-ON-HAND-OUT
                    MOVE INVM-REORDER-POINT TO SLD-POINT-OUT
                    IF WS-LAST-SALE-DATE > ZERO
                       MOVE WS-LAST-SALE-DATE TO SLD-LAST-SALE-OUT
                    ELSE
                       MOVE "NONE" TO SLD-LAST-SALE-OUT
                    END-IF
                    WRITE PLAN-LINE FROM SLOW-DETAIL-LINE
                 END-IF
           END-READ.

       0270-END.

       0400-PRINT-CONTROL-COUNTS.
           MOVE SPACES TO PLAN-LINE
           WRITE PLAN-LINE
           MOVE "CONTROL COUNTS" TO PLAN-LINE
           WRITE PLAN-LINE
           MOVE "--------------" TO PLAN-LINE
           WRITE PLAN-LINE
           MOVE "  SALES HISTORY LINES READ:" TO CC-LABEL
           MOVE WS-HIST-LINES-READ TO CC-COUNT-OUT
           WRITE PLAN-LINE FROM CONTROL-COUNT-LINE
           MOVE "  REVIEW LINES READ:" TO CC-LABEL
           MOVE WS-REVIEW-READ TO CC-COUNT-OUT
           WRITE PLAN-LINE FROM CONTROL-COUNT-LINE
           MOVE "  APPROVED CHANGES APPLIED:" TO CC-LABEL
           MOVE WS-REVIEW-APPLIED TO CC-COUNT-OUT
           WRITE PLAN-LINE FROM CONTROL-COUNT-LINE
           MOVE "  APPROVED CHANGES NOT APPLIED:" TO CC-LABEL
           MOVE WS-REVIEW-REJECTED TO CC-COUNT-OUT
           WRITE PLAN-LINE FROM CONTROL-COUNT-LINE
           MOVE "  REVIEW LINES NOT APPROVED:" TO CC-LABEL
           MOVE WS-REVIEW-NOT-APPROVED TO CC-COUNT-OUT
           WRITE PLAN-LINE FROM CONTROL-COUNT-LINE
           MOVE "  ITEMS PLANNED:" TO CC-LABEL
           MOVE WS-ITEMS-READ TO CC-COUNT-OUT
           WRITE PLAN-LINE FROM CONTROL-COUNT-LINE
           MOVE "  CHANGES PROPOSED:" TO CC-LABEL
           MOVE WS-PROPOSED-COUNT TO CC-COUNT-OUT
           WRITE PLAN-LINE FROM CONTROL-COUNT-LINE
           MOVE "  ITEMS UNCHANGED:" TO CC-LABEL
           MOVE WS-UNCHANGED-COUNT TO CC-COUNT-OUT
           WRITE PLAN-LINE FROM CONTROL-COUNT-LINE
           MOVE "  ITEMS WITH NO VENDOR:" TO CC-LABEL
           MOVE WS-NO-VENDOR-COUNT TO CC-COUNT-OUT
           WRITE PLAN-LINE FROM CONTROL-COUNT-LINE
           MOVE "  SLOW MOVERS:" TO CC-LABEL
           MOVE WS-SLOW-COUNT TO CC-COUNT-OUT
           WRITE PLAN-LINE FROM CONTROL-COUNT-LINE.

       0400-END.

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
           MOVE "REORDERPLAN" TO WS-JL-JOB-NAME
           MOVE WS-JOBLOG-START-TIME TO WS-JL-START-TIME-OUT
           MOVE WS-JOBLOG-END-TIME TO WS-JL-END-TIME-OUT
           MOVE WS-ITEMS-READ TO WS-JL-RECORD-COUNT-OUT
           MOVE WS-JOBLOG-RUN-STATUS TO WS-JL-STATUS-OUT
           MOVE WS-JOBLOG-RECORD-AREA TO JOBLOG-RECORD
           WRITE JOBLOG-RECORD
           CLOSE JOBLOGFILE.

       0310-END.

       END PROGRAM REORDERPLAN.
