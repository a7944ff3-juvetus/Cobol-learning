       IDENTIFICATION DIVISION.
       PROGRAM-ID. GIFTCARDRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GIFTCARDFILE ASSIGN TO "GIFTCARD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GC-CARD-NO
               FILE STATUS IS WS-GIFTCARD-STATUS.
       SELECT GCPARMFILE ASSIGN TO "GIFTCARDPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       SELECT LIABILITYFILE ASSIGN TO "GCLIABILITY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT DORMANTFILE ASSIGN TO "GCDORMANT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
       SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * Stored-value ledger maintained by the POS sales run: one
      * record per gift card or store-credit card.
      *   CARD-TYPE  G - gift card sold   S - store credit on return
      *   STATUS     A - balance left     R - fully redeemed
      *----------------------------------------------------------------
       FD GIFTCARDFILE.
       01 GIFT-CARD-RECORD.
           05 GC-CARD-NO       PIC X(16).
           05 GC-CARD-TYPE     PIC X(1).
           05 GC-BALANCE       PIC S9(7)V99.
           05 GC-ISSUE-DATE    PIC 9(8).
           05 GC-ISSUE-STORE   PIC X(3).
           05 GC-STATUS        PIC X(1).
           05 GC-LAST-ACTIVITY PIC 9(8).
           05 GC-TOTAL-LOADED  PIC S9(9)V99.

       FD GCPARMFILE.
       01 GC-PARM-RECORD.
           05 GCPARM-DORMANT-DAYS PIC 9(4).

       FD LIABILITYFILE.
       01 LIABILITY-LINE PIC X(100).

       FD DORMANTFILE.
       01 DORMANT-LINE PIC X(100).

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
       01 WS-GIFTCARD-STATUS PIC XX VALUE '00'.
       01 WS-PARM-STATUS     PIC XX VALUE '00'.

       01 WS-GIFTCARD-EOF PIC X VALUE 'N'.
           88 END-OF-GIFT-CARDS VALUE 'Y'.

      *----------------------------------------------------------------
      * A card with money left on it and no activity for more than
      * WS-DORMANT-DAYS goes on the dormant listing; GIFTCARDPARM.DAT
      * overrides the default.
      *----------------------------------------------------------------
       01 WS-DORMANT-DAYS PIC 9(4) VALUE 365.

       01 WS-RUN-DATE     PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-INT PIC 9(7) VALUE ZERO.
       01 WS-DATE-INT     PIC 9(7) VALUE ZERO.
       01 WS-DAYS-IDLE    PIC S9(5) VALUE ZERO.

       01 WS-CARDS-READ      PIC 9(7) VALUE ZERO.
       01 WS-OUTSTANDING-COUNT PIC 9(7) VALUE ZERO.
       01 WS-DORMANT-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-OUTSTANDING-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-DORMANT-TOTAL   PIC S9(11)V99 VALUE ZERO.
       01 WS-GIFT-TOTAL      PIC S9(11)V99 VALUE ZERO.
       01 WS-CREDIT-TOTAL    PIC S9(11)V99 VALUE ZERO.
       01 WS-GIFT-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-CREDIT-COUNT    PIC 9(7) VALUE ZERO.

      *----------------------------------------------------------------
      * Outstanding liability by issuing store, split between gift
      * cards sold and store credit given on returns.
      *----------------------------------------------------------------
       01 WS-STORE-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-STORE-TABLE-MAX PIC 9(3) VALUE 100.
       01 WS-STORE-FOUND-IDX PIC 9(3) VALUE ZERO.
       01 WS-STORE-TABLE.
           05 WS-STORE-ENTRY OCCURS 100 TIMES INDEXED BY STR-IDX.
               10 STR-STORE-NO     PIC X(3).
               10 STR-GIFT-COUNT   PIC 9(7).
               10 STR-GIFT-AMT     PIC S9(11)V99.
               10 STR-CREDIT-COUNT PIC 9(7).
               10 STR-CREDIT-AMT   PIC S9(11)V99.

       01 LIAB-HEADING-1 PIC X(100)
           VALUE "GIFT CARD AND STORE CREDIT OUTSTANDING LIABILITY".
       01 LIAB-HEADING-2 PIC X(100) VALUE ALL "=".
       01 LIAB-DATE-LINE.
           05 FILLER           PIC X(10) VALUE "AS OF:".
           05 LIAB-RUN-DATE-OUT PIC 9(8).

       01 LIAB-COLUMN-LINE.
           05 FILLER PIC X(8)  VALUE "STORE".
           05 FILLER PIC X(10) VALUE "GIFT CARDS".
           05 FILLER PIC X(18) VALUE "    GIFT BALANCE".
           05 FILLER PIC X(10) VALUE "  CREDITS".
           05 FILLER PIC X(18) VALUE "  CREDIT BALANCE".
           05 FILLER PIC X(18) VALUE "   TOTAL BALANCE".

       01 LIAB-DETAIL-LINE.
           05 LIAB-STORE-OUT        PIC X(3).
           05 FILLER                PIC X(5)  VALUE SPACES.
           05 LIAB-GIFT-COUNT-OUT   PIC ZZZ,ZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 LIAB-GIFT-AMT-OUT     PIC $$$,$$$,$$9.99-.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 LIAB-CREDIT-COUNT-OUT PIC ZZZ,ZZ9.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 LIAB-CREDIT-AMT-OUT   PIC $$$,$$$,$$9.99-.
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 LIAB-TOTAL-AMT-OUT    PIC $$$,$$$,$$9.99-.

       01 DORM-HEADING-1 PIC X(100)
           VALUE "DORMANT GIFT CARDS AND STORE CREDIT".
       01 DORM-HEADING-2 PIC X(100) VALUE ALL "=".
       01 DORM-PARM-LINE.
           05 FILLER              PIC X(10) VALUE "AS OF:".
           05 DORM-RUN-DATE-OUT   PIC 9(8).
           05 FILLER              PIC X(26)
              VALUE "   NO ACTIVITY FOR OVER ".
           05 DORM-DAYS-PARM-OUT  PIC ZZZ9.
           05 FILLER              PIC X(5) VALUE " DAYS".

       01 DORM-COLUMN-LINE.
           05 FILLER PIC X(18) VALUE "CARD NUMBER".
           05 FILLER PIC X(6)  VALUE "TYPE".
           05 FILLER PIC X(7)  VALUE "STORE".
           05 FILLER PIC X(10) VALUE "ISSUED".
           05 FILLER PIC X(10) VALUE "LAST USED".
           05 FILLER PIC X(8)  VALUE "  IDLE".
           05 FILLER PIC X(16) VALUE "       BALANCE".

       01 DORM-DETAIL-LINE.
           05 DORM-CARD-OUT     PIC X(16).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DORM-TYPE-OUT     PIC X(1).
           05 FILLER            PIC X(5)  VALUE SPACES.
           05 DORM-STORE-OUT    PIC X(3).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 DORM-ISSUED-OUT   PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DORM-LAST-OUT     PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DORM-IDLE-OUT     PIC ZZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DORM-BALANCE-OUT  PIC $$,$$$,$$9.99-.

       01 CONTROL-AMOUNT-LINE.
           05 CA-LABEL      PIC X(30).
           05 CA-COUNT-OUT  PIC ZZZ,ZZ9.
           05 FILLER        PIC X(3) VALUE SPACES.
           05 CA-AMOUNT-OUT PIC $$$,$$$,$$9.99-.

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
       0100-GIFT-CARD-RUN.
           ACCEPT WS-JOBLOG-START-TIME FROM TIME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM 0110-READ-PARAMETERS

           OPEN INPUT GIFTCARDFILE
           IF WS-GIFTCARD-STATUS NOT = "00"
              DISPLAY "Cannot open GIFTCARD.DAT, status "
                 WS-GIFTCARD-STATUS
              MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
              PERFORM 0310-WRITE-JOB-LOG
              STOP RUN RETURNING 16
           END-IF
           OPEN OUTPUT LIABILITYFILE
           OPEN OUTPUT DORMANTFILE

           WRITE DORMANT-LINE FROM DORM-HEADING-1
           WRITE DORMANT-LINE FROM DORM-HEADING-2
           MOVE WS-RUN-DATE TO DORM-RUN-DATE-OUT
           MOVE WS-DORMANT-DAYS TO DORM-DAYS-PARM-OUT
           WRITE DORMANT-LINE FROM DORM-PARM-LINE
           WRITE DORMANT-LINE FROM DORM-COLUMN-LINE

           PERFORM 0200-PROCESS-ONE-CARD UNTIL END-OF-GIFT-CARDS

           PERFORM 0400-PRINT-LIABILITY
           MOVE SPACES TO DORMANT-LINE
           WRITE DORMANT-LINE
           MOVE "  DORMANT CARDS:" TO CA-LABEL
           MOVE WS-DORMANT-COUNT TO CA-COUNT-OUT
           MOVE WS-DORMANT-TOTAL TO CA-AMOUNT-OUT
           WRITE DORMANT-LINE FROM CONTROL-AMOUNT-LINE

           CLOSE GIFTCARDFILE
           CLOSE LIABILITYFILE
           CLOSE DORMANTFILE
           MOVE "COMPLETED" TO WS-JOBLOG-RUN-STATUS
           PERFORM 0310-WRITE-JOB-LOG
           DISPLAY "Cards on ledger:        " WS-CARDS-READ
           DISPLAY "Cards with a balance:   " WS-OUTSTANDING-COUNT
           DISPLAY "Dormant cards:          " WS-DORMANT-COUNT
           STOP RUN.

       0100-END.

       0110-READ-PARAMETERS.
           OPEN INPUT GCPARMFILE
           IF WS-PARM-STATUS = '00'
              READ GCPARMFILE
                 AT END CONTINUE
                 NOT AT END
                    IF GCPARM-DORMANT-DAYS IS NUMERIC
                       AND GCPARM-DORMANT-DAYS > ZERO
                       MOVE GCPARM-DORMANT-DAYS TO WS-DORMANT-DAYS
                    END-IF
              END-READ
              CLOSE GCPARMFILE
           END-IF.

       0110-END.

      *----------------------------------------------------------------
      * Every card still carrying a balance is owed to a customer, so
      * it counts toward its issuing store's liability; one left idle
      * past the dormant threshold is also listed for follow-up.
      *----------------------------------------------------------------
       0200-PROCESS-ONE-CARD.
           READ GIFTCARDFILE NEXT RECORD
              AT END SET END-OF-GIFT-CARDS TO TRUE
              NOT AT END
                 ADD 1 TO WS-CARDS-READ
                 IF GC-BALANCE > ZERO
                    PERFORM 0210-ACCUMULATE-LIABILITY
                    PERFORM 0220-CHECK-DORMANT
                 END-IF
           END-READ.

       0200-END.

       0210-ACCUMULATE-LIABILITY.
           ADD 1 TO WS-OUTSTANDING-COUNT
           ADD GC-BALANCE TO WS-OUTSTANDING-TOTAL
           MOVE ZERO TO WS-STORE-FOUND-IDX
           SET STR-IDX TO 1
           PERFORM UNTIL STR-IDX > WS-STORE-COUNT
              IF STR-STORE-NO(STR-IDX) = GC-ISSUE-STORE
                 SET WS-STORE-FOUND-IDX TO STR-IDX
                 SET STR-IDX TO WS-STORE-COUNT
              END-IF
              SET STR-IDX UP BY 1
           END-PERFORM
           IF WS-STORE-FOUND-IDX = ZERO
              IF WS-STORE-COUNT < WS-STORE-TABLE-MAX
                 ADD 1 TO WS-STORE-COUNT
                 MOVE WS-STORE-COUNT TO WS-STORE-FOUND-IDX
                 SET STR-IDX TO WS-STORE-COUNT
                 MOVE GC-ISSUE-STORE TO STR-STORE-NO(STR-IDX)
                 MOVE ZERO TO STR-GIFT-COUNT(STR-IDX)
                 MOVE ZERO TO STR-GIFT-AMT(STR-IDX)
                 MOVE ZERO TO STR-CREDIT-COUNT(STR-IDX)
                 MOVE ZERO TO STR-CREDIT-AMT(STR-IDX)
              ELSE
                 DISPLAY "WARNING: store table full at "
                    WS-STORE-TABLE-MAX " - card " GC-CARD-NO
                    " in company total only"
              END-IF
           END-IF
           IF GC-CARD-TYPE = "S"
              ADD 1 TO WS-CREDIT-COUNT
              ADD GC-BALANCE TO WS-CREDIT-TOTAL
           ELSE
              ADD 1 TO WS-GIFT-COUNT
              ADD GC-BALANCE TO WS-GIFT-TOTAL
           END-IF
           IF WS-STORE-FOUND-IDX > ZERO
              SET STR-IDX TO WS-STORE-FOUND-IDX
              IF GC-CARD-TYPE = "S"
                 ADD 1 TO STR-CREDIT-COUNT(STR-IDX)
                 ADD GC-BALANCE TO STR-CREDIT-AMT(STR-IDX)
              ELSE
                 ADD 1 TO STR-GIFT-COUNT(STR-IDX)
                 ADD GC-BALANCE TO STR-GIFT-AMT(STR-IDX)
              END-IF
           END-IF.

       0210-END.

       0220-CHECK-DORMANT.
           IF GC-LAST-ACTIVITY IS NUMERIC
              AND GC-LAST-ACTIVITY > ZERO
              COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(GC-LAST-ACTIVITY)
           ELSE
              COMPUTE WS-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(GC-ISSUE-DATE)
           END-IF
           COMPUTE WS-DAYS-IDLE = WS-RUN-DATE-INT - WS-DATE-INT
           IF WS-DAYS-IDLE > WS-DORMANT-DAYS
              ADD 1 TO WS-DORMANT-COUNT
              ADD GC-BALANCE TO WS-DORMANT-TOTAL
              MOVE GC-CARD-NO TO DORM-CARD-OUT
              MOVE GC-CARD-TYPE TO DORM-TYPE-OUT
              MOVE GC-ISSUE-STORE TO DORM-STORE-OUT
              MOVE GC-ISSUE-DATE TO DORM-ISSUED-OUT
              MOVE GC-LAST-ACTIVITY TO DORM-LAST-OUT
              MOVE WS-DAYS-IDLE TO DORM-IDLE-OUT
              MOVE GC-BALANCE TO DORM-BALANCE-OUT
              WRITE DORMANT-LINE FROM DORM-DETAIL-LINE
           END-IF.

       0220-END.

       0400-PRINT-LIABILITY.
           WRITE LIABILITY-LINE FROM LIAB-HEADING-1
           WRITE LIABILITY-LINE FROM LIAB-HEADING-2
           MOVE WS-RUN-DATE TO LIAB-RUN-DATE-OUT
           WRITE LIABILITY-LINE FROM LIAB-DATE-LINE
           WRITE LIABILITY-LINE FROM LIAB-COLUMN-LINE
           SET STR-IDX TO 1
           PERFORM UNTIL STR-IDX > WS-STORE-COUNT
              MOVE STR-STORE-NO(STR-IDX) TO LIAB-STORE-OUT
              MOVE STR-GIFT-COUNT(STR-IDX) TO LIAB-GIFT-COUNT-OUT
              MOVE STR-GIFT-AMT(STR-IDX) TO LIAB-GIFT-AMT-OUT
              MOVE STR-CREDIT-COUNT(STR-IDX) TO LIAB-CREDIT-COUNT-OUT
              MOVE STR-CREDIT-AMT(STR-IDX) TO LIAB-CREDIT-AMT-OUT
              COMPUTE LIAB-TOTAL-AMT-OUT =
                 STR-GIFT-AMT(STR-IDX) + STR-CREDIT-AMT(STR-IDX)
              WRITE LIABILITY-LINE FROM LIAB-DETAIL-LINE
              SET STR-IDX UP BY 1
           END-PERFORM
           MOVE SPACES TO LIABILITY-LINE
           WRITE LIABILITY-LINE
           MOVE "  GIFT CARD BALANCES:" TO CA-LABEL
           MOVE WS-GIFT-COUNT TO CA-COUNT-OUT
           MOVE WS-GIFT-TOTAL TO CA-AMOUNT-OUT
           WRITE LIABILITY-LINE FROM CONTROL-AMOUNT-LINE
           MOVE "  STORE CREDIT BALANCES:" TO CA-LABEL
           MOVE WS-CREDIT-COUNT TO CA-COUNT-OUT
           MOVE WS-CREDIT-TOTAL TO CA-AMOUNT-OUT
           WRITE LIABILITY-LINE FROM CONTROL-AMOUNT-LINE
           MOVE "  TOTAL OUTSTANDING:" TO CA-LABEL
           MOVE WS-OUTSTANDING-COUNT TO CA-COUNT-OUT
           MOVE WS-OUTSTANDING-TOTAL TO CA-AMOUNT-OUT
           WRITE LIABILITY-LINE FROM CONTROL-AMOUNT-LINE
           MOVE "  CARDS ON LEDGER:" TO CA-LABEL
           MOVE WS-CARDS-READ TO CA-COUNT-OUT
           MOVE ZERO TO CA-AMOUNT-OUT
           WRITE LIABILITY-LINE FROM CONTROL-AMOUNT-LINE.

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
           MOVE "GIFTCARDRPT" TO WS-JL-JOB-NAME
           MOVE WS-JOBLOG-START-TIME TO WS-JL-START-TIME-OUT
           MOVE WS-JOBLOG-END-TIME TO WS-JL-END-TIME-OUT
           MOVE WS-CARDS-READ TO WS-JL-RECORD-COUNT-OUT
           MOVE WS-JOBLOG-RUN-STATUS TO WS-JL-STATUS-OUT
           MOVE WS-JOBLOG-RECORD-AREA TO JOBLOG-RECORD
           WRITE JOBLOG-RECORD
           CLOSE JOBLOGFILE.

       0310-END.

       END PROGRAM GIFTCARDRPT.
