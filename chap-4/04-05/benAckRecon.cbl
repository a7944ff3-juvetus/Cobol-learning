       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENACKRECON.

      *----------------------------------------------------------------
      * Reconciles the carriers' acknowledgment of the eligibility
      * file BENEXTRACT sent, the way PAYACKRECON reconciles the
      * payroll bureau's: every employee/plan sent is matched to its
      * acknowledgment, rejects and anything never acknowledged are
      * listed, and the trailer controls of both files are compared.
      * A disagreement fails the run.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ELIGFILE ASSIGN TO "CARRIERELIG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ELIG-STATUS.

       SELECT ACKFILE ASSIGN TO "CARRIERACK.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ACK-STATUS.

       SELECT REPORTFILE ASSIGN TO "CARRIERACKRECON.TXT"
            ORGANIZATION IS LINE SEQUENTIAL.

       SELECT JOBLOGFILE ASSIGN TO "JOBLOG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOBLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * The eligibility file BENEXTRACT sent: one header, one detail
      * per employee and plan, and the trailer whose count and hash
      * the carriers' acknowledgment must match.
      *----------------------------------------------------------------
       FD ELIGFILE.
       01 ELIG-RECORD PIC X(100).
       01 ELIG-HEADER REDEFINES ELIG-RECORD.
          05 EH-RECORD-TYPE    PIC X(1).
          05 EH-RUN-DATE       PIC 9(8).
          05 EH-RUN-TIME       PIC 9(8).
          05 EH-LAST-RUN-DATE  PIC 9(8).
          05 FILLER            PIC X(75).
       01 ELIG-DETAIL REDEFINES ELIG-RECORD.
          05 ED-RECORD-TYPE    PIC X(1).
          05 ED-ACTION         PIC X(1).
          05 ED-CARRIER-ID     PIC X(6).
          05 ED-PLAN-CODE      PIC X(6).
          05 ED-COVERAGE-TIER  PIC X(2).
          05 ED-DEPENDENTS     PIC 9(2).
          05 ED-EMPLOYEEID     PIC 9(7).
          05 ED-LASTNAME       PIC X(10).
          05 ED-FIRSTNAME      PIC X(10).
          05 ED-GENDER         PIC X(1).
          05 ED-START-DATE     PIC 9(8).
          05 ED-EFFECTIVE-DATE PIC 9(8).
          05 ED-END-DATE       PIC 9(8).
          05 ED-EMPLOYEE-COST  PIC 9(5)V99.
          05 ED-EMPLOYER-COST  PIC 9(5)V99.
          05 FILLER            PIC X(16).
       01 ELIG-TRAILER REDEFINES ELIG-RECORD.
          05 ET-RECORD-TYPE    PIC X(1).
          05 ET-RECORD-COUNT   PIC 9(7).
          05 ET-ID-HASH        PIC 9(12).
          05 ET-ADD-COUNT      PIC 9(7).
          05 ET-CHANGE-COUNT   PIC 9(7).
          05 ET-TERM-COUNT     PIC 9(7).
          05 FILLER            PIC X(59).

      *----------------------------------------------------------------
      * The carriers' acknowledgment file: a header with the date
      * they processed the feed, one detail per employee and plan
      * with an ACC/REJ status and a reason, and a trailer with the
      * count and EMPLOYEEID hash of what they actually loaded.
      *----------------------------------------------------------------
       FD ACKFILE.
       01 ACK-RECORD PIC X(50).
       01 ACK-HEADER REDEFINES ACK-RECORD.
          05 AH-RECORD-TYPE PIC X(1).
          05 AH-ACK-DATE    PIC 9(8).
          05 FILLER         PIC X(41).
       01 ACK-DETAIL REDEFINES ACK-RECORD.
          05 AD-RECORD-TYPE PIC X(1).
          05 AD-EMPLOYEEID  PIC 9(7).
          05 AD-PLAN-CODE   PIC X(6).
          05 AD-ACTION      PIC X(1).
          05 AD-STATUS      PIC X(3).
          05 AD-REASON      PIC X(20).
          05 FILLER         PIC X(12).
       01 ACK-TRAILER REDEFINES ACK-RECORD.
          05 AT-RECORD-TYPE  PIC X(1).
          05 AT-RECORD-COUNT PIC 9(7).
          05 AT-ID-HASH      PIC 9(12).
          05 FILLER          PIC X(30).

       FD REPORTFILE.
       01 REPORT-LINE PIC X(100).

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
       01 WS-ELIG-STATUS      PIC XX VALUE '00'.
       01 WS-ACK-STATUS       PIC XX VALUE '00'.

       01 WS-ELIG-EOF PIC X VALUE 'N'.
          88 END-OF-ELIG VALUE 'Y'.
       01 WS-ACK-EOF PIC X VALUE 'N'.
          88 END-OF-ACKS VALUE 'Y'.

      *----------------------------------------------------------------
      * What we sent, loaded from the extract details, each entry
      * marked off as its acknowledgment is matched. Anything left
      * unmarked at the end was sent but never acknowledged.
      *----------------------------------------------------------------
       01 WS-SENT-ENTRY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-SENT-TABLE-MAX   PIC 9(5) VALUE 5000.
       01 WS-SENT-TABLE.
          05 WS-SENT-ENTRY OCCURS 5000 TIMES INDEXED BY SENT-IDX.
             10 SENT-EMPLOYEEID PIC 9(7).
             10 SENT-PLAN-CODE  PIC X(6).
             10 SENT-ACTION     PIC X(1).
             10 SENT-NAME       PIC X(20).
             10 SENT-ACKED      PIC X(1).
       01 SENT-FOUND-IDX PIC 9(5) VALUE ZERO.

      *----------------------------------------------------------------
      * Trailer controls from both files, compared at end of run. A
      * disagreement fails the job so BATCHDRIVER holds whatever
      * depends on a clean reconciliation.
      *----------------------------------------------------------------
       01 WS-SENT-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-SENT-ID-HASH     PIC 9(12) VALUE ZERO.
       01 WS-OUR-TRAILER-COUNT PIC 9(7) VALUE ZERO.
       01 WS-OUR-TRAILER-HASH  PIC 9(12) VALUE ZERO.
       01 WS-ACK-TRAILER-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ACK-TRAILER-HASH  PIC 9(12) VALUE ZERO.
       01 WS-ACK-DETAIL-COUNT  PIC 9(7) VALUE ZERO.

       01 WS-ACCEPTED-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-UNACKED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-UNKNOWN-ACK-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MISMATCH-COUNT    PIC 9(3) VALUE ZERO.

       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.

       01 REPORT-HEADING-1 PIC X(100)
          VALUE "CARRIER ELIGIBILITY ACKNOWLEDGMENT RECONCILIATION".
       01 REPORT-HEADING-2 PIC X(100) VALUE ALL "=".

       01 HEADING-DATE-LINE.
          05 FILLER          PIC X(10) VALUE "RUN DATE: ".
          05 HD-RUN-DATE-OUT PIC 9(8).

       01 CONTROL-COMPARE-LINE.
          05 CC-LABEL      PIC X(30).
          05 CC-OURS-OUT   PIC ZZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER        PIC X(2) VALUE SPACES.
          05 CC-THEIRS-OUT PIC ZZZ,ZZZ,ZZZ,ZZ9.
          05 FILLER        PIC X(2) VALUE SPACES.
          05 CC-RESULT-OUT PIC X(10).

       01 DETAIL-STATUS-LINE.
          05 DS-EMPLOYEEID-OUT PIC 9(7).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 DS-PLAN-CODE-OUT  PIC X(6).
          05 FILLER            PIC X(1) VALUE SPACE.
          05 DS-ACTION-OUT     PIC X(1).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 DS-NAME-OUT       PIC X(20).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 DS-STATUS-OUT     PIC X(12).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 DS-REASON-OUT     PIC X(20).

       01 SECTION-TITLE-LINE PIC X(100).

       01 CONTROL-COUNT-LINE.
          05 SC-LABEL     PIC X(34).
          05 SC-COUNT-OUT PIC ZZZZZZ9.

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

       PROCEDURE DIVISION.
       0100-RECON-RUN.
          ACCEPT WS-JOBLOG-START-TIME FROM TIME
          ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

          OPEN INPUT ELIGFILE
          IF WS-ELIG-STATUS NOT = '00'
             DISPLAY "Cannot open CARRIERELIG.DAT, status "
                WS-ELIG-STATUS
             MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
             PERFORM 0960-WRITE-JOB-LOG
             STOP RUN RETURNING 16
          END-IF
          OPEN INPUT ACKFILE
          IF WS-ACK-STATUS NOT = '00'
             DISPLAY "Cannot open CARRIERACK.DAT, status "
                WS-ACK-STATUS
             CLOSE ELIGFILE
             MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
             PERFORM 0960-WRITE-JOB-LOG
             STOP RUN RETURNING 16
          END-IF
          OPEN OUTPUT REPORTFILE

          MOVE REPORT-HEADING-1 TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE REPORT-HEADING-2 TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE WS-RUN-DATE TO HD-RUN-DATE-OUT
          MOVE HEADING-DATE-LINE TO REPORT-LINE
          WRITE REPORT-LINE

          PERFORM 0200-LOAD-EXTRACT UNTIL END-OF-ELIG

          MOVE SPACES TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE "PER-EMPLOYEE/PLAN ACKNOWLEDGMENT STATUS"
             TO SECTION-TITLE-LINE
          MOVE SECTION-TITLE-LINE TO REPORT-LINE
          WRITE REPORT-LINE
          PERFORM 0300-MATCH-ONE-ACK UNTIL END-OF-ACKS

          PERFORM 0400-COMPARE-CONTROLS
          PERFORM 0500-REPORT-UNACKNOWLEDGED
          PERFORM 0600-PRINT-SUMMARY

          CLOSE ELIGFILE
          CLOSE ACKFILE
          CLOSE REPORTFILE

          IF WS-MISMATCH-COUNT > ZERO
             DISPLAY "ACKNOWLEDGMENT CONTROLS DO NOT MATCH THE"
             DISPLAY "EXTRACT - SEE CARRIERACKRECON.TXT"
             MOVE "FAILED" TO WS-JOBLOG-RUN-STATUS
             PERFORM 0960-WRITE-JOB-LOG
             STOP RUN RETURNING 16
          END-IF
          MOVE "COMPLETED" TO WS-JOBLOG-RUN-STATUS
          PERFORM 0960-WRITE-JOB-LOG
          DISPLAY "Coverages sent:         " WS-SENT-COUNT
          DISPLAY "Accepted by carrier:    " WS-ACCEPTED-COUNT
          DISPLAY "Rejected by carrier:    " WS-REJECTED-COUNT
          DISPLAY "Never acknowledged:     " WS-UNACKED-COUNT
          STOP RUN.

       0100-END.

      *----------------------------------------------------------------
      * Loads what BENEXTRACT sent: details into the sent table, and
      * the trailer controls 0400-WRITE-EXTRACT wrote for the compare.
      * The detail count and id hash are also recomputed here as a
      * cross-check on our own trailer.
      *----------------------------------------------------------------
       0200-LOAD-EXTRACT.
          READ ELIGFILE
             AT END SET END-OF-ELIG TO TRUE
             NOT AT END
                EVALUATE EH-RECORD-TYPE
                   WHEN "H"
                      CONTINUE
                   WHEN "D"
                      PERFORM 0210-STORE-ONE-SENT
                   WHEN "T"
                      MOVE ET-RECORD-COUNT TO WS-OUR-TRAILER-COUNT
                      MOVE ET-ID-HASH TO WS-OUR-TRAILER-HASH
                   WHEN OTHER
                      DISPLAY "Unknown extract record type "
                         EH-RECORD-TYPE " ignored"
                END-EVALUATE
          END-READ.

       0200-END.

       0210-STORE-ONE-SENT.
          IF WS-SENT-ENTRY-COUNT < WS-SENT-TABLE-MAX
             ADD 1 TO WS-SENT-ENTRY-COUNT
             SET SENT-IDX TO WS-SENT-ENTRY-COUNT
             MOVE ED-EMPLOYEEID TO SENT-EMPLOYEEID(SENT-IDX)
             MOVE ED-PLAN-CODE TO SENT-PLAN-CODE(SENT-IDX)
             MOVE ED-ACTION TO SENT-ACTION(SENT-IDX)
             MOVE SPACES TO SENT-NAME(SENT-IDX)
             STRING ED-LASTNAME DELIMITED BY SPACE
                    ", " DELIMITED BY SIZE
                    ED-FIRSTNAME DELIMITED BY SPACE
                INTO SENT-NAME(SENT-IDX)
             END-STRING
             MOVE 'N' TO SENT-ACKED(SENT-IDX)
             ADD 1 TO WS-SENT-COUNT
             ADD ED-EMPLOYEEID TO WS-SENT-ID-HASH
          ELSE
             DISPLAY "WARNING: sent table full at " WS-SENT-TABLE-MAX
                " coverages, " ED-EMPLOYEEID " not reconciled"
          END-IF.

       0210-END.

      *----------------------------------------------------------------
      * One carrier acknowledgment record: a detail is matched to the
      * sent table on employee and plan and reported accepted or
      * rejected; an ack for a coverage we never sent is reported as
      * its own problem; the trailer controls are held for the
      * compare.
      *----------------------------------------------------------------
       0300-MATCH-ONE-ACK.
          READ ACKFILE
             AT END SET END-OF-ACKS TO TRUE
             NOT AT END
                EVALUATE AH-RECORD-TYPE
                   WHEN "H"
                      CONTINUE
                   WHEN "D"
                      PERFORM 0310-MATCH-ONE-DETAIL
                   WHEN "T"
                      MOVE AT-RECORD-COUNT TO WS-ACK-TRAILER-COUNT
                      MOVE AT-ID-HASH TO WS-ACK-TRAILER-HASH
                   WHEN OTHER
                      DISPLAY "Unknown ack record type "
                         AH-RECORD-TYPE " ignored"
                END-EVALUATE
          END-READ.

       0300-END.

       0310-MATCH-ONE-DETAIL.
          ADD 1 TO WS-ACK-DETAIL-COUNT
          MOVE ZERO TO SENT-FOUND-IDX
          SET SENT-IDX TO 1
          PERFORM UNTIL SENT-IDX > WS-SENT-ENTRY-COUNT
             IF SENT-EMPLOYEEID(SENT-IDX) = AD-EMPLOYEEID
                AND SENT-PLAN-CODE(SENT-IDX) = AD-PLAN-CODE
                AND SENT-ACKED(SENT-IDX) NOT = 'Y'
                MOVE SENT-IDX TO SENT-FOUND-IDX
                SET SENT-IDX TO WS-SENT-ENTRY-COUNT
             END-IF
             SET SENT-IDX UP BY 1
          END-PERFORM

          MOVE AD-EMPLOYEEID TO DS-EMPLOYEEID-OUT
          MOVE AD-PLAN-CODE TO DS-PLAN-CODE-OUT
          MOVE AD-ACTION TO DS-ACTION-OUT
          MOVE AD-REASON TO DS-REASON-OUT
          IF SENT-FOUND-IDX = ZERO
             ADD 1 TO WS-UNKNOWN-ACK-COUNT
             MOVE SPACES TO DS-NAME-OUT
             MOVE "NOT SENT" TO DS-STATUS-OUT
             MOVE DETAIL-STATUS-LINE TO REPORT-LINE
             WRITE REPORT-LINE
          ELSE
             SET SENT-IDX TO SENT-FOUND-IDX
             MOVE 'Y' TO SENT-ACKED(SENT-IDX)
             MOVE SENT-NAME(SENT-IDX) TO DS-NAME-OUT
             IF AD-STATUS = "ACC"
                ADD 1 TO WS-ACCEPTED-COUNT
                MOVE "ACCEPTED" TO DS-STATUS-OUT
             ELSE
                ADD 1 TO WS-REJECTED-COUNT
                MOVE "REJECTED" TO DS-STATUS-OUT
             END-IF
             MOVE DETAIL-STATUS-LINE TO REPORT-LINE
             WRITE REPORT-LINE
          END-IF.

       0310-END.

      *----------------------------------------------------------------
      * Controls compare: our trailer against the carriers' trailer,
      * and both against what was actually counted off the details.
      * Any disagreement is a mismatch that fails the run.
      *----------------------------------------------------------------
       0400-COMPARE-CONTROLS.
          MOVE SPACES TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE "CONTROL TOTALS (OURS / CARRIER)" TO SECTION-TITLE-LINE
          MOVE SECTION-TITLE-LINE TO REPORT-LINE
          WRITE REPORT-LINE

          MOVE "  DETAIL RECORD COUNT:        " TO CC-LABEL
          MOVE WS-OUR-TRAILER-COUNT TO CC-OURS-OUT
          MOVE WS-ACK-TRAILER-COUNT TO CC-THEIRS-OUT
          IF WS-OUR-TRAILER-COUNT = WS-ACK-TRAILER-COUNT
             MOVE "MATCH" TO CC-RESULT-OUT
          ELSE
             MOVE "MISMATCH" TO CC-RESULT-OUT
             ADD 1 TO WS-MISMATCH-COUNT
          END-IF
          MOVE CONTROL-COMPARE-LINE TO REPORT-LINE
          WRITE REPORT-LINE

          MOVE "  EMPLOYEEID HASH TOTAL:      " TO CC-LABEL
          MOVE WS-OUR-TRAILER-HASH TO CC-OURS-OUT
          MOVE WS-ACK-TRAILER-HASH TO CC-THEIRS-OUT
          IF WS-OUR-TRAILER-HASH = WS-ACK-TRAILER-HASH
             MOVE "MATCH" TO CC-RESULT-OUT
          ELSE
             MOVE "MISMATCH" TO CC-RESULT-OUT
             ADD 1 TO WS-MISMATCH-COUNT
          END-IF
          MOVE CONTROL-COMPARE-LINE TO REPORT-LINE
          WRITE REPORT-LINE

          MOVE "  DETAILS COUNTED VS TRAILER: " TO CC-LABEL
          MOVE WS-SENT-COUNT TO CC-OURS-OUT
          MOVE WS-ACK-DETAIL-COUNT TO CC-THEIRS-OUT
          IF WS-SENT-COUNT = WS-OUR-TRAILER-COUNT
             AND WS-ACK-DETAIL-COUNT = WS-ACK-TRAILER-COUNT
             MOVE "MATCH" TO CC-RESULT-OUT
          ELSE
             MOVE "MISMATCH" TO CC-RESULT-OUT
             ADD 1 TO WS-MISMATCH-COUNT
          END-IF
          MOVE CONTROL-COMPARE-LINE TO REPORT-LINE
          WRITE REPORT-LINE.

       0400-END.

      *----------------------------------------------------------------
      * Every coverage we sent whose acknowledgment never arrived -
      * the people whose coverage is in limbo if nobody follows up.
      *----------------------------------------------------------------
       0500-REPORT-UNACKNOWLEDGED.
          MOVE SPACES TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE "SENT BUT NEVER ACKNOWLEDGED" TO SECTION-TITLE-LINE
          MOVE SECTION-TITLE-LINE TO REPORT-LINE
          WRITE REPORT-LINE
          SET SENT-IDX TO 1
          PERFORM UNTIL SENT-IDX > WS-SENT-ENTRY-COUNT
             IF SENT-ACKED(SENT-IDX) NOT = 'Y'
                ADD 1 TO WS-UNACKED-COUNT
                ADD 1 TO WS-MISMATCH-COUNT
                MOVE SENT-EMPLOYEEID(SENT-IDX) TO DS-EMPLOYEEID-OUT
                MOVE SENT-PLAN-CODE(SENT-IDX) TO DS-PLAN-CODE-OUT
                MOVE SENT-ACTION(SENT-IDX) TO DS-ACTION-OUT
                MOVE SENT-NAME(SENT-IDX) TO DS-NAME-OUT
                MOVE "NO ACK" TO DS-STATUS-OUT
                MOVE SPACES TO DS-REASON-OUT
                MOVE DETAIL-STATUS-LINE TO REPORT-LINE
                WRITE REPORT-LINE
             END-IF
             SET SENT-IDX UP BY 1
          END-PERFORM
          IF WS-UNACKED-COUNT = ZERO
             MOVE "  (NONE)" TO REPORT-LINE
             WRITE REPORT-LINE
          END-IF.

       0500-END.

       0600-PRINT-SUMMARY.
          MOVE SPACES TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE "RECONCILIATION SUMMARY" TO SECTION-TITLE-LINE
          MOVE SECTION-TITLE-LINE TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE "  COVERAGES SENT:                 " TO SC-LABEL
          MOVE WS-SENT-COUNT TO SC-COUNT-OUT
          MOVE CONTROL-COUNT-LINE TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE "  ACCEPTED BY CARRIER:            " TO SC-LABEL
          MOVE WS-ACCEPTED-COUNT TO SC-COUNT-OUT
          MOVE CONTROL-COUNT-LINE TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE "  REJECTED BY CARRIER:            " TO SC-LABEL
          MOVE WS-REJECTED-COUNT TO SC-COUNT-OUT
          MOVE CONTROL-COUNT-LINE TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE "  SENT BUT NEVER ACKNOWLEDGED:    " TO SC-LABEL
          MOVE WS-UNACKED-COUNT TO SC-COUNT-OUT
          MOVE CONTROL-COUNT-LINE TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE "  ACKNOWLEDGED BUT NEVER SENT:    " TO SC-LABEL
          MOVE WS-UNKNOWN-ACK-COUNT TO SC-COUNT-OUT
          MOVE CONTROL-COUNT-LINE TO REPORT-LINE
          WRITE REPORT-LINE
          MOVE "  CONTROL MISMATCHES:             " TO SC-LABEL
          MOVE WS-MISMATCH-COUNT TO SC-COUNT-OUT
          MOVE CONTROL-COUNT-LINE TO REPORT-LINE
          WRITE REPORT-LINE.

       0600-END.

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
          MOVE "BENACKRECON" TO WS-JL-JOB-NAME
          MOVE WS-JOBLOG-START-TIME TO WS-JL-START-TIME-OUT
          MOVE WS-JOBLOG-END-TIME TO WS-JL-END-TIME-OUT
          MOVE WS-SENT-COUNT TO WS-JL-RECORD-COUNT-OUT
          MOVE WS-JOBLOG-RUN-STATUS TO WS-JL-STATUS-OUT
          MOVE WS-JOBLOG-RECORD-AREA TO JOBLOG-RECORD
          WRITE JOBLOG-RECORD
          CLOSE JOBLOGFILE.

       0960-END.

       END PROGRAM BENACKRECON.
