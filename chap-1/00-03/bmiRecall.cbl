          05 PM-PHONE       PIC X(12).
          05 FILLER         PIC X(1).
          05 PM-PROVIDER-ID PIC X(5).
          05 FILLER         PIC X(1).
          05 PM-STATUS      PIC X(1).
          05 FILLER         PIC X(1).
          05 PM-MERGED-INTO PIC X(10).

      *----------------------------------------------------------------
      * Recall criteria: how many months without a visit makes a
             10 PM-TAB-NAME   PIC X(25).
             10 PM-TAB-DOB    PIC 9(8).
             10 PM-TAB-PHONE  PIC X(12).
             10 PM-TAB-STATUS PIC X(1).
                88 PM-TAB-OUT-OF-USE VALUE 'I' 'M'.
       01 WS-PM-FOUND-IDX PIC 9(3) VALUE ZERO.

      *----------------------------------------------------------------
       01 WS-RECALL-REASON PIC X(30) VALUE SPACES.
       01 WS-RECALLED-COUNT  PIC 9(3) VALUE ZERO.
       01 WS-SUPPRESSED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-INACTIVE-COUNT   PIC 9(3) VALUE ZERO.

       01 WS-AGE-YEARS PIC 9(3) VALUE ZERO.
       01 WS-DOB-SPLIT.
            MOVE WS-SUPPRESSED-COUNT TO OT-COUNT-OUT
            MOVE OUTREACH-TOTAL-LINE TO OUTREACH-LINE
            WRITE OUTREACH-LINE
            MOVE "  SKIPPED (INACTIVE):     " TO OT-LABEL
            MOVE WS-INACTIVE-COUNT TO OT-COUNT-OUT
            MOVE OUTREACH-TOTAL-LINE TO OUTREACH-LINE
            WRITE OUTREACH-LINE

            CLOSE RECALLFILE
            CLOSE OUTREACHFILE
                        MOVE PM-NAME TO PM-TAB-NAME(PM-IDX)
                        MOVE PM-DOB TO PM-TAB-DOB(PM-IDX)
                        MOVE PM-PHONE TO PM-TAB-PHONE(PM-IDX)
                        MOVE PM-STATUS TO PM-TAB-STATUS(PM-IDX)
                     ELSE
                        DISPLAY "WARNING: patient master table full"
                           " at " WS-PM-TABLE-MAX ", " PM-PAT-ID
      *----------------------------------------------------------------
       0200-CHECK-ONE-PATIENT.
            MOVE SPACES TO WS-RECALL-REASON
            PERFORM 0210-CHECK-PATIENT-ACTIVE
            IF WS-RECALL-REASON NOT = SPACES
               ADD 1 TO WS-INACTIVE-COUNT
               MOVE SPACES TO WS-RECALL-REASON
            ELSE
               PERFORM 0205-APPLY-CRITERIA
            END-IF.

       0200-END.

       0205-APPLY-CRITERIA.

            IF TRD-LAST-DATE(TRD-IDX) < WS-STALE-CUTOFF
               MOVE "NO RECENT VISIT - OVERDUE" TO WS-RECALL-REASON
               END-IF
            END-IF.

       0205-END.

      *----------------------------------------------------------------
      * A patient inactivated or merged away on the master is not
      * recalled; the reason field comes back non-blank to say so.
      *----------------------------------------------------------------
       0210-CHECK-PATIENT-ACTIVE.
            MOVE ZERO TO WS-PM-FOUND-IDX
            SET PM-IDX TO 1
            PERFORM UNTIL PM-IDX > WS-PM-COUNT
               IF PM-TAB-PAT-ID(PM-IDX) = TRD-PAT-ID(TRD-IDX)
                  MOVE PM-IDX TO WS-PM-FOUND-IDX
                  SET PM-IDX TO WS-PM-COUNT
               END-IF
               SET PM-IDX UP BY 1
            END-PERFORM
            IF WS-PM-FOUND-IDX NOT = ZERO
               SET PM-IDX TO WS-PM-FOUND-IDX
               IF PM-TAB-OUT-OF-USE(PM-IDX)
                  MOVE "INACTIVE ON MASTER" TO WS-RECALL-REASON
               END-IF
            END-IF.

       0210-END.

       0220-CHECK-PEDIATRIC-WORSENED.
            MOVE ZERO TO WS-PM-FOUND-IDX
