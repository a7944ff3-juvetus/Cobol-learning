               WHEN '7' MOVE "OVERRIDE"     TO WS-FLAG-DESC
               WHEN '8' MOVE "ADJUSTED"     TO WS-FLAG-DESC
               WHEN '9' MOVE "UNKNOWN"      TO WS-FLAG-DESC
               WHEN 'E' MOVE "GAP ESTIMATE" TO WS-FLAG-DESC
               WHEN 'Q' MOVE "QC SUSPECT"   TO WS-FLAG-DESC
               WHEN 'A' MOVE "QC ACCEPTED"  TO WS-FLAG-DESC
               WHEN SPACE MOVE "NOT RECORDED" TO WS-FLAG-DESC
               WHEN OTHER MOVE "INVALID"    TO WS-FLAG-DESC
           END-EVALUATE.
