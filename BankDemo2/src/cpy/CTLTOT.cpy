               MOVE WS-CTL-STEP     TO TT-STEP-NAME
               MOVE WS-CTL-IN       TO TT-IN-COUNT
               MOVE WS-CTL-OUT      TO TT-OUT-COUNT
               MOVE WS-CTL-RUN-SEQ  TO TT-RUN-SEQ
               WRITE CONTROL-TOTALS-RECORD
               CLOSE CTLTOT
           END-IF.
