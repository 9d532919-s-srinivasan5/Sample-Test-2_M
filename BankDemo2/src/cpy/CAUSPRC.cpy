      *****************************************************************
      *    CAUSPRC - NAME A NOT-FOUND CAUSE CODE                      *
      *    (see CAUSWS for the table).  A code not on the table - or  *
      *    blank - lands in the last slot, NOT CLASSIFIED.            *
      *****************************************************************
       0960-FIND-CAUSE.

           MOVE WS-CAUSE-SLOTS TO WS-CAUSE-HIT
           PERFORM VARYING WS-CAUSE-IDX FROM 1 BY 1
                   UNTIL WS-CAUSE-IDX NOT < WS-CAUSE-SLOTS
               IF WS-CAUSE-CODE(WS-CAUSE-IDX) = WS-CAUSE-CHECK
                   AND WS-CAUSE-HIT = WS-CAUSE-SLOTS
                   MOVE WS-CAUSE-IDX TO WS-CAUSE-HIT
               END-IF
           END-PERFORM
           MOVE WS-CAUSE-NAME(WS-CAUSE-HIT) TO WS-CAUSE-NAME-OUT.
