                               WS-DEPT-NAME(WS-DEPT-COUNT)
                           MOVE DP-CONTACT TO
                               WS-DEPT-CONTACT(WS-DEPT-COUNT)
                           MOVE DP-DEPT-CODE TO
                               WS-DEPT-CODE(WS-DEPT-COUNT)
                       ELSE
                           DISPLAY 'DEPARTMENT TABLE FULL - '
                               DP-DEPT-NAME ' IGNORED'
           MOVE 100        TO WS-DEPT-SEQ
           MOVE 'UNMAPPED' TO WS-DEPT-NAME-OUT
           MOVE SPACES     TO WS-DEPT-CONTACT-OUT
           MOVE 'UNMP'     TO WS-DEPT-CODE-OUT
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   OR WS-DEPT-SEQ NOT = 100
                     TO WS-DEPT-NAME-OUT
                   MOVE WS-DEPT-CONTACT(WS-DEPT-IDX)
                     TO WS-DEPT-CONTACT-OUT
                   MOVE WS-DEPT-CODE(WS-DEPT-IDX)
                     TO WS-DEPT-CODE-OUT
               END-IF
           END-PERFORM.
