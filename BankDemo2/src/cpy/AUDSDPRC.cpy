      *****************************************************************
      *    AUDSDPRC - SHARED AUDIT-CHAIN SEED LOOKUP PARAGRAPH        *
      *    (see AUDSDWS for the work areas).  Reads the AUDSEED DD -  *
      *    the day's trail as written so far - and keeps the check    *
      *    total off the last AUDTRLR trailer for the run date.  A    *
      *    supplemental driver opens its chain on that value and the  *
      *    verifiers seed a supplemental segment with it.  No AUDSEED *
      *    DD, or no trailer for the date, leaves WS-SEED-FOUND off   *
      *    and the seed at zero - the night's own starting point.     *
      *****************************************************************
       0700-LOAD-AUDIT-SEED.

           MOVE 'N' TO WS-SEED-SW
           MOVE 'N' TO WS-SEED-EOF-SW
           MOVE 0   TO WS-SEED-CHECK
           MOVE 0   TO WS-SEED-TRAILERS
           OPEN INPUT AUDSEED
           IF NOT AUDSEED-OK
               SET WS-SEED-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-SEED-EOF
               READ AUDSEED
                   AT END
                       SET WS-SEED-EOF TO TRUE
                   NOT AT END
                       IF AS-TRAILER
                           AND (WS-SEED-RUN-DATE = 0
                             OR AS-RUN-DATE = WS-SEED-RUN-DATE)
                           SET WS-SEED-FOUND TO TRUE
                           MOVE AS-CHECK-TOTAL TO WS-SEED-CHECK
                           ADD 1 TO WS-SEED-TRAILERS
                       END-IF
               END-READ
           END-PERFORM
           IF AUDSEED-OK OR WS-AUDSEED-STATUS = '10'
               CLOSE AUDSEED
           END-IF

           IF WS-SEED-FOUND
               DISPLAY 'AUDIT CHAIN SEED   : ' WS-SEED-CHECK
                   ' (' WS-SEED-TRAILERS ' TRAILERS ON THE DAY''S '
                   'TRAIL)'
           END-IF.
