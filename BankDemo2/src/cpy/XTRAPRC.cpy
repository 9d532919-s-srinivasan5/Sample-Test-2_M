      *****************************************************************
      *    XTRAPRC - SHARED EXTRA CODE TABLE PARAGRAPHS               *
      *    (see XTRAWS for the work areas).  0700 loads the code      *
      *    table once; 0750 judges the code in WS-XTRA-CHECK-CODE for *
      *    the day in WS-XTRA-CHECK-DATE.  A blank code is no code    *
      *    and passes; a code the table does not carry, a retired     *
      *    code, or one outside its effective range comes back        *
      *    WS-XTRA-REJECTED with the reason in WS-XTRA-REASON.  When  *
      *    the table could not be loaded every code comes back        *
      *    WS-XTRA-UNCHECKED and the caller decides.                  *
      *****************************************************************
       0700-LOAD-EXTRA-CODES.

           MOVE 'N' TO WS-XTRA-EOF-SW
           OPEN INPUT XTRACODE
           IF NOT XTRACODE-OK
               DISPLAY 'EXTRA CODE TABLE NOT AVAILABLE - STATUS '
                   WS-XTRACODE-STATUS ' - CODES NOT CHECKED'
               SET WS-END-OF-XTRACODE TO TRUE
           ELSE
               SET WS-XTRA-TABLE-LOADED TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-XTRACODE
               READ XTRACODE NEXT RECORD
                   AT END
                       SET WS-END-OF-XTRACODE TO TRUE
                   NOT AT END
                       IF WS-XTRA-COUNT < 200
                           ADD 1 TO WS-XTRA-COUNT
                           MOVE XC-CODE TO
                               WS-XTRA-CODE(WS-XTRA-COUNT)
                           MOVE XC-DESCRIPTION TO
                               WS-XTRA-DESC(WS-XTRA-COUNT)
                           MOVE XC-STATUS TO
                               WS-XTRA-STATUS(WS-XTRA-COUNT)
                           MOVE XC-EFFECTIVE-FROM TO
                               WS-XTRA-FROM(WS-XTRA-COUNT)
                           MOVE XC-EFFECTIVE-TO TO
                               WS-XTRA-TO(WS-XTRA-COUNT)
                       ELSE
                           DISPLAY 'EXTRA CODE TABLE FULL - '
                               XC-CODE ' IGNORED'
                       END-IF
               END-READ
           END-PERFORM
           IF XTRACODE-OK OR WS-XTRACODE-STATUS = '10'
               CLOSE XTRACODE
           END-IF.

       0750-CHECK-EXTRA-CODE.

           MOVE ZERO   TO WS-XTRA-HIT
           MOVE SPACES TO WS-XTRA-REASON
           PERFORM VARYING WS-XTRA-IDX FROM 1 BY 1
                   UNTIL WS-XTRA-IDX > WS-XTRA-COUNT
                   OR WS-XTRA-HIT > 0
               IF WS-XTRA-CODE(WS-XTRA-IDX) = WS-XTRA-CHECK-CODE
                   MOVE WS-XTRA-IDX TO WS-XTRA-HIT
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-XTRA-CHECK-CODE = SPACES
                   SET WS-XTRA-CODE-BLANK TO TRUE
               WHEN NOT WS-XTRA-TABLE-LOADED
                   SET WS-XTRA-UNCHECKED TO TRUE
               WHEN WS-XTRA-HIT = 0
                   MOVE 'U' TO WS-XTRA-RESULT
                   MOVE 'EXTRA CODE NOT ON CODE TABLE'
                     TO WS-XTRA-REASON
               WHEN WS-XTRA-STATUS(WS-XTRA-HIT) NOT = 'A'
                   MOVE 'R' TO WS-XTRA-RESULT
                   MOVE 'EXTRA CODE RETIRED' TO WS-XTRA-REASON
               WHEN WS-XTRA-CHECK-DATE < WS-XTRA-FROM(WS-XTRA-HIT)
               WHEN WS-XTRA-CHECK-DATE > WS-XTRA-TO(WS-XTRA-HIT)
                   MOVE 'E' TO WS-XTRA-RESULT
                   MOVE 'EXTRA CODE NOT IN EFFECT' TO WS-XTRA-REASON
               WHEN OTHER
                   SET WS-XTRA-CODE-OK TO TRUE
           END-EVALUATE.
