      *    record (see LOADCTL.cpy) - all BEFORE the old cluster is
      *    deleted, so a bad extract fails the night with the live
      *    master still standing.
      *    The lifecycle status is edited too: the code must be one
      *    STUDMSTR.cpy names, and once a code is set the packed
      *    status date must be numeric.  A blank code is a row from
      *    before status was carried and its date bytes are left
      *    alone.
      *    The master is keyed by campus plus id, so the sequence
      *    and uniqueness test runs on the full key - the same id
      *    may appear once under each campus - and a blank campus
      *    is an error: the key must say which campus issued the
      *    id.  The hash stays on the id alone, as the producer's
      *    control record carries it.
      *    The last-seen date (see STUDMSTR.cpy) must unpack as a
      *    number; zero is allowed and means never stamped.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-VALIDATE-FIELDS.
           05  WS-RECORD-COUNT          PIC 9(7) VALUE 0.
           05  WS-ID-HASH               PIC 9(12) VALUE 0.
           05  WS-PRIOR-KEY             PIC X(14) VALUE LOW-VALUES.
           05  WS-FIRST-RECORD-SW       PIC X(1) VALUE 'Y'.
             88  WS-FIRST-RECORD                  VALUE 'Y'.
           05  WS-DATE-INT              PIC 9(7) COMP.

       2000-VALIDATE-ONE-RECORD.

           IF SM-CAMPUS-ID = SPACES
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'RECORD ' WS-RECORD-COUNT
                   ' : CAMPUS BLANK'
           END-IF

           IF SM-STUDENT-ID NOT NUMERIC
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'RECORD ' WS-RECORD-COUNT
                   ' : STUDENT ID NOT NUMERIC'
           ELSE
      *        strictly ascending on campus + id proves both the
      *        REPRO key order and uniqueness in one test.
               IF NOT WS-FIRST-RECORD
                   IF SM-STUDENT-KEY NOT > WS-PRIOR-KEY
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY 'RECORD ' WS-RECORD-COUNT
                           ' : KEY ' SM-STUDENT-KEY
                           ' NOT ABOVE PRIOR ' WS-PRIOR-KEY
                           ' (OUT OF SEQUENCE OR DUPLICATE)'
                   END-IF
               END-IF
               MOVE 'N' TO WS-FIRST-RECORD-SW
               MOVE SM-STUDENT-KEY TO WS-PRIOR-KEY
               ADD SM-STUDENT-ID TO WS-ID-HASH
           END-IF

                   ' : REPLACEMENT ID NOT NUMERIC'
           END-IF

           PERFORM 2100-VALIDATE-EFF-DATE

           PERFORM 2200-VALIDATE-STATUS.

       2100-VALIDATE-EFF-DATE.

               END-IF
           END-IF.

       2200-VALIDATE-STATUS.

           IF NOT SM-STATUS-VALID
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'RECORD ' WS-RECORD-COUNT
                   ' : STATUS CODE ' SM-STATUS-CODE ' INVALID'
           ELSE
               IF SM-STATUS-CODE NOT = SPACE
                   AND SM-STATUS-DATE NOT NUMERIC
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'RECORD ' WS-RECORD-COUNT
                       ' : STATUS DATE NOT NUMERIC'
               END-IF
           END-IF

      *    last-seen is packed; zero is a row never stamped and loads
      *    clean, but bytes that do not unpack would abend the
      *    archive's date compare.
           IF SM-LAST-SEEN-DATE NOT NUMERIC
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'RECORD ' WS-RECORD-COUNT
                   ' : LAST-SEEN DATE NOT NUMERIC'
           END-IF.

       3000-BALANCE-THE-CONTROLS.

           OPEN INPUT LOADCTL
