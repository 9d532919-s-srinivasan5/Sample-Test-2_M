               DISPLAY 'RUN DATE : ' RC-RUN-YEAR '-' RC-RUN-MONTH
                   '-' RC-RUN-DAY ' TIME : ' RC-RUN-HOUR ':'
                   RC-RUN-MINUTE ':' RC-RUN-SECOND
               MOVE RC-RUN-SEQ   TO WS-RUN-SEQ
               MOVE RC-RUN-SEQ   TO WS-CTL-RUN-SEQ
               IF WS-SUPPLEMENTAL-RUN
                   DISPLAY 'SUPPLEMENTAL RUN ' WS-RUN-SEQ
                       ' OF THE BUSINESS DATE'
               END-IF
           END-IF.

       0160-CHECK-RESTART-CONTROL.
               STOP RUN
           END-IF.

       0180-SEED-AUDIT-CHAIN.

      *    a supplemental run's rows go onto the same business
      *    date's trail after the night's, so its chain opens on the
      *    last trailer already written for the date (see
      *    AUDSDPRC.cpy) instead of zero - and says so on its own
      *    trailer.  Nothing to continue from means the night (or
      *    the run before) never closed its trail: stop rather than
      *    start a chain nobody can prove.
           IF WS-SUPPLEMENTAL-RUN
               MOVE WS-RUN-DATE-STAMP TO WS-SEED-RUN-DATE
               PERFORM 0700-LOAD-AUDIT-SEED
               IF NOT WS-SEED-FOUND
                   DISPLAY 'NO AUDIT TRAILER FOR THE BUSINESS DATE '
                       'ON AUDSEED - SUPPLEMENTAL RUN STOPPED'
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9100-WRITE-STEPLOG
                   STOP RUN
               END-IF
               MOVE WS-SEED-CHECK TO WS-AUDIT-CHECK
               MOVE WS-SEED-CHECK TO WS-AUDIT-OPEN-CHECK
           END-IF.

       0200-DERIVE-RESTART-POINT.

      *    the extracts themselves are the restart truth: every
      *    between checkpoints - or before the first one - leaves
      *    flushed rows past or short of CK-RECORD-COUNT, and
      *    trusting it would re-write or lose the difference.
      *    The chain is seeded first, so rows found here still
      *    override it with where the failed run left off.
           PERFORM 0180-SEED-AUDIT-CHAIN
           OPEN INPUT AUDITOUT
           IF AUDITOUT-OK
               PERFORM 0210-COUNT-DONE-ROWS
               OPEN EXTEND EXCPOUT
               OPEN EXTEND STUDOUT
               OPEN EXTEND RESUBOUT
               OPEN EXTEND HOLDOUT
           ELSE
               OPEN OUTPUT AUDITOUT
               OPEN OUTPUT EXCPOUT
               OPEN OUTPUT STUDOUT
               OPEN OUTPUT RESUBOUT
               OPEN OUTPUT HOLDOUT
           END-IF.

       1200-SKIP-RECORD.
      *    table - a first occurrence uses up one of the done ids,
      *    a later occurrence re-counts the drop the failed run
      *    already took.
           MOVE SI-CAMPUS-ID TO WS-CAMP-CHECK-ID
           PERFORM 0790-FIND-CAMPUS-SLOT
           COMPUTE WS-DUP-IDX = SI-STUDENT-ID + 1
           PERFORM 0795-COUNT-CAMPUS-ID
           IF WS-CAMP-OCCURRENCE = 1
               ADD 1 TO WS-REPLAYED-IDS
      *        a counter result the failed run already took is
      *        still taken - not listed as missing from the feed.
               MOVE SI-CAMPUS-ID  TO WS-INTRA-LOOK-CAMPUS
               MOVE SI-STUDENT-ID TO WS-INTRA-LOOK-ID
               PERFORM 0830-FIND-INTRADAY-RESULT
               IF WS-INTRA-HIT
                   MOVE 'Y' TO WS-INTRA-USED-SW(WS-INTRA-HIT-IDX)
                   ADD 1 TO WS-INTRA-TAKEN
               END-IF
           ELSE
               ADD 1 TO WS-DUP-DROPPED-COUNT
           END-IF.
           CLOSE AUDITOUT
           CLOSE EXCPOUT
           CLOSE STUDOUT
           CLOSE RESUBOUT
           CLOSE HOLDOUT.

       9000-END-OF-JOB.

               PERFORM 9200-REPORT-DUPLICATES
           END-IF

           IF WS-INTRA-COUNT > 0
               PERFORM 0840-REPORT-UNUSED-INTRADAY
           END-IF

           DISPLAY 'RECORDS PROCESSED  : ' WS-REC-COUNT
           DISPLAY 'LOOKUP EXCEPTIONS  : ' WS-EXCEPTION-COUNT
           DISPLAY 'DUPLICATES DROPPED : ' WS-DUP-DROPPED-COUNT
           DISPLAY 'HELD (NOT REPLACED): ' WS-HOLD-COUNT
           DISPLAY 'WITHDRAWN/GRADUATED: ' WS-INACTIVE-COUNT

           IF WS-DRYRUN-ON
               DISPLAY 'DRY RUN - NO RECORDS FINALIZED'
           MOVE WS-RUN-DATE-STAMP TO AT-RUN-DATE
           MOVE WS-AUDIT-SEQ      TO AT-ROW-COUNT
           MOVE WS-AUDIT-CHECK    TO AT-CHECK-TOTAL
           MOVE WS-RUN-SEQ        TO AT-RUN-SEQ
           MOVE WS-AUDIT-OPEN-CHECK TO AT-OPEN-CHECK
           WRITE AUDIT-TRAILER-RECORD
           CLOSE AUDITOUT.

      *    one line per id that arrived more than once, with how
      *    often it did - the count includes the occurrence that was
      *    processed, so OCCURRENCES 002 means one record dropped.
      *    Each id is reported under the campus it arrived for.
           DISPLAY 'DUPLICATE STUDENT REPORT'
           DISPLAY '------------------------'
           PERFORM VARYING WS-DUP-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-DUP-SCAN-IDX > 1000000
                   AFTER WS-CAMP-IDX FROM 1 BY 1
                   UNTIL WS-CAMP-IDX > WS-CAMP-SLOT-COUNT
               IF WS-DUP-SEEN-COUNT(WS-DUP-SCAN-IDX, WS-CAMP-IDX)
                   > 1
                   COMPUTE WS-DUP-REPORT-ID = WS-DUP-SCAN-IDX - 1
                   DISPLAY '  STUDENT ' WS-CAMP-SLOT-ID(WS-CAMP-IDX)
                       ' ' WS-DUP-REPORT-ID ' OCCURRENCES '
                       WS-DUP-SEEN-COUNT(WS-DUP-SCAN-IDX, WS-CAMP-IDX)
               END-IF
           END-PERFORM.

