      *    run date/time and the run's exception and file-health
      *    roll-ups, so RUNTREND can compare night against night
      *    after the extracts are long gone.
      *    Each history row now also keeps the step's end time and
      *    elapsed seconds from its STEPLOG row, so the weekly
      *    capacity forecast (CAPFCST) can trend step run times
      *    against volume after the STEPLOG itself is gone.
      *    A supplemental intraday run rolls up its own STEPLOG the
      *    same way: its rows carry the business date, the run's own
      *    time of day off its RUNCTL and the run-kind marker S, so
      *    history shows it as a separate run of the same date.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-RUN-STAMP.
           05  WS-RUN-DATE              PIC 9(8) VALUE 0.
           05  WS-RUN-TIME              PIC X(6) VALUE SPACES.
           05  WS-RUN-KIND              PIC X(1) VALUE 'N'.

       01  WS-ALREADY-POSTED-SW         PIC X(1) VALUE 'N'.
         88  WS-ALREADY-POSTED                    VALUE 'Y'.
               MOVE RC-RUN-HOUR   TO WS-RUN-TIME(1:2)
               MOVE RC-RUN-MINUTE TO WS-RUN-TIME(3:2)
               MOVE RC-RUN-SECOND TO WS-RUN-TIME(5:2)
               IF RC-SUPPLEMENTAL-RUN
                   MOVE 'S'       TO WS-RUN-KIND
                   DISPLAY 'SUPPLEMENTAL RUN ' RC-RUN-SEQ
                       ' OF THE BUSINESS DATE'
               END-IF
           END-IF.

       2000-COUNT-EXCEPTIONS.
           MOVE WS-FSTAT-ERROR-COUNT TO RH-FSTAT-ERROR-COUNT
           MOVE WS-APPLID            TO RH-APPLID
           MOVE WS-OPERATOR          TO RH-OPERATOR
           MOVE WS-RUN-KIND          TO RH-BACKOUT-SW
      *    a step that never stamped its times leaves the packed
      *    timing fields as spaces - CAPFCST reads that as untimed.
           IF SL-END-TIME NUMERIC AND SL-ELAPSED NUMERIC
               MOVE SL-END-TIME      TO RH-END-TIME
               MOVE SL-ELAPSED       TO RH-ELAPSED
           END-IF
           WRITE RUNHIST-RECORD
           ADD 1 TO WS-HISTORY-ROWS.

