      *    is noise, two in a row is a pattern - and shows which way
      *    the nightly exception count is moving over the trailing
      *    week so a slow leak is visible before it becomes a flood.
      *    A supplemental intraday run's rows (run kind S) are not a
      *    night: they stay out of the consecutive-failure test, and
      *    each supplemental run's exceptions are added once to its
      *    business date's count instead of replacing the night's.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               10  WS-WEEK-DATE         PIC 9(8).
               10  WS-WEEK-EXCP         PIC 9(7).

      *    business date + run time of the last supplemental run
      *    already added into the week table.
       01  WS-LAST-SUPP-RUN.
           05  WS-LAST-SUPP-DATE        PIC 9(8) VALUE 0.
           05  WS-LAST-SUPP-TIME        PIC X(6) VALUE SPACES.

       01  WS-IDX                       PIC 9(3) COMP.
       01  WS-WIDX                      PIC 9(1) COMP.
       01  WS-STEP-FOUND-SW             PIC X(1).
                   AT END
                       SET WS-END-OF-RUNHIST TO TRUE
                   NOT AT END
                       IF NOT RH-SUPPLEMENTAL-ROW
                           PERFORM 2000-TRACK-STEP
                       END-IF
                       PERFORM 3000-TRACK-WEEK
               END-READ
           END-PERFORM

      *    one entry per distinct run date; the history file is
      *    appended chronologically, so a new date shifts the oldest
      *    entry off the top of the seven-day window.  Every row of
      *    a run repeats the run's count; a supplemental run's count
      *    is added to its date once, on its first row.
           IF WS-WEEK-COUNT > 0
               AND WS-WEEK-DATE(WS-WEEK-COUNT) = RH-RUN-DATE
               IF RH-SUPPLEMENTAL-ROW
                   IF RH-RUN-DATE NOT = WS-LAST-SUPP-DATE
                       OR RH-RUN-TIME NOT = WS-LAST-SUPP-TIME
                       ADD RH-EXCEPTION-COUNT
                         TO WS-WEEK-EXCP(WS-WEEK-COUNT)
                   END-IF
               ELSE
                   MOVE RH-EXCEPTION-COUNT
                     TO WS-WEEK-EXCP(WS-WEEK-COUNT)
               END-IF
           ELSE
               IF WS-WEEK-COUNT < 7
                   ADD 1 TO WS-WEEK-COUNT
               END-IF
               MOVE RH-RUN-DATE        TO WS-WEEK-DATE(WS-WEEK-COUNT)
               MOVE RH-EXCEPTION-COUNT TO WS-WEEK-EXCP(WS-WEEK-COUNT)
           END-IF

           IF RH-SUPPLEMENTAL-ROW
               MOVE RH-RUN-DATE TO WS-LAST-SUPP-DATE
               MOVE RH-RUN-TIME TO WS-LAST-SUPP-TIME
           END-IF.

       4000-REPORT-CONSECUTIVE-FAILS.
