      *****************************************************************
      *    INTRAPRC - SHARED INTRADAY PICKUP PARAGRAPHS               *
      *    (see INTRAWS for the work areas, INTRAREC for the row).    *
      *    0800 reads the INTRADAY DD - the counter's applied file    *
      *    as the chain handed it over - proves its chained check     *
      *    values and tables the business date's rows; 0830 finds a   *
      *    student's row, 0835 takes it as the lookup's answer, and   *
      *    0840 lists at end of job any counter result no input      *
      *    record asked for.  No INTRADAY DD means no counter work:   *
      *    every student is looked up as before.                      *
      *****************************************************************
       0800-LOAD-INTRADAY.

           MOVE 'N' TO WS-INTRA-EOF-SW
           OPEN INPUT INTRADAY
           IF NOT INTRADAY-OK
               SET WS-INTRA-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-INTRA-EOF
               READ INTRADAY
                   AT END
                       SET WS-INTRA-EOF TO TRUE
                   NOT AT END
                       IF NOT WS-INTRA-CHAIN-BROKEN
                           PERFORM 0810-CHECK-INTRADAY-ROW
                       END-IF
                       IF IA-RUN-DATE = WS-RUN-DATE-STAMP
                           PERFORM 0820-KEEP-INTRADAY-ROW
                       ELSE
                           ADD 1 TO WS-INTRA-OTHER-DATE
                       END-IF
               END-READ
           END-PERFORM
           IF INTRADAY-OK OR WS-INTRADAY-STATUS = '10'
               CLOSE INTRADAY
           END-IF

      *    a row that does not chain means the file was edited or
      *    cut short after the counter wrote it - nothing on it can
      *    be trusted as a lookup already done.  Stop; the run can
      *    go again with the DD dummied, looking every student up.
           IF WS-INTRA-CHAIN-BROKEN
               DISPLAY 'INTRADAY FILE FAILS ITS CHAIN - DRIVER STOPPED'
               MOVE 8 TO RETURN-CODE
               PERFORM 9100-WRITE-STEPLOG
               STOP RUN
           END-IF

           IF WS-INTRA-ROWS > 0
               DISPLAY 'INTRADAY ROWS READ : ' WS-INTRA-ROWS
               DISPLAY 'INTRADAY STUDENTS  : ' WS-INTRA-COUNT
               IF WS-INTRA-OTHER-DATE > 0
                   DISPLAY 'INTRADAY ROWS FOR ANOTHER DATE (NOT '
                       'TAKEN) : ' WS-INTRA-OTHER-DATE
               END-IF
           END-IF.

       0810-CHECK-INTRADAY-ROW.

      *    the same chain formula as STUDPROC's 2200; the counter
      *    starts again at sequence 1 each business date.
           ADD 1 TO WS-INTRA-ROWS
           IF IA-SEQ-NO = 1
               MOVE 0 TO WS-INTRA-PREV-CHECK
           ELSE
               IF IA-SEQ-NO NOT = WS-INTRA-PREV-SEQ + 1
                   OR IA-RUN-DATE NOT = WS-INTRA-PREV-DATE
                   SET WS-INTRA-CHAIN-BROKEN TO TRUE
               END-IF
           END-IF
           COMPUTE WS-INTRA-WANT-CHECK =
               FUNCTION MOD(WS-INTRA-PREV-CHECK * 7
                   + IA-SEQ-NO + IA-BEFORE-ID + IA-AFTER-ID,
                   1000000000000)
           IF WS-INTRA-WANT-CHECK NOT = IA-CHECK-VALUE
               SET WS-INTRA-CHAIN-BROKEN TO TRUE
           END-IF
           IF WS-INTRA-CHAIN-BROKEN
               DISPLAY 'INTRADAY CHAIN BREAKS AT ROW ' WS-INTRA-ROWS
                   ' DATE ' IA-RUN-DATE ' SEQ ' IA-SEQ-NO
                   ' STUDENT ' IA-CAMPUS-ID ' ' IA-BEFORE-ID
           END-IF
           MOVE IA-RUN-DATE    TO WS-INTRA-PREV-DATE
           MOVE IA-SEQ-NO      TO WS-INTRA-PREV-SEQ
           MOVE IA-CHECK-VALUE TO WS-INTRA-PREV-CHECK.

       0820-KEEP-INTRADAY-ROW.

      *    the latest row for a student replaces an earlier one - a
      *    student pushed through twice is answered by the second.
           MOVE IA-CAMPUS-ID TO WS-INTRA-LOOK-CAMPUS
           MOVE IA-BEFORE-ID TO WS-INTRA-LOOK-ID
           PERFORM 0830-FIND-INTRADAY-RESULT
           IF WS-INTRA-HIT-IDX = 0
               IF WS-INTRA-COUNT < 500
                   ADD 1 TO WS-INTRA-COUNT
                   MOVE WS-INTRA-COUNT TO WS-INTRA-HIT-IDX
               ELSE
                   ADD 1 TO WS-INTRA-OVERFLOW
                   DISPLAY 'INTRADAY TABLE FULL - ' IA-CAMPUS-ID ' '
                       IA-BEFORE-ID ' WILL BE LOOKED UP AGAIN'
               END-IF
           END-IF
           IF WS-INTRA-HIT-IDX > 0
               MOVE WS-INTRA-LOOK-KEY TO WS-INTRA-KEY(WS-INTRA-HIT-IDX)
               MOVE IA-DISPOSITION
                 TO WS-INTRA-DISP(WS-INTRA-HIT-IDX)
               MOVE IA-AFTER-ID
                 TO WS-INTRA-AFTER-ID(WS-INTRA-HIT-IDX)
               MOVE IA-AFTER-NAME
                 TO WS-INTRA-AFTER-NAME(WS-INTRA-HIT-IDX)
               MOVE IA-AFTER-EXTRA
                 TO WS-INTRA-AFTER-EXTRA(WS-INTRA-HIT-IDX)
               MOVE IA-EXTRA-SW
                 TO WS-INTRA-EXTRA-SW(WS-INTRA-HIT-IDX)
               MOVE IA-FOUND-SW
                 TO WS-INTRA-FOUND-SW(WS-INTRA-HIT-IDX)
               MOVE IA-STUDENT-STATUS
                 TO WS-INTRA-STATUS(WS-INTRA-HIT-IDX)
               MOVE IA-STATUS-DATE
                 TO WS-INTRA-STAT-DATE(WS-INTRA-HIT-IDX)
               MOVE IA-OPERATOR
                 TO WS-INTRA-OPERATOR(WS-INTRA-HIT-IDX)
               MOVE 'N' TO WS-INTRA-USED-SW(WS-INTRA-HIT-IDX)
           END-IF.

       0830-FIND-INTRADAY-RESULT.

      *    the caller fills WS-INTRA-LOOK-KEY; WS-INTRA-HIT-IDX is
      *    the student's slot (zero when not there), and WS-INTRA-HIT
      *    says the slot is a result the night takes as done - an
      *    exception row is looked up again.
           MOVE 'N' TO WS-INTRA-HIT-SW
           MOVE ZERO TO WS-INTRA-HIT-IDX
           IF WS-INTRA-LOOK-CAMPUS = SPACES
               MOVE WS-HOME-CAMPUS TO WS-INTRA-LOOK-CAMPUS
           END-IF
           PERFORM VARYING WS-INTRA-IDX FROM 1 BY 1
                   UNTIL WS-INTRA-IDX > WS-INTRA-COUNT
                   OR WS-INTRA-HIT-IDX > 0
               IF WS-INTRA-KEY(WS-INTRA-IDX) = WS-INTRA-LOOK-KEY
                   MOVE WS-INTRA-IDX TO WS-INTRA-HIT-IDX
               END-IF
           END-PERFORM
           IF WS-INTRA-HIT-IDX > 0
               EVALUATE WS-INTRA-DISP(WS-INTRA-HIT-IDX)
                   WHEN 'A'
                   WHEN 'U'
                   WHEN 'H'
                       SET WS-INTRA-HIT TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       0835-TAKE-INTRADAY-RESULT.

      *    the counter's answer stands in for the CALL: the same
      *    fields UTIL/UTIL2 hand back.  UTIL2 never returns an
      *    EXTRA, and UTIL only does when it applied the master's
      *    replacement, so the counter's EXTRA is taken only then.
           MOVE WS-INTRA-AFTER-ID(WS-INTRA-HIT-IDX)   TO WS-STUDENT-ID
           MOVE WS-INTRA-AFTER-NAME(WS-INTRA-HIT-IDX)
             TO WS-STUDENT-NAME
           IF DRIVER-MODE-IS-UTIL
               AND WS-INTRA-EXTRA-SW(WS-INTRA-HIT-IDX) = 'Y'
               MOVE WS-INTRA-AFTER-EXTRA(WS-INTRA-HIT-IDX)
                 TO WS-EXTRA-1
           END-IF
           MOVE WS-INTRA-FOUND-SW(WS-INTRA-HIT-IDX)  TO WS-FOUND-SW
           MOVE WS-INTRA-STATUS(WS-INTRA-HIT-IDX)    TO WS-STATUS-CODE
           MOVE WS-INTRA-STAT-DATE(WS-INTRA-HIT-IDX) TO WS-STATUS-DATE
           MOVE 'Y' TO WS-INTRA-USED-SW(WS-INTRA-HIT-IDX)
           ADD 1 TO WS-INTRA-TAKEN
           DISPLAY 'APPLIED AT THE COUNTER BY '
               WS-INTRA-OPERATOR(WS-INTRA-HIT-IDX)
               ' - LOOKUP NOT REPEATED'.

       0840-REPORT-UNUSED-INTRADAY.

      *    a counter result no input record asked for - the student
      *    was not on tonight's feed.  Listed for the desk; the
      *    counter's own row already carries the audit.
           MOVE ZERO TO WS-INTRA-UNUSED
           PERFORM VARYING WS-INTRA-IDX FROM 1 BY 1
                   UNTIL WS-INTRA-IDX > WS-INTRA-COUNT
               IF WS-INTRA-USED-SW(WS-INTRA-IDX) = 'N'
                   AND WS-INTRA-DISP(WS-INTRA-IDX) NOT = 'E'
                   ADD 1 TO WS-INTRA-UNUSED
                   DISPLAY '  COUNTER RESULT NOT ON FEED : '
                       WS-INTRA-CAMPUS(WS-INTRA-IDX) ' '
                       WS-INTRA-ID(WS-INTRA-IDX) ' BY '
                       WS-INTRA-OPERATOR(WS-INTRA-IDX)
               END-IF
           END-PERFORM
           DISPLAY 'TAKEN FROM COUNTER : ' WS-INTRA-TAKEN
           DISPLAY 'COUNTER NOT ON FEED: ' WS-INTRA-UNUSED.
