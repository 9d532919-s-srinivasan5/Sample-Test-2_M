      *    occurrence processes, later ones are suppressed here and
      *    reported at end of job (see DRVPROC's
      *    9200-REPORT-DUPLICATES) instead of silently double-counted
      *    in the audit trail.  The same id from two campuses is two
      *    students, so the table is kept per campus (see CAMPWS.cpy).
           MOVE WS-CAMPUS-ID TO WS-CAMP-CHECK-ID
           PERFORM 0790-FIND-CAMPUS-SLOT
           COMPUTE WS-DUP-IDX = WS-STUDENT-ID + 1
           PERFORM 0795-COUNT-CAMPUS-ID
           IF WS-CAMP-OCCURRENCE > 1
               ADD 1 TO WS-DUP-DROPPED-COUNT
               DISPLAY 'DUPLICATE STUDENT SUPPRESSED : '
                   WS-CAMPUS-ID ' ' WS-STUDENT-ID
           ELSE
               PERFORM 2010-LOOKUP-STUDENT
           END-IF.
           MOVE WS-STUDENT-ID   TO AR-BEFORE-ID
           MOVE WS-STUDENT-NAME TO AR-BEFORE-NAME

      *    a student already pushed through the rules at the counter
      *    today (see INTRAPRC.cpy) takes the counter's answer
      *    instead of a second lookup; the row still goes down under
      *    this driver's name so the night's trail and RECON tie.
           MOVE WS-CAMPUS-ID  TO WS-INTRA-LOOK-CAMPUS
           MOVE WS-STUDENT-ID TO WS-INTRA-LOOK-ID
           PERFORM 0830-FIND-INTRADAY-RESULT

           EVALUATE TRUE
               WHEN WS-INTRA-HIT
                   PERFORM 0835-TAKE-INTRADAY-RESULT
                   MOVE WS-DRIVER-MODE TO AR-SUBPROGRAM
               WHEN DRIVER-MODE-IS-UTIL2
                   CALL 'UTIL2' USING WS-STUDENT-ID,
                                      WS-STUDENT-NAME,
                                      WS-FOUND-SW,
                                      WS-STATUS-CODE,
                                      WS-STATUS-DATE,
                                      WS-CAMPUS-ID
                   MOVE 'UTIL2'     TO AR-SUBPROGRAM
               WHEN OTHER
                   CALL 'UTIL' USING WS-STUDENT-ID,
                                     WS-STUDENT-NAME,
                                     WS-EXTRA-1,
                                     WS-FOUND-SW,
                                     WS-STATUS-CODE,
                                     WS-STATUS-DATE,
                                     WS-CAMPUS-ID
                   MOVE 'UTIL'      TO AR-SUBPROGRAM
           END-EVALUATE

           IF WS-DRYRUN-ON
               DISPLAY 'DRY RUN - WOULD BECOME ID: ' WS-STUDENT-ID
                   PERFORM 2100-WRITE-EXCEPTION
               END-IF
               PERFORM 2200-WRITE-AUDIT
      *        a held student's replacement was withheld - the row
      *        goes to the hold file with the reason, not STUDOUT.
               IF WS-MASTER-FOUND AND WS-STATUS-HOLD
                   ADD 1 TO WS-HOLD-COUNT
                   PERFORM 2400-WRITE-HOLD
               ELSE
                   PERFORM 2300-WRITE-OUTPUT
               END-IF
               IF WS-MASTER-FOUND AND WS-STATUS-INACTIVE
                   ADD 1 TO WS-INACTIVE-COUNT
               END-IF
           END-IF

           DISPLAY 'Campus : ' WS-CAMPUS-ID
           DISPLAY 'Student Id : ' WS-STUDENT-ID
           DISPLAY 'Student Name : ' WS-STUDENT-NAME.

           MOVE AR-BEFORE-ID    TO ER-STUDENT-ID
           MOVE AR-BEFORE-NAME  TO ER-STUDENT-NAME
           MOVE AR-SUBPROGRAM   TO ER-SUBPROGRAM
           MOVE WS-CAMPUS-ID    TO ER-CAMPUS-ID
           WRITE EXCPOUT-RECORD

      *    the same miss again in STUDIN format, so once the desk
           MOVE SPACES          TO RESUB-RECORD
           MOVE AR-BEFORE-ID    TO RESUB-STUDENT-ID
           MOVE AR-BEFORE-NAME  TO RESUB-STUDENT-NAME
           MOVE WS-CAMPUS-ID    TO RESUB-CAMPUS-ID
           WRITE RESUB-RECORD.

       2200-WRITE-AUDIT.
           MOVE WS-STUDENT-NAME TO AR-AFTER-NAME
           MOVE WS-EXTRA-1      TO AR-AFTER-EXTRA
           MOVE WS-FOUND-SW     TO AR-FOUND-SW
           MOVE WS-STATUS-CODE  TO AR-STUDENT-STATUS
           MOVE WS-CAMPUS-ID    TO AR-CAMPUS-ID
           MOVE WS-RUN-DATE-STAMP TO AR-RUN-DATE
           MOVE WS-RUN-SEQ      TO AR-RUN-SEQ
      *    tamper-evidence: a run-scoped sequence number and a
      *    check value chained from the previous row's - a dropped
      *    or edited row breaks the chain the verifier walks.
           MOVE WS-STUDENT-NAME TO SO-STUDENT-NAME
           MOVE WS-EXTRA-1      TO SO-EXTRA-1
           MOVE WS-FOUND-SW     TO SO-FOUND-SW
           MOVE WS-STATUS-CODE  TO SO-STATUS-CODE
           MOVE WS-STATUS-DATE  TO SO-STATUS-DATE
           MOVE WS-CAMPUS-ID    TO SO-CAMPUS-ID
           WRITE STUDOUT-RECORD.

       2400-WRITE-HOLD.

           MOVE SPACES          TO HOLDOUT-RECORD
           MOVE WS-STUDENT-ID   TO HD-STUDENT-ID
           MOVE WS-STUDENT-NAME TO HD-STUDENT-NAME
           MOVE WS-STATUS-CODE  TO HD-STATUS-CODE
           MOVE WS-STATUS-DATE  TO HD-STATUS-DATE
           MOVE 'ADMIN HOLD - REPLACEMENT HELD' TO HD-REASON
           MOVE AR-SUBPROGRAM   TO HD-SUBPROGRAM
           MOVE WS-RUN-DATE-STAMP TO HD-RUN-DATE
           MOVE WS-CAMPUS-ID    TO HD-CAMPUS-ID
           WRITE HOLDOUT-RECORD
           DISPLAY 'HELD STUDENT ' WS-CAMPUS-ID ' ' WS-STUDENT-ID
               ' TO HOLD FILE'.
