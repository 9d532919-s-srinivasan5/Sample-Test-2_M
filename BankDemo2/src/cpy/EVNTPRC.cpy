      *****************************************************************
      *    EVNTPRC - SHARED EVENT PUBLICATION PARAGRAPHS              *
      *    (see EVNTWS for the work areas, EVNTREC for the event).    *
      *    The caller builds EVENT-RECORD - everything but the        *
      *    sequence number - and performs 8500.  Under the EVNTSEQ    *
      *    enqueue it takes the next number off the event control,    *
      *    writes the event to the log, moves the control on, and     *
      *    only then puts the event on the EVNT queue - every event   *
      *    a subscriber is sent is on the log the night proves, and   *
      *    no two publishers ever take the same number.  An event     *
      *    that could not be published is said on MON1 naming its    *
      *    student, and WS-EVENT-PUBLISHED is left off.  8560 fills   *
      *    a maintenance event's student fields from the master row   *
      *    in STUDMSTR-RECORD.                                        *
      *****************************************************************
       8500-PUBLISH-EVENT.

           MOVE 'N'    TO WS-EVENT-DONE-SW
           MOVE SPACES TO WS-EVENT-REASON
           EXEC CICS ENQ
             RESOURCE(WS-EVENT-RESOURCE)
             LENGTH(LENGTH OF WS-EVENT-RESOURCE)
             RESP(WS-EVENT-RESP)
             NOHANDLE
           END-EXEC

           PERFORM 8510-READ-EVENT-CONTROL
           IF WS-EVENT-REASON = SPACES
               COMPUTE EV-SEQ-NO = EC-LAST-SEQ + 1
               OPEN EXTEND EVNTLOG
               IF EVNTLOG-OK
                   WRITE EVNTLOG-RECORD FROM EVENT-RECORD
                   IF NOT EVNTLOG-OK
                       MOVE 'EVENT LOG NOT WRITTEN' TO WS-EVENT-REASON
                   END-IF
                   CLOSE EVNTLOG
               ELSE
                   MOVE 'EVENT LOG NOT AVAILABLE' TO WS-EVENT-REASON
               END-IF
           END-IF

      *    the control moves on only for an event on the log - one
      *    that could not be written leaves the number to the next.
           IF WS-EVENT-REASON = SPACES
               MOVE EV-SEQ-NO     TO EC-LAST-SEQ
               MOVE EV-STAMP-DATE TO EC-LAST-DATE
               MOVE EV-STAMP-TIME TO EC-LAST-TIME
               PERFORM 8520-WRITE-EVENT-CONTROL
           ELSE
               PERFORM 8530-CLOSE-EVENT-CONTROL
           END-IF

           IF WS-EVENT-REASON = SPACES
               EXEC CICS WRITEQ TD
                 QUEUE('EVNT')
                 FROM(EVENT-RECORD)
                 LENGTH(LENGTH OF EVENT-RECORD)
                 RESP(WS-EVENT-RESP)
                 NOHANDLE
               END-EXEC
               IF NOT EVENT-RESP-NORMAL
                   MOVE 'EVENT QUEUE REFUSED IT' TO WS-EVENT-REASON
               END-IF
           END-IF

           EXEC CICS DEQ
             RESOURCE(WS-EVENT-RESOURCE)
             LENGTH(LENGTH OF WS-EVENT-RESOURCE)
             RESP(WS-EVENT-RESP)
             NOHANDLE
           END-EXEC

           IF WS-EVENT-REASON = SPACES
               SET WS-EVENT-PUBLISHED TO TRUE
           ELSE
               PERFORM 8540-SAY-NOT-PUBLISHED
           END-IF.

       8510-READ-EVENT-CONTROL.

      *    an empty control is the first event ever - numbering
      *    starts at 1 and the record is written, not rewritten.
           SET WS-EVENT-CTL-CLOSED TO TRUE
           OPEN I-O EVNTCTL
           IF NOT EVNTCTL-OK
               MOVE 'EVENT CONTROL NOT AVAILABLE' TO WS-EVENT-REASON
           ELSE
               SET WS-EVENT-CTL-READ TO TRUE
               READ EVNTCTL INTO EVENT-CONTROL-RECORD
                   AT END
                       SET WS-EVENT-CTL-EMPTY TO TRUE
                       PERFORM 8515-CLEAR-EVENT-CONTROL
               END-READ
               IF NOT EVNTCTL-OK
                   AND NOT WS-EVENT-CTL-EMPTY
                   MOVE 'EVENT CONTROL NOT READ' TO WS-EVENT-REASON
               END-IF
           END-IF.

       8515-CLEAR-EVENT-CONTROL.

           MOVE SPACES TO EVENT-CONTROL-RECORD
           MOVE ZERO   TO EC-LAST-SEQ
           MOVE ZERO   TO EC-LAST-DATE
           MOVE ZERO   TO EC-AUDIT-BUS-DATE
           MOVE ZERO   TO EC-JRNL-MARK-DATE
           MOVE ZEROS  TO EC-JRNL-MARK-TIME
           MOVE ZERO   TO EC-JRNL-MARK-ROWS.

       8520-WRITE-EVENT-CONTROL.

           IF WS-EVENT-CTL-EMPTY
               CLOSE EVNTCTL
               OPEN OUTPUT EVNTCTL
               IF EVNTCTL-OK
                   WRITE EVNTCTL-RECORD FROM EVENT-CONTROL-RECORD
               END-IF
           ELSE
               REWRITE EVNTCTL-RECORD FROM EVENT-CONTROL-RECORD
           END-IF
           IF NOT EVNTCTL-OK
               MOVE 'EVENT CONTROL NOT MOVED ON' TO WS-EVENT-REASON
           END-IF
           PERFORM 8530-CLOSE-EVENT-CONTROL.

       8530-CLOSE-EVENT-CONTROL.

           IF NOT WS-EVENT-CTL-CLOSED
               CLOSE EVNTCTL
               SET WS-EVENT-CTL-CLOSED TO TRUE
           END-IF.

       8540-SAY-NOT-PUBLISHED.

      *    MONALERT drains MON1 into the alert file - the desk hears
      *    of the student the subscribers were not told about.
           MOVE SPACES TO WS-EVENT-MSG
           STRING 'EVENT NOT PUBLISHED ' EV-ORIGIN ' ' EV-TYPE ' '
               EV-CAMPUS-ID ' ' EV-OLD-ID ' - ' WS-EVENT-REASON
               DELIMITED BY SIZE INTO WS-EVENT-MSG
           EXEC CICS WRITEQ TD
             QUEUE('MON1')
             FROM(WS-EVENT-MSG)
             LENGTH(LENGTH OF WS-EVENT-MSG)
             RESP(WS-EVENT-RESP)
             NOHANDLE
           END-EXEC.

       8560-EVENT-FROM-MASTER.

      *    the row as the change left it; a blank campus on an old
      *    row is the home campus, and rows loaded before the status
      *    existed carry spaces in the packed date.
           MOVE SM-CAMPUS-ID            TO EV-CAMPUS-ID
           IF EV-CAMPUS-ID = SPACES
               MOVE WS-HOME-CAMPUS      TO EV-CAMPUS-ID
           END-IF
           MOVE SM-STUDENT-ID           TO EV-OLD-ID
           MOVE SM-REPLACEMENT-ID       TO EV-NEW-ID
           MOVE SM-STUDENT-NAME         TO EV-NAME
           MOVE SM-REPLACEMENT-EXTRA    TO EV-EXTRA
           MOVE SM-REPLACEMENT-EFF-DATE TO EV-EFF-DATE
           MOVE SM-STATUS-CODE          TO EV-STATUS-CODE
           IF SM-STATUS-DATE NUMERIC
               MOVE SM-STATUS-DATE      TO EV-STATUS-DATE
           ELSE
               MOVE ZERO                TO EV-STATUS-DATE
           END-IF.
