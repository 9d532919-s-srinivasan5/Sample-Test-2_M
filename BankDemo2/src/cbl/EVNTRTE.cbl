       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVNTRTE.
      *
      *    CHANGE LOG
      *    ----------
      *    Event router (transaction EVRT, started by the trigger
      *    level on the EVNT queue).  Drains every student change
      *    event the publishers have put on EVNT (see EVNTREC.cpy)
      *    and hands each one to the subscribers that take it, on
      *    the subscriber's own queue EVQn - n the output slot its
      *    nightly file lands on - so each downstream system reads
      *    its own changes in sequence order.  The selection is the
      *    one SUBSCRIB already gives SUBEXT: an A subscriber takes
      *    every event, an R subscriber the replacements and the
      *    merges (the changes its nightly file carries).  The
      *    subscriber control is read as the task starts, the way
      *    STUDAPLC reads AUTHOPS; without it nothing is drained -
      *    the events wait on EVNT for the next trigger and MON1
      *    says why.  An event a subscriber's queue refuses is said
      *    on MON1 naming the subscriber and the event number; the
      *    event is still on the log and EVNTRCN lists it against
      *    the subscriber's nightly file.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSCRIB ASSIGN TO 'SUBSCRIB'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBSCRIB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBSCRIB
           LABEL RECORDS ARE STANDARD.
       01  SUBSCRIB-RECORD              PIC X(40).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-SUBSCRIB-STATUS       PIC X(2) VALUE '00'.
             88  SUBSCRIB-OK                      VALUE '00'.

       01  BINARY-WORK-AREAS                                COMP.
           05  WS-CICSRESP                     PIC S9(8).
             88  CICS-RESP-NORMAL   VALUE DFHRESP(NORMAL).
             88  CICS-RESP-QIDERR   VALUE DFHRESP(QIDERR).
           05  WS-EVENT-LEN                    PIC S9(4).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(1) VALUE 'N'.
             88  WS-END-OF-FILE                   VALUE 'Y'.
           05  WS-DRAIN-DONE-SW         PIC X(1) VALUE 'N'.
             88  WS-DRAIN-DONE                    VALUE 'Y'.
           05  WS-TAKES-SW              PIC X(1) VALUE 'N'.
             88  WS-SUBSCRIBER-TAKES-IT           VALUE 'Y'.

       01  WS-MONITOR-MSG               PIC X(80).

       01  WS-ROUTE-FIELDS.
           05  WS-ROUTE-QUEUE.
               10  FILLER               PIC X(3) VALUE 'EVQ'.
               10  WS-ROUTE-SLOT        PIC 9(1).
           05  WS-SUB-IDX               PIC 9(2) COMP.
           05  WS-SUB-COUNT             PIC 9(2) VALUE 0.
           05  WS-EVENT-COUNT           PIC 9(7) VALUE 0.
           05  WS-REFUSED-COUNT         PIC 9(7) VALUE 0.

      *    the subscribers, loaded once per drain - four output
      *    slots, a handful of subscribers.
       01  WS-SUBSCRIBER-TABLE.
           05  WS-SUB-ENTRY             OCCURS 20 TIMES.
               10  WS-SUB-NAME          PIC X(8).
               10  WS-SUB-SELECTION     PIC X(1).
                 88  WS-SUB-SELECT-ALL            VALUE 'A'.
               10  WS-SUB-SLOT          PIC 9(1).

           COPY SUBREC.

           COPY EVNTREC.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 0100-LOAD-SUBSCRIBERS

           IF WS-SUB-COUNT = 0
               MOVE SPACES TO WS-MONITOR-MSG
               STRING 'EVNTRTE NO SUBSCRIBER CONTROL - EVENTS LEFT '
                   'ON EVNT' DELIMITED BY SIZE INTO WS-MONITOR-MSG
               PERFORM 0900-WRITE-MONITOR
           ELSE
               PERFORM 0200-ROUTE-ONE-EVENT
                   UNTIL WS-DRAIN-DONE
           END-IF

           EXEC CICS RETURN
           END-EXEC.

       0100-LOAD-SUBSCRIBERS.

      *    a row SUBEXT would reject is not routed to either.
           OPEN INPUT SUBSCRIB
           IF NOT SUBSCRIB-OK
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ SUBSCRIB
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE SUBSCRIB-RECORD TO SUBSCRIBER-RECORD
                       IF SB-SELECTION-VALID
                           AND SB-SLOT NOT < 1 AND SB-SLOT NOT > 4
                           AND WS-SUB-COUNT < 20
                           ADD 1 TO WS-SUB-COUNT
                           MOVE SB-SUBSCRIBER
                             TO WS-SUB-NAME(WS-SUB-COUNT)
                           MOVE SB-SELECTION
                             TO WS-SUB-SELECTION(WS-SUB-COUNT)
                           MOVE SB-SLOT
                             TO WS-SUB-SLOT(WS-SUB-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF SUBSCRIB-OK OR WS-SUBSCRIB-STATUS = '10'
               CLOSE SUBSCRIB
           END-IF.

       0200-ROUTE-ONE-EVENT.

           MOVE SPACES TO EVENT-RECORD
           MOVE LENGTH OF EVENT-RECORD TO WS-EVENT-LEN
           EXEC CICS READQ TD
             QUEUE('EVNT')
             INTO(EVENT-RECORD)
             LENGTH(WS-EVENT-LEN)
             RESP(WS-CICSRESP)
             NOHANDLE
           END-EXEC

      *    QIDERR is the normal empty-queue signal, as in MONALERT;
      *    any other non-normal RESP also ends the drain.
           IF CICS-RESP-QIDERR OR NOT CICS-RESP-NORMAL
               SET WS-DRAIN-DONE TO TRUE
           ELSE
               ADD 1 TO WS-EVENT-COUNT
               PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                       UNTIL WS-SUB-IDX > WS-SUB-COUNT
                   PERFORM 0300-ROUTE-TO-SUBSCRIBER
               END-PERFORM
           END-IF.

       0300-ROUTE-TO-SUBSCRIBER.

           MOVE 'N' TO WS-TAKES-SW
           IF WS-SUB-SELECT-ALL(WS-SUB-IDX)
               OR EV-REPLACEMENT
               OR (EV-MAINTENANCE AND EV-ACTION-MERGE)
               SET WS-SUBSCRIBER-TAKES-IT TO TRUE
           END-IF

           IF WS-SUBSCRIBER-TAKES-IT
               MOVE WS-SUB-SLOT(WS-SUB-IDX) TO WS-ROUTE-SLOT
               EXEC CICS WRITEQ TD
                 QUEUE(WS-ROUTE-QUEUE)
                 FROM(EVENT-RECORD)
                 LENGTH(LENGTH OF EVENT-RECORD)
                 RESP(WS-CICSRESP)
                 NOHANDLE
               END-EXEC
               IF NOT CICS-RESP-NORMAL
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE SPACES TO WS-MONITOR-MSG
                   STRING 'EVNTRTE ' WS-ROUTE-QUEUE ' REFUSED EVENT '
                       EV-SEQ-NO ' FOR ' WS-SUB-NAME(WS-SUB-IDX)
                       DELIMITED BY SIZE INTO WS-MONITOR-MSG
                   PERFORM 0900-WRITE-MONITOR
               END-IF
           END-IF.

       0900-WRITE-MONITOR.

           EXEC CICS WRITEQ TD
             QUEUE('MON1')
             FROM(WS-MONITOR-MSG)
             LENGTH(LENGTH OF WS-MONITOR-MSG)
             RESP(WS-CICSRESP)
             NOHANDLE
           END-EXEC.

       END PROGRAM EVNTRTE.
