      *    the SLA file is flagged even with RC=0 - "done but four
      *    hours late" used to be invisible until the online day
      *    started short.
      *    Adds a work-queue section off the WRKQ work-item file:
      *    how many items are open, how many nobody has taken, and
      *    each unowned item that has sat for longer than a shift
      *    (eight hours from when it was first harvested).  Any such
      *    item marks the chain as needing attention - work that
      *    has crossed a handover unowned is what gets dropped.
      *    Run against a supplemental intraday run's RUNCTL and
      *    STEPLOG, the dashboard names it as supplemental run n of
      *    the business date and does not test its steps against the
      *    night's morning deadlines on the SLA file.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERTOUT-STATUS.

           SELECT WORKITEM ASSIGN TO 'WORKITEM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WI-KEY
               FILE STATUS IS WS-WORKITEM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
           COPY ALERTREC.

       FD  WORKITEM
           LABEL RECORDS ARE STANDARD.
           COPY WRKITEM.

       WORKING-STORAGE SECTION.

       01  WS-RUNCTL-STATUS             PIC X(2) VALUE '00'.
           05  WS-ALERTS-ACKED          PIC 9(5) VALUE 0.
           05  WS-ALERTS-ESCALATED      PIC 9(5) VALUE 0.

       01  WS-WORKITEM-STATUS           PIC X(2) VALUE '00'.
         88  WORKITEM-OK                          VALUE '00'.

       01  WS-WORK-EOF-SWITCH           PIC X(1) VALUE 'N'.
         88  WS-END-OF-WORKITEM                   VALUE 'Y'.

       01  WS-WORK-COUNTS.
           05  WS-WORK-OPEN             PIC 9(5) VALUE 0.
           05  WS-WORK-UNASSIGNED       PIC 9(5) VALUE 0.
           05  WS-WORK-STALE            PIC 9(5) VALUE 0.

       01  WS-WORK-AGE.
           05  WS-SHIFT-HOURS           PIC 9(3) VALUE 8.
           05  WS-WORK-NOW-DATE         PIC 9(8).
           05  WS-WORK-NOW-TIME         PIC 9(8).
           05  WS-WORK-NOW-HH           PIC 9(2).
           05  WS-WORK-OPEN-HH          PIC 9(2).
           05  WS-WORK-AGE-HOURS        PIC S9(7).
           05  WS-WORK-AGE-ED           PIC Z(6)9.

       01  WS-SLA-EOF-SWITCH            PIC X(1) VALUE 'N'.
         88  WS-END-OF-SLAFILE                    VALUE 'Y'.

       01  WS-CHAIN-OK-SWITCH           PIC X(1) VALUE 'Y'.
         88  WS-CHAIN-OK                          VALUE 'Y'.

       01  WS-SUPP-RUN-SWITCH           PIC X(1) VALUE 'N'.
         88  WS-SUPP-RUN                          VALUE 'Y'.

       01  WS-FSTAT-IDX                 PIC 9(3).
       01  WS-FSTAT-OPEN-COUNT          PIC 9(3) VALUE 0.
       01  WS-FSTAT-CLOSED-COUNT        PIC 9(3) VALUE 0.
           PERFORM 3500-REPORT-MASTER-HEALTH
           PERFORM 3700-REPORT-LOCK-WINDOW
           PERFORM 3800-REPORT-ALERT-LIFECYCLE
           PERFORM 3900-REPORT-WORK-QUEUE
           PERFORM 9000-END-OF-JOB

           STOP RUN.
                   RC-RUN-MONTH '-' RC-RUN-DAY
               DISPLAY 'RUN TIME            : ' RC-RUN-HOUR ':'
                   RC-RUN-MINUTE ':' RC-RUN-SECOND
               IF RC-SUPPLEMENTAL-RUN
                   SET WS-SUPP-RUN TO TRUE
                   DISPLAY 'RUN KIND            : SUPPLEMENTAL RUN '
                       RC-RUN-SEQ ' OF THE BUSINESS DATE'
               ELSE
                   DISPLAY 'RUN KIND            : NIGHTLY'
               END-IF
           END-IF.

       2000-REPORT-STEPLOG.
                   SL-END-TIME ' ELAPSED ' SL-ELAPSED 'S'
           END-IF

      *    the SLA deadlines are the night's; an intraday run has
      *    none to breach.
           IF NOT WS-SUPP-RUN
               PERFORM 2200-CHECK-SLA
           END-IF.

       2200-CHECK-SLA.

               MOVE 'N' TO WS-CHAIN-OK-SWITCH
           END-IF.

       3900-REPORT-WORK-QUEUE.

           DISPLAY '------------------------------------------------'
           DISPLAY ' OPERATOR WORK QUEUE'
           DISPLAY '------------------------------------------------'

           ACCEPT WS-WORK-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-WORK-NOW-TIME FROM TIME
           MOVE WS-WORK-NOW-TIME(1:2) TO WS-WORK-NOW-HH

           OPEN INPUT WORKITEM
           IF NOT WORKITEM-OK
               DISPLAY 'WORK-ITEM FILE NOT AVAILABLE'
               SET WS-END-OF-WORKITEM TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-WORKITEM
               READ WORKITEM NEXT RECORD
                   AT END
                       SET WS-END-OF-WORKITEM TO TRUE
                   NOT AT END
                       IF WI-OPEN
                           ADD 1 TO WS-WORK-OPEN
                           IF WI-ASSIGNED-TO = SPACES
                               ADD 1 TO WS-WORK-UNASSIGNED
                               PERFORM 3950-CHECK-WORK-AGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WORKITEM-OK OR WS-WORKITEM-STATUS = '10'
               CLOSE WORKITEM
           END-IF

           DISPLAY 'ITEMS OPEN          : ' WS-WORK-OPEN
           DISPLAY 'ITEMS UNASSIGNED    : ' WS-WORK-UNASSIGNED
           DISPLAY 'UNASSIGNED > SHIFT  : ' WS-WORK-STALE
           IF WS-WORK-STALE > 0
               MOVE 'N' TO WS-CHAIN-OK-SWITCH
           END-IF.

       3950-CHECK-WORK-AGE.

           IF WI-OPENED-DATE IS NUMERIC
               AND WI-OPENED-DATE > 16010101
               AND WI-OPENED-DATE NOT > WS-WORK-NOW-DATE
               MOVE WI-OPENED-TIME(1:2) TO WS-WORK-OPEN-HH
               COMPUTE WS-WORK-AGE-HOURS =
                   (FUNCTION INTEGER-OF-DATE(WS-WORK-NOW-DATE)
                    - FUNCTION INTEGER-OF-DATE(WI-OPENED-DATE)) * 24
                   + WS-WORK-NOW-HH - WS-WORK-OPEN-HH
               IF WS-WORK-AGE-HOURS > WS-SHIFT-HOURS
                   ADD 1 TO WS-WORK-STALE
                   MOVE WS-WORK-AGE-HOURS TO WS-WORK-AGE-ED
                   DISPLAY '  UNOWNED ' WI-TYPE ' ' WI-ITEM-REF
                       ' ' WS-WORK-AGE-ED 'H P' WI-PRIORITY
               END-IF
           END-IF.

       9000-END-OF-JOB.

           DISPLAY '================================================'
