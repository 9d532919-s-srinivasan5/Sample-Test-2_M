       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVNTPUB.
      *
      *    CHANGE LOG
      *    ----------
      *    Post-run publication of the batch's changes.  The online
      *    paths publish as they commit (SMNT and SAPL, see
      *    EVNTPRC.cpy); the night's changes are published here,
      *    once the run is over, off the records the run already
      *    keeps:
      *      - every replacement the MAIN/UTIL2 pass applied - the
      *        same found-and-actually-changed audit rows SUBEXT
      *        sends its replacement subscribers - as a replacement
      *        event, except a student the counter already applied
      *        and published today (the run took the counter's row
      *        as its lookup, see INTRAPRC.cpy);
      *      - every maintenance journal row written since the last
      *        publication by a batch path - STUDMNT's approved
      *        changes and merges, MSTRLOCK's queued changes, the
      *        dormant moves and reinstatements - as a maintenance
      *        event.  SMNT's own rows were published as they
      *        committed and are passed over.
      *    Each event takes the next number off the one global
      *    sequence, goes to the event log and onto the EVNT queue
      *    for EVNTRTE to route (see EVNTREC.cpy).  The event
      *    control remembers the last run whose replacements went
      *    out and how far into the journal the last publication
      *    reached (the mark DRPACK keeps, see EVNTCTL.cpy), so a
      *    restart publishes nothing twice.  A supplemental run
      *    publishes only its own replacements; its journal rows go
      *    out with the night's.  An event that cannot be published
      *    stops the step (RC 8) with the control left where it was
      *    - the rerun sends from the same place, and any event sent
      *    before the stop goes again (EVNTRCN lists it).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT EVNTCTL ASSIGN TO 'EVNTCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVNTCTL-STATUS.

           SELECT EVNTLOG ASSIGN TO 'EVNTLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVNTLOG-STATUS.

           SELECT AUDITOUT ASSIGN TO 'AUDITOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITOUT-STATUS.

           SELECT INTRADAY ASSIGN TO 'INTRADAY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTRADAY-STATUS.

           SELECT MNTJRNL ASSIGN TO 'MNTJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNTJRNL-STATUS.

           SELECT STUDMSTR ASSIGN TO 'STUDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-KEY
               ALTERNATE RECORD KEY IS SM-STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDMSTR-STATUS.

           SELECT STEPLOG ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  EVNTCTL
           LABEL RECORDS ARE STANDARD.
       01  EVNTCTL-RECORD               PIC X(80).

       FD  EVNTLOG
           LABEL RECORDS ARE STANDARD.
       01  EVNTLOG-RECORD               PIC X(130).

       FD  AUDITOUT
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       FD  INTRADAY
           LABEL RECORDS ARE STANDARD.
           COPY INTRAREC.

       FD  MNTJRNL
           LABEL RECORDS ARE STANDARD.
           COPY MNTJRNL.

       FD  STUDMSTR
           LABEL RECORDS ARE STANDARD.
           COPY STUDMSTR.

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
             88  RUNCTL-OK                        VALUE '00'.
           05  WS-AUDITOUT-STATUS       PIC X(2) VALUE '00'.
             88  AUDITOUT-OK                      VALUE '00'.
           05  WS-INTRADAY-STATUS       PIC X(2) VALUE '00'.
             88  INTRADAY-OK                      VALUE '00'.
           05  WS-MNTJRNL-STATUS        PIC X(2) VALUE '00'.
             88  MNTJRNL-OK                       VALUE '00'.
           05  WS-STUDMSTR-STATUS       PIC X(2) VALUE '00'.
             88  STUDMSTR-OK                      VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-FILE                       VALUE 'Y'.

       01  WS-RUN-DATE                  PIC 9(8) VALUE 0.
       01  WS-RUN-SEQ                   PIC X(1) VALUE SPACE.
         88  WS-NIGHTLY-RUN                       VALUE SPACE '0'.

       01  WS-NOW-DATE                  PIC 9(8) VALUE 0.
       01  WS-NOW-TIME                  PIC X(8) VALUE SPACES.

       01  WS-PUBLISH-SWITCHES.
           05  WS-ALREADY-SW            PIC X(1) VALUE 'N'.
             88  WS-AUDIT-ALREADY-SENT            VALUE 'Y'.
           05  WS-STOPPED-SW            PIC X(1) VALUE 'N'.
             88  WS-PUBLISH-STOPPED               VALUE 'Y'.
           05  WS-SHORT-SW              PIC X(1) VALUE 'N'.
             88  WS-INPUT-SHORT                   VALUE 'Y'.
           05  WS-JOURNAL-SW            PIC X(1) VALUE 'N'.
             88  WS-JOURNAL-WALKED                VALUE 'Y'.
           05  WS-STUDMSTR-OPEN-SW      PIC X(1) VALUE 'N'.
             88  WS-STUDMSTR-OPEN                 VALUE 'Y'.

      *    journal stamps compare as date then time of day, the
      *    same mark DRPACK keeps for its packages.
       01  WS-JOURNAL-STAMPS.
           05  WS-MARK-STAMP.
               10  WS-MARK-DATE         PIC 9(8) VALUE 0.
               10  WS-MARK-TIME         PIC X(6) VALUE ZEROS.
           05  WS-ROW-STAMP.
               10  WS-ROW-DATE          PIC 9(8).
               10  WS-ROW-TIME          PIC X(6).
           05  WS-HIGH-STAMP.
               10  WS-HIGH-DATE         PIC 9(8) VALUE 0.
               10  WS-HIGH-TIME         PIC X(6) VALUE ZEROS.
           05  WS-LAST-MARK-ROWS        PIC 9(5) VALUE 0.
           05  WS-HIGH-ROWS             PIC 9(5) VALUE 0.
           05  WS-AT-MARK-SEEN          PIC 9(5) VALUE 0.

      *    the counter's applied students for the business date -
      *    published by SAPL as it applied them.
       01  WS-COUNTER-CONTROL.
           05  WS-CTR-COUNT             PIC 9(3) VALUE 0.
           05  WS-CTR-IDX               PIC 9(3) COMP.
           05  WS-CTR-OVERFLOW          PIC 9(5) VALUE 0.
           05  WS-CTR-HIT-SW            PIC X(1) VALUE 'N'.
             88  WS-CTR-HIT                       VALUE 'Y'.
       01  WS-COUNTER-TABLE.
           05  WS-CTR-ENTRY             OCCURS 500 TIMES.
               10  WS-CTR-CAMPUS        PIC X(8).
               10  WS-CTR-OLD-ID        PIC 9(6).
               10  WS-CTR-NEW-ID        PIC 9(6).

       01  WS-PUBLISH-COUNTERS.
           05  WS-AUDIT-READ            PIC 9(7) VALUE 0.
           05  WS-RPL-PUBLISHED         PIC 9(7) VALUE 0.
           05  WS-RPL-AT-COUNTER        PIC 9(7) VALUE 0.
           05  WS-JRNL-READ             PIC 9(7) VALUE 0.
           05  WS-MNT-PUBLISHED         PIC 9(7) VALUE 0.
           05  WS-MNT-ONLINE            PIC 9(7) VALUE 0.
           05  WS-FIRST-SEQ             PIC 9(9) VALUE 0.
           05  WS-LAST-SEQ              PIC 9(9) VALUE 0.

       COPY EVNTWS.

       COPY EVNTREC.

       COPY EVNTCTL.

       COPY CAMPWS.

       COPY STEPTMWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 9150-NOTE-STEP-START

           PERFORM 1000-READ-RUNCTL
           IF NOT RUNCTL-OK OR WS-RUN-DATE = 0
               MOVE 8 TO RETURN-CODE
               PERFORM 9100-WRITE-STEPLOG
               STOP RUN
           END-IF

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           PERFORM 1100-READ-EVENT-CONTROL

           DISPLAY 'EVENT PUBLICATION FOR RUN ' WS-RUN-DATE
               ' ' WS-RUN-SEQ
           DISPLAY '------------------------------------------------'
           DISPLAY 'LAST EVENT PUBLISHED  : ' EC-LAST-SEQ

           OPEN INPUT STUDMSTR
           IF STUDMSTR-OK
               SET WS-STUDMSTR-OPEN TO TRUE
           ELSE
               DISPLAY 'STUDMSTR NOT AVAILABLE - STATUS DATES ZERO'
           END-IF

           IF WS-AUDIT-ALREADY-SENT
               DISPLAY 'REPLACEMENTS OF THIS RUN ALREADY PUBLISHED'
                   ' - NOT SENT AGAIN'
           ELSE
               PERFORM 2000-LOAD-COUNTER-ROWS
               PERFORM 3000-PUBLISH-REPLACEMENTS
           END-IF

      *    the journal goes out with the night only - a
      *    supplemental run's rows ride the next night's mark.
           IF WS-NIGHTLY-RUN
               AND NOT WS-PUBLISH-STOPPED
               PERFORM 4000-PUBLISH-JOURNAL
           END-IF

           IF WS-STUDMSTR-OPEN
               CLOSE STUDMSTR
           END-IF

      *    the control's marks move on only for a whole publication -
      *    a stopped one is sent again from the same place.
           IF NOT WS-PUBLISH-STOPPED
               PERFORM 5000-MOVE-PUBLISH-MARKS
           END-IF

           PERFORM 9000-END-OF-JOB

           STOP RUN.

       1000-READ-RUNCTL.

           OPEN INPUT RUNCTL
           READ RUNCTL
               AT END
                   DISPLAY 'RUNCTL NOT AVAILABLE - NOTHING PUBLISHED'
           END-READ
           CLOSE RUNCTL

           IF RUNCTL-OK
               MOVE RC-RUN-YEAR  TO WS-RUN-DATE(1:4)
               MOVE RC-RUN-MONTH TO WS-RUN-DATE(5:2)
               MOVE RC-RUN-DAY   TO WS-RUN-DATE(7:2)
               MOVE RC-RUN-SEQ   TO WS-RUN-SEQ
           END-IF.

       1100-READ-EVENT-CONTROL.

      *    read for the marks only - the sequence itself is taken
      *    event by event under the enqueue (see EVNTPRC.cpy).
           PERFORM 8515-CLEAR-EVENT-CONTROL
           OPEN INPUT EVNTCTL
           IF EVNTCTL-OK
               READ EVNTCTL INTO EVENT-CONTROL-RECORD
                   AT END
                       DISPLAY 'EVENT CONTROL EMPTY - FIRST '
                           'PUBLICATION'
               END-READ
               CLOSE EVNTCTL
           ELSE
               DISPLAY 'EVENT CONTROL NOT AVAILABLE - STATUS '
                   WS-EVNTCTL-STATUS
           END-IF

           IF EC-AUDIT-BUS-DATE = WS-RUN-DATE
               AND EC-AUDIT-RUN-SEQ = WS-RUN-SEQ
               SET WS-AUDIT-ALREADY-SENT TO TRUE
           END-IF

      *    no journal mark yet: the first publication starts at the
      *    business date rather than sending the whole history.
           IF EC-JRNL-MARK-DATE = 0
               MOVE WS-RUN-DATE       TO WS-MARK-DATE
               MOVE ZEROS             TO WS-MARK-TIME
               MOVE 0                 TO WS-LAST-MARK-ROWS
           ELSE
               MOVE EC-JRNL-MARK-DATE TO WS-MARK-DATE
               MOVE EC-JRNL-MARK-TIME TO WS-MARK-TIME
               MOVE EC-JRNL-MARK-ROWS TO WS-LAST-MARK-ROWS
           END-IF
           MOVE WS-MARK-STAMP     TO WS-HIGH-STAMP
           MOVE WS-LAST-MARK-ROWS TO WS-HIGH-ROWS.

       2000-LOAD-COUNTER-ROWS.

      *    no pickup file is no counter work today.  Only the
      *    business date's applied rows - the ones the run took as
      *    its lookup and SAPL published.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT INTRADAY
           IF NOT INTRADAY-OK
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ INTRADAY
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF IA-RUN-DATE = WS-RUN-DATE
                           AND IA-APPLIED
                           PERFORM 2100-KEEP-COUNTER-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF INTRADAY-OK OR WS-INTRADAY-STATUS = '10'
               CLOSE INTRADAY
           END-IF
           IF WS-CTR-COUNT > 0
               DISPLAY 'COUNTER STUDENTS TODAY: ' WS-CTR-COUNT
           END-IF
           IF WS-CTR-OVERFLOW > 0
               DISPLAY 'COUNTER ROWS OVER 500 : ' WS-CTR-OVERFLOW
                   ' - PUBLISHED AGAIN IF APPLIED AT NIGHT'
           END-IF.

       2100-KEEP-COUNTER-ROW.

           IF WS-CTR-COUNT < 500
               ADD 1 TO WS-CTR-COUNT
               MOVE IA-CAMPUS-ID TO WS-CTR-CAMPUS(WS-CTR-COUNT)
               IF WS-CTR-CAMPUS(WS-CTR-COUNT) = SPACES
                   MOVE WS-HOME-CAMPUS TO WS-CTR-CAMPUS(WS-CTR-COUNT)
               END-IF
               MOVE IA-BEFORE-ID TO WS-CTR-OLD-ID(WS-CTR-COUNT)
               MOVE IA-AFTER-ID  TO WS-CTR-NEW-ID(WS-CTR-COUNT)
           ELSE
               ADD 1 TO WS-CTR-OVERFLOW
           END-IF.

       3000-PUBLISH-REPLACEMENTS.

      *    the MAIN/UTIL2 pass's applied replacements - the same
      *    found-and-actually-changed test as SUBEXT's replacement
      *    selection, so the event and the file row agree.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT AUDITOUT
           IF NOT AUDITOUT-OK
               DISPLAY 'AUDITOUT NOT AVAILABLE - NO REPLACEMENTS SENT'
               SET WS-INPUT-SHORT TO TRUE
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ AUDITOUT
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF AR-SUBPROGRAM = 'UTIL2'
                           AND AR-FOUND-SW = 'Y'
                           AND (AR-BEFORE-ID NOT = AR-AFTER-ID
                               OR AR-BEFORE-NAME NOT =
                                   AR-AFTER-NAME)
                           ADD 1 TO WS-AUDIT-READ
                           PERFORM 3100-PUBLISH-ONE-REPLACEMENT
                       END-IF
                       IF WS-PUBLISH-STOPPED
                           SET WS-END-OF-FILE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF AUDITOUT-OK OR WS-AUDITOUT-STATUS = '10'
               CLOSE AUDITOUT
           END-IF.

       3100-PUBLISH-ONE-REPLACEMENT.

           MOVE SPACES            TO EVENT-RECORD
           MOVE AR-CAMPUS-ID      TO EV-CAMPUS-ID
           IF EV-CAMPUS-ID = SPACES
               MOVE WS-HOME-CAMPUS TO EV-CAMPUS-ID
           END-IF

           MOVE 'N' TO WS-CTR-HIT-SW
           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                   UNTIL WS-CTR-IDX > WS-CTR-COUNT
                      OR WS-CTR-HIT
               IF WS-CTR-CAMPUS(WS-CTR-IDX) = EV-CAMPUS-ID
                   AND WS-CTR-OLD-ID(WS-CTR-IDX) = AR-BEFORE-ID
                   AND WS-CTR-NEW-ID(WS-CTR-IDX) = AR-AFTER-ID
                   SET WS-CTR-HIT TO TRUE
               END-IF
           END-PERFORM

           IF WS-CTR-HIT
               ADD 1 TO WS-RPL-AT-COUNTER
           ELSE
               PERFORM 3200-BUILD-BATCH-STAMP
               MOVE AR-SUBPROGRAM     TO EV-ORIGIN
               SET EV-REPLACEMENT     TO TRUE
               MOVE AR-BEFORE-ID      TO EV-OLD-ID
               MOVE AR-AFTER-ID       TO EV-NEW-ID
               MOVE AR-AFTER-NAME     TO EV-NAME
               MOVE AR-AFTER-EXTRA    TO EV-EXTRA
               MOVE WS-RUN-DATE       TO EV-EFF-DATE
               PERFORM 3300-FILL-STATUS
               MOVE 'CHAIN'           TO EV-OPERATOR
               PERFORM 3900-PUBLISH
               IF WS-EVENT-PUBLISHED
                   ADD 1 TO WS-RPL-PUBLISHED
               END-IF
           END-IF.

       3200-BUILD-BATCH-STAMP.

           MOVE WS-RUN-DATE       TO EV-BUS-DATE
           MOVE WS-RUN-SEQ        TO EV-RUN-SEQ
           MOVE WS-NOW-DATE       TO EV-STAMP-DATE
           MOVE WS-NOW-TIME(1:6)  TO EV-STAMP-TIME
           SET EV-FROM-BATCH      TO TRUE.

       3300-FILL-STATUS.

      *    the code off the trail (blank is an old row - active),
      *    the date off the master by the old id, as SUBEXT does.
           IF AR-STUDENT-STATUS = SPACE
               MOVE 'A'               TO EV-STATUS-CODE
           ELSE
               MOVE AR-STUDENT-STATUS TO EV-STATUS-CODE
           END-IF
           MOVE 0 TO EV-STATUS-DATE
           IF WS-STUDMSTR-OPEN
               MOVE EV-CAMPUS-ID TO SM-CAMPUS-ID
               MOVE AR-BEFORE-ID TO SM-STUDENT-ID
               READ STUDMSTR KEY IS SM-STUDENT-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF STUDMSTR-OK
                   IF SM-STATUS-DATE IS NUMERIC
                       MOVE SM-STATUS-DATE TO EV-STATUS-DATE
                   END-IF
               END-IF
           END-IF.

       3900-PUBLISH.

           PERFORM 8500-PUBLISH-EVENT
           IF WS-EVENT-PUBLISHED
               IF WS-FIRST-SEQ = 0
                   MOVE EV-SEQ-NO TO WS-FIRST-SEQ
               END-IF
               MOVE EV-SEQ-NO TO WS-LAST-SEQ
           ELSE
               DISPLAY 'PUBLICATION STOPPED AT ' EV-TYPE ' '
                   EV-CAMPUS-ID ' ' EV-OLD-ID ' - ' WS-EVENT-REASON
               SET WS-PUBLISH-STOPPED TO TRUE
           END-IF.

       4000-PUBLISH-JOURNAL.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MNTJRNL
           IF NOT MNTJRNL-OK
               DISPLAY 'JOURNAL NOT AVAILABLE - NO MAINTENANCE SENT'
               SET WS-INPUT-SHORT TO TRUE
               SET WS-END-OF-FILE TO TRUE
           ELSE
               SET WS-JOURNAL-WALKED TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ MNTJRNL
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-JRNL-READ
                       PERFORM 4100-CHECK-ONE-JOURNAL-ROW
                       IF WS-PUBLISH-STOPPED
                           SET WS-END-OF-FILE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF MNTJRNL-OK OR WS-MNTJRNL-STATUS = '10'
               CLOSE MNTJRNL
           END-IF.

       4100-CHECK-ONE-JOURNAL-ROW.

           MOVE MJ-DATE TO WS-ROW-DATE
           MOVE MJ-TIME TO WS-ROW-TIME

      *    rows sharing the mark's exact stamp: the first so many
      *    went out last time.
           IF WS-ROW-STAMP = WS-MARK-STAMP
               ADD 1 TO WS-AT-MARK-SEEN
           END-IF

      *    the newest stamp on file, and how many rows carry it,
      *    become the next publication's mark.
           EVALUATE TRUE
               WHEN WS-ROW-STAMP > WS-HIGH-STAMP
                   MOVE WS-ROW-STAMP TO WS-HIGH-STAMP
                   MOVE 1 TO WS-HIGH-ROWS
               WHEN WS-ROW-STAMP = WS-HIGH-STAMP
                   AND WS-ROW-STAMP > WS-MARK-STAMP
                   ADD 1 TO WS-HIGH-ROWS
               WHEN WS-ROW-STAMP = WS-HIGH-STAMP
                   AND WS-AT-MARK-SEEN > WS-LAST-MARK-ROWS
                   ADD 1 TO WS-HIGH-ROWS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-ROW-STAMP > WS-MARK-STAMP
               OR (WS-ROW-STAMP = WS-MARK-STAMP
                   AND WS-AT-MARK-SEEN > WS-LAST-MARK-ROWS)
               IF MJ-APPROVER = '(ONLINE)'
                   ADD 1 TO WS-MNT-ONLINE
               ELSE
                   PERFORM 4200-PUBLISH-JOURNAL-ROW
               END-IF
           END-IF.

       4200-PUBLISH-JOURNAL-ROW.

      *    the row the change left - the after-image, or the
      *    before-image for a delete or a dormant move, which leave
      *    no row behind; a merge is the retired id into the
      *    surviving one, dated the day it was applied.
           MOVE SPACES TO EVENT-RECORD
           PERFORM 3200-BUILD-BATCH-STAMP
           EVALUATE TRUE
               WHEN MJ-APPROVER = '(QUEUED)'
                   MOVE 'MSTRLOCK' TO EV-ORIGIN
               WHEN MJ-ACTION = 'X'
                   MOVE 'STUDARCH' TO EV-ORIGIN
               WHEN MJ-ACTION = 'R'
                   MOVE 'REINSTAT' TO EV-ORIGIN
               WHEN OTHER
                   MOVE 'STUDMNT'  TO EV-ORIGIN
           END-EVALUATE
           SET EV-MAINTENANCE TO TRUE
           MOVE MJ-ACTION     TO EV-ACTION
           MOVE MJ-OPERATOR   TO EV-OPERATOR
           IF MJ-AFTER-IMAGE = SPACES
               MOVE MJ-BEFORE-IMAGE TO STUDMSTR-RECORD
               PERFORM 8560-EVENT-FROM-MASTER
               MOVE ZERO TO EV-NEW-ID
           ELSE
               MOVE MJ-AFTER-IMAGE  TO STUDMSTR-RECORD
               PERFORM 8560-EVENT-FROM-MASTER
           END-IF
           IF EV-ACTION-MERGE
               MOVE MJ-BEFORE-IMAGE(9:6) TO EV-OLD-ID
               MOVE MJ-AFTER-IMAGE(9:6)  TO EV-NEW-ID
               MOVE MJ-DATE              TO EV-EFF-DATE
           END-IF
           PERFORM 3900-PUBLISH
           IF WS-EVENT-PUBLISHED
               ADD 1 TO WS-MNT-PUBLISHED
           END-IF.

       5000-MOVE-PUBLISH-MARKS.

      *    under the same enqueue as the numbering, so a publisher
      *    taking a number meanwhile is not overwritten.
           MOVE SPACES TO WS-EVENT-REASON
           EXEC CICS ENQ
             RESOURCE(WS-EVENT-RESOURCE)
             LENGTH(LENGTH OF WS-EVENT-RESOURCE)
             RESP(WS-EVENT-RESP)
             NOHANDLE
           END-EXEC
           PERFORM 8510-READ-EVENT-CONTROL
           IF WS-EVENT-REASON = SPACES
               IF NOT WS-AUDIT-ALREADY-SENT
                   MOVE WS-RUN-DATE   TO EC-AUDIT-BUS-DATE
                   MOVE WS-RUN-SEQ    TO EC-AUDIT-RUN-SEQ
               END-IF
               IF WS-JOURNAL-WALKED
                   MOVE WS-HIGH-DATE  TO EC-JRNL-MARK-DATE
                   MOVE WS-HIGH-TIME  TO EC-JRNL-MARK-TIME
                   MOVE WS-HIGH-ROWS  TO EC-JRNL-MARK-ROWS
               END-IF
               PERFORM 8520-WRITE-EVENT-CONTROL
           ELSE
               PERFORM 8530-CLOSE-EVENT-CONTROL
           END-IF
           EXEC CICS DEQ
             RESOURCE(WS-EVENT-RESOURCE)
             LENGTH(LENGTH OF WS-EVENT-RESOURCE)
             RESP(WS-EVENT-RESP)
             NOHANDLE
           END-EXEC
           IF WS-EVENT-REASON NOT = SPACES
               DISPLAY 'PUBLICATION MARKS NOT MOVED - '
                   WS-EVENT-REASON
               SET WS-PUBLISH-STOPPED TO TRUE
           END-IF.

       9000-END-OF-JOB.

           DISPLAY 'REPLACEMENTS APPLIED  : ' WS-AUDIT-READ
           DISPLAY '  PUBLISHED           : ' WS-RPL-PUBLISHED
           DISPLAY '  SENT BY THE COUNTER : ' WS-RPL-AT-COUNTER
           DISPLAY 'JOURNAL ROWS READ     : ' WS-JRNL-READ
           DISPLAY '  PUBLISHED           : ' WS-MNT-PUBLISHED
           DISPLAY '  SENT BY SMNT        : ' WS-MNT-ONLINE
           DISPLAY 'JOURNAL MARK NOW      : ' WS-HIGH-DATE
               ' ' WS-HIGH-TIME ' (' WS-HIGH-ROWS ' ROWS)'
           IF WS-FIRST-SEQ > 0
               DISPLAY 'EVENTS NUMBERED       : ' WS-FIRST-SEQ
                   ' TO ' WS-LAST-SEQ
           END-IF
           DISPLAY '------------------------------------------------'

      *    a stopped publication is sent again from the same place;
      *    a missing input still sends what it has.
           EVALUATE TRUE
               WHEN WS-PUBLISH-STOPPED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-INPUT-SHORT
               WHEN WS-AUDIT-ALREADY-SENT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9100-WRITE-STEPLOG.

       9100-WRITE-STEPLOG.

      *    one row per chain step so the morning dashboard can show
      *    pass/fail without scraping job logs (see STEPLOG.cpy).
           MOVE 'EVNTPUB'     TO SL-STEP-NAME
           MOVE RETURN-CODE   TO SL-RETURN-CODE
           PERFORM 9160-STAMP-STEP-TIMES
           OPEN EXTEND STEPLOG
           WRITE STEPLOG-RECORD
           CLOSE STEPLOG.

       COPY EVNTPRC.

       COPY STEPTIME.

       END PROGRAM EVNTPUB.
