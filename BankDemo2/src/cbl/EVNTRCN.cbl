       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVNTRCN.
      *
      *    CHANGE LOG
      *    ----------
      *    Daily reconciliation of the published events against the
      *    night's subscriber files.  Subscribers now hear of a
      *    change twice - as an event on their queue the moment it
      *    is published (see EVNTREC.cpy and EVNTRTE) and as a
      *    detail on the nightly SUBEXT file - and neither path may
      *    drop what the other carried.  This step sorts the run's
      *    events from the event log in with every subscriber's
      *    file (the four slots concatenated, as CHGACC reads
      *    them), keyed by subscriber, campus, old id and new id,
      *    and lists:
      *      - an event the subscriber was sent that its file does
      *        not carry (all of them when the file is missing or
      *        is not tonight's);
      *      - for a replacement subscriber, a replacement or merge
      *        detail on its file that was never published;
      *      - a change published more than once.
      *    The run's events are the business date's: on the nightly
      *    run the online events and the night's own, on a
      *    supplemental run that run's, proved against its delta
      *    file.  An R subscriber's events are the replacements
      *    (file kind R) and merges (kind M); an A subscriber's are
      *    the replacements, proved by the new id on its processed-
      *    student file.  A maintenance change other than a merge
      *    reaches no nightly file until the run applies it, and is
      *    only counted.  Any discrepancy raises a MON1 alert and
      *    ends the step with RC 4.
      *    A SUBTRUE corrective delta left in a subscriber's slot is
      *    now named as such (header kind T, see SUBREC.cpy) and set
      *    aside like any other file that is not the run's.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT SUBSCRIB ASSIGN TO 'SUBSCRIB'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBSCRIB-STATUS.

           SELECT EVNTLOG ASSIGN TO 'EVNTLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVNTLOG-STATUS.

           SELECT SUBFEEDS ASSIGN TO 'SUBFEEDS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBFEEDS-STATUS.

           SELECT RCNSORT ASSIGN TO 'RCNSORT'.

           SELECT STEPLOG ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  SUBSCRIB
           LABEL RECORDS ARE STANDARD.
       01  SUBSCRIB-RECORD              PIC X(40).

       FD  EVNTLOG
           LABEL RECORDS ARE STANDARD.
       01  EVNTLOG-RECORD               PIC X(130).

       FD  SUBFEEDS
           LABEL RECORDS ARE STANDARD.
           COPY SUBREC.

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.

      *    events sort ahead of the file's details for the same key
      *    (row type 1 event, 2 detail), the events in sequence.
       SD  RCNSORT.
       01  RS-SORT-RECORD.
           05  RS-KEY.
               10  RS-SUB-IDX           PIC 9(2).
               10  RS-CAMPUS-ID         PIC X(8).
               10  RS-OLD-ID            PIC 9(6).
               10  RS-NEW-ID            PIC 9(6).
               10  RS-KIND              PIC X(1).
           05  RS-ROW-TYPE              PIC X(1).
             88  RS-EVENT-ROW                   VALUE '1'.
             88  RS-DETAIL-ROW                  VALUE '2'.
           05  RS-SEQ-NO                PIC 9(9).
           05  RS-ORIGIN                PIC X(8).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
             88  RUNCTL-OK                        VALUE '00'.
           05  WS-SUBSCRIB-STATUS       PIC X(2) VALUE '00'.
             88  SUBSCRIB-OK                      VALUE '00'.
           05  WS-EVNTLOG-STATUS        PIC X(2) VALUE '00'.
             88  EVNTLOG-OK                       VALUE '00'.
           05  WS-SUBFEEDS-STATUS       PIC X(2) VALUE '00'.
             88  SUBFEEDS-OK                      VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-FILE                       VALUE 'Y'.

       01  BINARY-WORK-AREAS                                COMP.
           05  WS-CICSRESP                     PIC S9(8).
             88  CICS-RESP-NORMAL   VALUE DFHRESP(NORMAL).

       01  WS-MONITOR-MSG               PIC X(80).

       01  WS-RUN-FIELDS.
           05  WS-RUN-DATE              PIC 9(8) VALUE 0.
           05  WS-RUN-SEQ               PIC X(1) VALUE SPACE.
             88  WS-NIGHTLY-RUN                   VALUE SPACE '0'.
           05  WS-WANT-KIND             PIC X(1) VALUE 'F'.
           05  WS-WANT-INTERCHANGE      PIC 9(1) VALUE 0.

      *    the subscribers as SUBEXT extracts them, and whether
      *    tonight's file for each was found.
       01  WS-SUBSCRIBER-CONTROL.
           05  WS-SUB-COUNT             PIC 9(2) VALUE 0.
           05  WS-SUB-IDX               PIC 9(2) COMP.
           05  WS-FEED-IDX              PIC 9(2) VALUE 0.
       01  WS-SUBSCRIBER-TABLE.
           05  WS-SUB-ENTRY             OCCURS 20 TIMES.
               10  WS-SUB-NAME          PIC X(8).
               10  WS-SUB-SELECTION     PIC X(1).
                 88  WS-SUB-SELECT-ALL            VALUE 'A'.
                 88  WS-SUB-SELECT-REPLACED       VALUE 'R'.
               10  WS-SUB-FEED-SW       PIC X(1).
                 88  WS-SUB-FEED-FOUND            VALUE 'Y'.
               10  WS-SUB-EXPECTED      PIC 9(7).
               10  WS-SUB-MISSING       PIC 9(7).

       01  WS-HELD-KEY-FIELDS.
           05  WS-HELD-KEY.
               10  WS-HELD-SUB-IDX      PIC 9(2).
               10  WS-HELD-CAMPUS-ID    PIC X(8).
               10  WS-HELD-OLD-ID       PIC 9(6).
               10  WS-HELD-NEW-ID       PIC 9(6).
               10  WS-HELD-KIND         PIC X(1).
           05  WS-HELD-EVENTS           PIC 9(5) VALUE 0.
           05  WS-HELD-DETAILS          PIC 9(5) VALUE 0.
           05  WS-HELD-FIRST-SEQ        PIC 9(9) VALUE 0.
           05  WS-HELD-LAST-SEQ         PIC 9(9) VALUE 0.
           05  WS-HELD-ORIGIN           PIC X(8) VALUE SPACES.

       01  WS-RECON-COUNTERS.
           05  WS-EVENTS-READ           PIC 9(7) VALUE 0.
           05  WS-EVENTS-IN-RUN         PIC 9(7) VALUE 0.
           05  WS-NO-COUNTERPART        PIC 9(7) VALUE 0.
           05  WS-DETAILS-READ          PIC 9(7) VALUE 0.
           05  WS-MATCHED               PIC 9(7) VALUE 0.
           05  WS-NOT-ON-FEED           PIC 9(7) VALUE 0.
           05  WS-NEVER-PUBLISHED       PIC 9(7) VALUE 0.
           05  WS-PUBLISHED-TWICE       PIC 9(7) VALUE 0.
           05  WS-STALE-FEEDS           PIC 9(3) VALUE 0.
           05  WS-DISCREPANCIES         PIC 9(7) VALUE 0.

           COPY EVNTREC.

           COPY CAMPWS.

       COPY STEPTMWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 9150-NOTE-STEP-START

           PERFORM 1000-READ-RUNCTL
           IF WS-RUN-DATE = 0
               DISPLAY 'NO RUN STAMP - NOTHING RECONCILED'
               MOVE 4 TO RETURN-CODE
               PERFORM 9100-WRITE-STEPLOG
               STOP RUN
           END-IF

           PERFORM 1100-LOAD-SUBSCRIBERS
           IF WS-SUB-COUNT = 0
               DISPLAY 'SUBSCRIBER CONTROL FILE NOT AVAILABLE - '
                   'NOTHING RECONCILED'
               MOVE 4 TO RETURN-CODE
               PERFORM 9100-WRITE-STEPLOG
               STOP RUN
           END-IF

           DISPLAY 'EVENT RECONCILIATION FOR RUN ' WS-RUN-DATE
               ' ' WS-RUN-SEQ
           DISPLAY '------------------------------------------------'

           SORT RCNSORT
               ON ASCENDING KEY RS-KEY
                                RS-ROW-TYPE
                                RS-SEQ-NO
               INPUT PROCEDURE IS 1500-RELEASE-ROWS
               OUTPUT PROCEDURE IS 3000-MATCH-KEYS

           PERFORM 9000-END-OF-JOB

           STOP RUN.

       1000-READ-RUNCTL.

           OPEN INPUT RUNCTL
           READ RUNCTL
               AT END
                   DISPLAY 'RUNCTL NOT AVAILABLE - NO RUN STAMP'
           END-READ
           CLOSE RUNCTL

      *    the nightly run proves the full files, a supplemental run
      *    its own delta - the header SUBEXT writes for each.
           IF RUNCTL-OK
               MOVE RC-RUN-YEAR  TO WS-RUN-DATE(1:4)
               MOVE RC-RUN-MONTH TO WS-RUN-DATE(5:2)
               MOVE RC-RUN-DAY   TO WS-RUN-DATE(7:2)
               MOVE RC-RUN-SEQ   TO WS-RUN-SEQ
               IF RC-SUPPLEMENTAL-RUN
                   MOVE 'D'        TO WS-WANT-KIND
                   MOVE RC-RUN-SEQ TO WS-WANT-INTERCHANGE
               END-IF
           END-IF.

       1100-LOAD-SUBSCRIBERS.

      *    a row SUBEXT rejects has no file and no events.
           MOVE 'N' TO WS-EOF-SWITCH
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
                           MOVE 'N'  TO WS-SUB-FEED-SW(WS-SUB-COUNT)
                           MOVE ZERO TO WS-SUB-EXPECTED(WS-SUB-COUNT)
                           MOVE ZERO TO WS-SUB-MISSING(WS-SUB-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF SUBSCRIB-OK OR WS-SUBSCRIB-STATUS = '10'
               CLOSE SUBSCRIB
           END-IF.

       1500-RELEASE-ROWS.

           PERFORM 1600-RELEASE-EVENTS
           PERFORM 1700-RELEASE-DETAILS.

       1600-RELEASE-EVENTS.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT EVNTLOG
           IF NOT EVNTLOG-OK
               DISPLAY 'EVENT LOG NOT AVAILABLE - NO EVENTS PROVED'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ EVNTLOG INTO EVENT-RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EVENTS-READ
                       PERFORM 1650-SELECT-EVENT
               END-READ
           END-PERFORM
           IF EVNTLOG-OK OR WS-EVNTLOG-STATUS = '10'
               CLOSE EVNTLOG
           END-IF.

       1650-SELECT-EVENT.

           IF EV-BUS-DATE = WS-RUN-DATE
               IF (WS-NIGHTLY-RUN
                       AND (EV-FROM-ONLINE
                           OR EV-RUN-SEQ = SPACE
                           OR EV-RUN-SEQ = '0'))
                   OR (NOT WS-NIGHTLY-RUN
                       AND EV-FROM-BATCH
                       AND EV-RUN-SEQ = WS-RUN-SEQ)
                   ADD 1 TO WS-EVENTS-IN-RUN
                   IF EV-CAMPUS-ID = SPACES
                       MOVE WS-HOME-CAMPUS TO EV-CAMPUS-ID
                   END-IF
                   IF EV-MAINTENANCE AND NOT EV-ACTION-MERGE
                       ADD 1 TO WS-NO-COUNTERPART
                   ELSE
                       PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                               UNTIL WS-SUB-IDX > WS-SUB-COUNT
                           PERFORM 1660-RELEASE-EVENT-ROW
                       END-PERFORM
                   END-IF
               END-IF
           END-IF.

       1660-RELEASE-EVENT-ROW.

      *    the key the subscriber's file carries the change under -
      *    merges go to the replacement selection only, as SUBEXT
      *    sends them.
           MOVE SPACES         TO RS-SORT-RECORD
           MOVE WS-SUB-IDX     TO RS-SUB-IDX
           MOVE EV-CAMPUS-ID   TO RS-CAMPUS-ID
           MOVE '1'            TO RS-ROW-TYPE
           MOVE EV-SEQ-NO      TO RS-SEQ-NO
           MOVE EV-ORIGIN      TO RS-ORIGIN
           EVALUATE TRUE
               WHEN WS-SUB-SELECT-ALL(WS-SUB-IDX)
                   AND EV-REPLACEMENT
                   MOVE ZERO      TO RS-OLD-ID
                   MOVE EV-NEW-ID TO RS-NEW-ID
                   MOVE SPACE     TO RS-KIND
                   RELEASE RS-SORT-RECORD
                   ADD 1 TO WS-SUB-EXPECTED(WS-SUB-IDX)
               WHEN WS-SUB-SELECT-REPLACED(WS-SUB-IDX)
                   MOVE EV-OLD-ID TO RS-OLD-ID
                   MOVE EV-NEW-ID TO RS-NEW-ID
                   IF EV-REPLACEMENT
                       MOVE 'R'   TO RS-KIND
                   ELSE
                       MOVE 'M'   TO RS-KIND
                   END-IF
                   RELEASE RS-SORT-RECORD
                   ADD 1 TO WS-SUB-EXPECTED(WS-SUB-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1700-RELEASE-DETAILS.

      *    each file's header names its subscriber; details under a
      *    header that is not tonight's are not proof of anything.
           MOVE 'N' TO WS-EOF-SWITCH
           MOVE 0   TO WS-FEED-IDX
           OPEN INPUT SUBFEEDS
           IF NOT SUBFEEDS-OK
               DISPLAY 'SUBSCRIBER FILES NOT AVAILABLE - EVERY EVENT '
                   'UNPROVED'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ SUBFEEDS
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN SH-HEADER
                               PERFORM 1750-CHECK-FEED-HEADER
                           WHEN SD-DETAIL
                               IF WS-FEED-IDX > 0
                                   PERFORM 1760-RELEASE-DETAIL-ROW
                               END-IF
                           WHEN OTHER
                               MOVE 0 TO WS-FEED-IDX
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF SUBFEEDS-OK OR WS-SUBFEEDS-STATUS = '10'
               CLOSE SUBFEEDS
           END-IF.

       1750-CHECK-FEED-HEADER.

           MOVE 0 TO WS-FEED-IDX
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-SUB-COUNT
                      OR WS-FEED-IDX > 0
               IF WS-SUB-NAME(WS-SUB-IDX) = SH-SUBSCRIBER
                   MOVE WS-SUB-IDX TO WS-FEED-IDX
               END-IF
           END-PERFORM

           IF WS-FEED-IDX > 0
               IF SH-RUN-DATE = WS-RUN-DATE
                   AND ((WS-WANT-KIND = 'F' AND SH-FULL-EXTRACT)
                       OR (WS-WANT-KIND = 'D'
                           AND SH-DELTA-EXTRACT
                           AND SH-INTERCHANGE-SEQ =
                               WS-WANT-INTERCHANGE))
                   SET WS-SUB-FEED-FOUND(WS-FEED-IDX) TO TRUE
               ELSE
      *            a SUBTRUE corrective delta in the slot is never a
      *            run's file, whatever date it carries.
                   IF SH-TRUEUP-EXTRACT
                       DISPLAY 'FILE FOR ' SH-SUBSCRIBER
                           ' IS A TRUE-UP DELTA - NOT TONIGHT''S'
                   ELSE
                       DISPLAY 'FILE FOR ' SH-SUBSCRIBER ' IS RUN '
                           SH-RUN-DATE ' ' SH-EXTRACT-KIND
                           SH-INTERCHANGE-SEQ ' - NOT TONIGHT''S'
                   END-IF
                   MOVE 0 TO WS-FEED-IDX
               END-IF
           END-IF.

       1760-RELEASE-DETAIL-ROW.

           ADD 1 TO WS-DETAILS-READ
           MOVE SPACES         TO RS-SORT-RECORD
           MOVE WS-FEED-IDX    TO RS-SUB-IDX
           MOVE SD-CAMPUS-ID   TO RS-CAMPUS-ID
           IF RS-CAMPUS-ID = SPACES
               MOVE WS-HOME-CAMPUS TO RS-CAMPUS-ID
           END-IF
           MOVE '2'            TO RS-ROW-TYPE
           MOVE ZERO           TO RS-SEQ-NO
           IF WS-SUB-SELECT-ALL(WS-FEED-IDX)
               MOVE ZERO      TO RS-OLD-ID
               MOVE SD-NEW-ID TO RS-NEW-ID
               MOVE SPACE     TO RS-KIND
               RELEASE RS-SORT-RECORD
           ELSE
               IF SD-RENUMBERING OR SD-MERGE
                   MOVE SD-OLD-ID      TO RS-OLD-ID
                   MOVE SD-NEW-ID      TO RS-NEW-ID
                   MOVE SD-CHANGE-KIND TO RS-KIND
                   RELEASE RS-SORT-RECORD
               END-IF
           END-IF.

       3000-MATCH-KEYS.

           PERFORM 3050-REPORT-STALE-FEEDS

           MOVE 'N' TO WS-EOF-SWITCH
           MOVE HIGH-VALUES TO WS-HELD-KEY
           PERFORM UNTIL WS-END-OF-FILE
               RETURN RCNSORT
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF RS-KEY NOT = WS-HELD-KEY
                           PERFORM 3900-JUDGE-KEY
                           PERFORM 3100-NEW-KEY
                       END-IF
                       IF RS-EVENT-ROW
                           ADD 1 TO WS-HELD-EVENTS
                           IF WS-HELD-FIRST-SEQ = 0
                               MOVE RS-SEQ-NO TO WS-HELD-FIRST-SEQ
                               MOVE RS-ORIGIN TO WS-HELD-ORIGIN
                           END-IF
                           MOVE RS-SEQ-NO TO WS-HELD-LAST-SEQ
                       ELSE
                           ADD 1 TO WS-HELD-DETAILS
                       END-IF
               END-RETURN
           END-PERFORM
           PERFORM 3900-JUDGE-KEY.

       3050-REPORT-STALE-FEEDS.

           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-SUB-COUNT
               IF NOT WS-SUB-FEED-FOUND(WS-SUB-IDX)
                   ADD 1 TO WS-STALE-FEEDS
                   DISPLAY 'NO FILE FOR TONIGHT FOR '
                       WS-SUB-NAME(WS-SUB-IDX) ' - '
                       WS-SUB-EXPECTED(WS-SUB-IDX)
                       ' EVENTS UNPROVED'
               END-IF
           END-PERFORM.

       3100-NEW-KEY.

           MOVE RS-KEY   TO WS-HELD-KEY
           MOVE ZERO     TO WS-HELD-EVENTS
           MOVE ZERO     TO WS-HELD-DETAILS
           MOVE ZERO     TO WS-HELD-FIRST-SEQ
           MOVE ZERO     TO WS-HELD-LAST-SEQ
           MOVE SPACES   TO WS-HELD-ORIGIN.

       3900-JUDGE-KEY.

      *    an A subscriber's file carries every processed student -
      *    only the ones published are proved.
           IF WS-HELD-KEY NOT = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-HELD-EVENTS > 0
                       AND WS-HELD-DETAILS = 0
                       ADD 1 TO WS-NOT-ON-FEED
                       ADD 1 TO WS-SUB-MISSING(WS-HELD-SUB-IDX)
                       PERFORM 4000-REPORT-NOT-ON-FEED
                   WHEN WS-HELD-EVENTS = 0
                       AND WS-SUB-SELECT-REPLACED(WS-HELD-SUB-IDX)
                       ADD 1 TO WS-NEVER-PUBLISHED
                       PERFORM 4100-REPORT-NEVER-PUBLISHED
                   WHEN WS-HELD-EVENTS = 0
                       CONTINUE
                   WHEN WS-HELD-EVENTS > WS-HELD-DETAILS
                       ADD 1 TO WS-MATCHED
                       ADD 1 TO WS-PUBLISHED-TWICE
                       PERFORM 4200-REPORT-PUBLISHED-TWICE
                   WHEN OTHER
                       ADD 1 TO WS-MATCHED
               END-EVALUATE
           END-IF.

       4000-REPORT-NOT-ON-FEED.

           DISPLAY 'NOT ON FILE  ' WS-SUB-NAME(WS-HELD-SUB-IDX)
               ' ' WS-HELD-CAMPUS-ID ' ' WS-HELD-OLD-ID
               ' ' WS-HELD-NEW-ID ' ' WS-HELD-KIND
               ' EVENT ' WS-HELD-FIRST-SEQ ' ' WS-HELD-ORIGIN.

       4100-REPORT-NEVER-PUBLISHED.

           DISPLAY 'NO EVENT     ' WS-SUB-NAME(WS-HELD-SUB-IDX)
               ' ' WS-HELD-CAMPUS-ID ' ' WS-HELD-OLD-ID
               ' ' WS-HELD-NEW-ID ' ' WS-HELD-KIND
               ' ON FILE, NEVER PUBLISHED'.

       4200-REPORT-PUBLISHED-TWICE.

           DISPLAY 'REPEATED     ' WS-SUB-NAME(WS-HELD-SUB-IDX)
               ' ' WS-HELD-CAMPUS-ID ' ' WS-HELD-OLD-ID
               ' ' WS-HELD-NEW-ID ' ' WS-HELD-KIND
               ' EVENTS ' WS-HELD-FIRST-SEQ ' TO ' WS-HELD-LAST-SEQ.

       4900-RAISE-MONITOR-ALERT.

      *    same feed FLIPCHK alerts on - the monitor drain pages on
      *    it overnight (see MONALERT).
           MOVE SPACES TO WS-MONITOR-MSG
           STRING 'EVNTRCN EVENTS UNRECONCILED RUN=' WS-RUN-DATE
               ' COUNT=' WS-DISCREPANCIES
               DELIMITED BY SIZE INTO WS-MONITOR-MSG
           EXEC CICS WRITEQ TD
             QUEUE('MON1')
             FROM(WS-MONITOR-MSG)
             LENGTH(LENGTH OF WS-MONITOR-MSG)
             RESP(WS-CICSRESP)
             NOHANDLE
           END-EXEC.

       9000-END-OF-JOB.

           DISPLAY '------------------------------------------------'
           DISPLAY 'SUBSCRIBERS PROVED      : ' WS-SUB-COUNT
           DISPLAY '  NO FILE FOR TONIGHT   : ' WS-STALE-FEEDS
           DISPLAY 'EVENTS ON LOG           : ' WS-EVENTS-READ
           DISPLAY 'EVENTS OF THIS RUN      : ' WS-EVENTS-IN-RUN
           DISPLAY '  NO NIGHTLY COUNTERPART: ' WS-NO-COUNTERPART
           DISPLAY 'FILE DETAILS READ       : ' WS-DETAILS-READ
           DISPLAY 'CHANGES MATCHED         : ' WS-MATCHED
           DISPLAY 'PUBLISHED, NOT ON FILE  : ' WS-NOT-ON-FEED
           DISPLAY 'ON FILE, NEVER PUBLISHED: ' WS-NEVER-PUBLISHED
           DISPLAY 'PUBLISHED MORE THAN ONCE: ' WS-PUBLISHED-TWICE

           COMPUTE WS-DISCREPANCIES = WS-NOT-ON-FEED
               + WS-NEVER-PUBLISHED + WS-PUBLISHED-TWICE

           IF WS-DISCREPANCIES > 0
               DISPLAY 'EVENTS UNRECONCILED - MONITOR ALERTED'
               PERFORM 4900-RAISE-MONITOR-ALERT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM 9100-WRITE-STEPLOG.

       9100-WRITE-STEPLOG.

      *    one row per chain step so the morning dashboard can show
      *    pass/fail without scraping job logs (see STEPLOG.cpy).
           MOVE 'EVNTRCN'     TO SL-STEP-NAME
           MOVE RETURN-CODE   TO SL-RETURN-CODE
           PERFORM 9160-STAMP-STEP-TIMES
           OPEN EXTEND STEPLOG
           WRITE STEPLOG-RECORD
           CLOSE STEPLOG.

       COPY STEPTIME.

       END PROGRAM EVNTRCN.
