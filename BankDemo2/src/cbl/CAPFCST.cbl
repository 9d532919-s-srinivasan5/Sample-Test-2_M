       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPFCST.
      *
      *    CHANGE LOG
      *    ----------
      *    Weekly batch-window capacity forecast.  STUDHLTH projects
      *    when the STUDMSTR cluster fills; nothing projected when
      *    the nightly chain would stop fitting in its window.  This
      *    report reads the trailing eight weeks of step timings off
      *    the permanent run history (RH-END-TIME / RH-ELAPSED, see
      *    RUNHREC.cpy) against the nightly volume on the statistics
      *    history (ST-RECORDS-PROCESSED, see STATREC.cpy), and:
      *      - works out each step's elapsed seconds per thousand
      *        records and flags a step whose unit cost in the later
      *        half of the window is up on the earlier half by more
      *        than the CREEPPCT tolerance - a step getting slower per
      *        record, not just busier;
      *      - fits the nightly volume trend, and for MAIN (STEP010)
      *        and MAINALT (STEP020) fits each step's finish time
      *        against volume, separately for single-threaded nights
      *        and partitioned BANKPAR nights (a STUDSPLT row on the
      *        night marks it partitioned; the last slice to finish
      *        is the path's finish), then projects the date that
      *        finish would pass the step's SLAFILE deadline at the
      *        current growth rate.
      *    A projected breach inside the CAPWARN horizon (days) ends
      *    RC 4.  CAPWARN and CREEPPCT are scheduler options, same
      *    convention as DRYRUN / LOOKUPMD.
      *    Supplemental intraday runs (run kind S on the history
      *    rows) are left out: the forecast is of the night window.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNHIST ASSIGN TO 'RUNHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT STATHIST ASSIGN TO 'STATHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATHIST-STATUS.

           SELECT SLAFILE ASSIGN TO 'SLAFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLAFILE-STATUS.

           SELECT STEPLOG ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNHIST
           LABEL RECORDS ARE STANDARD.
           COPY RUNHREC.

       FD  STATHIST
           LABEL RECORDS ARE STANDARD.
           COPY STATREC.

       FD  SLAFILE
           LABEL RECORDS ARE STANDARD.
           COPY SLAREC.

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-RUNHIST-STATUS        PIC X(2) VALUE '00'.
             88  RUNHIST-OK                       VALUE '00'.
           05  WS-STATHIST-STATUS       PIC X(2) VALUE '00'.
             88  STATHIST-OK                      VALUE '00'.
           05  WS-SLAFILE-STATUS        PIC X(2) VALUE '00'.
             88  SLAFILE-OK                       VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-FILE                       VALUE 'Y'.

       01  WS-OPTIONS.
           05  WS-ENVVAL                PIC X(10) VALUE SPACES.
           05  WS-WARN-DAYS             PIC 9(5) VALUE 90.
           05  WS-CREEP-PCT             PIC 9(3) VALUE 10.

      *    every step seen in the window; the per-night timings
      *    below are kept in the same slot order.
       01  WS-STEP-TABLE.
           05  WS-STEP-COUNT            PIC 9(2) VALUE 0.
           05  WS-STEP-ENTRY            OCCURS 30 TIMES.
               10  WS-STEP-NAME         PIC X(8).

      *    the trailing window of run nights, oldest first; a new
      *    night beyond the fifty-sixth shifts the oldest off the
      *    top, the same way RUNTREND keeps its week.
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-COUNT           PIC 9(2) VALUE 0.
           05  WS-NIGHT-ENTRY           OCCURS 56 TIMES.
               10  WS-NT-DATE           PIC 9(8).
               10  WS-NT-DAY            PIC 9(7) COMP.
               10  WS-NT-START-SECS     PIC 9(7) COMP.
               10  WS-NT-VOLUME         PIC 9(7).
               10  WS-NT-PATH-SW        PIC X(1).
                 88  WS-NT-PARTITIONED            VALUE 'P'.
               10  WS-NT-STEP           OCCURS 30 TIMES.
                   15  WS-NT-ELAPSED    PIC 9(6) COMP.
                   15  WS-NT-END-OFFSET PIC 9(6) COMP.

       01  WS-SLA-TABLE.
           05  WS-SLA-COUNT             PIC 9(3) VALUE 0.
           05  WS-SLA-ENTRY             OCCURS 30 TIMES.
               10  WS-SLA-STEP          PIC X(8).
               10  WS-SLA-DEADLINE      PIC X(6).

       01  WS-WORK-FIELDS.
           05  WS-NIDX                  PIC 9(2) COMP.
           05  WS-SIDX                  PIC 9(2) COMP.
           05  WS-SLA-IDX               PIC 9(3) COMP.
           05  WS-NIGHT-HIT             PIC 9(2).
           05  WS-STEP-HIT              PIC 9(2).
           05  WS-END-SECS              PIC 9(7) COMP.
           05  WS-OFFSET                PIC 9(7) COMP.
           05  WS-TIME-X                PIC X(6).
           05  WS-TIME-9 REDEFINES WS-TIME-X
                                        PIC 9(6).
           05  WS-TIME-N REDEFINES WS-TIME-X.
               10  WS-T-HH              PIC 9(2).
               10  WS-T-MM              PIC 9(2).
               10  WS-T-SS              PIC 9(2).
           05  WS-TIMED-ROWS            PIC 9(7) VALUE 0.
           05  WS-UNTIMED-ROWS          PIC 9(7) VALUE 0.

      *    unit-cost comparison, earlier half of the window against
      *    the later half, per step.
       01  WS-COST-FIELDS.
           05  WS-HALF                  PIC 9(2).
           05  WS-UNIT-COST             PIC 9(7)V99.
           05  WS-EARLY-TOTAL           PIC 9(9)V99.
           05  WS-EARLY-NIGHTS          PIC 9(2).
           05  WS-LATE-TOTAL            PIC 9(9)V99.
           05  WS-LATE-NIGHTS           PIC 9(2).
           05  WS-EARLY-AVG             PIC 9(7)V99.
           05  WS-LATE-AVG              PIC 9(7)V99.
           05  WS-RUN-NIGHTS            PIC 9(2).
           05  WS-ELAPSED-TOTAL         PIC 9(9).
           05  WS-ELAPSED-AVG           PIC 9(6).
           05  WS-CHANGE-PCT            PIC S9(5).
           05  WS-CREEP-COUNT           PIC 9(3) VALUE 0.
           05  WS-COST-FLAG             PIC X(12).

      *    nightly volume against day number, least squares.
       01  WS-VOLUME-FIELDS.
           05  WS-VOL-NIGHTS            PIC 9(2) VALUE 0.
           05  WS-FIRST-DAY             PIC 9(7) COMP.
           05  WS-LAST-DAY              PIC 9(7) COMP.
           05  WS-LAST-DATE             PIC 9(8) VALUE 0.
           05  WS-FIRST-DATE            PIC 9(8) VALUE 0.
           05  WS-LAST-VOLUME           PIC 9(7) VALUE 0.
           05  WS-DAY-X                 PIC S9(7) COMP-3.
           05  WS-SUM-X                 PIC S9(9) COMP-3.
           05  WS-SUM-Y                 PIC S9(11) COMP-3.
           05  WS-SUM-XY                PIC S9(15) COMP-3.
           05  WS-SUM-XX                PIC S9(13) COMP-3.
           05  WS-DENOM                 PIC S9(17) COMP-3.
           05  WS-AVG-VOLUME            PIC S9(7)V99 COMP-3.
           05  WS-AVG-DAY               PIC S9(7)V99 COMP-3.
           05  WS-GROWTH-PER-DAY        PIC S9(7)V9(4) COMP-3.
           05  WS-CURRENT-VOLUME        PIC S9(9)V99 COMP-3.
           05  WS-GROWTH-PER-WEEK       PIC S9(7).

      *    one projection: a step's finish (seconds after the chain
      *    start) fitted against volume over the nights of one path.
       01  WS-FIT-FIELDS.
           05  WS-FIT-STEP              PIC X(8).
           05  WS-FIT-LABEL             PIC X(24).
           05  WS-FIT-PATH-SW           PIC X(1).
             88  WS-FIT-PARTITIONED               VALUE 'P'.
             88  WS-FIT-SINGLE                    VALUE 'S'.
           05  WS-FIT-SLOT              PIC 9(2).
           05  WS-FIT-NIGHTS            PIC 9(2).
           05  WS-FIT-SUM-X             PIC S9(11) COMP-3.
           05  WS-FIT-SUM-Y             PIC S9(11) COMP-3.
           05  WS-FIT-SUM-XY            PIC S9(17) COMP-3.
           05  WS-FIT-SUM-XX            PIC S9(17) COMP-3.
           05  WS-FIT-SUM-START         PIC S9(11) COMP-3.
           05  WS-FIT-SUM-DEADLINE      PIC S9(11) COMP-3.
           05  WS-FIT-DENOM             PIC S9(18) COMP-3.
           05  WS-FIT-RATE              PIC S9(3)V9(9) COMP-3.
           05  WS-FIT-BASE              PIC S9(7)V99 COMP-3.
           05  WS-FIT-DEADLINE-OFF      PIC S9(7) COMP-3.
           05  WS-FIT-START             PIC S9(7) COMP-3.
           05  WS-FIT-FINISH-OFF        PIC S9(7) COMP-3.
           05  WS-FIT-FINISH-SECS       PIC S9(7) COMP-3.
           05  WS-FIT-FINISH-TIME       PIC X(6).
           05  WS-BREACH-VOLUME         PIC S9(11) COMP-3.
           05  WS-BREACH-DAYS           PIC S9(9) COMP-3.
           05  WS-BREACH-DATE           PIC 9(8).
           05  WS-SLA-LIMIT             PIC X(6).
           05  WS-SLA-FOUND-SW          PIC X(1).
             88  WS-SLA-FOUND                     VALUE 'Y'.

       01  WS-REPORT-FIELDS.
           05  WS-BREACH-WARN-COUNT     PIC 9(3) VALUE 0.
           05  WS-EDIT-COST-1           PIC Z(6)9.99.
           05  WS-EDIT-COST-2           PIC Z(6)9.99.
           05  WS-EDIT-PCT              PIC -(4)9.
           05  WS-EDIT-VOLUME           PIC Z(8)9.
           05  WS-EDIT-GROWTH           PIC -(6)9.
           05  WS-EDIT-DAYS             PIC Z(8)9.

       COPY STEPTMWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 9150-NOTE-STEP-START

           PERFORM 0100-GET-OPTIONS
           PERFORM 0500-LOAD-SLA-LIMITS
           PERFORM 1000-READ-RUN-HISTORY

           IF WS-NIGHT-COUNT = 0
               DISPLAY 'NO TIMED RUN HISTORY - NOTHING TO FORECAST'
               MOVE 4 TO RETURN-CODE
               PERFORM 9100-WRITE-STEPLOG
               STOP RUN
           END-IF

           PERFORM 2000-READ-VOLUMES
           PERFORM 3000-FIT-VOLUME-TREND
           PERFORM 4000-REPORT-UNIT-COSTS
           PERFORM 5000-REPORT-PROJECTIONS
           PERFORM 9000-END-OF-JOB

           STOP RUN.

       0100-GET-OPTIONS.

           DISPLAY 'CAPWARN' UPON ENVIRONMENT-NAME
           ACCEPT WS-ENVVAL FROM ENVIRONMENT-VALUE
           IF WS-ENVVAL(1:5) NUMERIC
               MOVE WS-ENVVAL(1:5) TO WS-WARN-DAYS
           END-IF

           DISPLAY 'CREEPPCT' UPON ENVIRONMENT-NAME
           ACCEPT WS-ENVVAL FROM ENVIRONMENT-VALUE
           IF WS-ENVVAL(1:3) NUMERIC
               MOVE WS-ENVVAL(1:3) TO WS-CREEP-PCT
           END-IF.

       0500-LOAD-SLA-LIMITS.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SLAFILE
           IF NOT SLAFILE-OK
               DISPLAY 'SLA FILE NOT AVAILABLE - NO DEADLINES'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ SLAFILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-SLA-COUNT < 30
                           ADD 1 TO WS-SLA-COUNT
                           MOVE SA-STEP-NAME TO
                               WS-SLA-STEP(WS-SLA-COUNT)
                           MOVE SA-DEADLINE-TIME TO
                               WS-SLA-DEADLINE(WS-SLA-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF SLAFILE-OK OR WS-SLAFILE-STATUS = '10'
               CLOSE SLAFILE
           END-IF.

       1000-READ-RUN-HISTORY.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RUNHIST
           IF NOT RUNHIST-OK
               DISPLAY 'RUN HISTORY NOT AVAILABLE - NO FORECAST'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ RUNHIST
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
      *                a supplemental intraday run is not part of
      *                the night's window - its timings stay out.
                       IF RH-END-TIME NUMERIC
                           AND RH-ELAPSED NUMERIC
                           AND RH-RUN-DATE > 0
                           AND NOT RH-SUPPLEMENTAL-ROW
                           ADD 1 TO WS-TIMED-ROWS
                           PERFORM 1100-FIND-NIGHT
                           PERFORM 1200-FIND-STEP
                           IF WS-STEP-HIT > 0
                               PERFORM 1300-POST-TIMING
                           END-IF
                       ELSE
                           ADD 1 TO WS-UNTIMED-ROWS
                       END-IF
               END-READ
           END-PERFORM
           IF RUNHIST-OK OR WS-RUNHIST-STATUS = '10'
               CLOSE RUNHIST
           END-IF.

       1100-FIND-NIGHT.

      *    history is appended in run order, so a night already in
      *    the window is the newest one or not there at all.
           IF WS-NIGHT-COUNT > 0
               AND WS-NT-DATE(WS-NIGHT-COUNT) = RH-RUN-DATE
               MOVE WS-NIGHT-COUNT TO WS-NIGHT-HIT
           ELSE
               IF WS-NIGHT-COUNT < 56
                   ADD 1 TO WS-NIGHT-COUNT
               ELSE
                   PERFORM VARYING WS-NIDX FROM 1 BY 1
                           UNTIL WS-NIDX > 55
                       MOVE WS-NIGHT-ENTRY(WS-NIDX + 1)
                         TO WS-NIGHT-ENTRY(WS-NIDX)
                   END-PERFORM
               END-IF
               MOVE WS-NIGHT-COUNT TO WS-NIGHT-HIT
               INITIALIZE WS-NIGHT-ENTRY(WS-NIGHT-HIT)
               MOVE RH-RUN-DATE TO WS-NT-DATE(WS-NIGHT-HIT)
               COMPUTE WS-NT-DAY(WS-NIGHT-HIT) =
                   FUNCTION INTEGER-OF-DATE(RH-RUN-DATE)
               MOVE 'S' TO WS-NT-PATH-SW(WS-NIGHT-HIT)
               MOVE RH-RUN-TIME TO WS-TIME-X
               IF WS-TIME-9 NUMERIC
                   COMPUTE WS-NT-START-SECS(WS-NIGHT-HIT) =
                       WS-T-HH * 3600 + WS-T-MM * 60 + WS-T-SS
               END-IF
           END-IF.

       1200-FIND-STEP.

           MOVE ZERO TO WS-STEP-HIT
           PERFORM VARYING WS-SIDX FROM 1 BY 1
                   UNTIL WS-SIDX > WS-STEP-COUNT
                   OR WS-STEP-HIT > 0
               IF WS-STEP-NAME(WS-SIDX) = RH-STEP-NAME
                   MOVE WS-SIDX TO WS-STEP-HIT
               END-IF
           END-PERFORM
           IF WS-STEP-HIT = 0
               IF WS-STEP-COUNT < 30
                   ADD 1 TO WS-STEP-COUNT
                   MOVE WS-STEP-COUNT TO WS-STEP-HIT
                   MOVE RH-STEP-NAME TO WS-STEP-NAME(WS-STEP-HIT)
               ELSE
                   DISPLAY 'STEP TABLE FULL - IGNORED : ' RH-STEP-NAME
               END-IF
           END-IF.

       1300-POST-TIMING.

      *    a partitioned night logs one MAIN and one MAINALT row per
      *    slice: the elapsed seconds add up to the night's work and
      *    the latest finish is the path's finish.
           ADD RH-ELAPSED
             TO WS-NT-ELAPSED(WS-NIGHT-HIT, WS-STEP-HIT)
           IF RH-STEP-NAME = 'STUDSPLT'
               MOVE 'P' TO WS-NT-PATH-SW(WS-NIGHT-HIT)
           END-IF

           MOVE RH-END-TIME TO WS-TIME-9
           COMPUTE WS-END-SECS =
               WS-T-HH * 3600 + WS-T-MM * 60 + WS-T-SS
      *    the chain starts in the late evening; a step that ended
      *    after midnight wrapped the clock.
           IF WS-END-SECS < WS-NT-START-SECS(WS-NIGHT-HIT)
               ADD 86400 TO WS-END-SECS
           END-IF
           COMPUTE WS-OFFSET =
               WS-END-SECS - WS-NT-START-SECS(WS-NIGHT-HIT)
           IF WS-OFFSET > WS-NT-END-OFFSET(WS-NIGHT-HIT, WS-STEP-HIT)
               MOVE WS-OFFSET
                 TO WS-NT-END-OFFSET(WS-NIGHT-HIT, WS-STEP-HIT)
           END-IF.

       2000-READ-VOLUMES.

      *    the MAIN/UTIL2 record count is the night's volume; a
      *    night with no statistics row is left out of every fit.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT STATHIST
           IF NOT STATHIST-OK
               DISPLAY 'STATISTICS HISTORY NOT AVAILABLE - NO VOLUMES'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ STATHIST
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-NIDX FROM 1 BY 1
                               UNTIL WS-NIDX > WS-NIGHT-COUNT
                           IF WS-NT-DATE(WS-NIDX) = ST-RUN-DATE
                               MOVE ST-RECORDS-PROCESSED
                                 TO WS-NT-VOLUME(WS-NIDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           IF STATHIST-OK OR WS-STATHIST-STATUS = '10'
               CLOSE STATHIST
           END-IF.

       3000-FIT-VOLUME-TREND.

           MOVE WS-NT-DATE(1)              TO WS-FIRST-DATE
           MOVE WS-NT-DATE(WS-NIGHT-COUNT) TO WS-LAST-DATE
           MOVE WS-NT-DAY(1)               TO WS-FIRST-DAY
           MOVE WS-NT-DAY(WS-NIGHT-COUNT)  TO WS-LAST-DAY
           MOVE ZERO TO WS-VOL-NIGHTS WS-SUM-X WS-SUM-Y
                        WS-SUM-XY WS-SUM-XX WS-GROWTH-PER-DAY

           PERFORM VARYING WS-NIDX FROM 1 BY 1
                   UNTIL WS-NIDX > WS-NIGHT-COUNT
               IF WS-NT-VOLUME(WS-NIDX) > 0
                   ADD 1 TO WS-VOL-NIGHTS
                   MOVE WS-NT-VOLUME(WS-NIDX) TO WS-LAST-VOLUME
                   COMPUTE WS-DAY-X =
                       WS-NT-DAY(WS-NIDX) - WS-FIRST-DAY
                   ADD WS-DAY-X TO WS-SUM-X
                   ADD WS-NT-VOLUME(WS-NIDX) TO WS-SUM-Y
                   COMPUTE WS-SUM-XY = WS-SUM-XY
                       + WS-DAY-X * WS-NT-VOLUME(WS-NIDX)
                   COMPUTE WS-SUM-XX = WS-SUM-XX
                       + WS-DAY-X * WS-DAY-X
               END-IF
           END-PERFORM

           IF WS-VOL-NIGHTS = 0
               MOVE ZERO TO WS-AVG-VOLUME WS-CURRENT-VOLUME
           ELSE
               COMPUTE WS-AVG-VOLUME ROUNDED =
                   WS-SUM-Y / WS-VOL-NIGHTS
               COMPUTE WS-AVG-DAY ROUNDED =
                   WS-SUM-X / WS-VOL-NIGHTS
               COMPUTE WS-DENOM =
                   WS-VOL-NIGHTS * WS-SUM-XX - WS-SUM-X * WS-SUM-X
               IF WS-VOL-NIGHTS > 2 AND WS-DENOM > 0
                   COMPUTE WS-GROWTH-PER-DAY ROUNDED =
                       (WS-VOL-NIGHTS * WS-SUM-XY
                        - WS-SUM-X * WS-SUM-Y) / WS-DENOM
               END-IF
      *        today's volume read off the trend line, so one light
      *        or heavy night does not move the projection.
               COMPUTE WS-DAY-X = WS-LAST-DAY - WS-FIRST-DAY
               COMPUTE WS-CURRENT-VOLUME ROUNDED =
                   WS-AVG-VOLUME + WS-GROWTH-PER-DAY
                   * (WS-DAY-X - WS-AVG-DAY)
               IF WS-CURRENT-VOLUME < 0
                   MOVE ZERO TO WS-CURRENT-VOLUME
               END-IF
           END-IF
           COMPUTE WS-GROWTH-PER-WEEK ROUNDED =
               WS-GROWTH-PER-DAY * 7

           DISPLAY 'BATCH-WINDOW CAPACITY FORECAST'
           DISPLAY '------------------------------'
           DISPLAY 'WINDOW                : ' WS-FIRST-DATE ' TO '
               WS-LAST-DATE ' (' WS-NIGHT-COUNT ' NIGHTS, '
               WS-VOL-NIGHTS ' WITH VOLUME)'
           IF WS-UNTIMED-ROWS > 0
               DISPLAY 'UNTIMED HISTORY ROWS  : ' WS-UNTIMED-ROWS
                   ' (BEFORE STEP TIMES WERE KEPT - IGNORED)'
           END-IF
           MOVE WS-LAST-VOLUME TO WS-EDIT-VOLUME
           DISPLAY 'LAST NIGHT VOLUME     : ' WS-EDIT-VOLUME
           MOVE WS-AVG-VOLUME TO WS-EDIT-VOLUME
           DISPLAY 'WINDOW AVERAGE VOLUME : ' WS-EDIT-VOLUME
           MOVE WS-CURRENT-VOLUME TO WS-EDIT-VOLUME
           DISPLAY 'TREND VOLUME TODAY    : ' WS-EDIT-VOLUME
           MOVE WS-GROWTH-PER-WEEK TO WS-EDIT-GROWTH
           DISPLAY 'GROWTH PER WEEK       : ' WS-EDIT-GROWTH
               ' RECORDS'
           DISPLAY ' '.

       4000-REPORT-UNIT-COSTS.

           COMPUTE WS-HALF = WS-NIGHT-COUNT / 2

           DISPLAY 'STEP UNIT COST (ELAPSED SECONDS PER 1000 RECORDS)'
           DISPLAY 'STEP      NIGHTS AVG-SECS  EARLIER     LATER'
               '   CHANGE%'
           PERFORM VARYING WS-SIDX FROM 1 BY 1
                   UNTIL WS-SIDX > WS-STEP-COUNT
               PERFORM 4100-COST-ONE-STEP
           END-PERFORM
           IF WS-CREEP-COUNT = 0
               DISPLAY 'NO STEP UNIT COST RISING BEYOND '
                   WS-CREEP-PCT '%'
           END-IF
           DISPLAY ' '.

       4100-COST-ONE-STEP.

           MOVE ZERO TO WS-EARLY-TOTAL WS-EARLY-NIGHTS
                        WS-LATE-TOTAL WS-LATE-NIGHTS
                        WS-RUN-NIGHTS WS-ELAPSED-TOTAL
                        WS-EARLY-AVG WS-LATE-AVG WS-CHANGE-PCT
           MOVE SPACES TO WS-COST-FLAG

           PERFORM VARYING WS-NIDX FROM 1 BY 1
                   UNTIL WS-NIDX > WS-NIGHT-COUNT
               IF WS-NT-ELAPSED(WS-NIDX, WS-SIDX) > 0
                   ADD 1 TO WS-RUN-NIGHTS
                   ADD WS-NT-ELAPSED(WS-NIDX, WS-SIDX)
                     TO WS-ELAPSED-TOTAL
                   IF WS-NT-VOLUME(WS-NIDX) > 0
                       COMPUTE WS-UNIT-COST ROUNDED =
                           WS-NT-ELAPSED(WS-NIDX, WS-SIDX) * 1000
                           / WS-NT-VOLUME(WS-NIDX)
                       IF WS-NIDX NOT > WS-HALF
                           ADD WS-UNIT-COST TO WS-EARLY-TOTAL
                           ADD 1 TO WS-EARLY-NIGHTS
                       ELSE
                           ADD WS-UNIT-COST TO WS-LATE-TOTAL
                           ADD 1 TO WS-LATE-NIGHTS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-RUN-NIGHTS > 0
               COMPUTE WS-ELAPSED-AVG ROUNDED =
                   WS-ELAPSED-TOTAL / WS-RUN-NIGHTS
           ELSE
               MOVE ZERO TO WS-ELAPSED-AVG
           END-IF
           IF WS-EARLY-NIGHTS > 0
               COMPUTE WS-EARLY-AVG ROUNDED =
                   WS-EARLY-TOTAL / WS-EARLY-NIGHTS
           END-IF
           IF WS-LATE-NIGHTS > 0
               COMPUTE WS-LATE-AVG ROUNDED =
                   WS-LATE-TOTAL / WS-LATE-NIGHTS
           END-IF

      *    two nights a side at least before calling a trend; a
      *    step too quick to register a second stays at zero cost.
           IF WS-EARLY-NIGHTS > 1 AND WS-LATE-NIGHTS > 1
               AND WS-EARLY-AVG > 0
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   (WS-LATE-AVG - WS-EARLY-AVG) * 100 / WS-EARLY-AVG
               IF WS-CHANGE-PCT > WS-CREEP-PCT
                   MOVE '** CREEPING' TO WS-COST-FLAG
                   ADD 1 TO WS-CREEP-COUNT
               END-IF
           END-IF

           MOVE WS-EARLY-AVG  TO WS-EDIT-COST-1
           MOVE WS-LATE-AVG   TO WS-EDIT-COST-2
           MOVE WS-CHANGE-PCT TO WS-EDIT-PCT
           DISPLAY WS-STEP-NAME(WS-SIDX) '  ' WS-RUN-NIGHTS '     '
               WS-ELAPSED-AVG ' ' WS-EDIT-COST-1 ' ' WS-EDIT-COST-2
               '  ' WS-EDIT-PCT ' ' WS-COST-FLAG.

       5000-REPORT-PROJECTIONS.

           DISPLAY 'SLA BREACH PROJECTION AT CURRENT GROWTH'
           DISPLAY '(FINISH FITTED AGAINST VOLUME PER PATH; WARNING '
               'HORIZON ' WS-WARN-DAYS ' DAYS)'

           MOVE 'MAIN'     TO WS-FIT-STEP
           MOVE 'STEP010 SINGLE-THREADED' TO WS-FIT-LABEL
           MOVE 'S' TO WS-FIT-PATH-SW
           PERFORM 5100-PROJECT-ONE

           MOVE 'MAINALT'  TO WS-FIT-STEP
           MOVE 'STEP020 SINGLE-THREADED' TO WS-FIT-LABEL
           MOVE 'S' TO WS-FIT-PATH-SW
           PERFORM 5100-PROJECT-ONE

           MOVE 'MAIN'     TO WS-FIT-STEP
           MOVE 'BANKPAR MAIN SLICES' TO WS-FIT-LABEL
           MOVE 'P' TO WS-FIT-PATH-SW
           PERFORM 5100-PROJECT-ONE

           MOVE 'MAINALT'  TO WS-FIT-STEP
           MOVE 'BANKPAR MAINALT SLICES' TO WS-FIT-LABEL
           MOVE 'P' TO WS-FIT-PATH-SW
           PERFORM 5100-PROJECT-ONE.

       5100-PROJECT-ONE.

           DISPLAY ' '
           DISPLAY WS-FIT-LABEL ' (' WS-FIT-STEP ')'

           MOVE ZERO TO WS-FIT-SLOT
           PERFORM VARYING WS-SIDX FROM 1 BY 1
                   UNTIL WS-SIDX > WS-STEP-COUNT
               IF WS-STEP-NAME(WS-SIDX) = WS-FIT-STEP
                   MOVE WS-SIDX TO WS-FIT-SLOT
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-SLA-FOUND-SW
           PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
                   UNTIL WS-SLA-IDX > WS-SLA-COUNT
               IF WS-SLA-STEP(WS-SLA-IDX) = WS-FIT-STEP
                   MOVE 'Y' TO WS-SLA-FOUND-SW
                   MOVE WS-SLA-DEADLINE(WS-SLA-IDX) TO WS-SLA-LIMIT
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN NOT WS-SLA-FOUND
                   DISPLAY '  NO SLA DEADLINE ON FILE FOR THIS STEP'
               WHEN WS-FIT-SLOT = 0
                   DISPLAY '  STEP NOT SEEN IN THE WINDOW'
               WHEN OTHER
                   PERFORM 5200-FIT-FINISH
           END-EVALUATE.

       5200-FIT-FINISH.

           MOVE ZERO TO WS-FIT-NIGHTS WS-FIT-SUM-X WS-FIT-SUM-Y
                        WS-FIT-SUM-XY WS-FIT-SUM-XX
                        WS-FIT-SUM-START WS-FIT-SUM-DEADLINE
           MOVE WS-SLA-LIMIT TO WS-TIME-X

           PERFORM VARYING WS-NIDX FROM 1 BY 1
                   UNTIL WS-NIDX > WS-NIGHT-COUNT
               IF WS-NT-VOLUME(WS-NIDX) > 0
                   AND WS-NT-END-OFFSET(WS-NIDX, WS-FIT-SLOT) > 0
                   AND WS-NT-PATH-SW(WS-NIDX) = WS-FIT-PATH-SW
                   ADD 1 TO WS-FIT-NIGHTS
                   ADD WS-NT-VOLUME(WS-NIDX) TO WS-FIT-SUM-X
                   ADD WS-NT-END-OFFSET(WS-NIDX, WS-FIT-SLOT)
                     TO WS-FIT-SUM-Y
                   COMPUTE WS-FIT-SUM-XY = WS-FIT-SUM-XY
                       + WS-NT-VOLUME(WS-NIDX)
                       * WS-NT-END-OFFSET(WS-NIDX, WS-FIT-SLOT)
                   COMPUTE WS-FIT-SUM-XX = WS-FIT-SUM-XX
                       + WS-NT-VOLUME(WS-NIDX) * WS-NT-VOLUME(WS-NIDX)
                   ADD WS-NT-START-SECS(WS-NIDX) TO WS-FIT-SUM-START
      *            deadlines are morning times on an evening-start
      *            chain - measured from the night's own start.
                   COMPUTE WS-END-SECS =
                       WS-T-HH * 3600 + WS-T-MM * 60 + WS-T-SS
                   IF WS-END-SECS < WS-NT-START-SECS(WS-NIDX)
                       ADD 86400 TO WS-END-SECS
                   END-IF
                   COMPUTE WS-FIT-SUM-DEADLINE = WS-FIT-SUM-DEADLINE
                       + WS-END-SECS - WS-NT-START-SECS(WS-NIDX)
               END-IF
           END-PERFORM

           IF WS-FIT-NIGHTS = 0
               IF WS-FIT-PARTITIONED
                   DISPLAY '  NO PARTITIONED NIGHTS WITH VOLUME IN '
                       'THE WINDOW - NOT PROJECTED'
               ELSE
                   DISPLAY '  NO SINGLE-THREADED NIGHTS WITH VOLUME '
                       'IN THE WINDOW - NOT PROJECTED'
               END-IF
           ELSE
               PERFORM 5300-SOLVE-FIT
               PERFORM 5400-PROJECT-BREACH
           END-IF.

       5300-SOLVE-FIT.

      *    finish = base + rate x volume.  With fewer than three
      *    nights, flat volume, or a fit that says more records
      *    finish sooner, fall back to treating the whole finish as
      *    volume-driven - that errs toward the earlier warning.
           MOVE ZERO TO WS-FIT-RATE WS-FIT-BASE
           COMPUTE WS-FIT-DENOM =
               WS-FIT-NIGHTS * WS-FIT-SUM-XX
               - WS-FIT-SUM-X * WS-FIT-SUM-X
           IF WS-FIT-NIGHTS > 2 AND WS-FIT-DENOM > 0
               COMPUTE WS-FIT-RATE ROUNDED =
                   (WS-FIT-NIGHTS * WS-FIT-SUM-XY
                    - WS-FIT-SUM-X * WS-FIT-SUM-Y) / WS-FIT-DENOM
           END-IF
           IF WS-FIT-RATE > 0
               COMPUTE WS-FIT-BASE ROUNDED =
                   (WS-FIT-SUM-Y - WS-FIT-RATE * WS-FIT-SUM-X)
                   / WS-FIT-NIGHTS
           END-IF
           IF WS-FIT-RATE NOT > 0 OR WS-FIT-BASE < 0
               MOVE ZERO TO WS-FIT-BASE
               COMPUTE WS-FIT-RATE ROUNDED =
                   WS-FIT-SUM-Y / WS-FIT-SUM-X
           END-IF

           COMPUTE WS-FIT-START ROUNDED =
               WS-FIT-SUM-START / WS-FIT-NIGHTS
           COMPUTE WS-FIT-DEADLINE-OFF ROUNDED =
               WS-FIT-SUM-DEADLINE / WS-FIT-NIGHTS
           COMPUTE WS-FIT-FINISH-OFF ROUNDED =
               WS-FIT-BASE + WS-FIT-RATE * WS-CURRENT-VOLUME
           COMPUTE WS-FIT-FINISH-SECS =
               WS-FIT-START + WS-FIT-FINISH-OFF

           COMPUTE WS-T-HH =
               FUNCTION MOD(WS-FIT-FINISH-SECS, 86400) / 3600
           COMPUTE WS-T-MM =
               FUNCTION MOD(WS-FIT-FINISH-SECS, 3600) / 60
           COMPUTE WS-T-SS = FUNCTION MOD(WS-FIT-FINISH-SECS, 60)
           MOVE WS-TIME-X TO WS-FIT-FINISH-TIME.

       5400-PROJECT-BREACH.

           DISPLAY '  NIGHTS FITTED      : ' WS-FIT-NIGHTS
           DISPLAY '  DEADLINE           : ' WS-SLA-LIMIT
           DISPLAY '  FINISH AT TODAY''S VOLUME : ' WS-FIT-FINISH-TIME

           COMPUTE WS-BREACH-VOLUME ROUNDED =
               (WS-FIT-DEADLINE-OFF - WS-FIT-BASE) / WS-FIT-RATE
           MOVE WS-BREACH-VOLUME TO WS-EDIT-VOLUME
           DISPLAY '  VOLUME AT DEADLINE : ' WS-EDIT-VOLUME

           EVALUATE TRUE
               WHEN WS-BREACH-VOLUME NOT > WS-CURRENT-VOLUME
                   DISPLAY '  *** ALREADY AT OR PAST THE DEADLINE AT '
                       'CURRENT VOLUME'
                   ADD 1 TO WS-BREACH-WARN-COUNT
               WHEN WS-GROWTH-PER-DAY NOT > 0
                   DISPLAY '  VOLUME NOT GROWING - NO BREACH PROJECTED'
               WHEN OTHER
                   COMPUTE WS-BREACH-DAYS ROUNDED =
                       (WS-BREACH-VOLUME - WS-CURRENT-VOLUME)
                       / WS-GROWTH-PER-DAY
                   IF WS-BREACH-DAYS > 3650
                       DISPLAY '  NO BREACH PROJECTED WITHIN TEN YEARS'
                   ELSE
                       COMPUTE WS-BREACH-DATE =
                           FUNCTION DATE-OF-INTEGER
                               (WS-LAST-DAY + WS-BREACH-DAYS)
                       MOVE WS-BREACH-DAYS TO WS-EDIT-DAYS
                       DISPLAY '  PROJECTED BREACH   : '
                           WS-BREACH-DATE ' (IN' WS-EDIT-DAYS
                           ' DAYS)'
                       IF WS-BREACH-DAYS NOT > WS-WARN-DAYS
                           DISPLAY '  *** INSIDE THE WARNING HORIZON'
                               ' - ADD PARTITIONS OR MOVE THE WINDOW'
                           ADD 1 TO WS-BREACH-WARN-COUNT
                       END-IF
                   END-IF
           END-EVALUATE.

       9000-END-OF-JOB.

           DISPLAY ' '
           DISPLAY 'TIMED HISTORY ROWS READ : ' WS-TIMED-ROWS
           DISPLAY 'STEPS WITH RISING COST  : ' WS-CREEP-COUNT
           DISPLAY 'PROJECTIONS IN HORIZON  : ' WS-BREACH-WARN-COUNT

           IF WS-BREACH-WARN-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM 9100-WRITE-STEPLOG.

       9100-WRITE-STEPLOG.

      *    one row per chain step so the morning dashboard can show
      *    pass/fail without scraping job logs (see STEPLOG.cpy).
           MOVE 'CAPFCST'     TO SL-STEP-NAME
           MOVE RETURN-CODE   TO SL-RETURN-CODE
           PERFORM 9160-STAMP-STEP-TIMES
           OPEN EXTEND STEPLOG
           WRITE STEPLOG-RECORD
           CLOSE STEPLOG.

       COPY STEPTIME.

       END PROGRAM CAPFCST.
