       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDARCH.
      *
      *    CHANGE LOG
      *    ----------
      *    Annual dormant-record archive of the student master.
      *    STUDHLTH shows the master growing every year, and most
      *    of the growth is students the nightly feed has not named
      *    for years.  The lookup now stamps each row's last-seen
      *    date (see STUDMSTR.cpy); this step walks the master and
      *    moves every row unseen for DORMYRS years (default 3) to
      *    the dormant-master KSDS (see DORMREC.cpy), deleting it
      *    from the master and journalling the move as an X row
      *    (see MNTJRNL.cpy) so a rebuild from backup and journal
      *    drops it too.  A row is left on the master when
      *      - its last-seen date was never stamped (zero, or bytes
      *        that do not unpack) - counted, and RC 4, since the
      *        cutover should have stamped every row;
      *      - it carries a replacement staged for a date after the
      *        run date - the renumbering still has to happen;
      *      - the student has an open exception case (see
      *        CASEREC.cpy) - the desk is still working it.
      *    A student the feed names again is put back by UTIL/UTIL2
      *    on the night it happens.  DRYRUN=Y lists the rows that
      *    would move and moves nothing.
      *    RC 0 - archive ran clean, RC 4 - unstamped rows or a move
      *    that failed, RC 8 - master, dormant file or journal not
      *    available, nothing moved.
      *
      *    The nightly reload no longer undoes the archive: BANKDEMO
      *    rebuilds the master from the load extract through LOADMRGE,
      *    which leaves out every row this step moved to the dormant
      *    file and carries the last-seen dates the lookup stamped, so
      *    the ages tested here build up across nights.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT STUDMSTR ASSIGN TO 'STUDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-KEY
               ALTERNATE RECORD KEY IS SM-STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDMSTR-STATUS.

           SELECT DORMMSTR ASSIGN TO 'DORMMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-STUDENT-KEY
               ALTERNATE RECORD KEY IS DM-STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS WS-DORMMSTR-STATUS.

           SELECT CASEFILE ASSIGN TO 'CASEFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASEFILE-STATUS.

           SELECT MNTJRNL ASSIGN TO 'MNTJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNTJRNL-STATUS.

           SELECT STEPLOG ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  STUDMSTR
           LABEL RECORDS ARE STANDARD.
           COPY STUDMSTR.

       FD  DORMMSTR
           LABEL RECORDS ARE STANDARD.
           COPY DORMREC.

       FD  CASEFILE
           LABEL RECORDS ARE STANDARD.
           COPY CASEREC.

       FD  MNTJRNL
           LABEL RECORDS ARE STANDARD.
           COPY MNTJRNL.

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
             88  RUNCTL-OK                        VALUE '00'.
           05  WS-STUDMSTR-STATUS       PIC X(2) VALUE '00'.
             88  STUDMSTR-OK                      VALUE '00'.
           05  WS-DORMMSTR-STATUS       PIC X(2) VALUE '00'.
             88  DORMMSTR-OK                      VALUE '00'.
           05  WS-CASEFILE-STATUS       PIC X(2) VALUE '00'.
             88  CASEFILE-OK                      VALUE '00'.
           05  WS-MNTJRNL-STATUS        PIC X(2) VALUE '00'.
             88  MNTJRNL-OK                       VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-FILE                       VALUE 'Y'.

       01  WS-FILES-SW                  PIC X(1) VALUE 'N'.
         88  WS-FILES-MISSING                     VALUE 'Y'.

       01  WS-OPTIONS.
           05  WS-ENVVAL                PIC X(10) VALUE SPACES.
           05  WS-DORMANT-YEARS         PIC 9(2) VALUE 3.
           05  WS-DRYRUN-SW             PIC X(1) VALUE 'N'.
             88  WS-DRYRUN                        VALUE 'Y'.

      *    the run date and the cut-off it implies: a row last seen
      *    before the same day DORMYRS years back is dormant.
       01  WS-DATES.
           05  WS-RUN-DATE              PIC 9(8) VALUE 0.
           05  WS-CUTOFF-DATE           PIC 9(8) VALUE 0.
           05  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
               10  WS-CUTOFF-YEAR       PIC 9(4).
               10  WS-CUTOFF-MONTH      PIC 9(2).
               10  WS-CUTOFF-DAY        PIC 9(2).
           05  WS-LAST-SEEN             PIC 9(8).
           05  WS-JRNL-DATE             PIC 9(8).
           05  WS-JRNL-TIME             PIC X(8).

      *    students with an open exception case - the desk is still
      *    working them, so they stay where the desk can see them.
       01  WS-CASE-TABLE.
           05  WS-CASE-COUNT            PIC 9(4) VALUE 0.
           05  WS-CASE-ENTRY            OCCURS 2000 TIMES.
               10  WS-CASE-CAMPUS       PIC X(8).
               10  WS-CASE-ID           PIC 9(6).

       01  WS-ROW-WORK.
           05  WS-CIDX                  PIC 9(4) COMP.
           05  WS-CASE-OPEN-SW          PIC X(1).
             88  WS-CASE-OPEN                     VALUE 'Y'.
           05  WS-ROW-CAMPUS            PIC X(8).

       01  WS-ARCHIVE-COUNTERS.
           05  WS-ROWS-READ             PIC 9(7) VALUE 0.
           05  WS-ROWS-MOVED            PIC 9(7) VALUE 0.
           05  WS-ROWS-UNSTAMPED        PIC 9(7) VALUE 0.
           05  WS-ROWS-STAGED           PIC 9(7) VALUE 0.
           05  WS-ROWS-CASE-OPEN        PIC 9(7) VALUE 0.
           05  WS-MOVES-FAILED          PIC 9(7) VALUE 0.
           05  WS-CASES-NOT-HELD        PIC 9(7) VALUE 0.

       COPY CAMPWS.

       COPY STEPTMWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 9150-NOTE-STEP-START

           PERFORM 0100-GET-OPTIONS
           PERFORM 1000-READ-RUNCTL
           PERFORM 1500-LOAD-OPEN-CASES

           DISPLAY 'DORMANT-RECORD ARCHIVE OF THE STUDENT MASTER FOR '
               WS-RUN-DATE
           DISPLAY '------------------------------------------------'
           DISPLAY 'ROWS UNSEEN ' WS-DORMANT-YEARS
               ' YEARS - LAST SEEN BEFORE ' WS-CUTOFF-DATE
           IF WS-DRYRUN
               DISPLAY 'DRY RUN - ROWS ARE LISTED, NOTHING IS MOVED'
           END-IF
           DISPLAY 'CAMPUS   ID     NAME            LAST SEEN'

           PERFORM 2000-OPEN-FILES
           IF NOT WS-FILES-MISSING
               PERFORM 3000-WALK-THE-MASTER
               PERFORM 2900-CLOSE-FILES
           END-IF

           PERFORM 9000-END-OF-JOB

           STOP RUN.

       0100-GET-OPTIONS.

           DISPLAY 'DORMYRS' UPON ENVIRONMENT-NAME
           ACCEPT WS-ENVVAL FROM ENVIRONMENT-VALUE
           IF WS-ENVVAL(1:2) NUMERIC
               AND WS-ENVVAL(1:2) NOT = '00'
               MOVE WS-ENVVAL(1:2) TO WS-DORMANT-YEARS
           ELSE
               IF WS-ENVVAL(1:1) NUMERIC
                   AND WS-ENVVAL(2:1) = SPACE
                   AND WS-ENVVAL(1:1) NOT = '0'
                   MOVE WS-ENVVAL(1:1) TO WS-DORMANT-YEARS
               END-IF
           END-IF

           DISPLAY 'DRYRUN' UPON ENVIRONMENT-NAME
           ACCEPT WS-ENVVAL FROM ENVIRONMENT-VALUE
           IF WS-ENVVAL = 'Y' OR WS-ENVVAL = 'YES'
               SET WS-DRYRUN TO TRUE
           END-IF.

       1000-READ-RUNCTL.

      *    an ad hoc run with no RUNCTL archives against today.
           OPEN INPUT RUNCTL
           IF RUNCTL-OK
               READ RUNCTL
                   AT END
                       CONTINUE
               END-READ
               IF RUNCTL-OK
                   MOVE RC-RUN-YEAR  TO WS-RUN-DATE(1:4)
                   MOVE RC-RUN-MONTH TO WS-RUN-DATE(5:2)
                   MOVE RC-RUN-DAY   TO WS-RUN-DATE(7:2)
               END-IF
               CLOSE RUNCTL
           END-IF
           IF WS-RUN-DATE = ZERO
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF

      *    the same day DORMYRS years back - 29 February falls back
      *    to the 28th in a year without one.
           MOVE WS-RUN-DATE TO WS-CUTOFF-DATE
           SUBTRACT WS-DORMANT-YEARS FROM WS-CUTOFF-YEAR
           IF WS-CUTOFF-MONTH = 2 AND WS-CUTOFF-DAY = 29
               MOVE 28 TO WS-CUTOFF-DAY
           END-IF.

       1500-LOAD-OPEN-CASES.

      *    without the case file no case is known open, and every
      *    dormant row moves - the report says so.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CASEFILE
           IF NOT CASEFILE-OK
               DISPLAY 'EXCEPTION CASE FILE NOT AVAILABLE - OPEN '
                   'CASES NOT CHECKED'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ CASEFILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CS-OPEN
                           PERFORM 1510-HOLD-ONE-CASE
                       END-IF
               END-READ
           END-PERFORM
           IF CASEFILE-OK OR WS-CASEFILE-STATUS = '10'
               CLOSE CASEFILE
           END-IF.

       1510-HOLD-ONE-CASE.

           IF WS-CASE-COUNT < 2000
               ADD 1 TO WS-CASE-COUNT
               MOVE CS-CAMPUS-ID  TO WS-CASE-CAMPUS(WS-CASE-COUNT)
               IF CS-CAMPUS-ID = SPACES
                   MOVE WS-HOME-CAMPUS TO WS-CASE-CAMPUS(WS-CASE-COUNT)
               END-IF
               MOVE CS-STUDENT-ID TO WS-CASE-ID(WS-CASE-COUNT)
           ELSE
               ADD 1 TO WS-CASES-NOT-HELD
           END-IF.

       2000-OPEN-FILES.

      *    a move needs all three: the master to take the row off,
      *    the dormant file to put it on, and the journal to record
      *    it.  A dry run only reads the master.
           IF WS-DRYRUN
               OPEN INPUT STUDMSTR
           ELSE
               OPEN I-O STUDMSTR
           END-IF
           IF NOT STUDMSTR-OK
               DISPLAY 'STUDMSTR NOT AVAILABLE - STATUS '
                   WS-STUDMSTR-STATUS ' - NOTHING ARCHIVED'
               SET WS-FILES-MISSING TO TRUE
           END-IF
           IF NOT WS-FILES-MISSING AND NOT WS-DRYRUN
               OPEN I-O DORMMSTR
               IF NOT DORMMSTR-OK
                   DISPLAY 'DORMANT FILE NOT AVAILABLE - STATUS '
                       WS-DORMMSTR-STATUS ' - NOTHING ARCHIVED'
                   SET WS-FILES-MISSING TO TRUE
                   CLOSE STUDMSTR
               END-IF
           END-IF
           IF NOT WS-FILES-MISSING AND NOT WS-DRYRUN
               OPEN EXTEND MNTJRNL
               IF NOT MNTJRNL-OK
                   DISPLAY 'MAINTENANCE JOURNAL NOT AVAILABLE - '
                       'STATUS ' WS-MNTJRNL-STATUS
                       ' - NOTHING ARCHIVED'
                   SET WS-FILES-MISSING TO TRUE
                   CLOSE STUDMSTR
                   CLOSE DORMMSTR
               END-IF
           END-IF.

       2900-CLOSE-FILES.

           CLOSE STUDMSTR
           IF NOT WS-DRYRUN
               CLOSE DORMMSTR
               CLOSE MNTJRNL
           END-IF.

       3000-WALK-THE-MASTER.

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               READ STUDMSTR NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 3100-ONE-MASTER-ROW
               END-READ
      *        any non-normal status ends the walk instead of
      *        spinning.
               IF NOT STUDMSTR-OK AND NOT WS-END-OF-FILE
                   DISPLAY 'STUDMSTR READ FAILED - STATUS '
                       WS-STUDMSTR-STATUS ' - WALK ENDED'
                   ADD 1 TO WS-MOVES-FAILED
                   SET WS-END-OF-FILE TO TRUE
               END-IF
           END-PERFORM.

       3100-ONE-MASTER-ROW.

           ADD 1 TO WS-ROWS-READ
           IF SM-LAST-SEEN-DATE NUMERIC
               MOVE SM-LAST-SEEN-DATE TO WS-LAST-SEEN
           ELSE
               MOVE ZERO TO WS-LAST-SEEN
           END-IF

           EVALUATE TRUE
               WHEN WS-LAST-SEEN = ZERO
                   ADD 1 TO WS-ROWS-UNSTAMPED
               WHEN WS-LAST-SEEN NOT < WS-CUTOFF-DATE
                   CONTINUE
               WHEN OTHER
                   PERFORM 3200-CHECK-ELIGIBLE
           END-EVALUATE.

       3200-CHECK-ELIGIBLE.

      *    a staged renumbering still has to reach its date.
           IF SM-REPLACEMENT-ID NOT = ZERO
               AND SM-REPLACEMENT-EFF-DATE NUMERIC
               AND SM-REPLACEMENT-EFF-DATE > WS-RUN-DATE
               ADD 1 TO WS-ROWS-STAGED
           ELSE
               MOVE SM-CAMPUS-ID TO WS-ROW-CAMPUS
               IF WS-ROW-CAMPUS = SPACES
                   MOVE WS-HOME-CAMPUS TO WS-ROW-CAMPUS
               END-IF
               MOVE 'N' TO WS-CASE-OPEN-SW
               PERFORM VARYING WS-CIDX FROM 1 BY 1
                       UNTIL WS-CIDX > WS-CASE-COUNT
                          OR WS-CASE-OPEN
                   IF WS-CASE-CAMPUS(WS-CIDX) = WS-ROW-CAMPUS
                       AND WS-CASE-ID(WS-CIDX) = SM-STUDENT-ID
                       SET WS-CASE-OPEN TO TRUE
                   END-IF
               END-PERFORM
               IF WS-CASE-OPEN
                   ADD 1 TO WS-ROWS-CASE-OPEN
               ELSE
                   PERFORM 3300-MOVE-ONE-ROW
               END-IF
           END-IF.

       3300-MOVE-ONE-ROW.

           IF WS-DRYRUN
               ADD 1 TO WS-ROWS-MOVED
               DISPLAY SM-CAMPUS-ID ' ' SM-STUDENT-ID ' '
                   SM-STUDENT-NAME ' ' WS-LAST-SEEN ' WOULD MOVE'
           ELSE
      *        dormant row first - a row is never off the master
      *        without being on the dormant file.
               MOVE SPACES           TO DORMANT-RECORD
               MOVE STUDMSTR-RECORD  TO DM-MASTER-IMAGE
               MOVE WS-RUN-DATE      TO DM-ARCHIVED-DATE
               MOVE WS-DORMANT-YEARS TO DM-ARCHIVE-YEARS
               WRITE DORMANT-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF NOT DORMMSTR-OK
                   ADD 1 TO WS-MOVES-FAILED
                   DISPLAY SM-CAMPUS-ID ' ' SM-STUDENT-ID ' '
                       SM-STUDENT-NAME ' ' WS-LAST-SEEN
                       ' NOT MOVED - DORMANT WRITE STATUS '
                       WS-DORMMSTR-STATUS
               ELSE
                   PERFORM 3400-DELETE-AND-JOURNAL
               END-IF
           END-IF.

       3400-DELETE-AND-JOURNAL.

           DELETE STUDMSTR RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF NOT STUDMSTR-OK
      *        take the dormant copy back out so the row is in one
      *        place only.
               MOVE SM-STUDENT-KEY TO DM-STUDENT-KEY
               DELETE DORMMSTR RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               ADD 1 TO WS-MOVES-FAILED
               DISPLAY SM-CAMPUS-ID ' ' SM-STUDENT-ID ' '
                   SM-STUDENT-NAME ' ' WS-LAST-SEEN
                   ' NOT MOVED - MASTER DELETE STATUS '
                   WS-STUDMSTR-STATUS
      *        the walk goes on from the row after this one.
               MOVE '00' TO WS-STUDMSTR-STATUS
           ELSE
               ADD 1 TO WS-ROWS-MOVED
               ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD
               ACCEPT WS-JRNL-TIME FROM TIME
               MOVE SPACES            TO MNTJRNL-RECORD
               MOVE WS-JRNL-DATE      TO MJ-DATE
               MOVE WS-JRNL-TIME(1:6) TO MJ-TIME
               MOVE 'CHAIN'           TO MJ-OPERATOR
               MOVE 'X'               TO MJ-ACTION
               MOVE STUDMSTR-RECORD   TO MJ-BEFORE-IMAGE
               WRITE MNTJRNL-RECORD
               DISPLAY SM-CAMPUS-ID ' ' SM-STUDENT-ID ' '
                   SM-STUDENT-NAME ' ' WS-LAST-SEEN ' MOVED'
           END-IF.

       9000-END-OF-JOB.

           DISPLAY '------------------------------------------------'
           DISPLAY 'MASTER ROWS READ            : ' WS-ROWS-READ
           IF WS-DRYRUN
               DISPLAY 'ROWS THAT WOULD MOVE        : ' WS-ROWS-MOVED
           ELSE
               DISPLAY 'ROWS MOVED TO DORMANT       : ' WS-ROWS-MOVED
           END-IF
           DISPLAY 'LEFT - STAGED REPLACEMENT   : ' WS-ROWS-STAGED
           DISPLAY 'LEFT - OPEN EXCEPTION CASE  : ' WS-ROWS-CASE-OPEN
           DISPLAY 'LEFT - LAST SEEN NOT STAMPED: ' WS-ROWS-UNSTAMPED
           IF WS-MOVES-FAILED > 0
               DISPLAY 'MOVES FAILED                : ' WS-MOVES-FAILED
           END-IF
           IF WS-CASES-NOT-HELD > 0
               DISPLAY 'OPEN CASES NOT HELD - TABLE FULL : '
                   WS-CASES-NOT-HELD
           END-IF

           EVALUATE TRUE
               WHEN WS-FILES-MISSING
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ROWS-UNSTAMPED > 0
                   OR WS-MOVES-FAILED > 0
                   OR WS-CASES-NOT-HELD > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           PERFORM 9100-WRITE-STEPLOG.

       9100-WRITE-STEPLOG.

      *    one row per chain step so the morning dashboard can show
      *    pass/fail without scraping job logs (see STEPLOG.cpy).
           MOVE 'STUDARCH'    TO SL-STEP-NAME
           MOVE RETURN-CODE   TO SL-RETURN-CODE
           PERFORM 9160-STAMP-STEP-TIMES
           OPEN EXTEND STEPLOG
           WRITE STEPLOG-RECORD
           CLOSE STEPLOG.

       COPY STEPTIME.

       END PROGRAM STUDARCH.
