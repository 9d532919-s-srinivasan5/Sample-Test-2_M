      *    scheduled independently; shares its per-record processing
      *    with MAIN through STUDPROC (see that copybook) so the two
      *    drivers don't drift the way they used to.
      *    Students on administrative hold go to the new HOLDOUT
      *    file with the reason instead of STUDOUT (see HOLDREC.cpy);
      *    held and withdrawn/graduated counts show at end of job.
      *    Each student now carries the campus STUDEDIT stamped on
      *    it into the campus-qualified lookup, onto the audit,
      *    exception, output and resubmit rows, and into a
      *    per-campus duplicate check - the same id from two
      *    campuses is two students, not a double feed.
      *    A supplemental intraday run (RUNCTL run number 1-9) does
      *    not open its audit chain at zero: it seeds the chained
      *    check value off the last trailer for the business date on
      *    the AUDSEED DD and names that opening value on its own
      *    trailer, so the day's trail verifies as one chain; each
      *    audit row and the control-totals row carry the run number.
      *    No trailer to continue from stops the run RC 8.
      *    Students already pushed through the lookup rules at the
      *    counter today (SAPL, see STUDAPLC) come in on the optional
      *    INTRADAY DD: the file's chain is proved first (a break
      *    stops the run RC 8), and each such student takes the
      *    counter's result instead of a second lookup, still
      *    writing its audit, output or hold row as before.  Counter
      *    results nobody on the feed asked for are listed at end of
      *    job.
      *    Past ten campuses in a run a campus has no duplicate
      *    slot (see CAMPPRC.cpy): its rows are now all looked up
      *    and written, where an eleventh campus used to share the
      *    tenth's slot and lose a different student with the same
      *    id as a suppressed duplicate.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WS-RESUBOUT-STATUS.


           SELECT HOLDOUT ASSIGN TO 'HOLDOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDOUT-STATUS.

           SELECT CHKPOINT ASSIGN TO 'CHKPOINT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKPOINT-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLTOT-STATUS.

           SELECT AUDSEED ASSIGN TO 'AUDSEED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDSEED-STATUS.

           SELECT INTRADAY ASSIGN TO 'INTRADAY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTRADAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDIN
       01  RESUB-RECORD.
           05  RESUB-STUDENT-ID         PIC 9(6).
           05  RESUB-STUDENT-NAME       PIC A(15).
           05  RESUB-CAMPUS-ID          PIC X(8).
           05  FILLER                   PIC X(31).

       FD  HOLDOUT
           LABEL RECORDS ARE STANDARD.
           COPY HOLDREC.

       FD  CHKPOINT
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
           COPY CTLTOTR.

       FD  AUDSEED
           LABEL RECORDS ARE STANDARD.
           COPY AUDSEED.

       FD  INTRADAY
           LABEL RECORDS ARE STANDARD.
           COPY INTRAREC.

       WORKING-STORAGE SECTION.

       COPY RSTCHKWS.

       COPY CTLTOTWS.

       COPY AUDSDWS.

       COPY INTRAWS.
      *
       COPY STUDREC REPLACING ==:PFX:== BY ==WS==.
      *
           05  WS-EXCPOUT-STATUS        PIC X(2) VALUE '00'.
           05  WS-STUDOUT-STATUS        PIC X(2) VALUE '00'.
           05  WS-RESUBOUT-STATUS       PIC X(2) VALUE '00'.
           05  WS-HOLDOUT-STATUS        PIC X(2) VALUE '00'.
           05  WS-CHKPOINT-STATUS       PIC X(2) VALUE '00'.
             88  CHKPOINT-OK                      VALUE '00'.
           05  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
       01  WS-EOJ-COUNTERS.
           05  WS-REC-COUNT             PIC 9(7) VALUE 0.
           05  WS-EXCEPTION-COUNT       PIC 9(7) VALUE 0.
           05  WS-HOLD-COUNT            PIC 9(7) VALUE 0.
           05  WS-INACTIVE-COUNT        PIC 9(7) VALUE 0.

       01  WS-DRIVER-MODE               PIC X(5) VALUE 'UTIL '.
         88  DRIVER-MODE-IS-UTIL2                VALUE 'UTIL2'.
       01  WS-AUDIT-CHAIN.
           05  WS-AUDIT-SEQ             PIC 9(7) VALUE 0.
           05  WS-AUDIT-CHECK           PIC 9(12) VALUE 0.
           05  WS-AUDIT-OPEN-CHECK      PIC 9(12) VALUE 0.

       01  WS-RUN-SEQ                   PIC X(1) VALUE SPACE.
         88  WS-SUPPLEMENTAL-RUN                 VALUE '1' THRU '9'.

       01  WS-DUP-CONTROL.
           05  WS-DUP-IDX               PIC 9(7) COMP.
           05  WS-DUP-REPORT-ID         PIC 9(6).
           05  WS-DUP-DROPPED-COUNT     PIC 9(7) VALUE 0.
           05  WS-DUP-SEEN-TABLE.
               10  WS-DUP-SEEN-ID       OCCURS 1000000 TIMES.
                   15  WS-DUP-SEEN-COUNT
                                        PIC 9(4) COMP
                                        OCCURS 10 TIMES.


       COPY CAMPWS.

       COPY STEPTMWS.

       PROCEDURE DIVISION.
           PERFORM 0150-READ-RUNCTL
           PERFORM 0160-CHECK-RESTART-CONTROL
           PERFORM 0200-DERIVE-RESTART-POINT
           PERFORM 0800-LOAD-INTRADAY
           PERFORM 1000-OPEN-FILES

           PERFORM UNTIL WS-END-OF-STUDIN

           MOVE SI-STUDENT-ID   TO WS-STUDENT-ID
           MOVE SI-STUDENT-NAME TO WS-STUDENT-NAME
           MOVE SI-CAMPUS-ID    TO WS-CAMPUS-ID
           IF WS-CAMPUS-ID = SPACES
               MOVE WS-HOME-CAMPUS TO WS-CAMPUS-ID
           END-IF
           MOVE 'DUMMY'         TO WS-EXTRA-1.

      *    shared per-record processing logic (see STUDPROC.cpy)
      *    shared restart-control check (see RSTCHK.cpy)
       COPY RSTCHK.

       COPY AUDSDPRC.

      *    shared intraday pickup (see INTRAPRC.cpy)
       COPY INTRAPRC.

      *    shared step-timing paragraphs (see STEPTIME.cpy)
       COPY STEPTIME.

      *    shared campus slot lookup (see CAMPPRC.cpy)
       COPY CAMPPRC.

       END PROGRAM MAINALT.
