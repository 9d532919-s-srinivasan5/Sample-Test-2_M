       IDENTIFICATION DIVISION.
       PROGRAM-ID. RNPLAN.
      *
      *    CHANGE LOG
      *    ----------
      *    Range renumbering plan loader.  Each term the registrar
      *    moves whole blocks of ids (every 001000-001999 up by
      *    1000, effective the first day of term) and the desk used
      *    to key hundreds of single C transactions to stage the
      *    replacements.  This step reads the renumbering plan (see
      *    RNPLNREC.cpy), expands each plan row against STUDMSTR into
      *    one pending change item per master row in the range, all
      *    carrying the plan id as their batch id (see PENDREC.cpy)
      *    so MNTAPPR approves or rejects the plan as one batch.
      *    Before anything reaches the reviewer it prints the
      *    pre-approval summary: rows per plan, targets that collide
      *    with an existing master row (or with another target),
      *    and ids that already carry a staged replacement - those
      *    rows are listed and left out of the batch.
      *
      *    A plan now names the campus it renumbers in (blank is the
      *    home campus).  The range walk stays inside that campus,
      *    collisions and staged items are judged within it, and
      *    every queued item carries it.
      *
      *    A staged contact update (action K, see PENDREC.cpy) does not
      *    count as staged maintenance on the id - it leaves the master
      *    row alone and the contact follows any renumbering.
      *
      *    A master or pending file that will not open is now said
      *    with its status and nothing is queued - RC 8, where it
      *    used to show every plan as empty and end RC 0.  A plan
      *    naming an EXTRA the code table does not carry, or has
      *    retired, is refused as MNTPEND refuses the keyed item
      *    (see XTRAPRC.cpy); it would only be rejected at apply.
      *    A plan whose rows would not fit the staged-id or target
      *    tables is refused before anything of it is queued - a
      *    full table would have let a re-staged or doubly given
      *    out id through unchecked.  Any plan refused for table
      *    room, including a range over the row table, ends RC 8.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT PLANIN ASSIGN TO 'PLANIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLANIN-STATUS.

           SELECT STUDMSTR ASSIGN TO 'STUDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-KEY
               ALTERNATE RECORD KEY IS SM-STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDMSTR-STATUS.

           SELECT PENDFILE ASSIGN TO 'PENDFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDFILE-STATUS.

           SELECT XTRACODE ASSIGN TO 'XTRACODE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XC-CODE
               FILE STATUS IS WS-XTRACODE-STATUS.

           SELECT STEPLOG ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  PLANIN
           LABEL RECORDS ARE STANDARD.
           COPY RNPLNREC.

       FD  STUDMSTR
           LABEL RECORDS ARE STANDARD.
           COPY STUDMSTR.

       FD  PENDFILE
           LABEL RECORDS ARE STANDARD.
           COPY PENDREC.

       FD  XTRACODE
           LABEL RECORDS ARE STANDARD.
           COPY XTRACODE.

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
             88  RUNCTL-OK                        VALUE '00'.
           05  WS-PLANIN-STATUS         PIC X(2) VALUE '00'.
             88  PLANIN-OK                        VALUE '00'.
           05  WS-STUDMSTR-STATUS       PIC X(2) VALUE '00'.
             88  STUDMSTR-OK                      VALUE '00'.
           05  WS-PENDFILE-STATUS       PIC X(2) VALUE '00'.
             88  PENDFILE-OK                      VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-FILE                       VALUE 'Y'.

       01  WS-RANGE-EOF-SWITCH          PIC X(1) VALUE 'N'.
         88  WS-END-OF-RANGE                      VALUE 'Y'.

       01  WS-OPEN-SWITCHES.
           05  WS-OPEN-FAILED-SW        PIC X(1) VALUE 'N'.
             88  WS-OPEN-FAILED                   VALUE 'Y'.
           05  WS-MSTR-OPEN-SW          PIC X(1) VALUE 'N'.
             88  WS-MSTR-OPEN                     VALUE 'Y'.
           05  WS-PEND-OPEN-SW          PIC X(1) VALUE 'N'.
             88  WS-PEND-OPEN                     VALUE 'Y'.

      *    more live pending items than the staged table holds -
      *    no plan can be judged against them all.
       01  WS-STAGED-OVERFLOW-SW        PIC X(1) VALUE 'N'.
         88  WS-STAGED-OVERFLOWED                 VALUE 'Y'.

      *    ids already staged on the pending file (awaiting review
      *    or approved and not yet applied), each with its campus.
       01  WS-STAGED-TABLE.
           05  WS-STAGED-COUNT          PIC 9(4) VALUE 0.
           05  WS-STAGED-ENTRY          OCCURS 2000 TIMES.
               10  WS-STAGED-CAMPUS     PIC X(8).
               10  WS-STAGED-ID         PIC 9(6).

      *    every target id handed out this run, across all plans -
      *    two plans must not move two students onto one id.
       01  WS-TARGET-TABLE.
           05  WS-TARGET-COUNT          PIC 9(4) VALUE 0.
           05  WS-TARGET-ENTRY          OCCURS 2000 TIMES.
               10  WS-TARGET-CAMPUS     PIC X(8).
               10  WS-TARGET-ID         PIC 9(6).

      *    the current plan's expanded rows, held until the range
      *    is walked so the master can be re-read for collisions.
       01  WS-PLAN-ROWS.
           05  WS-ROW-COUNT             PIC 9(4) VALUE 0.
           05  WS-ROW-ENTRY             OCCURS 2000 TIMES.
               10  WS-ROW-ID            PIC 9(6).
               10  WS-ROW-NAME          PIC A(15).
               10  WS-ROW-REPL-ID       PIC 9(6).
               10  WS-ROW-REPL-NAME     PIC A(15).
               10  WS-ROW-EXTRA         PIC X(10).
               10  WS-ROW-EFF-DATE      PIC 9(8).

       01  WS-TABLE-WORK.
           05  WS-ROW-IDX               PIC 9(4) COMP.
           05  WS-SCAN-IDX              PIC 9(4) COMP.
           05  WS-HIT-SW                PIC X(1).
             88  WS-HIT                           VALUE 'Y'.

       01  WS-PLAN-FIELDS.
           05  WS-RUN-DATE              PIC 9(8) VALUE 0.
           05  WS-REQUEST-DATE          PIC 9(8) VALUE 0.
           05  WS-NEW-ID                PIC 9(7).
      *    the campus the plan renumbers in - blank is home.
           05  WS-PLAN-CAMPUS           PIC X(8).
           05  WS-NEW-NAME              PIC A(15).
           05  WS-NEW-EXTRA             PIC X(10).
           05  WS-EXCLUDE-REASON        PIC X(30).
           05  WS-PLAN-ERROR            PIC X(30).
           05  WS-ROW-OVERFLOW-SW       PIC X(1).
             88  WS-ROWS-OVERFLOWED               VALUE 'Y'.

       01  WS-PLAN-COUNTERS.
           05  WS-PLAN-IN-RANGE         PIC 9(5).
           05  WS-PLAN-QUEUED           PIC 9(5).
           05  WS-PLAN-COLLISIONS       PIC 9(5).
           05  WS-PLAN-STAGED           PIC 9(5).

       01  WS-RUN-COUNTERS.
           05  WS-PLANS-READ            PIC 9(5) VALUE 0.
           05  WS-PLANS-REFUSED         PIC 9(5) VALUE 0.
           05  WS-PLANS-NO-ROOM         PIC 9(5) VALUE 0.
           05  WS-TOTAL-QUEUED          PIC 9(7) VALUE 0.
           05  WS-TOTAL-COLLISIONS      PIC 9(7) VALUE 0.
           05  WS-TOTAL-STAGED          PIC 9(7) VALUE 0.

       COPY CAMPWS.

       COPY XTRAWS.

       COPY STEPTMWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 9150-NOTE-STEP-START

           ACCEPT WS-REQUEST-DATE FROM DATE YYYYMMDD
           PERFORM 1000-READ-RUNCTL
           PERFORM 0700-LOAD-EXTRA-CODES
           PERFORM 2000-LOAD-STAGED-IDS

           OPEN INPUT PLANIN
           IF NOT PLANIN-OK
               DISPLAY 'RENUMBERING PLAN NOT AVAILABLE - NOTHING '
                   'TO EXPAND'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           OPEN INPUT STUDMSTR
           IF STUDMSTR-OK
               SET WS-MSTR-OPEN TO TRUE
           ELSE
               DISPLAY 'STUDENT MASTER NOT AVAILABLE, STATUS '
                   WS-STUDMSTR-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           OPEN EXTEND PENDFILE
           IF PENDFILE-OK
               SET WS-PEND-OPEN TO TRUE
           ELSE
               DISPLAY 'PENDING FILE WOULD NOT OPEN, STATUS '
                   WS-PENDFILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF

           DISPLAY 'RENUMBERING PLAN PRE-APPROVAL SUMMARY'
           DISPLAY '-------------------------------------'

           IF WS-OPEN-FAILED
               DISPLAY '*** NOTHING QUEUED - RERUN ONCE THE FILES '
                   'ARE BACK'
               SET WS-END-OF-FILE TO TRUE
           END-IF

           PERFORM UNTIL WS-END-OF-FILE
               READ PLANIN
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PLANS-READ
                       PERFORM 3000-EXPAND-PLAN
               END-READ
           END-PERFORM

           IF PLANIN-OK OR WS-PLANIN-STATUS = '10'
               CLOSE PLANIN
           END-IF
           IF WS-MSTR-OPEN
               CLOSE STUDMSTR
           END-IF
           IF WS-PEND-OPEN
               CLOSE PENDFILE
           END-IF

           PERFORM 9000-END-OF-JOB

           STOP RUN.

       1000-READ-RUNCTL.

           OPEN INPUT RUNCTL
           READ RUNCTL
               AT END
                   DISPLAY 'RUNCTL NOT AVAILABLE - NO RUN STAMP'
           END-READ
           CLOSE RUNCTL

           IF RUNCTL-OK
               MOVE RC-RUN-YEAR  TO WS-RUN-DATE(1:4)
               MOVE RC-RUN-MONTH TO WS-RUN-DATE(5:2)
               MOVE RC-RUN-DAY   TO WS-RUN-DATE(7:2)
           ELSE
               MOVE WS-REQUEST-DATE TO WS-RUN-DATE
           END-IF.

       2000-LOAD-STAGED-IDS.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PENDFILE
           IF NOT PENDFILE-OK
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ PENDFILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF (PD-PENDING OR PD-APPROVED)
                           AND NOT PD-ACTION-CONTACT
                           AND WS-STAGED-COUNT NOT < 2000
                           SET WS-STAGED-OVERFLOWED TO TRUE
                       END-IF
                       IF (PD-PENDING OR PD-APPROVED)
                           AND NOT PD-ACTION-CONTACT
                           AND WS-STAGED-COUNT < 2000
                           ADD 1 TO WS-STAGED-COUNT
                           MOVE PD-CAMPUS-ID
                             TO WS-STAGED-CAMPUS(WS-STAGED-COUNT)
                           IF PD-CAMPUS-ID = SPACES
                               MOVE WS-HOME-CAMPUS
                                 TO WS-STAGED-CAMPUS(WS-STAGED-COUNT)
                           END-IF
                           MOVE PD-STUDENT-ID
                             TO WS-STAGED-ID(WS-STAGED-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF PENDFILE-OK OR WS-PENDFILE-STATUS = '10'
               CLOSE PENDFILE
           END-IF
           IF WS-STAGED-OVERFLOWED
               DISPLAY 'OVER 2000 ITEMS ALREADY STAGED - EVERY PLAN '
                   'IS REFUSED'
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       3000-EXPAND-PLAN.

           MOVE ZERO   TO WS-PLAN-IN-RANGE
           MOVE ZERO   TO WS-PLAN-QUEUED
           MOVE ZERO   TO WS-PLAN-COLLISIONS
           MOVE ZERO   TO WS-PLAN-STAGED
           MOVE ZERO   TO WS-ROW-COUNT
           MOVE 'N'    TO WS-ROW-OVERFLOW-SW
           MOVE PL-CAMPUS-ID TO WS-PLAN-CAMPUS
           IF WS-PLAN-CAMPUS = SPACES
               MOVE WS-HOME-CAMPUS TO WS-PLAN-CAMPUS
           END-IF

           DISPLAY ' '
           DISPLAY 'PLAN ' PL-PLAN-ID ' CAMPUS ' WS-PLAN-CAMPUS
               ' IDS ' PL-LOW-ID '-'
               PL-HIGH-ID ' TARGET ' PL-TARGET-TYPE ' '
               PL-TARGET-VALUE ' NAME RULE ' PL-NAME-RULE
               ' EFF ' PL-EFF-DATE ' BY ' PL-OPERATOR

           PERFORM 3100-EDIT-PLAN-ROW
           IF WS-PLAN-ERROR NOT = SPACES
               ADD 1 TO WS-PLANS-REFUSED
               DISPLAY '  *** PLAN REFUSED - ' WS-PLAN-ERROR
           ELSE
               PERFORM 3200-COLLECT-RANGE
      *        every row could be queued - the staged and target
      *        tables must have room for all of them, or the later
      *        rows would go unchecked.
               IF WS-STAGED-OVERFLOWED
                   OR WS-STAGED-COUNT + WS-ROW-COUNT > 2000
                   OR WS-TARGET-COUNT + WS-ROW-COUNT > 2000
                   SET WS-ROWS-OVERFLOWED TO TRUE
               END-IF
               IF WS-ROWS-OVERFLOWED
                   ADD 1 TO WS-PLANS-REFUSED
                   ADD 1 TO WS-PLANS-NO-ROOM
                   DISPLAY '  *** PLAN REFUSED - OVER 2000 ROWS, '
                       'STAGED IDS OR TARGETS (SPLIT THE PLAN)'
               ELSE
                   PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                           UNTIL WS-ROW-IDX > WS-ROW-COUNT
                       PERFORM 3300-JUDGE-ONE-ROW
                   END-PERFORM
                   DISPLAY '  ROWS IN RANGE      : ' WS-PLAN-IN-RANGE
                   DISPLAY '  ITEMS QUEUED       : ' WS-PLAN-QUEUED
                   DISPLAY '  TARGET COLLISIONS  : '
                       WS-PLAN-COLLISIONS
                   DISPLAY '  ALREADY STAGED     : ' WS-PLAN-STAGED
               END-IF
           END-IF.

       3100-EDIT-PLAN-ROW.

           MOVE SPACES TO WS-PLAN-ERROR
           EVALUATE TRUE
               WHEN PL-PLAN-ID = SPACES
                   MOVE 'PLAN ID BLANK' TO WS-PLAN-ERROR
               WHEN PL-LOW-ID NOT NUMERIC
                   OR PL-HIGH-ID NOT NUMERIC
                   OR PL-TARGET-VALUE NOT NUMERIC
                   MOVE 'RANGE OR TARGET NOT NUMERIC'
                     TO WS-PLAN-ERROR
               WHEN PL-LOW-ID > PL-HIGH-ID
                   MOVE 'LOW ID ABOVE HIGH ID' TO WS-PLAN-ERROR
               WHEN NOT PL-TARGET-OFFSET AND NOT PL-TARGET-START
                   MOVE 'TARGET TYPE NOT O OR S' TO WS-PLAN-ERROR
               WHEN PL-TARGET-OFFSET AND PL-TARGET-VALUE = 0
                   MOVE 'ZERO OFFSET MOVES NOTHING' TO WS-PLAN-ERROR
               WHEN NOT PL-NAME-KEEP AND NOT PL-NAME-REPLACEMENT
                   MOVE 'NAME RULE NOT K OR R' TO WS-PLAN-ERROR
               WHEN PL-EFF-DATE NOT NUMERIC
                   MOVE 'EFFECTIVE DATE NOT NUMERIC'
                     TO WS-PLAN-ERROR
               WHEN PL-OPERATOR = SPACES
                   MOVE 'NO REQUESTING OPERATOR' TO WS-PLAN-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

      *    the plan's EXTRA goes on every item - judge it once, as
      *    MNTPEND judges a keyed one.  Blank keeps each row's own.
           IF WS-PLAN-ERROR = SPACES
               MOVE PL-EXTRA        TO WS-XTRA-CHECK-CODE
               MOVE WS-REQUEST-DATE TO WS-XTRA-CHECK-DATE
               PERFORM 0750-CHECK-EXTRA-CODE
               IF WS-XTRA-REJECTED
                   MOVE WS-XTRA-REASON TO WS-PLAN-ERROR
               END-IF
           END-IF.

       3200-COLLECT-RANGE.

      *    walk the master from the low id by key and hold every
      *    row up to the high id - the collision checks below need
      *    random reads, which would lose this position.  The key
      *    runs campus first, so the range ends at the high id or
      *    at the end of the plan's campus.
           MOVE 'N' TO WS-RANGE-EOF-SWITCH
           MOVE WS-PLAN-CAMPUS TO SM-CAMPUS-ID
           MOVE PL-LOW-ID TO SM-STUDENT-ID
           START STUDMSTR KEY IS NOT LESS THAN SM-STUDENT-KEY
               INVALID KEY
                   SET WS-END-OF-RANGE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-RANGE
               READ STUDMSTR NEXT RECORD
                   AT END
                       SET WS-END-OF-RANGE TO TRUE
               END-READ
               IF NOT WS-END-OF-RANGE
                   IF NOT STUDMSTR-OK
                       OR SM-CAMPUS-ID NOT = WS-PLAN-CAMPUS
                       OR SM-STUDENT-ID > PL-HIGH-ID
                       SET WS-END-OF-RANGE TO TRUE
                   ELSE
                       PERFORM 3210-HOLD-RANGE-ROW
                   END-IF
               END-IF
           END-PERFORM.

       3210-HOLD-RANGE-ROW.

           IF WS-ROW-COUNT < 2000
               ADD 1 TO WS-ROW-COUNT
               MOVE SM-STUDENT-ID    TO WS-ROW-ID(WS-ROW-COUNT)
               MOVE SM-STUDENT-NAME  TO WS-ROW-NAME(WS-ROW-COUNT)
               MOVE SM-REPLACEMENT-ID
                 TO WS-ROW-REPL-ID(WS-ROW-COUNT)
               MOVE SM-REPLACEMENT-NAME
                 TO WS-ROW-REPL-NAME(WS-ROW-COUNT)
               MOVE SM-REPLACEMENT-EXTRA
                 TO WS-ROW-EXTRA(WS-ROW-COUNT)
               MOVE SM-REPLACEMENT-EFF-DATE
                 TO WS-ROW-EFF-DATE(WS-ROW-COUNT)
           ELSE
               SET WS-ROWS-OVERFLOWED TO TRUE
               SET WS-END-OF-RANGE TO TRUE
           END-IF.

       3300-JUDGE-ONE-ROW.

           ADD 1 TO WS-PLAN-IN-RANGE
           MOVE SPACES TO WS-EXCLUDE-REASON

           IF PL-TARGET-OFFSET
               COMPUTE WS-NEW-ID = WS-ROW-ID(WS-ROW-IDX)
                   + PL-TARGET-VALUE
           ELSE
               COMPUTE WS-NEW-ID = PL-TARGET-VALUE
                   + WS-PLAN-IN-RANGE - 1
           END-IF

           IF WS-NEW-ID > 999999
               MOVE 'TARGET BEYOND 999999' TO WS-EXCLUDE-REASON
           END-IF

           IF WS-EXCLUDE-REASON = SPACES
               PERFORM 3310-CHECK-ALREADY-STAGED
           END-IF
           IF WS-EXCLUDE-REASON = SPACES
               PERFORM 3320-CHECK-TARGET-COLLISION
           END-IF

           IF WS-EXCLUDE-REASON = SPACES
               PERFORM 3400-QUEUE-PLAN-ITEM
           ELSE
               DISPLAY '    EXCLUDED ' WS-ROW-ID(WS-ROW-IDX)
                   ' -> ' WS-NEW-ID(2:6) ' ' WS-EXCLUDE-REASON
           END-IF.

       3310-CHECK-ALREADY-STAGED.

      *    a future-dated replacement on the row, or an item already
      *    waiting on the pending file, is somebody's decision that
      *    the plan must not silently overwrite.
           IF WS-ROW-EFF-DATE(WS-ROW-IDX) > WS-RUN-DATE
               AND WS-ROW-REPL-ID(WS-ROW-IDX) NOT = ZERO
               MOVE 'FUTURE REPLACEMENT STAGED'
                 TO WS-EXCLUDE-REASON
           ELSE
               MOVE 'N' TO WS-HIT-SW
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-STAGED-COUNT
                       OR WS-HIT
                   IF WS-STAGED-ID(WS-SCAN-IDX)
                       = WS-ROW-ID(WS-ROW-IDX)
                       AND WS-STAGED-CAMPUS(WS-SCAN-IDX)
                       = WS-PLAN-CAMPUS
                       SET WS-HIT TO TRUE
                   END-IF
               END-PERFORM
               IF WS-HIT
                   MOVE 'MAINTENANCE ALREADY PENDING'
                     TO WS-EXCLUDE-REASON
               END-IF
           END-IF

           IF WS-EXCLUDE-REASON NOT = SPACES
               ADD 1 TO WS-PLAN-STAGED
               ADD 1 TO WS-TOTAL-STAGED
           END-IF.

       3320-CHECK-TARGET-COLLISION.

           MOVE WS-PLAN-CAMPUS TO SM-CAMPUS-ID
           MOVE WS-NEW-ID TO SM-STUDENT-ID
           READ STUDMSTR KEY IS SM-STUDENT-KEY
               INVALID KEY
                   CONTINUE
           END-READ
           IF STUDMSTR-OK
               MOVE 'TARGET ID ALREADY ON MASTER'
                 TO WS-EXCLUDE-REASON
           ELSE
               MOVE 'N' TO WS-HIT-SW
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-TARGET-COUNT
                       OR WS-HIT
                   IF WS-TARGET-ID(WS-SCAN-IDX) = WS-NEW-ID
                       AND WS-TARGET-CAMPUS(WS-SCAN-IDX)
                       = WS-PLAN-CAMPUS
                       SET WS-HIT TO TRUE
                   END-IF
               END-PERFORM
               IF WS-HIT
                   MOVE 'TARGET ID GIVEN OUT TWICE'
                     TO WS-EXCLUDE-REASON
               END-IF
           END-IF

           IF WS-EXCLUDE-REASON NOT = SPACES
               ADD 1 TO WS-PLAN-COLLISIONS
               ADD 1 TO WS-TOTAL-COLLISIONS
           END-IF.

       3400-QUEUE-PLAN-ITEM.

           IF PL-NAME-REPLACEMENT
               AND WS-ROW-REPL-NAME(WS-ROW-IDX) NOT = SPACES
               MOVE WS-ROW-REPL-NAME(WS-ROW-IDX) TO WS-NEW-NAME
           ELSE
               MOVE WS-ROW-NAME(WS-ROW-IDX) TO WS-NEW-NAME
           END-IF
           IF PL-EXTRA NOT = SPACES
               MOVE PL-EXTRA TO WS-NEW-EXTRA
           ELSE
               MOVE WS-ROW-EXTRA(WS-ROW-IDX) TO WS-NEW-EXTRA
           END-IF

           MOVE SPACES                  TO PENDING-RECORD
           MOVE 'P'                     TO PD-STATUS
           MOVE WS-REQUEST-DATE         TO PD-REQUEST-DATE
           MOVE 'C'                     TO PD-ACTION
           MOVE WS-ROW-ID(WS-ROW-IDX)   TO PD-STUDENT-ID
           MOVE WS-ROW-NAME(WS-ROW-IDX) TO PD-STUDENT-NAME
           MOVE WS-NEW-ID               TO PD-REPLACEMENT-ID
           MOVE WS-NEW-NAME             TO PD-REPLACEMENT-NAME
           MOVE WS-NEW-EXTRA            TO PD-REPLACEMENT-EXTRA
           MOVE PL-EFF-DATE             TO PD-REPLACEMENT-EFF-DATE
           MOVE PL-OPERATOR             TO PD-OPERATOR
           MOVE ZERO                    TO PD-APPROVE-DATE
           SET PD-FROM-PLAN             TO TRUE
           MOVE PL-PLAN-ID              TO PD-BATCH-ID
           MOVE WS-PLAN-CAMPUS          TO PD-CAMPUS-ID
           WRITE PENDING-RECORD

           ADD 1 TO WS-PLAN-QUEUED
           ADD 1 TO WS-TOTAL-QUEUED
           IF WS-TARGET-COUNT < 2000
               ADD 1 TO WS-TARGET-COUNT
               MOVE WS-PLAN-CAMPUS
                 TO WS-TARGET-CAMPUS(WS-TARGET-COUNT)
               MOVE WS-NEW-ID TO WS-TARGET-ID(WS-TARGET-COUNT)
           END-IF
      *    the id is staged now - an overlapping later plan must
      *    see it as already staged.
           IF WS-STAGED-COUNT < 2000
               ADD 1 TO WS-STAGED-COUNT
               MOVE WS-PLAN-CAMPUS
                 TO WS-STAGED-CAMPUS(WS-STAGED-COUNT)
               MOVE WS-ROW-ID(WS-ROW-IDX)
                 TO WS-STAGED-ID(WS-STAGED-COUNT)
           END-IF.

       9000-END-OF-JOB.

           DISPLAY ' '
           DISPLAY '-------------------------------------'
           DISPLAY 'PLANS READ           : ' WS-PLANS-READ
           DISPLAY 'PLANS REFUSED        : ' WS-PLANS-REFUSED
           DISPLAY 'ITEMS QUEUED         : ' WS-TOTAL-QUEUED
           DISPLAY 'TARGET COLLISIONS    : ' WS-TOTAL-COLLISIONS
           DISPLAY 'ALREADY STAGED       : ' WS-TOTAL-STAGED
           DISPLAY 'APPROVE OR REJECT EACH PLAN IN MNTAPPR BY ITS '
               'PLAN ID'

           EVALUATE TRUE
               WHEN WS-OPEN-FAILED
                   OR WS-PLANS-NO-ROOM > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PLANS-REFUSED > 0
                   OR WS-TOTAL-COLLISIONS > 0
                   OR WS-TOTAL-STAGED > 0
                   OR NOT WS-XTRA-TABLE-LOADED
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           PERFORM 9100-WRITE-STEPLOG.

       9100-WRITE-STEPLOG.

      *    one row per chain step so the morning dashboard can show
      *    pass/fail without scraping job logs (see STEPLOG.cpy).
           MOVE 'RNPLAN'      TO SL-STEP-NAME
           MOVE RETURN-CODE   TO SL-RETURN-CODE
           PERFORM 9160-STAMP-STEP-TIMES
           OPEN EXTEND STEPLOG
           WRITE STEPLOG-RECORD
           CLOSE STEPLOG.

       COPY XTRAPRC.

       COPY STEPTIME.

       END PROGRAM RNPLAN.
