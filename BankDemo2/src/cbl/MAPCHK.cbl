       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAPCHK.
      *
      *    CHANGE LOG
      *    ----------
      *    Referential-integrity analysis of the replacement
      *    mappings.  LOADVAL proves the load extract's key order
      *    and STUDBKP proves every row reads, but nothing checked
      *    that the mappings make sense as a set - we have seen two
      *    students mapped to one SM-REPLACEMENT-ID, and A->B
      *    mappings where B is itself a master row with its own
      *    replacement.  This step runs after maintenance is
      *    applied and before the lookups: it builds the whole
      *    mapping graph from STUDMSTR (id -> replacement id) plus
      *    the XREF file (retired id -> new id) and reports
      *      collisions  - two master rows mapped to the same new
      *                    id, or a row mapped onto an existing
      *                    student who is not moving
      *      chains      - a mapping whose target maps on again
      *      cycles      - a path that comes back on itself, which
      *                    UTIL/UTIL2's XREF hop loop could only
      *                    give up on at its hop limit
      *      orphans     - XREF rows whose new id is neither on the
      *                    master nor retired onward
      *    A cycle or collision ends 8 and holds STEP010/STEP020;
      *    chains and orphans warn with 4.
      *    The master and the cross-reference are keyed by campus
      *    plus id, and a mapping never leaves its campus, so both
      *    tables hold the campus with each id, every lookup and
      *    walk stays inside the campus it started on, and two
      *    campuses mapping onto the same id number is not a
      *    collision.  Every finding names its campus.
      *    A master that will not open or stops reading part way
      *    now ends 8 too - an empty graph proved nothing and the
      *    gate used to pass it with 0.  So does a master or XREF
      *    past the 20000-row tables: the rows past the cap were
      *    never looked at, and a collision or cycle among them
      *    must not get through as a warning.
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

           SELECT XREFFILE ASSIGN TO 'XREFFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-OLD-KEY
               FILE STATUS IS WS-XREFFILE-STATUS.

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

       FD  XREFFILE
           LABEL RECORDS ARE STANDARD.
           COPY XREFREC.

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
             88  RUNCTL-OK                        VALUE '00'.
           05  WS-STUDMSTR-STATUS       PIC X(2) VALUE '00'.
             88  STUDMSTR-OK                      VALUE '00'.
           05  WS-XREFFILE-STATUS       PIC X(2) VALUE '00'.
             88  XREFFILE-OK                      VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-FILE                       VALUE 'Y'.

      *    every master row, in key order as the KSDS returns it:
      *    its campus and id and, where it has one that differs,
      *    the id it maps to within the campus (zero = not moving).
       01  WS-MASTER-TABLE.
           05  WS-MSTR-COUNT            PIC 9(5) VALUE 0.
           05  WS-MSTR-ENTRY            OCCURS 20000 TIMES.
               10  WS-MSTR-KEY.
                   15  WS-MSTR-CAMPUS   PIC X(8).
                   15  WS-MSTR-ID       PIC 9(6).
               10  WS-MSTR-TARGET       PIC 9(6).

      *    every XREF row, in campus and retired-id order.
       01  WS-XREF-TABLE.
           05  WS-XREF-COUNT            PIC 9(5) VALUE 0.
           05  WS-XREF-ENTRY            OCCURS 20000 TIMES.
               10  WS-XREF-KEY.
                   15  WS-XREF-CAMPUS   PIC X(8).
                   15  WS-XREF-OLD      PIC 9(6).
               10  WS-XREF-NEW          PIC 9(6).

       01  WS-SEARCH-WORK.
           05  WS-FIND-KEY.
               10  WS-FIND-CAMPUS       PIC X(8).
               10  WS-FIND-ID           PIC 9(6).
           05  WS-LOW                   PIC 9(5) COMP.
           05  WS-HIGH                  PIC 9(5) COMP.
           05  WS-MID                   PIC 9(5) COMP.
           05  WS-MSTR-HIT              PIC 9(5) COMP.
           05  WS-XREF-HIT              PIC 9(5) COMP.
           05  WS-IDX                   PIC 9(5) COMP.
           05  WS-SCAN-IDX              PIC 9(5) COMP.

       01  WS-WALK-WORK.
           05  WS-WALK-CAMPUS           PIC X(8).
           05  WS-START-ID              PIC 9(6).
           05  WS-CUR-ID                PIC 9(6).
           05  WS-NEXT-ID               PIC 9(6).
           05  WS-HOPS                  PIC 9(2).
           05  WS-HOP-LIMIT             PIC 9(2) VALUE 10.
           05  WS-WALK-DONE-SW          PIC X(1).
             88  WS-WALK-DONE                     VALUE 'Y'.
           05  WS-CYCLE-SW              PIC X(1).
             88  WS-CYCLE-FOUND                   VALUE 'Y'.
           05  WS-LOWER-SEEN-SW         PIC X(1).
             88  WS-LOWER-ID-SEEN                 VALUE 'Y'.
           05  WS-PATH-LINE             PIC X(60).
           05  WS-PATH-PTR              PIC 9(3) COMP.

       01  WS-RUN-FIELDS.
           05  WS-RUN-DATE              PIC 9(8) VALUE 0.
           05  WS-OVERFLOW-SW           PIC X(1) VALUE 'N'.
             88  WS-TABLE-OVERFLOWED              VALUE 'Y'.
           05  WS-XREF-AVAIL-SW         PIC X(1) VALUE 'N'.
             88  WS-XREF-AVAILABLE                VALUE 'Y'.
           05  WS-MSTR-FAILED-SW        PIC X(1) VALUE 'N'.
             88  WS-MSTR-FAILED                   VALUE 'Y'.

       01  WS-FINDING-COUNTERS.
           05  WS-MAPPED-COUNT          PIC 9(7) VALUE 0.
           05  WS-COLLISION-COUNT       PIC 9(7) VALUE 0.
           05  WS-CHAIN-COUNT           PIC 9(7) VALUE 0.
           05  WS-CYCLE-COUNT           PIC 9(7) VALUE 0.
           05  WS-ORPHAN-COUNT          PIC 9(7) VALUE 0.

       COPY STEPTMWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 9150-NOTE-STEP-START

           PERFORM 1000-READ-RUNCTL
           PERFORM 2000-LOAD-MASTER-MAPPINGS
           PERFORM 2500-LOAD-XREF-MAPPINGS

           DISPLAY 'REPLACEMENT MAPPING INTEGRITY REPORT FOR RUN '
               WS-RUN-DATE
           DISPLAY '--------------------------------------------'
           DISPLAY 'MASTER ROWS ' WS-MSTR-COUNT
               '  MAPPED ' WS-MAPPED-COUNT
               '  XREF ROWS ' WS-XREF-COUNT

           PERFORM 3000-REPORT-COLLISIONS
           PERFORM 4000-REPORT-CHAINS-AND-CYCLES
           PERFORM 5000-REPORT-ORPHAN-XREF

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
           END-IF.

       2000-LOAD-MASTER-MAPPINGS.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT STUDMSTR
           IF NOT STUDMSTR-OK
               DISPLAY 'STUDMSTR NOT AVAILABLE - STATUS '
                   WS-STUDMSTR-STATUS
               SET WS-MSTR-FAILED TO TRUE
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ STUDMSTR NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   IF NOT STUDMSTR-OK
                       DISPLAY 'STUDMSTR READ FAILED - STATUS '
                           WS-STUDMSTR-STATUS
                       SET WS-MSTR-FAILED TO TRUE
                       SET WS-END-OF-FILE TO TRUE
                   ELSE
                       PERFORM 2100-HOLD-MASTER-ROW
                   END-IF
               END-IF
           END-PERFORM
           IF STUDMSTR-OK OR WS-STUDMSTR-STATUS = '10'
               CLOSE STUDMSTR
           END-IF.

       2100-HOLD-MASTER-ROW.

           IF WS-MSTR-COUNT < 20000
               ADD 1 TO WS-MSTR-COUNT
               MOVE SM-CAMPUS-ID  TO WS-MSTR-CAMPUS(WS-MSTR-COUNT)
               MOVE SM-STUDENT-ID TO WS-MSTR-ID(WS-MSTR-COUNT)
      *        a zero or self replacement is not a mapping.
               IF SM-REPLACEMENT-ID NUMERIC
                   AND SM-REPLACEMENT-ID NOT = ZERO
                   AND SM-REPLACEMENT-ID NOT = SM-STUDENT-ID
                   MOVE SM-REPLACEMENT-ID
                     TO WS-MSTR-TARGET(WS-MSTR-COUNT)
                   ADD 1 TO WS-MAPPED-COUNT
               ELSE
                   MOVE ZERO TO WS-MSTR-TARGET(WS-MSTR-COUNT)
               END-IF
           ELSE
               SET WS-TABLE-OVERFLOWED TO TRUE
           END-IF.

       2500-LOAD-XREF-MAPPINGS.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT XREFFILE
           IF XREFFILE-OK
               SET WS-XREF-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'XREF FILE NOT AVAILABLE - MASTER MAPPINGS '
                   'ONLY'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ XREFFILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   IF NOT XREFFILE-OK
                       SET WS-END-OF-FILE TO TRUE
                   ELSE
                       IF WS-XREF-COUNT < 20000
                           ADD 1 TO WS-XREF-COUNT
                           MOVE XR-CAMPUS-ID
                             TO WS-XREF-CAMPUS(WS-XREF-COUNT)
                           MOVE XR-OLD-ID
                             TO WS-XREF-OLD(WS-XREF-COUNT)
                           MOVE XR-NEW-ID
                             TO WS-XREF-NEW(WS-XREF-COUNT)
                       ELSE
                           SET WS-TABLE-OVERFLOWED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-XREF-AVAILABLE
               CLOSE XREFFILE
           END-IF.

       3000-REPORT-COLLISIONS.

           DISPLAY ' '
           DISPLAY 'COLLISIONS'
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MSTR-COUNT
               IF WS-MSTR-TARGET(WS-IDX) NOT = ZERO
                   PERFORM 3100-CHECK-ONE-TARGET
               END-IF
           END-PERFORM
           IF WS-COLLISION-COUNT = 0
               DISPLAY '  NONE'
           END-IF.

       3100-CHECK-ONE-TARGET.

      *    two movers onto one id - reported once, from the first
      *    of the pair in key order.
           PERFORM VARYING WS-SCAN-IDX FROM WS-IDX BY 1
                   UNTIL WS-SCAN-IDX >= WS-MSTR-COUNT
               IF WS-MSTR-TARGET(WS-SCAN-IDX + 1)
                   = WS-MSTR-TARGET(WS-IDX)
                   AND WS-MSTR-CAMPUS(WS-SCAN-IDX + 1)
                   = WS-MSTR-CAMPUS(WS-IDX)
                   ADD 1 TO WS-COLLISION-COUNT
                   DISPLAY '  ' WS-MSTR-CAMPUS(WS-IDX) ' '
                       WS-MSTR-ID(WS-IDX) ' AND '
                       WS-MSTR-ID(WS-SCAN-IDX + 1)
                       ' BOTH MAP TO ' WS-MSTR-TARGET(WS-IDX)
               END-IF
           END-PERFORM

      *    a mover onto a student who is staying put leaves two
      *    students answering to one id.
           MOVE WS-MSTR-CAMPUS(WS-IDX) TO WS-FIND-CAMPUS
           MOVE WS-MSTR-TARGET(WS-IDX) TO WS-FIND-ID
           PERFORM 7000-FIND-MASTER
           IF WS-MSTR-HIT > 0
               IF WS-MSTR-TARGET(WS-MSTR-HIT) = ZERO
                   ADD 1 TO WS-COLLISION-COUNT
                   DISPLAY '  ' WS-MSTR-CAMPUS(WS-IDX) ' '
                       WS-MSTR-ID(WS-IDX) ' MAPS ONTO '
                       WS-FIND-ID ' - AN EXISTING STUDENT WITH NO '
                       'REPLACEMENT'
               END-IF
           END-IF.

       4000-REPORT-CHAINS-AND-CYCLES.

      *    walk from every mapped id - master rows first, then
      *    retired ids - following the same next-hop rule the
      *    lookup uses: the master row's replacement, else XREF.
           DISPLAY ' '
           DISPLAY 'MULTI-HOP CHAINS AND CYCLES'
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MSTR-COUNT
               IF WS-MSTR-TARGET(WS-IDX) NOT = ZERO
                   MOVE WS-MSTR-CAMPUS(WS-IDX) TO WS-WALK-CAMPUS
                   MOVE WS-MSTR-ID(WS-IDX) TO WS-START-ID
                   PERFORM 4100-WALK-FROM-START
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-XREF-COUNT
               MOVE WS-XREF-KEY(WS-IDX) TO WS-FIND-KEY
               PERFORM 7000-FIND-MASTER
      *        a retired id still on the master was walked above.
               IF WS-MSTR-HIT = 0
                   MOVE WS-XREF-CAMPUS(WS-IDX) TO WS-WALK-CAMPUS
                   MOVE WS-XREF-OLD(WS-IDX) TO WS-START-ID
                   PERFORM 4100-WALK-FROM-START
               END-IF
           END-PERFORM
           IF WS-CHAIN-COUNT = 0 AND WS-CYCLE-COUNT = 0
               DISPLAY '  NONE'
           END-IF.

       4100-WALK-FROM-START.

           MOVE WS-START-ID TO WS-CUR-ID
           MOVE ZERO TO WS-HOPS
           MOVE 'N'  TO WS-WALK-DONE-SW
           MOVE 'N'  TO WS-CYCLE-SW
           MOVE 'N'  TO WS-LOWER-SEEN-SW
           MOVE SPACES TO WS-PATH-LINE
           MOVE 1 TO WS-PATH-PTR
           STRING WS-START-ID DELIMITED BY SIZE
             INTO WS-PATH-LINE WITH POINTER WS-PATH-PTR

           PERFORM UNTIL WS-WALK-DONE
               PERFORM 4200-NEXT-HOP
               IF WS-NEXT-ID = ZERO
                   SET WS-WALK-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-HOPS
                   IF WS-PATH-PTR < 54
                       STRING '>' DELIMITED BY SIZE
                              WS-NEXT-ID DELIMITED BY SIZE
                         INTO WS-PATH-LINE WITH POINTER WS-PATH-PTR
                   END-IF
                   IF WS-NEXT-ID < WS-START-ID
                       SET WS-LOWER-ID-SEEN TO TRUE
                   END-IF
                   IF WS-NEXT-ID = WS-START-ID
                       SET WS-CYCLE-FOUND TO TRUE
                       SET WS-WALK-DONE TO TRUE
                   ELSE
                       MOVE WS-NEXT-ID TO WS-CUR-ID
                       IF WS-HOPS >= WS-HOP-LIMIT
                           SET WS-WALK-DONE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

      *    a cycle is reported once, from its lowest id; a chain is
      *    reported from the id where it starts.
           EVALUATE TRUE
               WHEN WS-CYCLE-FOUND
                   IF NOT WS-LOWER-ID-SEEN
                       ADD 1 TO WS-CYCLE-COUNT
                       DISPLAY '  CYCLE  ' WS-WALK-CAMPUS ' '
                           WS-PATH-LINE
                   END-IF
               WHEN WS-HOPS >= WS-HOP-LIMIT
                   ADD 1 TO WS-CYCLE-COUNT
                   DISPLAY '  CYCLE? ' WS-WALK-CAMPUS ' '
                       WS-PATH-LINE
                   DISPLAY '         NOT RESOLVED IN ' WS-HOP-LIMIT
                       ' HOPS - THE LOOKUP WOULD GIVE UP HERE'
               WHEN WS-HOPS > 1
                   ADD 1 TO WS-CHAIN-COUNT
                   DISPLAY '  CHAIN  ' WS-WALK-CAMPUS ' '
                       WS-PATH-LINE
                       ' (' WS-HOPS ' HOPS)'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4200-NEXT-HOP.

           MOVE ZERO TO WS-NEXT-ID
           MOVE WS-WALK-CAMPUS TO WS-FIND-CAMPUS
           MOVE WS-CUR-ID TO WS-FIND-ID
           PERFORM 7000-FIND-MASTER
           IF WS-MSTR-HIT > 0
               MOVE WS-MSTR-TARGET(WS-MSTR-HIT) TO WS-NEXT-ID
           ELSE
               PERFORM 7100-FIND-XREF
               IF WS-XREF-HIT > 0
                   MOVE WS-XREF-NEW(WS-XREF-HIT) TO WS-NEXT-ID
               END-IF
           END-IF.

       5000-REPORT-ORPHAN-XREF.

           DISPLAY ' '
           DISPLAY 'XREF ROWS WHOSE NEW ID IS NOT ON THE MASTER'
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-XREF-COUNT
               MOVE WS-XREF-CAMPUS(WS-IDX) TO WS-FIND-CAMPUS
               MOVE WS-XREF-NEW(WS-IDX) TO WS-FIND-ID
               PERFORM 7000-FIND-MASTER
               IF WS-MSTR-HIT = 0
                   PERFORM 7100-FIND-XREF
                   IF WS-XREF-HIT = 0
                       ADD 1 TO WS-ORPHAN-COUNT
                       DISPLAY '  RETIRED ' WS-XREF-CAMPUS(WS-IDX)
                           ' ' WS-XREF-OLD(WS-IDX)
                           ' -> ' WS-XREF-NEW(WS-IDX)
                           ' NOT ON MASTER AND NOT RETIRED ONWARD'
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ORPHAN-COUNT = 0
               DISPLAY '  NONE'
           END-IF.

       7000-FIND-MASTER.

      *    both tables are held in key order, so a halving search
      *    keeps the walk affordable on a full-size master.
           MOVE ZERO TO WS-MSTR-HIT
           MOVE 1 TO WS-LOW
           MOVE WS-MSTR-COUNT TO WS-HIGH
           PERFORM UNTIL WS-LOW > WS-HIGH OR WS-MSTR-HIT > 0
               COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
               EVALUATE TRUE
                   WHEN WS-MSTR-KEY(WS-MID) = WS-FIND-KEY
                       MOVE WS-MID TO WS-MSTR-HIT
                   WHEN WS-MSTR-KEY(WS-MID) < WS-FIND-KEY
                       COMPUTE WS-LOW = WS-MID + 1
                   WHEN OTHER
                       COMPUTE WS-HIGH = WS-MID - 1
               END-EVALUATE
           END-PERFORM.

       7100-FIND-XREF.

           MOVE ZERO TO WS-XREF-HIT
           MOVE 1 TO WS-LOW
           MOVE WS-XREF-COUNT TO WS-HIGH
           PERFORM UNTIL WS-LOW > WS-HIGH OR WS-XREF-HIT > 0
               COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
               EVALUATE TRUE
                   WHEN WS-XREF-KEY(WS-MID) = WS-FIND-KEY
                       MOVE WS-MID TO WS-XREF-HIT
                   WHEN WS-XREF-KEY(WS-MID) < WS-FIND-KEY
                       COMPUTE WS-LOW = WS-MID + 1
                   WHEN OTHER
                       COMPUTE WS-HIGH = WS-MID - 1
               END-EVALUATE
           END-PERFORM.

       9000-END-OF-JOB.

           DISPLAY ' '
           DISPLAY '--------------------------------------------'
           DISPLAY 'COLLISIONS        : ' WS-COLLISION-COUNT
           DISPLAY 'CYCLES            : ' WS-CYCLE-COUNT
           DISPLAY 'MULTI-HOP CHAINS  : ' WS-CHAIN-COUNT
           DISPLAY 'ORPHAN XREF ROWS  : ' WS-ORPHAN-COUNT
           IF WS-TABLE-OVERFLOWED
               DISPLAY '*** TABLE FULL AT 20000 ROWS - ANALYSIS IS '
                   'INCOMPLETE (RAISE THE CAP)'
           END-IF
           IF WS-MSTR-FAILED
               DISPLAY '*** MASTER NOT READ THROUGH - NOTHING PROVED'
           END-IF

      *    a collision or a cycle would give two students one id,
      *    or send the lookup round in circles - hold the drivers.
      *    So does a graph not built whole, which could be hiding
      *    either.  Chains resolve (slowly) and orphans only hurt
      *    an old id, so they warn.
           IF WS-COLLISION-COUNT > 0 OR WS-CYCLE-COUNT > 0
               OR WS-MSTR-FAILED OR WS-TABLE-OVERFLOWED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CHAIN-COUNT > 0 OR WS-ORPHAN-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM 9100-WRITE-STEPLOG.

       9100-WRITE-STEPLOG.

      *    one row per chain step so the morning dashboard can show
      *    pass/fail without scraping job logs (see STEPLOG.cpy).
           MOVE 'MAPCHK'      TO SL-STEP-NAME
           MOVE RETURN-CODE   TO SL-RETURN-CODE
           PERFORM 9160-STAMP-STEP-TIMES
           OPEN EXTEND STEPLOG
           WRITE STEPLOG-RECORD
           CLOSE STEPLOG.

       COPY STEPTIME.

       END PROGRAM MAPCHK.
