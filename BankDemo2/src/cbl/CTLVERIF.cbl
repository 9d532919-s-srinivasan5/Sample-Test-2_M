      *    the per-slice driver rows cannot tie one-for-one, so
      *    the merge's own reconciled row stands in for the driver
      *    boundary (STUDMRGE already fails hard on a slice leak).
      *    A supplemental intraday run posts its rows under its
      *    RUNCTL run number (see CTLTOTR.cpy).  Run on the night,
      *    this step proves the night's rows only; run in the
      *    supplemental job it first walks the lattice for that run
      *    alone, then proves the business date as a whole - every
      *    run's accepted edit count against what its drivers read,
      *    and the driver audit rows against the registrar extracts,
      *    summed across the night and each supplemental run so far.
      *    A supplemental number that was taken but never got as far
      *    as the lookup is named and left out of the date totals.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       01  WS-RUN-DATE                  PIC 9(8) VALUE 0.

      *    run number of this run off RUNCTL (0 = the night), the
      *    run number of the row being loaded, and the run whose
      *    postings the lattice walk is looking at.
       01  WS-RUN-SEQ-FIELDS.
           05  WS-RUN-SEQ               PIC 9(1) VALUE 0.
           05  WS-ROW-SEQ               PIC 9(1) VALUE 0.
           05  WS-SCOPE-SEQ             PIC 9(2) VALUE 0.

      *    latest posting per step per run of the business date - a
      *    restarted step re-posts and the last row wins.
       01  WS-TOTALS-TABLE.
           05  WS-TOT-COUNT             PIC 9(3) VALUE 0.
           05  WS-TOT-ENTRY             OCCURS 100 TIMES.
               10  WS-TOT-STEP          PIC X(8).
               10  WS-TOT-SEQ           PIC 9(1).
               10  WS-TOT-IN            PIC 9(7).
               10  WS-TOT-OUT           PIC 9(7).

       01  WS-LOOKUP-WORK.
           05  WS-TOT-IDX               PIC 9(3) COMP.
           05  WS-FIND-STEP             PIC X(8).
           05  WS-FOUND-SW              PIC X(1).
             88  WS-STEP-POSTED                   VALUE 'Y'.
             88  WS-MERGE-RAN                     VALUE 'Y'.
           05  WS-LEAK-COUNT            PIC 9(3) VALUE 0.

      *    the business date as a whole - each run's own edge
      *    counts summed across the night and its supplementals.
       01  WS-DATE-FIELDS.
           05  WS-RUN-EDIT-OUT          PIC 9(7) VALUE 0.
           05  WS-RUN-DRIVER-IN         PIC 9(7) VALUE 0.
           05  WS-RUN-DRIVER-OUT        PIC 9(7) VALUE 0.
           05  WS-RUN-DRIVER-SW         PIC X(1) VALUE 'N'.
             88  WS-RUN-DRIVER-POSTED             VALUE 'Y'.
           05  WS-DATE-EDIT-OUT         PIC 9(8) VALUE 0.
           05  WS-DATE-DRIVER-IN        PIC 9(8) VALUE 0.
           05  WS-DATE-DRIVER-OUT       PIC 9(8) VALUE 0.
           05  WS-DATE-REG-IN           PIC 9(8) VALUE 0.
           05  WS-DATE-RUNS             PIC 9(2) VALUE 0.

       COPY STEPTMWS.

       PROCEDURE DIVISION.

           PERFORM 1000-READ-RUNCTL
           PERFORM 2000-LOAD-TOTALS
           MOVE WS-RUN-SEQ TO WS-SCOPE-SEQ
           PERFORM 3000-WALK-THE-LATTICE
           IF WS-RUN-SEQ > 0
               PERFORM 4000-PROVE-BUSINESS-DATE
           END-IF
           PERFORM 9000-END-OF-JOB

           STOP RUN.
               MOVE RC-RUN-YEAR  TO WS-RUN-DATE(1:4)
               MOVE RC-RUN-MONTH TO WS-RUN-DATE(5:2)
               MOVE RC-RUN-DAY   TO WS-RUN-DATE(7:2)
               IF RC-SUPPLEMENTAL-RUN
                   MOVE RC-RUN-SEQ TO WS-RUN-SEQ
               END-IF
           END-IF.

       2000-LOAD-TOTALS.
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF TT-RUN-DATE = WS-RUN-DATE
                           PERFORM 2050-CHECK-ROW-RUN
                       END-IF
               END-READ
           END-PERFORM
               CLOSE CTLTOT
           END-IF.

       2050-CHECK-ROW-RUN.

      *    a row posted before the run number existed, or by the
      *    night, is run 0; a later run's rows (the night re-run
      *    after a supplemental) are not this run's business.
           IF TT-RUN-SEQ IS NUMERIC
               MOVE TT-RUN-SEQ TO WS-ROW-SEQ
           ELSE
               MOVE 0 TO WS-ROW-SEQ
           END-IF
           IF WS-ROW-SEQ NOT > WS-RUN-SEQ
               PERFORM 2100-STORE-POSTING
           END-IF.

       2100-STORE-POSTING.

           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > WS-TOT-COUNT
               IF WS-TOT-STEP(WS-TOT-IDX) = TT-STEP-NAME
                   AND WS-TOT-SEQ(WS-TOT-IDX) = WS-ROW-SEQ
                   SET WS-STEP-POSTED TO TRUE
                   MOVE TT-IN-COUNT
                     TO WS-TOT-IN(WS-TOT-IDX)
               END-IF
           END-PERFORM
           IF NOT WS-STEP-POSTED
               IF WS-TOT-COUNT < 100
                   ADD 1 TO WS-TOT-COUNT
                   MOVE TT-STEP-NAME
                     TO WS-TOT-STEP(WS-TOT-COUNT)
                   MOVE WS-ROW-SEQ
                     TO WS-TOT-SEQ(WS-TOT-COUNT)
                   MOVE TT-IN-COUNT
                     TO WS-TOT-IN(WS-TOT-COUNT)
                   MOVE TT-OUT-COUNT

           DISPLAY 'CONTROL-TOTALS VERIFICATION FOR RUN '
               WS-RUN-DATE
           IF WS-SCOPE-SEQ > 0
               DISPLAY 'SUPPLEMENTAL RUN ' WS-RUN-SEQ
                   ' ON ITS OWN'
           END-IF
           DISPLAY '------------------------------------'
           MOVE 0   TO WS-EDIT-OUT
           MOVE 0   TO WS-MAIN-OUT
           MOVE 'N' TO WS-MERGE-RAN-SW
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > WS-TOT-COUNT
               IF WS-TOT-SEQ(WS-TOT-IDX) = WS-SCOPE-SEQ
                   DISPLAY '  ' WS-TOT-STEP(WS-TOT-IDX)
                       ' IN '  WS-TOT-IN(WS-TOT-IDX)
                       ' OUT ' WS-TOT-OUT(WS-TOT-IDX)
               END-IF
           END-PERFORM

           MOVE 'STUDEDIT' TO WS-FIND-STEP
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > WS-TOT-COUNT
               IF WS-TOT-STEP(WS-TOT-IDX) = WS-FIND-STEP
                   AND WS-TOT-SEQ(WS-TOT-IDX) = WS-SCOPE-SEQ
                   SET WS-STEP-POSTED TO TRUE
                   MOVE WS-TOT-IN(WS-TOT-IDX)  TO WS-FOUND-IN
                   MOVE WS-TOT-OUT(WS-TOT-IDX) TO WS-FOUND-OUT
               END-IF
           END-PERFORM.

       4000-PROVE-BUSINESS-DATE.

      *    the night and every supplemental run so far, together:
      *    what the edits accepted across the date must be what the
      *    drivers read, and the registrar extracts must have taken
      *    in every audit row the drivers handed on.
           DISPLAY ' '
           DISPLAY 'BUSINESS DATE ' WS-RUN-DATE
               ' - NIGHT AND SUPPLEMENTAL RUNS 1-' WS-RUN-SEQ
           DISPLAY '------------------------------------'
           PERFORM VARYING WS-SCOPE-SEQ FROM 0 BY 1
                   UNTIL WS-SCOPE-SEQ > WS-RUN-SEQ
               PERFORM 4100-ADD-RUN-EDGES
           END-PERFORM

           DISPLAY '  RUNS IN THE DATE TOTALS ' WS-DATE-RUNS
           DISPLAY '  DATE EDIT OUT   ' WS-DATE-EDIT-OUT
               ' DRIVERS IN  ' WS-DATE-DRIVER-IN
           DISPLAY '  DATE DRIVER OUT ' WS-DATE-DRIVER-OUT
               ' REGEXT IN   ' WS-DATE-REG-IN
           IF WS-DATE-EDIT-OUT NOT = WS-DATE-DRIVER-IN
               ADD 1 TO WS-LEAK-COUNT
               DISPLAY 'BOUNDARY FAILURE: BUSINESS DATE '
                   'STUDEDIT->DRIVERS (' WS-DATE-EDIT-OUT ' VS '
                   WS-DATE-DRIVER-IN ')'
           END-IF
           IF WS-DATE-DRIVER-OUT NOT = WS-DATE-REG-IN
               ADD 1 TO WS-LEAK-COUNT
               DISPLAY 'BOUNDARY FAILURE: BUSINESS DATE '
                   'DRIVERS->REGEXT (' WS-DATE-DRIVER-OUT ' VS '
                   WS-DATE-REG-IN ')'
           END-IF.

       4100-ADD-RUN-EDGES.

      *    one run's edges: the edit's accepted count, the driver
      *    boundary (the merge's reconciled row on a partitioned
      *    night, MAIN otherwise) and the registrar extract.
           MOVE 0   TO WS-RUN-EDIT-OUT
           MOVE 0   TO WS-RUN-DRIVER-IN
           MOVE 0   TO WS-RUN-DRIVER-OUT
           MOVE 'N' TO WS-RUN-DRIVER-SW

           MOVE 'STUDEDIT' TO WS-FIND-STEP
           PERFORM 3900-FIND-POSTING
           IF WS-STEP-POSTED
               MOVE WS-FOUND-OUT TO WS-RUN-EDIT-OUT
               MOVE 'STUDMRGE' TO WS-FIND-STEP
               PERFORM 3900-FIND-POSTING
               IF NOT WS-STEP-POSTED
                   MOVE 'MAIN' TO WS-FIND-STEP
                   PERFORM 3900-FIND-POSTING
               END-IF
               IF WS-STEP-POSTED
                   SET WS-RUN-DRIVER-POSTED TO TRUE
                   MOVE WS-FOUND-IN  TO WS-RUN-DRIVER-IN
                   MOVE WS-FOUND-OUT TO WS-RUN-DRIVER-OUT
               END-IF
           END-IF

           IF WS-RUN-DRIVER-POSTED
               ADD 1                 TO WS-DATE-RUNS
               ADD WS-RUN-EDIT-OUT   TO WS-DATE-EDIT-OUT
               ADD WS-RUN-DRIVER-IN  TO WS-DATE-DRIVER-IN
               MOVE 'REGEXT' TO WS-FIND-STEP
               PERFORM 3900-FIND-POSTING
               IF WS-STEP-POSTED
                   ADD WS-RUN-DRIVER-OUT TO WS-DATE-DRIVER-OUT
                   ADD WS-FOUND-IN       TO WS-DATE-REG-IN
               END-IF
               DISPLAY '  RUN ' WS-SCOPE-SEQ
                   ' EDIT OUT '   WS-RUN-EDIT-OUT
                   ' DRIVER IN '  WS-RUN-DRIVER-IN
                   ' DRIVER OUT ' WS-RUN-DRIVER-OUT
           ELSE
               IF WS-SCOPE-SEQ = 0
                   ADD 1 TO WS-LEAK-COUNT
                   DISPLAY 'BOUNDARY FAILURE: THE NIGHT POSTED NO '
                       'EDIT/DRIVER TOTALS FOR ' WS-RUN-DATE
               ELSE
                   DISPLAY '  RUN ' WS-SCOPE-SEQ
                       ' NEVER REACHED THE LOOKUP - LEFT OUT OF '
                       'THE DATE TOTALS'
               END-IF
           END-IF.

       9000-END-OF-JOB.

           IF WS-LEAK-COUNT > 0
