       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPCTL.
      *
      *    CHANGE LOG
      *    ----------
      *    Run stamp for a supplemental intraday run.  A campus whose
      *    STUDIN feed missed the night used to wait a whole day, or
      *    someone re-ran the full chain - master reload and all -
      *    for one late file.  The supplemental job (BANKSUPP) runs
      *    just the late feed through the edit, lookup, audit,
      *    reconciliation and a delta extract against the night's
      *    business date, and this step opens it: it reads the
      *    night's RUNCTL, takes the next supplemental run number
      *    for the date (1-9, kept on the night's record so a second
      *    late file gets the next one), and writes the run's own
      *    RUNCTL - the night's business date, this run's time of
      *    day, and the run number every later step posts under
      *    (see RUNCTL.cpy).  It refuses with condition code 8 when
      *    the night's stamp is missing or is itself supplemental,
      *    when the night has not yet run its lookup for the date
      *    (its control totals show no edit and driver postings -
      *    nothing to supplement, and no trail to continue), or when
      *    nine supplemental runs have already been taken.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT SUPPCTL ASSIGN TO 'SUPPCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUPPCTL-STATUS.

           SELECT CTLTOT ASSIGN TO 'CTLTOT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLTOT-STATUS.

           SELECT STEPLOG ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  SUPPCTL
           LABEL RECORDS ARE STANDARD.
       01  SUPPCTL-RECORD               PIC X(20).

       FD  CTLTOT
           LABEL RECORDS ARE STANDARD.
           COPY CTLTOTR.

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
             88  RUNCTL-OK                        VALUE '00'.
           05  WS-SUPPCTL-STATUS        PIC X(2) VALUE '00'.
             88  SUPPCTL-OK                       VALUE '00'.
           05  WS-CTLTOT-STATUS         PIC X(2) VALUE '00'.
             88  CTLTOT-OK                        VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-FILE                       VALUE 'Y'.

       01  WS-REFUSED-SWITCH            PIC X(1) VALUE 'N'.
         88  WS-REFUSED                           VALUE 'Y'.

       01  WS-RUNCTL-OPEN-SWITCH        PIC X(1) VALUE 'N'.
         88  WS-RUNCTL-OPEN                       VALUE 'Y'.

       01  WS-NIGHT-POSTINGS.
           05  WS-NIGHT-EDIT-SW         PIC X(1) VALUE 'N'.
             88  WS-NIGHT-EDIT-POSTED             VALUE 'Y'.
           05  WS-NIGHT-DRIVER-SW       PIC X(1) VALUE 'N'.
             88  WS-NIGHT-DRIVER-POSTED           VALUE 'Y'.

       01  WS-STAMP-FIELDS.
           05  WS-RUN-DATE              PIC 9(8) VALUE 0.
           05  WS-LAST-SEQ              PIC 9(1) VALUE 0.
           05  WS-NEW-SEQ               PIC 9(1) VALUE 0.
           05  WS-NOW-TIME              PIC X(8).
           05  WS-SUPP-IMAGE            PIC X(20).

       COPY STEPTMWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 9150-NOTE-STEP-START

           PERFORM 1000-READ-NIGHT-STAMP
           IF NOT WS-REFUSED
               PERFORM 2000-CHECK-NIGHT-RAN
           END-IF
           IF NOT WS-REFUSED
               PERFORM 3000-TAKE-RUN-NUMBER
           END-IF
           IF NOT WS-REFUSED
               PERFORM 4000-WRITE-SUPP-STAMP
           END-IF
           IF WS-RUNCTL-OPEN
               CLOSE RUNCTL
           END-IF
           PERFORM 9000-END-OF-JOB

           STOP RUN.

       1000-READ-NIGHT-STAMP.

      *    the night's own stamp, held open for the rewrite that
      *    records the run number taken.
           OPEN I-O RUNCTL
           IF RUNCTL-OK
               SET WS-RUNCTL-OPEN TO TRUE
               READ RUNCTL
                   AT END
                       CONTINUE
               END-READ
           END-IF

           IF NOT RUNCTL-OK
               SET WS-REFUSED TO TRUE
               DISPLAY 'NIGHT RUNCTL NOT AVAILABLE - STATUS '
                   WS-RUNCTL-STATUS
           ELSE
               MOVE RC-RUN-YEAR  TO WS-RUN-DATE(1:4)
               MOVE RC-RUN-MONTH TO WS-RUN-DATE(5:2)
               MOVE RC-RUN-DAY   TO WS-RUN-DATE(7:2)
               DISPLAY 'BUSINESS DATE      : ' WS-RUN-DATE
               IF RC-SUPPLEMENTAL-RUN
                   SET WS-REFUSED TO TRUE
                   DISPLAY 'RUNCTL IS SUPPLEMENTAL RUN ' RC-RUN-SEQ
                       ' - NOT THE NIGHT''S STAMP'
               END-IF
           END-IF.

       2000-CHECK-NIGHT-RAN.

      *    the night must have edited and looked up its own feed
      *    for this date (run 0 rows on the control totals - a
      *    merge row stands in for the driver on a partitioned
      *    night) before anything can be supplemented onto it.
           OPEN INPUT CTLTOT
           IF NOT CTLTOT-OK
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ CTLTOT
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF TT-RUN-DATE = WS-RUN-DATE
                           AND (TT-RUN-SEQ = SPACE
                             OR TT-RUN-SEQ = '0')
                           PERFORM 2100-NOTE-NIGHT-POSTING
                       END-IF
               END-READ
           END-PERFORM
           IF CTLTOT-OK OR WS-CTLTOT-STATUS = '10'
               CLOSE CTLTOT
           END-IF

           IF NOT WS-NIGHT-EDIT-POSTED
               OR NOT WS-NIGHT-DRIVER-POSTED
               SET WS-REFUSED TO TRUE
               DISPLAY 'THE NIGHT OF ' WS-RUN-DATE
                   ' HAS NOT RUN ITS LOOKUP - NOTHING TO SUPPLEMENT'
           END-IF.

       2100-NOTE-NIGHT-POSTING.

           EVALUATE TT-STEP-NAME
               WHEN 'STUDEDIT'
                   SET WS-NIGHT-EDIT-POSTED TO TRUE
               WHEN 'MAIN'
               WHEN 'STUDMRGE'
                   SET WS-NIGHT-DRIVER-POSTED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3000-TAKE-RUN-NUMBER.

      *    the night's record keeps the last number taken, so the
      *    next late file of the same date gets the next one.  A
      *    number is taken once - a run that fails after this
      *    step is restarted at its failing step, not from here.
           IF RC-SUPP-LAST IS NUMERIC
               MOVE RC-SUPP-LAST TO WS-LAST-SEQ
           ELSE
               MOVE 0 TO WS-LAST-SEQ
           END-IF

           IF WS-LAST-SEQ = 9
               SET WS-REFUSED TO TRUE
               DISPLAY 'NINE SUPPLEMENTAL RUNS ALREADY TAKEN FOR '
                   WS-RUN-DATE
           ELSE
               COMPUTE WS-NEW-SEQ = WS-LAST-SEQ + 1
               MOVE WS-NEW-SEQ TO RC-SUPP-LAST
               REWRITE RUNCTL-RECORD
               IF NOT RUNCTL-OK
                   SET WS-REFUSED TO TRUE
                   DISPLAY 'NIGHT RUNCTL NOT UPDATED - STATUS '
                       WS-RUNCTL-STATUS
               END-IF
           END-IF.

       4000-WRITE-SUPP-STAMP.

      *    the run's own stamp: the night's business date, lookup
      *    mode and month-end flag, with this run's time of day and
      *    run number.
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-TIME(1:2) TO RC-RUN-HOUR
           MOVE WS-NOW-TIME(3:2) TO RC-RUN-MINUTE
           MOVE WS-NOW-TIME(5:2) TO RC-RUN-SECOND
           MOVE WS-NEW-SEQ       TO RC-RUN-SEQ
           MOVE SPACE            TO RC-SUPP-LAST
           MOVE RUNCTL-RECORD    TO WS-SUPP-IMAGE

           OPEN OUTPUT SUPPCTL
           IF NOT SUPPCTL-OK
               SET WS-REFUSED TO TRUE
               DISPLAY 'SUPPLEMENTAL RUNCTL NOT WRITTEN - STATUS '
                   WS-SUPPCTL-STATUS
           ELSE
               WRITE SUPPCTL-RECORD FROM WS-SUPP-IMAGE
               CLOSE SUPPCTL
               DISPLAY 'SUPPLEMENTAL RUN   : ' WS-NEW-SEQ
               DISPLAY 'RUN TIME           : ' RC-RUN-HOUR ':'
                   RC-RUN-MINUTE ':' RC-RUN-SECOND
           END-IF.

       9000-END-OF-JOB.

           IF WS-REFUSED
               DISPLAY 'SUPPLEMENTAL RUN REFUSED'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM 9100-WRITE-STEPLOG.

       9100-WRITE-STEPLOG.

      *    one row per chain step so the morning dashboard can show
      *    pass/fail without scraping job logs (see STEPLOG.cpy).
           MOVE 'SUPPCTL'     TO SL-STEP-NAME
           MOVE RETURN-CODE   TO SL-RETURN-CODE
           PERFORM 9160-STAMP-STEP-TIMES
           OPEN EXTEND STEPLOG
           WRITE STEPLOG-RECORD
           CLOSE STEPLOG.

       COPY STEPTIME.

       END PROGRAM SUPPCTL.
