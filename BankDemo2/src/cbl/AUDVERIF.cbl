      *    row by row, proves every segment trailer's count and
      *    total, and ends with condition code 8 on the first
      *    break - the archive step refuses a trail that fails.
      *
      *    A supplemental intraday run's segments continue the
      *    chain from the last trailer already written for the
      *    business date instead of starting at zero (see
      *    AUDITREC.cpy).  Such a segment is seeded from the
      *    trailer before it on the file, or - for a supplemental
      *    trail verified on its own - from the last trailer for
      *    the run date on the optional AUDSEED DD, and its
      *    trailer's opening value must be that seed.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT AUDSEED ASSIGN TO 'AUDSEED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDSEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITIN
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  AUDSEED
           LABEL RECORDS ARE STANDARD.
           COPY AUDSEED.

       WORKING-STORAGE SECTION.

       COPY RSTCHKWS.

       COPY AUDSDWS.

       01  WS-FILE-STATUSES.
           05  WS-AUDITIN-STATUS        PIC X(2) VALUE '00'.
             88  AUDITIN-OK                       VALUE '00'.
           05  WS-SEG-CHECK             PIC 9(12) VALUE 0.
           05  WS-EXPECT-CHECK          PIC 9(12).
           05  WS-CHAIN-BREAKS          PIC 9(5) VALUE 0.
           05  WS-LAST-TRLR-CHECK       PIC 9(12) VALUE 0.
           05  WS-SEG-OPEN-CHECK        PIC 9(12) VALUE 0.
           05  WS-SEG-SEEDED-SW         PIC X(1) VALUE 'N'.
             88  WS-SEG-SEEDED                    VALUE 'Y'.

       01  WS-VERIFY-COUNTERS.
           05  WS-ROWS-READ             PIC 9(7) VALUE 0.
           05  WS-SEGMENTS-PROVED       PIC 9(5) VALUE 0.
           05  WS-SEGMENTS-SEEDED       PIC 9(5) VALUE 0.

       COPY STEPTMWS.

               STOP RUN
           END-IF

           MOVE WS-RST-RUN-DATE TO WS-SEED-RUN-DATE
           PERFORM 0700-LOAD-AUDIT-SEED
           MOVE WS-SEED-CHECK TO WS-LAST-TRLR-CHECK

           OPEN INPUT AUDITIN
           IF NOT AUDITIN-OK
               DISPLAY 'TRAIL NOT AVAILABLE - NOTHING TO VERIFY'
           IF AR-SUBPROGRAM = 'AUDTRLR '
               PERFORM 2200-PROVE-SEGMENT-TRAILER
           ELSE
               IF WS-SEG-ROWS = 0 AND AR-SUPPLEMENTAL-ROW
                   PERFORM 2100-SEED-SEGMENT
               END-IF
               ADD 1 TO WS-SEG-ROWS
               COMPUTE WS-EXPECT-CHECK =
                   FUNCTION MOD(WS-SEG-CHECK * 7
               MOVE AR-CHECK-VALUE TO WS-SEG-CHECK
           END-IF.

       2100-SEED-SEGMENT.

      *    a supplemental segment carries on from the trailer
      *    before it instead of starting at zero.
           SET WS-SEG-SEEDED TO TRUE
           ADD 1 TO WS-SEGMENTS-SEEDED
           MOVE WS-LAST-TRLR-CHECK TO WS-SEG-CHECK
           MOVE WS-LAST-TRLR-CHECK TO WS-SEG-OPEN-CHECK.

       2200-PROVE-SEGMENT-TRAILER.

           MOVE AUDITOUT-RECORD TO AUDIT-TRAILER-RECORD
           IF WS-SEG-ROWS = 0 AND AT-SUPPLEMENTAL-TRAILER
               AND NOT WS-SEG-SEEDED
               PERFORM 2100-SEED-SEGMENT
           END-IF
           IF AT-SUPPLEMENTAL-TRAILER
               AND AT-OPEN-CHECK NOT = WS-SEG-OPEN-CHECK
               ADD 1 TO WS-CHAIN-BREAKS
               DISPLAY 'BREAK: SUPPLEMENTAL SEGMENT FOR RUN '
                   AT-RUN-DATE ' OPENED ON ' AT-OPEN-CHECK
                   ' BUT THE TRAIL BEFORE IT CLOSED ON '
                   WS-SEG-OPEN-CHECK
           END-IF
           IF AT-ROW-COUNT NOT = WS-SEG-ROWS
               OR AT-CHECK-TOTAL NOT = WS-SEG-CHECK
               ADD 1 TO WS-CHAIN-BREAKS
           ELSE
               ADD 1 TO WS-SEGMENTS-PROVED
           END-IF
           MOVE AT-CHECK-TOTAL TO WS-LAST-TRLR-CHECK
           MOVE ZERO TO WS-SEG-ROWS
           MOVE ZERO TO WS-SEG-CHECK
           MOVE ZERO TO WS-SEG-OPEN-CHECK
           MOVE 'N'  TO WS-SEG-SEEDED-SW.

       9000-END-OF-JOB.

           DISPLAY '------------------------'
           DISPLAY 'ROWS READ        : ' WS-ROWS-READ
           DISPLAY 'SEGMENTS PROVED  : ' WS-SEGMENTS-PROVED
           DISPLAY 'SUPPLEMENTAL     : ' WS-SEGMENTS-SEEDED
           DISPLAY 'CHAIN BREAKS     : ' WS-CHAIN-BREAKS

           IF WS-CHAIN-BREAKS > 0

       COPY RSTCHK.

       COPY AUDSDPRC.

       COPY STEPTIME.

       END PROGRAM AUDVERIF.
