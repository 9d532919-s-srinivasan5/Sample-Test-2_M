      *    tested (see AUDITREC.cpy) - a dropped block or an edited
      *    row fails the reconciliation by name, and nothing
      *    downstream consumes a trail that does not verify.
      *
      *    Distinct input ids are counted per campus, as the drivers
      *    now suppress duplicates per campus - the same id from two
      *    campuses is two students with two audit rows.
      *
      *    A supplemental intraday run's segments do not open at
      *    zero - they continue the chain from the last trailer
      *    already on the business date's trail (see AUDITREC.cpy).
      *    A segment whose rows or trailer say supplemental is
      *    seeded from the trailer before it, or, for the first one
      *    on the file, from the last trailer on the optional
      *    AUDSEED DD, and its trailer's opening value must be that
      *    seed.  So the step proves a supplemental run on its own
      *    (its files, with the night's trail as AUDSEED) and the
      *    business date together (the night's and the run's files
      *    concatenated, no AUDSEED); an id fed both on the night
      *    and in a supplemental run is the double feed the
      *    distinct-id test exists to catch, and fails it.
      *    A campus past the ten duplicate slots counts every row as
      *    distinct, as the drivers now process every row of it (see
      *    CAMPPRC.cpy).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

           SELECT AUDSEED ASSIGN TO 'AUDSEED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDSEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDIN
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.

       FD  AUDSEED
           LABEL RECORDS ARE STANDARD.
           COPY AUDSEED.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-SEG-CHECK             PIC 9(12) VALUE 0.
           05  WS-EXPECT-CHECK          PIC 9(12).
           05  WS-CHAIN-BREAKS          PIC 9(5) VALUE 0.
      *    the last trailer's total - where a supplemental segment
      *    picks the chain up - and the seed this segment opened on.
           05  WS-LAST-TRLR-CHECK       PIC 9(12) VALUE 0.
           05  WS-SEG-OPEN-CHECK        PIC 9(12) VALUE 0.
           05  WS-SEG-SEEDED-SW         PIC X(1) VALUE 'N'.
             88  WS-SEG-SEEDED                    VALUE 'Y'.
           05  WS-SEEDED-SEGMENTS       PIC 9(5) VALUE 0.

       COPY AUDSDWS.

       01  WS-DUP-CONTROL.
           05  WS-DUP-IDX               PIC 9(7) COMP.
           05  WS-DUP-SEEN-TABLE.
               10  WS-DUP-SEEN-ID       OCCURS 1000000 TIMES.
                   15  WS-DUP-SEEN-COUNT
                                        PIC 9(4) COMP
                                        OCCURS 10 TIMES.

       COPY CAMPWS.

       COPY STEPTMWS.


           INITIALIZE WS-DUP-SEEN-TABLE
           PERFORM 1000-COUNT-STUDIN
           MOVE 0 TO WS-SEED-RUN-DATE
           PERFORM 0700-LOAD-AUDIT-SEED
           MOVE WS-SEED-CHECK TO WS-LAST-TRLR-CHECK
           PERFORM 2000-COUNT-AUDITOUT
           PERFORM 3000-COUNT-EXCPOUT
           PERFORM 4000-PROVE-TOTALS
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-STUDIN-COUNT
                       MOVE SI-CAMPUS-ID TO WS-CAMP-CHECK-ID
                       PERFORM 0790-FIND-CAMPUS-SLOT
                       COMPUTE WS-DUP-IDX = SI-STUDENT-ID + 1
                       PERFORM 0795-COUNT-CAMPUS-ID
                       IF WS-CAMP-OCCURRENCE = 1
                           ADD 1 TO WS-STUDIN-DISTINCT
                       END-IF
               END-READ
                   ADD 1 TO WS-AUDIT-OTHER-COUNT
           END-EVALUATE.

       2150-SEED-SEGMENT.

      *    a supplemental segment carries on from the trailer
      *    before it instead of starting at zero.
           SET WS-SEG-SEEDED TO TRUE
           ADD 1 TO WS-SEEDED-SEGMENTS
           MOVE WS-LAST-TRLR-CHECK TO WS-SEG-CHECK
           MOVE WS-LAST-TRLR-CHECK TO WS-SEG-OPEN-CHECK.

       2200-VERIFY-CHAIN.

           IF WS-SEG-ROWS = 0 AND AR-SUPPLEMENTAL-ROW
               PERFORM 2150-SEED-SEGMENT
           END-IF
           ADD 1 TO WS-SEG-ROWS
           COMPUTE WS-EXPECT-CHECK =
               FUNCTION MOD(WS-SEG-CHECK * 7
       2300-PROVE-SEGMENT-TRAILER.

           MOVE AUDITOUT-RECORD TO AUDIT-TRAILER-RECORD
           IF WS-SEG-ROWS = 0 AND AT-SUPPLEMENTAL-TRAILER
               AND NOT WS-SEG-SEEDED
               PERFORM 2150-SEED-SEGMENT
           END-IF
           IF AT-SUPPLEMENTAL-TRAILER
               AND AT-OPEN-CHECK NOT = WS-SEG-OPEN-CHECK
               ADD 1 TO WS-CHAIN-BREAKS
               DISPLAY 'SUPPLEMENTAL SEGMENT OPENED ON '
                   AT-OPEN-CHECK ' BUT THE TRAIL BEFORE IT CLOSED'
                   ' ON ' WS-SEG-OPEN-CHECK
           END-IF
           IF AT-ROW-COUNT NOT = WS-SEG-ROWS
               OR AT-CHECK-TOTAL NOT = WS-SEG-CHECK
               ADD 1 TO WS-CHAIN-BREAKS
                   ' VS ROWS READ ' WS-SEG-ROWS
                   ' / ' WS-SEG-CHECK
           END-IF
           MOVE AT-CHECK-TOTAL TO WS-LAST-TRLR-CHECK
           MOVE ZERO TO WS-SEG-ROWS
           MOVE ZERO TO WS-SEG-CHECK
           MOVE ZERO TO WS-SEG-OPEN-CHECK
           MOVE 'N'  TO WS-SEG-SEEDED-SW.

       3000-COUNT-EXCPOUT.

               WS-EXCP-UTIL2-COUNT
           DISPLAY 'EXCEPTION ROWS (UTIL)      : '
               WS-EXCP-UTIL-COUNT
           IF WS-SEEDED-SEGMENTS > 0
               DISPLAY 'SUPPLEMENTAL SEGMENTS      : '
                   WS-SEEDED-SEGMENTS
           END-IF

           IF WS-AUDIT-UTIL2-COUNT NOT = WS-STUDIN-DISTINCT
               ADD 1 TO WS-MISMATCH-COUNT

       COPY STEPTIME.

       COPY CAMPPRC.

       COPY AUDSDPRC.

       END PROGRAM RECON.
