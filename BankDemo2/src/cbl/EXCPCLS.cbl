       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCPCLS.
      *
      *    CHANGE LOG
      *    ----------
      *    Root-cause classification of the night's master-not-found
      *    exceptions.  Every EXCPOUT row read the same to the desk -
      *    not on master - though the causes behind them differ and
      *    are worked differently.  This step runs after the driver
      *    passes and puts each exception under one cause (see
      *    CAUSWS.cpy), checked in this order, with its evidence:
      *      - pending approval: an item not yet applied on the
      *        maker/checker pending file names the id, as the
      *        student's own id or as the id a change or merge
      *        brings in (see PENDREC.cpy) - the latest item;
      *      - retired with a broken chain: the cross-reference
      *        file has the id as retired but the chain does not
      *        reach a master row (see XREFREC.cpy) - the id it
      *        stops at;
      *      - deleted by maintenance: the latest maintenance
      *        journal row for the id deletes or merges it away
      *        (see MNTJRNL.cpy) - the journal date and operator;
      *      - one digit off a real id: an id on the master within
      *        the campus one off either way, one adjacent pair
      *        transposed or one digit changed;
      *      - never existed: none of the above.
      *    The journal and pending rows are sorted in with the
      *    exceptions by campus and id, so each is read once however
      *    many exceptions there are.  One classified row per
      *    exception goes to EXCPCAUS (see EXCPCAUS.cpy), stamped
      *    with the run date, for EXCPRPT, EXCPCASE and STATACC.
      *    RC 0 - classified against every source, RC 4 - a source
      *    was not available and its cause could not be found,
      *    RC 8 - the classified file could not be written.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT EXCPOUT ASSIGN TO 'EXCPOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCPOUT-STATUS.

           SELECT MNTJRNL ASSIGN TO 'MNTJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNTJRNL-STATUS.

           SELECT PENDFILE ASSIGN TO 'PENDFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDFILE-STATUS.

           SELECT XREFFILE ASSIGN TO 'XREFFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-OLD-KEY
               FILE STATUS IS WS-XREFFILE-STATUS.

           SELECT STUDMSTR ASSIGN TO 'STUDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-KEY
               ALTERNATE RECORD KEY IS SM-STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDMSTR-STATUS.

           SELECT EXCPCAUS ASSIGN TO 'EXCPCAUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCPCAUS-STATUS.

           SELECT CLSSORT ASSIGN TO 'CLSSORT'.

           SELECT STEPLOG ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  EXCPOUT
           LABEL RECORDS ARE STANDARD.
           COPY EXCPREC.

       FD  MNTJRNL
           LABEL RECORDS ARE STANDARD.
           COPY MNTJRNL.

       FD  PENDFILE
           LABEL RECORDS ARE STANDARD.
           COPY PENDREC.

       FD  XREFFILE
           LABEL RECORDS ARE STANDARD.
           COPY XREFREC.

       FD  STUDMSTR
           LABEL RECORDS ARE STANDARD.
           COPY STUDMSTR.

       FD  EXCPCAUS
           LABEL RECORDS ARE STANDARD.
           COPY EXCPCAUS.

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.

      *    evidence rows sort ahead of the exceptions for the same
      *    campus and id (row type 1 journal, 2 pending, 3 the
      *    exception), and within a type in time order, so the last
      *    one seen before an exception is the latest.
       SD  CLSSORT.
       01  CL-SORT-RECORD.
           05  CL-KEY.
               10  CL-CAMPUS-ID         PIC X(8).
               10  CL-STUDENT-ID        PIC 9(6).
           05  CL-ROW-TYPE              PIC X(1).
             88  CL-JOURNAL-ROW                 VALUE '1'.
             88  CL-PENDING-ROW                 VALUE '2'.
             88  CL-EXCEPTION-ROW               VALUE '3'.
           05  CL-STAMP                 PIC X(14).
           05  CL-DATE                  PIC 9(8).
           05  CL-ACTION                PIC X(1).
           05  CL-OPERATOR              PIC X(8).
           05  CL-OTHER-ID              PIC 9(6).
           05  CL-EXCP-ROW              PIC X(39).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
             88  RUNCTL-OK                        VALUE '00'.
           05  WS-EXCPOUT-STATUS        PIC X(2) VALUE '00'.
             88  EXCPOUT-OK                       VALUE '00'.
           05  WS-MNTJRNL-STATUS        PIC X(2) VALUE '00'.
             88  MNTJRNL-OK                       VALUE '00'.
           05  WS-PENDFILE-STATUS       PIC X(2) VALUE '00'.
             88  PENDFILE-OK                      VALUE '00'.
           05  WS-XREFFILE-STATUS       PIC X(2) VALUE '00'.
             88  XREFFILE-OK                      VALUE '00'.
           05  WS-STUDMSTR-STATUS       PIC X(2) VALUE '00'.
             88  STUDMSTR-OK                      VALUE '00'.
           05  WS-EXCPCAUS-STATUS       PIC X(2) VALUE '00'.
             88  EXCPCAUS-OK                      VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-FILE                       VALUE 'Y'.

       01  WS-RUN-DATE                  PIC 9(8) VALUE 0.

       01  WS-SOURCE-SWITCHES.
           05  WS-JOURNAL-SW            PIC X(1) VALUE 'N'.
             88  WS-JOURNAL-READ                  VALUE 'Y'.
           05  WS-PENDING-SW            PIC X(1) VALUE 'N'.
             88  WS-PENDING-READ                  VALUE 'Y'.
           05  WS-XREF-SW               PIC X(1) VALUE 'N'.
             88  WS-XREF-AVAILABLE                VALUE 'Y'.
           05  WS-MASTER-SW             PIC X(1) VALUE 'N'.
             88  WS-MASTER-AVAILABLE              VALUE 'Y'.

      *    the evidence held for the campus and id in hand - cleared
      *    at every change of key on the sorted stream.
       01  WS-HELD-EVIDENCE.
           05  WS-HELD-KEY.
               10  WS-HELD-CAMPUS       PIC X(8).
               10  WS-HELD-ID           PIC 9(6).
           05  WS-HELD-JOURNAL-SW       PIC X(1).
             88  WS-HELD-DELETE                   VALUE 'D'.
             88  WS-HELD-ADD                      VALUE 'A'.
           05  WS-HELD-JR-DATE          PIC 9(8).
           05  WS-HELD-JR-ACTION        PIC X(1).
           05  WS-HELD-JR-OPERATOR      PIC X(8).
           05  WS-HELD-JR-OTHER-ID      PIC 9(6).
           05  WS-HELD-PENDING-SW       PIC X(1).
             88  WS-HELD-PENDING                  VALUE 'Y'.
           05  WS-HELD-PD-DATE          PIC 9(8).
           05  WS-HELD-PD-ACTION        PIC X(1).
           05  WS-HELD-PD-OPERATOR      PIC X(8).
           05  WS-HELD-PD-OTHER-ID      PIC 9(6).

       01  WS-RELEASE-WORK.
           05  WS-IMAGE-WORK.
               10  WS-IMAGE-CAMPUS      PIC X(8).
               10  WS-IMAGE-ID          PIC X(6).
               10  WS-IMAGE-ID-N REDEFINES WS-IMAGE-ID
                                        PIC 9(6).
               10  FILLER               PIC X(65).
           05  WS-EXCP-SEQ              PIC 9(8) VALUE 0.

       01  WS-CHAIN-WORK.
           05  WS-CHAIN-ID              PIC 9(6).
           05  WS-CHAIN-DATE            PIC 9(8).
           05  WS-CHAIN-HOPS            PIC 9(2).
           05  WS-CHAIN-DONE-SW         PIC X(1).
             88  WS-CHAIN-DONE                    VALUE 'Y'.

       01  WS-NEAR-WORK.
           05  WS-NEAR-ID               PIC 9(6).
           05  WS-NEAR-ID-X REDEFINES WS-NEAR-ID
                                        PIC X(6).
           05  WS-NEAR-FOUND-ID         PIC 9(6).
           05  WS-NEAR-POS              PIC 9(1) COMP.
           05  WS-NEAR-DIGITS           PIC X(10) VALUE '0123456789'.
           05  WS-NEAR-DIGIT-IDX        PIC 9(2) COMP.
           05  WS-NEAR-SWAP             PIC X(1).
           05  WS-NEAR-SW               PIC X(1).
             88  WS-NEAR-FOUND                    VALUE 'Y'.

       01  WS-CLASS-COUNTERS.
           05  WS-EXCEPTIONS-READ       PIC 9(7) VALUE 0.
           05  WS-JOURNAL-RELEASED      PIC 9(7) VALUE 0.
           05  WS-PENDING-RELEASED      PIC 9(7) VALUE 0.
           05  WS-ROWS-WRITTEN          PIC 9(7) VALUE 0.
           05  WS-CAUSE-TOTAL           PIC 9(7) OCCURS 6 TIMES.

       COPY CAMPWS.

       COPY CAUSWS.

       COPY STEPTMWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 9150-NOTE-STEP-START

           PERFORM VARYING WS-CAUSE-IDX FROM 1 BY 1
                   UNTIL WS-CAUSE-IDX > WS-CAUSE-SLOTS
               MOVE ZERO TO WS-CAUSE-TOTAL(WS-CAUSE-IDX)
           END-PERFORM

           PERFORM 1000-READ-RUNCTL

           OPEN OUTPUT EXCPCAUS
           IF NOT EXCPCAUS-OK
               DISPLAY 'EXCPCAUS NOT AVAILABLE - STATUS '
                   WS-EXCPCAUS-STATUS ' - NOTHING CLASSIFIED'
               MOVE 8 TO RETURN-CODE
               PERFORM 9100-WRITE-STEPLOG
               STOP RUN
           END-IF

           PERFORM 1100-OPEN-LOOKUP-FILES

           DISPLAY 'NOT-FOUND EXCEPTION CAUSES FOR RUN ' WS-RUN-DATE
           DISPLAY '----------------------------------------------'

           SORT CLSSORT
               ON ASCENDING KEY CL-KEY
                                CL-ROW-TYPE
                                CL-STAMP
               INPUT PROCEDURE IS 1500-RELEASE-ROWS
               OUTPUT PROCEDURE IS 3000-CLASSIFY-EXCEPTIONS

           CLOSE EXCPCAUS
           IF WS-XREF-AVAILABLE
               CLOSE XREFFILE
           END-IF
           IF WS-MASTER-AVAILABLE
               CLOSE STUDMSTR
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
           END-IF.

       1100-OPEN-LOOKUP-FILES.

      *    the keyed sources are optional - without one, its cause
      *    is never found and the exception falls to the next.
           OPEN INPUT XREFFILE
           IF XREFFILE-OK
               SET WS-XREF-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'XREFFILE NOT AVAILABLE - STATUS '
                   WS-XREFFILE-STATUS ' - NO BROKEN CHAINS FOUND'
           END-IF

           OPEN INPUT STUDMSTR
           IF STUDMSTR-OK
               SET WS-MASTER-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'STUDMSTR NOT AVAILABLE - STATUS '
                   WS-STUDMSTR-STATUS ' - NO NEAR IDS FOUND'
           END-IF.

       1500-RELEASE-ROWS.

           PERFORM 1600-RELEASE-JOURNAL
           PERFORM 1700-RELEASE-PENDING
           PERFORM 1800-RELEASE-EXCEPTIONS.

       1600-RELEASE-JOURNAL.

      *    only the rows that take an id off the master or put one
      *    on it matter - a delete or merge (before-image key) and
      *    an add or reinstatement (after-image key), so a student
      *    deleted and later added back is not called deleted.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MNTJRNL
           IF MNTJRNL-OK
               SET WS-JOURNAL-READ TO TRUE
           ELSE
               DISPLAY 'MNTJRNL NOT AVAILABLE - STATUS '
                   WS-MNTJRNL-STATUS ' - NO DELETIONS FOUND'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ MNTJRNL
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       EVALUATE MJ-ACTION
                           WHEN 'D'
                           WHEN 'M'
                               MOVE MJ-BEFORE-IMAGE TO WS-IMAGE-WORK
                               PERFORM 1650-RELEASE-JOURNAL-ROW
                           WHEN 'A'
                           WHEN 'R'
                               MOVE MJ-AFTER-IMAGE TO WS-IMAGE-WORK
                               PERFORM 1650-RELEASE-JOURNAL-ROW
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF MNTJRNL-OK OR WS-MNTJRNL-STATUS = '10'
               CLOSE MNTJRNL
           END-IF.

       1650-RELEASE-JOURNAL-ROW.

           IF WS-IMAGE-ID IS NUMERIC
               MOVE SPACES TO CL-SORT-RECORD
               MOVE WS-IMAGE-CAMPUS TO CL-CAMPUS-ID
               IF CL-CAMPUS-ID = SPACES
                   MOVE WS-HOME-CAMPUS TO CL-CAMPUS-ID
               END-IF
               MOVE WS-IMAGE-ID-N TO CL-STUDENT-ID
               MOVE '1'           TO CL-ROW-TYPE
               MOVE MJ-DATE       TO CL-STAMP(1:8)
               MOVE MJ-TIME       TO CL-STAMP(9:6)
               MOVE MJ-DATE       TO CL-DATE
               MOVE MJ-ACTION     TO CL-ACTION
               MOVE MJ-OPERATOR   TO CL-OPERATOR
               MOVE ZERO          TO CL-OTHER-ID
      *        a merge names the surviving id on its after-image.
               IF MJ-ACTION = 'M'
                   MOVE MJ-AFTER-IMAGE TO WS-IMAGE-WORK
                   IF WS-IMAGE-ID IS NUMERIC
                       MOVE WS-IMAGE-ID-N TO CL-OTHER-ID
                   END-IF
               END-IF
               RELEASE CL-SORT-RECORD
               ADD 1 TO WS-JOURNAL-RELEASED
           END-IF.

       1700-RELEASE-PENDING.

      *    an item still waiting on the checker (P) or approved and
      *    not yet applied (A) - under the student's own id, and
      *    under the id a change or merge brings in.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PENDFILE
           IF PENDFILE-OK
               SET WS-PENDING-READ TO TRUE
           ELSE
               DISPLAY 'PENDFILE NOT AVAILABLE - STATUS '
                   WS-PENDFILE-STATUS ' - NO PENDING ITEMS FOUND'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ PENDFILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF (PD-PENDING OR PD-APPROVED)
                           AND PD-STUDENT-ID IS NUMERIC
                           PERFORM 1750-RELEASE-PENDING-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF PENDFILE-OK OR WS-PENDFILE-STATUS = '10'
               CLOSE PENDFILE
           END-IF.

       1750-RELEASE-PENDING-ROW.

           MOVE SPACES TO CL-SORT-RECORD
           MOVE PD-CAMPUS-ID TO CL-CAMPUS-ID
           IF CL-CAMPUS-ID = SPACES
               MOVE WS-HOME-CAMPUS TO CL-CAMPUS-ID
           END-IF
           MOVE '2'             TO CL-ROW-TYPE
           MOVE PD-REQUEST-DATE TO CL-STAMP(1:8)
           MOVE PD-REQUEST-DATE TO CL-DATE
           MOVE PD-ACTION       TO CL-ACTION
           MOVE PD-OPERATOR     TO CL-OPERATOR
           MOVE PD-STUDENT-ID   TO CL-STUDENT-ID
           MOVE ZERO            TO CL-OTHER-ID
           IF PD-REPLACEMENT-ID IS NUMERIC
               MOVE PD-REPLACEMENT-ID TO CL-OTHER-ID
           END-IF
           RELEASE CL-SORT-RECORD
           ADD 1 TO WS-PENDING-RELEASED

           IF CL-OTHER-ID > 0
               AND CL-OTHER-ID NOT = PD-STUDENT-ID
               MOVE PD-REPLACEMENT-ID TO CL-STUDENT-ID
               MOVE PD-STUDENT-ID     TO CL-OTHER-ID
               RELEASE CL-SORT-RECORD
               ADD 1 TO WS-PENDING-RELEASED
           END-IF.

       1800-RELEASE-EXCEPTIONS.

      *    every pass's rows are classified - the input sequence
      *    rides in the stamp so a campus and id missed by more
      *    than one pass keeps its order.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT EXCPOUT
           IF NOT EXCPOUT-OK
               DISPLAY 'EXCPOUT NOT AVAILABLE - NO EXCEPTIONS'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ EXCPOUT
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EXCEPTIONS-READ
                       ADD 1 TO WS-EXCP-SEQ
                       MOVE SPACES TO CL-SORT-RECORD
                       MOVE ER-CAMPUS-ID TO CL-CAMPUS-ID
                       IF CL-CAMPUS-ID = SPACES
                           MOVE WS-HOME-CAMPUS TO CL-CAMPUS-ID
                       END-IF
                       IF ER-STUDENT-ID IS NUMERIC
                           MOVE ER-STUDENT-ID TO CL-STUDENT-ID
                       ELSE
                           MOVE ZERO TO CL-STUDENT-ID
                       END-IF
                       MOVE '3'            TO CL-ROW-TYPE
                       MOVE WS-EXCP-SEQ    TO CL-STAMP(1:8)
                       MOVE ZERO           TO CL-DATE
                       MOVE ZERO           TO CL-OTHER-ID
                       MOVE EXCPOUT-RECORD TO CL-EXCP-ROW
                       RELEASE CL-SORT-RECORD
               END-READ
           END-PERFORM
           IF EXCPOUT-OK OR WS-EXCPOUT-STATUS = '10'
               CLOSE EXCPOUT
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       3000-CLASSIFY-EXCEPTIONS.

           MOVE HIGH-VALUES TO WS-HELD-KEY
           PERFORM UNTIL WS-END-OF-FILE
               RETURN CLSSORT
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CL-KEY NOT = WS-HELD-KEY
                           PERFORM 3100-NEW-KEY
                       END-IF
                       EVALUATE TRUE
                           WHEN CL-JOURNAL-ROW
                               PERFORM 3200-HOLD-JOURNAL-ROW
                           WHEN CL-PENDING-ROW
                               PERFORM 3300-HOLD-PENDING-ROW
                           WHEN OTHER
                               PERFORM 4000-CLASSIFY-ONE
                       END-EVALUATE
               END-RETURN
           END-PERFORM.

       3100-NEW-KEY.

           MOVE CL-KEY   TO WS-HELD-KEY
           MOVE SPACE    TO WS-HELD-JOURNAL-SW
           MOVE ZERO     TO WS-HELD-JR-DATE
           MOVE SPACE    TO WS-HELD-JR-ACTION
           MOVE SPACES   TO WS-HELD-JR-OPERATOR
           MOVE ZERO     TO WS-HELD-JR-OTHER-ID
           MOVE 'N'      TO WS-HELD-PENDING-SW
           MOVE ZERO     TO WS-HELD-PD-DATE
           MOVE SPACE    TO WS-HELD-PD-ACTION
           MOVE SPACES   TO WS-HELD-PD-OPERATOR
           MOVE ZERO     TO WS-HELD-PD-OTHER-ID.

       3200-HOLD-JOURNAL-ROW.

           IF CL-ACTION = 'D' OR CL-ACTION = 'M'
               MOVE 'D' TO WS-HELD-JOURNAL-SW
           ELSE
               MOVE 'A' TO WS-HELD-JOURNAL-SW
           END-IF
           MOVE CL-DATE     TO WS-HELD-JR-DATE
           MOVE CL-ACTION   TO WS-HELD-JR-ACTION
           MOVE CL-OPERATOR TO WS-HELD-JR-OPERATOR
           MOVE CL-OTHER-ID TO WS-HELD-JR-OTHER-ID.

       3300-HOLD-PENDING-ROW.

           SET WS-HELD-PENDING TO TRUE
           MOVE CL-DATE     TO WS-HELD-PD-DATE
           MOVE CL-ACTION   TO WS-HELD-PD-ACTION
           MOVE CL-OPERATOR TO WS-HELD-PD-OPERATOR
           MOVE CL-OTHER-ID TO WS-HELD-PD-OTHER-ID.

       4000-CLASSIFY-ONE.

           MOVE SPACES         TO EXCPCAUS-RECORD
           MOVE WS-RUN-DATE    TO EC-RUN-DATE
           MOVE CL-EXCP-ROW    TO EC-EXCEPTION-ROW
           MOVE ZERO           TO EC-EVIDENCE-DATE
           MOVE ZERO           TO EC-EVIDENCE-ID

           EVALUATE TRUE
               WHEN WS-HELD-PENDING
                   MOVE 'P'                 TO EC-CAUSE
                   MOVE WS-HELD-PD-DATE     TO EC-EVIDENCE-DATE
                   MOVE WS-HELD-PD-OTHER-ID TO EC-EVIDENCE-ID
                   MOVE WS-HELD-PD-ACTION   TO EC-EVIDENCE-ACTION
                   MOVE WS-HELD-PD-OPERATOR TO EC-EVIDENCE-OPERATOR
               WHEN OTHER
                   PERFORM 4100-FOLLOW-XREF-CHAIN
           END-EVALUATE

           IF EC-CAUSE = SPACE
               IF WS-HELD-DELETE
                   MOVE 'D'                 TO EC-CAUSE
                   MOVE WS-HELD-JR-DATE     TO EC-EVIDENCE-DATE
                   MOVE WS-HELD-JR-OTHER-ID TO EC-EVIDENCE-ID
                   MOVE WS-HELD-JR-ACTION   TO EC-EVIDENCE-ACTION
                   MOVE WS-HELD-JR-OPERATOR TO EC-EVIDENCE-OPERATOR
               ELSE
                   PERFORM 4300-LOOK-FOR-NEAR-ID
               END-IF
           END-IF

           IF EC-CAUSE = SPACE
               MOVE 'N' TO EC-CAUSE
           END-IF

           WRITE EXCPCAUS-RECORD
           ADD 1 TO WS-ROWS-WRITTEN
           MOVE EC-CAUSE TO WS-CAUSE-CHECK
           PERFORM 0960-FIND-CAUSE
           ADD 1 TO WS-CAUSE-TOTAL(WS-CAUSE-HIT).

       4100-FOLLOW-XREF-CHAIN.

      *    the id is retired when the cross-reference has it; the
      *    driver found no master row at the end of the chain, so
      *    the chain is broken where it stops - within the campus,
      *    as the drivers follow it.
           IF WS-XREF-AVAILABLE
               MOVE WS-HELD-ID TO WS-CHAIN-ID
               MOVE ZERO       TO WS-CHAIN-DATE
               MOVE ZERO       TO WS-CHAIN-HOPS
               MOVE 'N'        TO WS-CHAIN-DONE-SW
               PERFORM 4200-FOLLOW-ONE-HOP
                   UNTIL WS-CHAIN-DONE
               IF WS-CHAIN-HOPS > 0
                   MOVE 'X'           TO EC-CAUSE
                   MOVE WS-CHAIN-DATE TO EC-EVIDENCE-DATE
                   MOVE WS-CHAIN-ID   TO EC-EVIDENCE-ID
                   IF WS-CHAIN-HOPS > 10
                       MOVE 'L' TO EC-EVIDENCE-ACTION
                   END-IF
               END-IF
           END-IF.

       4200-FOLLOW-ONE-HOP.

           MOVE WS-HELD-CAMPUS TO XR-CAMPUS-ID
           MOVE WS-CHAIN-ID    TO XR-OLD-ID
           READ XREFFILE KEY IS XR-OLD-KEY
               INVALID KEY
                   SET WS-CHAIN-DONE TO TRUE
           END-READ
           IF NOT WS-CHAIN-DONE
               IF XREFFILE-OK
                   MOVE XR-NEW-ID       TO WS-CHAIN-ID
                   MOVE XR-APPLIED-DATE TO WS-CHAIN-DATE
                   ADD 1 TO WS-CHAIN-HOPS
      *            the drivers' hop limit - a loop stops here too.
                   IF WS-CHAIN-HOPS > 10
                       SET WS-CHAIN-DONE TO TRUE
                   END-IF
               ELSE
                   SET WS-CHAIN-DONE TO TRUE
               END-IF
           END-IF.

       4300-LOOK-FOR-NEAR-ID.

      *    the slips the desk makes: one off either way, a pair of
      *    adjacent digits swapped, one digit wrong.  A zero id is a
      *    name lookup and has no near id.
           MOVE 'N' TO WS-NEAR-SW
           IF WS-MASTER-AVAILABLE AND WS-HELD-ID > 0
               IF WS-HELD-ID > 1
                   COMPUTE WS-NEAR-ID = WS-HELD-ID - 1
                   PERFORM 4400-TRY-NEAR-ID
               END-IF
               IF WS-HELD-ID < 999999 AND NOT WS-NEAR-FOUND
                   COMPUTE WS-NEAR-ID = WS-HELD-ID + 1
                   PERFORM 4400-TRY-NEAR-ID
               END-IF
               PERFORM VARYING WS-NEAR-POS FROM 1 BY 1
                       UNTIL WS-NEAR-POS > 5 OR WS-NEAR-FOUND
                   MOVE WS-HELD-ID TO WS-NEAR-ID
                   MOVE WS-NEAR-ID-X(WS-NEAR-POS:1) TO WS-NEAR-SWAP
                   MOVE WS-NEAR-ID-X(WS-NEAR-POS + 1:1)
                     TO WS-NEAR-ID-X(WS-NEAR-POS:1)
                   MOVE WS-NEAR-SWAP
                     TO WS-NEAR-ID-X(WS-NEAR-POS + 1:1)
                   IF WS-NEAR-ID NOT = WS-HELD-ID
                       PERFORM 4400-TRY-NEAR-ID
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-NEAR-POS FROM 6 BY -1
                       UNTIL WS-NEAR-POS < 1 OR WS-NEAR-FOUND
                   PERFORM 4350-TRY-EVERY-DIGIT
               END-PERFORM
           END-IF
           IF WS-NEAR-FOUND
               MOVE 'S'              TO EC-CAUSE
               MOVE WS-NEAR-FOUND-ID TO EC-EVIDENCE-ID
           END-IF.

       4350-TRY-EVERY-DIGIT.

           PERFORM VARYING WS-NEAR-DIGIT-IDX FROM 1 BY 1
                   UNTIL WS-NEAR-DIGIT-IDX > 10 OR WS-NEAR-FOUND
               MOVE WS-HELD-ID TO WS-NEAR-ID
               IF WS-NEAR-ID-X(WS-NEAR-POS:1)
                   NOT = WS-NEAR-DIGITS(WS-NEAR-DIGIT-IDX:1)
                   MOVE WS-NEAR-DIGITS(WS-NEAR-DIGIT-IDX:1)
                     TO WS-NEAR-ID-X(WS-NEAR-POS:1)
                   IF WS-NEAR-ID > 0
                       PERFORM 4400-TRY-NEAR-ID
                   END-IF
               END-IF
           END-PERFORM.

       4400-TRY-NEAR-ID.

           MOVE WS-HELD-CAMPUS TO SM-CAMPUS-ID
           MOVE WS-NEAR-ID     TO SM-STUDENT-ID
           READ STUDMSTR KEY IS SM-STUDENT-KEY
               INVALID KEY
                   CONTINUE
           END-READ
           IF STUDMSTR-OK
               SET WS-NEAR-FOUND TO TRUE
               MOVE WS-NEAR-ID TO WS-NEAR-FOUND-ID
           END-IF.

       9000-END-OF-JOB.

           PERFORM VARYING WS-CAUSE-IDX FROM 1 BY 1
                   UNTIL WS-CAUSE-IDX NOT < WS-CAUSE-SLOTS
               DISPLAY '  ' WS-CAUSE-CODE(WS-CAUSE-IDX) ' '
                   WS-CAUSE-NAME(WS-CAUSE-IDX) ' : '
                   WS-CAUSE-TOTAL(WS-CAUSE-IDX)
           END-PERFORM
           DISPLAY '----------------------------------------------'
           DISPLAY 'EXCEPTIONS READ         : ' WS-EXCEPTIONS-READ
           DISPLAY 'CLASSIFIED ROWS WRITTEN : ' WS-ROWS-WRITTEN
           DISPLAY 'JOURNAL ROWS CONSULTED  : ' WS-JOURNAL-RELEASED
           DISPLAY 'PENDING ITEMS CONSULTED : ' WS-PENDING-RELEASED

           IF WS-JOURNAL-READ AND WS-PENDING-READ
               AND WS-XREF-AVAILABLE AND WS-MASTER-AVAILABLE
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 9100-WRITE-STEPLOG.

       9100-WRITE-STEPLOG.

      *    one row per chain step so the morning dashboard can show
      *    pass/fail without scraping job logs (see STEPLOG.cpy).
           MOVE 'EXCPCLS'     TO SL-STEP-NAME
           MOVE RETURN-CODE   TO SL-RETURN-CODE
           PERFORM 9160-STAMP-STEP-TIMES
           OPEN EXTEND STEPLOG
           WRITE STEPLOG-RECORD
           CLOSE STEPLOG.

       COPY CAUSPRC.

       COPY STEPTIME.

       END PROGRAM EXCPCLS.
