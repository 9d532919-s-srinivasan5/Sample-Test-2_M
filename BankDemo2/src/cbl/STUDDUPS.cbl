       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDDUPS.
      *
      *    CHANGE LOG
      *    ----------
      *    Duplicate-person scan of the student master.  STUDEDIT's
      *    duplicate check only sees one night's STUDIN, and over
      *    the years the master itself has picked up the same
      *    person under two ids - a re-enrolment, or a campus
      *    issuing a second id - who then shows up as two students
      *    everywhere downstream.  This step sorts the master by
      *    campus and a sound-alike key of the name (first letter
      *    and the next three consonant sounds), scores every pair
      *    of rows sharing both on how alike the names are and how
      *    close the ids are, and lists each pair at or over the
      *    threshold for the desk to review:
      *      name  - the same name 60, the same first four
      *              letters 45, only sounding alike 30;
      *      ids   - one apart 40, within 10 30, within 100 20,
      *              within 1000 10.
      *    The threshold is 70 unless DUPMINSC names another.  A
      *    pair where one row is already staged to be renumbered
      *    onto the other is a renumbering, not a duplicate, and is
      *    left out; a pair with a merge already waiting on the
      *    pending file is listed as queued.  A pair the desk
      *    confirms is keyed as a merge (action M, see STUDTXN.cpy)
      *    and goes through MNTPEND/MNTAPPR like any other item; the
      *    suggested survivor is the lower, older id unless only the
      *    other is still active.
      *    RC 0 - no pairs, RC 4 - pairs listed for review, RC 8 -
      *    master not available.
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

           SELECT PENDFILE ASSIGN TO 'PENDFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDFILE-STATUS.

           SELECT DUPSORT ASSIGN TO 'DUPSORT'.

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

       FD  PENDFILE
           LABEL RECORDS ARE STANDARD.
           COPY PENDREC.

       SD  DUPSORT.
       01  SORT-DUP-RECORD.
           05  DS-CAMPUS-ID             PIC X(8).
           05  DS-SOUND-KEY             PIC X(4).
           05  DS-STUDENT-ID            PIC 9(6).
           05  DS-UPPER-NAME            PIC X(15).
           05  DS-STUDENT-NAME          PIC X(15).
           05  DS-STATUS-CODE           PIC X(1).
           05  DS-REPLACEMENT-ID        PIC 9(6).

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
             88  RUNCTL-OK                        VALUE '00'.
           05  WS-STUDMSTR-STATUS       PIC X(2) VALUE '00'.
             88  STUDMSTR-OK                      VALUE '00'.
           05  WS-PENDFILE-STATUS       PIC X(2) VALUE '00'.
             88  PENDFILE-OK                      VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-FILE                       VALUE 'Y'.

       01  WS-MASTER-SW                 PIC X(1) VALUE 'N'.
         88  WS-MASTER-MISSING                    VALUE 'Y'.

       01  WS-OPTIONS.
           05  WS-ENVVAL                PIC X(10) VALUE SPACES.
           05  WS-MIN-SCORE             PIC 9(3) VALUE 70.

      *    the merges already keyed and not yet applied, so a pair
      *    the desk has acted on is not offered to it again.
       01  WS-QUEUED-TABLE.
           05  WS-QUEUED-COUNT          PIC 9(4) VALUE 0.
           05  WS-QUEUED-ENTRY          OCCURS 500 TIMES.
               10  WS-QUEUED-CAMPUS     PIC X(8).
               10  WS-QUEUED-RETIRED    PIC 9(6).
               10  WS-QUEUED-SURVIVOR   PIC 9(6).

      *    the rows of the current campus and sound-alike group,
      *    in id order - each new row is scored against them all.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-KEY.
               10  WS-GROUP-CAMPUS      PIC X(8) VALUE SPACES.
               10  WS-GROUP-SOUND       PIC X(4) VALUE SPACES.
           05  WS-GROUP-COUNT           PIC 9(3) VALUE 0.
           05  WS-GROUP-ENTRY           OCCURS 200 TIMES.
               10  WS-GRP-ID            PIC 9(6).
               10  WS-GRP-UPPER-NAME    PIC X(15).
               10  WS-GRP-NAME          PIC X(15).
               10  WS-GRP-STATUS        PIC X(1).
               10  WS-GRP-REPL-ID       PIC 9(6).

       01  WS-SOUND-WORK.
           05  WS-UPPER-NAME            PIC X(15).
           05  WS-SOUND-KEY             PIC X(4).
           05  WS-KEY-LEN               PIC 9(1) COMP.
           05  WS-CHAR-IDX              PIC 9(2) COMP.
           05  WS-CHAR                  PIC X(1).
           05  WS-CHAR-CODE             PIC X(1).
           05  WS-PREV-CODE             PIC X(1).

       01  WS-PAIR-WORK.
           05  WS-IDX                   PIC 9(4) COMP.
           05  WS-QIDX                  PIC 9(4) COMP.
           05  WS-ID-GAP                PIC 9(6).
           05  WS-NAME-SCORE            PIC 9(3).
           05  WS-ID-SCORE              PIC 9(3).
           05  WS-PAIR-SCORE            PIC 9(3).
           05  WS-SURVIVOR-ID           PIC 9(6).
           05  WS-PAIR-NOTE             PIC X(14).
           05  WS-QUEUED-SW             PIC X(1).
             88  WS-PAIR-QUEUED                   VALUE 'Y'.

       01  WS-SCAN-FIELDS.
           05  WS-RUN-DATE              PIC 9(8) VALUE 0.
           05  WS-ROWS-READ             PIC 9(7) VALUE 0.
           05  WS-PAIRS-SCORED          PIC 9(9) VALUE 0.
           05  WS-PAIRS-LISTED          PIC 9(7) VALUE 0.
           05  WS-PAIRS-QUEUED          PIC 9(7) VALUE 0.
           05  WS-STAGED-SKIPPED        PIC 9(7) VALUE 0.
           05  WS-GROUP-OVERFLOW        PIC 9(7) VALUE 0.

       COPY CAMPWS.

       COPY STEPTMWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 9150-NOTE-STEP-START

           PERFORM 0100-GET-OPTIONS
           PERFORM 1000-READ-RUNCTL
           PERFORM 1500-LOAD-QUEUED-MERGES

           DISPLAY 'DUPLICATE-PERSON SCAN OF THE STUDENT MASTER FOR '
               WS-RUN-DATE
           DISPLAY '------------------------------------------------'
           DISPLAY 'PAIRS SCORING ' WS-MIN-SCORE ' OR MORE:'
           DISPLAY 'CAMPUS   ID     NAME            ST  ID     NAME'
               '            ST SCORE SURVIVOR'

           SORT DUPSORT
               ON ASCENDING KEY DS-CAMPUS-ID
                                DS-SOUND-KEY
                                DS-STUDENT-ID
               INPUT PROCEDURE IS 2000-RELEASE-MASTER-ROWS
               OUTPUT PROCEDURE IS 3000-SCORE-GROUPS

           PERFORM 9000-END-OF-JOB

           STOP RUN.

       0100-GET-OPTIONS.

           DISPLAY 'DUPMINSC' UPON ENVIRONMENT-NAME
           ACCEPT WS-ENVVAL FROM ENVIRONMENT-VALUE
           IF WS-ENVVAL(1:3) NUMERIC
               MOVE WS-ENVVAL(1:3) TO WS-MIN-SCORE
           END-IF.

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

       1500-LOAD-QUEUED-MERGES.

      *    merges keyed and waiting for review, or approved and
      *    waiting for STUDMNT - without the pending file none are
      *    known and every pair is listed as new.
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
                       IF PD-ACTION-MERGE
                           AND (PD-PENDING OR PD-APPROVED)
                           AND WS-QUEUED-COUNT < 500
                           ADD 1 TO WS-QUEUED-COUNT
                           MOVE PD-CAMPUS-ID
                             TO WS-QUEUED-CAMPUS(WS-QUEUED-COUNT)
                           IF PD-CAMPUS-ID = SPACES
                               MOVE WS-HOME-CAMPUS
                                 TO WS-QUEUED-CAMPUS(WS-QUEUED-COUNT)
                           END-IF
                           MOVE PD-STUDENT-ID
                             TO WS-QUEUED-RETIRED(WS-QUEUED-COUNT)
                           MOVE PD-REPLACEMENT-ID
                             TO WS-QUEUED-SURVIVOR(WS-QUEUED-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF PENDFILE-OK OR WS-PENDFILE-STATUS = '10'
               CLOSE PENDFILE
           END-IF.

       2000-RELEASE-MASTER-ROWS.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT STUDMSTR
           IF NOT STUDMSTR-OK
               DISPLAY 'STUDMSTR NOT AVAILABLE - STATUS '
                   WS-STUDMSTR-STATUS ' - NOTHING SCANNED'
               SET WS-MASTER-MISSING TO TRUE
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ STUDMSTR NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 2100-RELEASE-ONE-ROW
               END-READ
      *        any non-normal status ends the walk instead of
      *        spinning.
               IF NOT STUDMSTR-OK AND NOT WS-END-OF-FILE
                   SET WS-END-OF-FILE TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-MASTER-MISSING
               CLOSE STUDMSTR
           END-IF.

       2100-RELEASE-ONE-ROW.

           ADD 1 TO WS-ROWS-READ
           MOVE SM-STUDENT-NAME TO WS-UPPER-NAME
           INSPECT WS-UPPER-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM 2200-BUILD-SOUND-KEY

           MOVE SM-CAMPUS-ID      TO DS-CAMPUS-ID
           IF SM-CAMPUS-ID = SPACES
               MOVE WS-HOME-CAMPUS TO DS-CAMPUS-ID
           END-IF
           MOVE WS-SOUND-KEY      TO DS-SOUND-KEY
           MOVE SM-STUDENT-ID     TO DS-STUDENT-ID
           MOVE WS-UPPER-NAME     TO DS-UPPER-NAME
           MOVE SM-STUDENT-NAME   TO DS-STUDENT-NAME
           MOVE SM-STATUS-CODE    TO DS-STATUS-CODE
           IF SM-STATUS-CODE = SPACE
               MOVE 'A'           TO DS-STATUS-CODE
           END-IF
           IF SM-REPLACEMENT-ID NUMERIC
               MOVE SM-REPLACEMENT-ID TO DS-REPLACEMENT-ID
           ELSE
               MOVE ZERO              TO DS-REPLACEMENT-ID
           END-IF
           RELEASE SORT-DUP-RECORD.

       2200-BUILD-SOUND-KEY.

      *    first letter, then the next three consonant sounds,
      *    a sound repeated next to itself counted once and a
      *    vowel between two alike sounds keeping both; short
      *    names are padded with zeros.
           MOVE '0000' TO WS-SOUND-KEY
           MOVE WS-UPPER-NAME(1:1) TO WS-SOUND-KEY(1:1)
           MOVE 1 TO WS-KEY-LEN
           MOVE WS-UPPER-NAME(1:1) TO WS-CHAR
           PERFORM 2300-CODE-ONE-CHAR
           MOVE WS-CHAR-CODE TO WS-PREV-CODE
           PERFORM VARYING WS-CHAR-IDX FROM 2 BY 1
                   UNTIL WS-CHAR-IDX > 15 OR WS-KEY-LEN = 4
               MOVE WS-UPPER-NAME(WS-CHAR-IDX:1) TO WS-CHAR
               PERFORM 2300-CODE-ONE-CHAR
               IF WS-CHAR-CODE NOT = '0'
                   AND WS-CHAR-CODE NOT = '-'
                   AND WS-CHAR-CODE NOT = WS-PREV-CODE
                   ADD 1 TO WS-KEY-LEN
                   MOVE WS-CHAR-CODE TO WS-SOUND-KEY(WS-KEY-LEN:1)
               END-IF
               IF WS-CHAR-CODE NOT = '-'
                   MOVE WS-CHAR-CODE TO WS-PREV-CODE
               END-IF
           END-PERFORM.

       2300-CODE-ONE-CHAR.

      *    H and W neither sound nor separate; anything that is not
      *    a letter separates like a vowel.
           EVALUATE WS-CHAR
               WHEN 'B' WHEN 'F' WHEN 'P' WHEN 'V'
                   MOVE '1' TO WS-CHAR-CODE
               WHEN 'C' WHEN 'G' WHEN 'J' WHEN 'K'
               WHEN 'Q' WHEN 'S' WHEN 'X' WHEN 'Z'
                   MOVE '2' TO WS-CHAR-CODE
               WHEN 'D' WHEN 'T'
                   MOVE '3' TO WS-CHAR-CODE
               WHEN 'L'
                   MOVE '4' TO WS-CHAR-CODE
               WHEN 'M' WHEN 'N'
                   MOVE '5' TO WS-CHAR-CODE
               WHEN 'R'
                   MOVE '6' TO WS-CHAR-CODE
               WHEN 'H' WHEN 'W'
                   MOVE '-' TO WS-CHAR-CODE
               WHEN OTHER
                   MOVE '0' TO WS-CHAR-CODE
           END-EVALUATE.

       3000-SCORE-GROUPS.

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               RETURN DUPSORT
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 3100-TAKE-ONE-ROW
               END-RETURN
           END-PERFORM.

       3100-TAKE-ONE-ROW.

      *    rows arrive grouped by campus and sound-alike key, ids
      *    ascending - a new group starts the table over.
           IF DS-CAMPUS-ID NOT = WS-GROUP-CAMPUS
               OR DS-SOUND-KEY NOT = WS-GROUP-SOUND
               MOVE DS-CAMPUS-ID TO WS-GROUP-CAMPUS
               MOVE DS-SOUND-KEY TO WS-GROUP-SOUND
               MOVE 0 TO WS-GROUP-COUNT
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-GROUP-COUNT
               PERFORM 3200-SCORE-PAIR
           END-PERFORM

           IF WS-GROUP-COUNT < 200
               ADD 1 TO WS-GROUP-COUNT
               MOVE DS-STUDENT-ID     TO WS-GRP-ID(WS-GROUP-COUNT)
               MOVE DS-UPPER-NAME
                 TO WS-GRP-UPPER-NAME(WS-GROUP-COUNT)
               MOVE DS-STUDENT-NAME   TO WS-GRP-NAME(WS-GROUP-COUNT)
               MOVE DS-STATUS-CODE
                 TO WS-GRP-STATUS(WS-GROUP-COUNT)
               MOVE DS-REPLACEMENT-ID
                 TO WS-GRP-REPL-ID(WS-GROUP-COUNT)
           ELSE
               ADD 1 TO WS-GROUP-OVERFLOW
           END-IF.

       3200-SCORE-PAIR.

           ADD 1 TO WS-PAIRS-SCORED

      *    one staged onto the other is a renumbering in flight.
           IF DS-REPLACEMENT-ID = WS-GRP-ID(WS-IDX)
               OR WS-GRP-REPL-ID(WS-IDX) = DS-STUDENT-ID
               ADD 1 TO WS-STAGED-SKIPPED
           ELSE
               EVALUATE TRUE
                   WHEN DS-UPPER-NAME = WS-GRP-UPPER-NAME(WS-IDX)
                       MOVE 60 TO WS-NAME-SCORE
                   WHEN DS-UPPER-NAME(1:4)
                       = WS-GRP-UPPER-NAME(WS-IDX)(1:4)
                       MOVE 45 TO WS-NAME-SCORE
                   WHEN OTHER
                       MOVE 30 TO WS-NAME-SCORE
               END-EVALUATE

      *        ids arrive ascending within the group.
               COMPUTE WS-ID-GAP = DS-STUDENT-ID - WS-GRP-ID(WS-IDX)
               EVALUATE TRUE
                   WHEN WS-ID-GAP NOT > 1
                       MOVE 40 TO WS-ID-SCORE
                   WHEN WS-ID-GAP NOT > 10
                       MOVE 30 TO WS-ID-SCORE
                   WHEN WS-ID-GAP NOT > 100
                       MOVE 20 TO WS-ID-SCORE
                   WHEN WS-ID-GAP NOT > 1000
                       MOVE 10 TO WS-ID-SCORE
                   WHEN OTHER
                       MOVE 0 TO WS-ID-SCORE
               END-EVALUATE

               COMPUTE WS-PAIR-SCORE = WS-NAME-SCORE + WS-ID-SCORE
               IF WS-PAIR-SCORE NOT < WS-MIN-SCORE
                   PERFORM 3300-LIST-PAIR
               END-IF
           END-IF.

       3300-LIST-PAIR.

      *    the older, lower id survives unless it alone has left.
           MOVE WS-GRP-ID(WS-IDX) TO WS-SURVIVOR-ID
           IF (WS-GRP-STATUS(WS-IDX) = 'W'
                   OR WS-GRP-STATUS(WS-IDX) = 'G')
               AND DS-STATUS-CODE NOT = 'W'
               AND DS-STATUS-CODE NOT = 'G'
               MOVE DS-STUDENT-ID TO WS-SURVIVOR-ID
           END-IF

           MOVE 'N' TO WS-QUEUED-SW
           PERFORM VARYING WS-QIDX FROM 1 BY 1
                   UNTIL WS-QIDX > WS-QUEUED-COUNT
               IF WS-QUEUED-CAMPUS(WS-QIDX) = DS-CAMPUS-ID
                   AND ((WS-QUEUED-RETIRED(WS-QIDX)
                           = DS-STUDENT-ID
                       AND WS-QUEUED-SURVIVOR(WS-QIDX)
                           = WS-GRP-ID(WS-IDX))
                     OR (WS-QUEUED-RETIRED(WS-QIDX)
                           = WS-GRP-ID(WS-IDX)
                       AND WS-QUEUED-SURVIVOR(WS-QIDX)
                           = DS-STUDENT-ID))
                   SET WS-PAIR-QUEUED TO TRUE
               END-IF
           END-PERFORM

           IF WS-PAIR-QUEUED
               ADD 1 TO WS-PAIRS-QUEUED
               MOVE 'MERGE QUEUED' TO WS-PAIR-NOTE
           ELSE
               ADD 1 TO WS-PAIRS-LISTED
               MOVE SPACES TO WS-PAIR-NOTE
           END-IF

           DISPLAY DS-CAMPUS-ID ' ' WS-GRP-ID(WS-IDX) ' '
               WS-GRP-NAME(WS-IDX) ' ' WS-GRP-STATUS(WS-IDX) '   '
               DS-STUDENT-ID ' ' DS-STUDENT-NAME ' '
               DS-STATUS-CODE '  ' WS-PAIR-SCORE '   '
               WS-SURVIVOR-ID ' ' WS-PAIR-NOTE.

       9000-END-OF-JOB.

           DISPLAY '------------------------------------------------'
           DISPLAY 'MASTER ROWS SCANNED       : ' WS-ROWS-READ
           DISPLAY 'PAIRS SCORED              : ' WS-PAIRS-SCORED
           DISPLAY 'PAIRS LISTED FOR REVIEW   : ' WS-PAIRS-LISTED
           DISPLAY 'PAIRS ALREADY QUEUED      : ' WS-PAIRS-QUEUED
           DISPLAY 'STAGED RENUMBERINGS LEFT  : ' WS-STAGED-SKIPPED
           IF WS-GROUP-OVERFLOW > 0
               DISPLAY 'ROWS NOT SCORED AGAINST LATER ROWS - GROUP '
                   'TABLE FULL : ' WS-GROUP-OVERFLOW
           END-IF

           EVALUATE TRUE
               WHEN WS-MASTER-MISSING
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PAIRS-LISTED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           PERFORM 9100-WRITE-STEPLOG.

       9100-WRITE-STEPLOG.

      *    one row per chain step so the morning dashboard can show
      *    pass/fail without scraping job logs (see STEPLOG.cpy).
           MOVE 'STUDDUPS'    TO SL-STEP-NAME
           MOVE RETURN-CODE   TO SL-RETURN-CODE
           PERFORM 9160-STAMP-STEP-TIMES
           OPEN EXTEND STEPLOG
           WRITE STEPLOG-RECORD
           CLOSE STEPLOG.

       COPY STEPTIME.

       END PROGRAM STUDDUPS.
