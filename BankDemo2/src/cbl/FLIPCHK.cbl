       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLIPCHK.
      *
      *    CHANGE LOG
      *    ----------
      *    Night-over-night comparison of the keyed nightly results.
      *    A student who resolved cleanly last night and is an
      *    exception tonight, or who came out with a different
      *    replacement than yesterday, usually means a bad
      *    maintenance or a bad load - and nobody saw it until the
      *    registrar complained.  This step runs after RSLTLOAD and
      *    sets tonight's row for every student against the same
      *    student's previous row on the results file (see
      *    RSLTREC.cpy), listing:
      *      - found last time, an exception tonight;
      *      - an exception last time, found tonight;
      *      - found both times with a different replacement id or
      *        a different replacement name;
      *      - absent tonight after coming through on every run
      *        night of the past week.
      *    Each flip names what explains it where anything does:
      *    the latest maintenance journal row for the student since
      *    the previous result (see MNTJRNL.cpy), a staged
      *    replacement whose effective date fell in between, or the
      *    nightly master reload when tonight's master row carries
      *    the change and no maintenance row does.  The journal is
      *    sorted in with the results by campus and id so each is
      *    read once.  Flips beyond the FLIPMAX scheduler option
      *    (default 50, staged replacements taking effect not
      *    counted) raise a MON1 alert ahead of the registrar
      *    transmission and end the step with RC 4.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RSLTFILE ASSIGN TO 'RSLTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-KEY
               FILE STATUS IS WS-RSLTFILE-STATUS.

           SELECT MNTJRNL ASSIGN TO 'MNTJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNTJRNL-STATUS.

           SELECT STUDMSTR ASSIGN TO 'STUDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STUDENT-KEY
               ALTERNATE RECORD KEY IS SM-STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDMSTR-STATUS.

           SELECT FLIPSORT ASSIGN TO 'FLIPSORT'.

           SELECT STEPLOG ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  RSLTFILE
           LABEL RECORDS ARE STANDARD.
           COPY RSLTREC.

       FD  MNTJRNL
           LABEL RECORDS ARE STANDARD.
           COPY MNTJRNL.

       FD  STUDMSTR
           LABEL RECORDS ARE STANDARD.
           COPY STUDMSTR.

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.

      *    journal rows sort ahead of the results for the same campus
      *    and id (row type 1 journal, 2 result), the journal in time
      *    order and the results night by night, so the last journal
      *    row seen is the latest and the results arrive oldest first.
       SD  FLIPSORT.
       01  FL-SORT-RECORD.
           05  FL-KEY.
               10  FL-CAMPUS-ID         PIC X(8).
               10  FL-STUDENT-ID        PIC 9(6).
           05  FL-ROW-TYPE              PIC X(1).
             88  FL-JOURNAL-ROW                 VALUE '1'.
             88  FL-RESULT-ROW                  VALUE '2'.
           05  FL-STAMP                 PIC X(14).
           05  FL-DATE                  PIC 9(8).
           05  FL-ACTION                PIC X(1).
           05  FL-OPERATOR              PIC X(8).
           05  FL-OUT-ID                PIC 9(6).
           05  FL-OUT-NAME              PIC X(15).
           05  FL-FOUND-SW              PIC X(1).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
             88  RUNCTL-OK                        VALUE '00'.
           05  WS-RSLTFILE-STATUS       PIC X(2) VALUE '00'.
             88  RSLTFILE-OK                      VALUE '00'.
           05  WS-MNTJRNL-STATUS        PIC X(2) VALUE '00'.
             88  MNTJRNL-OK                       VALUE '00'.
           05  WS-STUDMSTR-STATUS       PIC X(2) VALUE '00'.
             88  STUDMSTR-OK                      VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-FILE                       VALUE 'Y'.

       01  BINARY-WORK-AREAS                                COMP.
           05  WS-CICSRESP                     PIC S9(8).
             88  CICS-RESP-NORMAL   VALUE DFHRESP(NORMAL).

       01  WS-MONITOR-MSG               PIC X(80).

       01  WS-OPTIONS.
           05  WS-ENVVAL                PIC X(10) VALUE SPACES.
           05  WS-FLIP-MAX              PIC 9(5) VALUE 50.

       01  WS-SOURCE-SWITCHES.
           05  WS-RESULTS-SW            PIC X(1) VALUE 'N'.
             88  WS-RESULTS-READ                  VALUE 'Y'.
           05  WS-JOURNAL-SW            PIC X(1) VALUE 'N'.
             88  WS-JOURNAL-READ                  VALUE 'Y'.
           05  WS-MASTER-SW             PIC X(1) VALUE 'N'.
             88  WS-MASTER-AVAILABLE              VALUE 'Y'.

       01  WS-DATE-FIELDS.
           05  WS-RUN-DATE              PIC 9(8) VALUE 0.
           05  WS-WEEK-START            PIC 9(8) VALUE 0.
           05  WS-DATE-INT              PIC 9(7) COMP.
           05  WS-OLDEST-RESULT         PIC 9(8) VALUE 0.

      *    the run nights of the past week the results file holds -
      *    the chain does not run every calendar night, so "every
      *    night of the week" means every one of these.
       01  WS-WEEK-TABLE.
           05  WS-WEEK-COUNT            PIC 9(1) VALUE 0.
           05  WS-WEEK-DATE             PIC 9(8) OCCURS 7 TIMES.
       01  WS-WEEK-WORK.
           05  WS-WEEK-IDX              PIC 9(1) COMP.
           05  WS-WEEK-SW               PIC X(1).
             88  WS-WEEK-KNOWN                    VALUE 'Y'.

      *    what is held for the campus and id in hand - cleared at
      *    every change of key on the sorted stream.
       01  WS-HELD-STUDENT.
           05  WS-HELD-KEY.
               10  WS-HELD-CAMPUS       PIC X(8).
               10  WS-HELD-ID           PIC 9(6).
           05  WS-HELD-JR-DATE          PIC 9(8).
           05  WS-HELD-JR-TIME          PIC X(6).
           05  WS-HELD-JR-ACTION        PIC X(1).
           05  WS-HELD-JR-OPERATOR      PIC X(8).
           05  WS-HELD-PREV-SW          PIC X(1).
             88  WS-HELD-PREV                     VALUE 'Y'.
           05  WS-HELD-PREV-DATE        PIC 9(8).
           05  WS-HELD-PREV-ID          PIC 9(6).
           05  WS-HELD-PREV-NAME        PIC X(15).
           05  WS-HELD-PREV-FOUND       PIC X(1).
           05  WS-HELD-TONIGHT-SW       PIC X(1).
             88  WS-HELD-TONIGHT                  VALUE 'Y'.
           05  WS-HELD-NOW-ID           PIC 9(6).
           05  WS-HELD-NOW-NAME         PIC X(15).
           05  WS-HELD-NOW-FOUND        PIC X(1).
           05  WS-HELD-WEEK-NIGHTS      PIC 9(1).

       01  WS-RELEASE-WORK.
           05  WS-IMAGE-WORK.
               10  WS-IMAGE-CAMPUS      PIC X(8).
               10  WS-IMAGE-ID          PIC X(6).
               10  WS-IMAGE-ID-N REDEFINES WS-IMAGE-ID
                                        PIC 9(6).
               10  FILLER               PIC X(65).
           05  WS-BEFORE-KEY            PIC X(14).

       01  WS-FLIP-WORK.
           05  WS-FLIP-KIND             PIC X(1).
             88  WS-FLIP-FOUND-TO-EXCP            VALUE 'E'.
             88  WS-FLIP-EXCP-TO-FOUND            VALUE 'F'.
             88  WS-FLIP-ID-CHANGED               VALUE 'I'.
             88  WS-FLIP-NAME-CHANGED             VALUE 'N'.
             88  WS-FLIP-ABSENT                   VALUE 'A'.
           05  WS-FLIP-KIND-NAME        PIC X(20).
           05  WS-WHY-KIND              PIC X(1).
             88  WS-WHY-JOURNAL                   VALUE 'J'.
             88  WS-WHY-STAGED                    VALUE 'S'.
             88  WS-WHY-RELOAD                    VALUE 'R'.
             88  WS-WHY-NONE                      VALUE 'U'.
           05  WS-WAS-TEXT              PIC X(22).
           05  WS-NOW-TEXT              PIC X(22).
           05  WS-REPORT-LINE           PIC X(80).

       01  WS-FLIP-COUNTERS.
           05  WS-RESULTS-RELEASED      PIC 9(7) VALUE 0.
           05  WS-TONIGHT-ROWS          PIC 9(7) VALUE 0.
           05  WS-JOURNAL-RELEASED      PIC 9(7) VALUE 0.
           05  WS-STUDENTS-COMPARED     PIC 9(7) VALUE 0.
           05  WS-FOUND-TO-EXCP         PIC 9(7) VALUE 0.
           05  WS-EXCP-TO-FOUND         PIC 9(7) VALUE 0.
           05  WS-ID-CHANGED            PIC 9(7) VALUE 0.
           05  WS-NAME-CHANGED          PIC 9(7) VALUE 0.
           05  WS-ABSENT-TONIGHT        PIC 9(7) VALUE 0.
           05  WS-BY-JOURNAL            PIC 9(7) VALUE 0.
           05  WS-BY-STAGED             PIC 9(7) VALUE 0.
           05  WS-BY-RELOAD             PIC 9(7) VALUE 0.
           05  WS-UNEXPLAINED           PIC 9(7) VALUE 0.
           05  WS-ALERT-FLIPS           PIC 9(7) VALUE 0.

       01  WS-ALERT-SW                  PIC X(1) VALUE 'N'.
         88  WS-ALERT-RAISED                      VALUE 'Y'.

       COPY CAMPWS.

       COPY STEPTMWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 9150-NOTE-STEP-START

           PERFORM 0100-GET-OPTIONS
           PERFORM 1000-READ-RUNCTL

           IF WS-RUN-DATE = 0
               DISPLAY 'NO RUN STAMP - NOTHING COMPARED'
               MOVE 4 TO RETURN-CODE
               PERFORM 9100-WRITE-STEPLOG
               STOP RUN
           END-IF

           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 7
           COMPUTE WS-WEEK-START =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)

           OPEN INPUT STUDMSTR
           IF STUDMSTR-OK
               SET WS-MASTER-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'STUDMSTR NOT AVAILABLE - STATUS '
                   WS-STUDMSTR-STATUS ' - NO RELOADS OR STAGED '
                   'DATES FOUND'
           END-IF

           DISPLAY 'NIGHT-OVER-NIGHT RESULT FLIPS FOR RUN '
               WS-RUN-DATE
           DISPLAY '----------------------------------------------'

           SORT FLIPSORT
               ON ASCENDING KEY FL-KEY
                                FL-ROW-TYPE
                                FL-STAMP
               INPUT PROCEDURE IS 1500-RELEASE-ROWS
               OUTPUT PROCEDURE IS 3000-COMPARE-STUDENTS

           IF WS-MASTER-AVAILABLE
               CLOSE STUDMSTR
           END-IF

           PERFORM 9000-END-OF-JOB

           STOP RUN.

       0100-GET-OPTIONS.

           DISPLAY 'FLIPMAX' UPON ENVIRONMENT-NAME
           ACCEPT WS-ENVVAL FROM ENVIRONMENT-VALUE
           IF WS-ENVVAL(1:5) NUMERIC
               MOVE WS-ENVVAL(1:5) TO WS-FLIP-MAX
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

       1500-RELEASE-ROWS.

      *    the results first - the oldest night on file bounds the
      *    journal rows worth sorting in.
           PERFORM 1600-RELEASE-RESULTS
           PERFORM 1700-RELEASE-JOURNAL.

       1600-RELEASE-RESULTS.

           MOVE 'N' TO WS-EOF-SWITCH
           MOVE WS-RUN-DATE TO WS-OLDEST-RESULT
           OPEN INPUT RSLTFILE
           IF RSLTFILE-OK
               SET WS-RESULTS-READ TO TRUE
           ELSE
               DISPLAY 'RSLTFILE NOT AVAILABLE - STATUS '
                   WS-RSLTFILE-STATUS ' - NOTHING TO COMPARE'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ RSLTFILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
               END-READ
      *        same guard as everywhere else a READ NEXT drives a loop.
               IF NOT RSLTFILE-OK AND NOT WS-END-OF-FILE
                   SET WS-END-OF-FILE TO TRUE
               END-IF
      *        a night past tonight's is a rerun of an older date
      *        behind a newer load - it is nobody's previous result.
               IF NOT WS-END-OF-FILE
                   AND RN-RUN-DATE NOT > WS-RUN-DATE
                   PERFORM 1650-RELEASE-RESULT-ROW
               END-IF
           END-PERFORM
           IF WS-RESULTS-READ
               CLOSE RSLTFILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       1650-RELEASE-RESULT-ROW.

           MOVE SPACES         TO FL-SORT-RECORD
           MOVE RN-CAMPUS-ID   TO FL-CAMPUS-ID
           IF FL-CAMPUS-ID = SPACES
               MOVE WS-HOME-CAMPUS TO FL-CAMPUS-ID
           END-IF
           MOVE RN-STUDENT-ID  TO FL-STUDENT-ID
           MOVE '2'            TO FL-ROW-TYPE
           MOVE RN-RUN-DATE    TO FL-STAMP(1:8)
           MOVE RN-RUN-DATE    TO FL-DATE
           MOVE RN-OUT-ID      TO FL-OUT-ID
           MOVE RN-OUT-NAME    TO FL-OUT-NAME
           MOVE RN-FOUND-SW    TO FL-FOUND-SW
           RELEASE FL-SORT-RECORD
           ADD 1 TO WS-RESULTS-RELEASED

           IF RN-RUN-DATE < WS-OLDEST-RESULT
               MOVE RN-RUN-DATE TO WS-OLDEST-RESULT
           END-IF
           IF RN-RUN-DATE = WS-RUN-DATE
               ADD 1 TO WS-TONIGHT-ROWS
           ELSE
               IF RN-RUN-DATE NOT < WS-WEEK-START
                   PERFORM 1660-NOTE-WEEK-NIGHT
               END-IF
           END-IF.

       1660-NOTE-WEEK-NIGHT.

           MOVE 'N' TO WS-WEEK-SW
           PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
                   UNTIL WS-WEEK-IDX > WS-WEEK-COUNT
               IF WS-WEEK-DATE(WS-WEEK-IDX) = RN-RUN-DATE
                   SET WS-WEEK-KNOWN TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-WEEK-KNOWN AND WS-WEEK-COUNT < 7
               ADD 1 TO WS-WEEK-COUNT
               MOVE RN-RUN-DATE TO WS-WEEK-DATE(WS-WEEK-COUNT)
           END-IF.

       1700-RELEASE-JOURNAL.

      *    every applied change since the oldest result on file, under
      *    the key it took away (before-image) and the key it left
      *    (after-image) - a merge or renumbering explains both ids.
           OPEN INPUT MNTJRNL
           IF MNTJRNL-OK
               SET WS-JOURNAL-READ TO TRUE
           ELSE
               DISPLAY 'MNTJRNL NOT AVAILABLE - STATUS '
                   WS-MNTJRNL-STATUS ' - NO MAINTENANCE LINKED'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ MNTJRNL
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF MJ-DATE NOT < WS-OLDEST-RESULT
                           PERFORM 1750-RELEASE-JOURNAL-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF MNTJRNL-OK OR WS-MNTJRNL-STATUS = '10'
               CLOSE MNTJRNL
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       1750-RELEASE-JOURNAL-ROW.

           MOVE SPACES TO WS-BEFORE-KEY
           MOVE MJ-BEFORE-IMAGE TO WS-IMAGE-WORK
           IF WS-IMAGE-ID IS NUMERIC
               PERFORM 1760-RELEASE-IMAGE-KEY
               MOVE FL-KEY TO WS-BEFORE-KEY
           END-IF
           MOVE MJ-AFTER-IMAGE TO WS-IMAGE-WORK
           IF WS-IMAGE-ID IS NUMERIC
               IF WS-IMAGE-CAMPUS = SPACES
                   MOVE WS-HOME-CAMPUS TO WS-IMAGE-CAMPUS
               END-IF
               IF WS-IMAGE-WORK(1:14) NOT = WS-BEFORE-KEY
                   PERFORM 1760-RELEASE-IMAGE-KEY
               END-IF
           END-IF.

       1760-RELEASE-IMAGE-KEY.

           MOVE SPACES TO FL-SORT-RECORD
           MOVE WS-IMAGE-CAMPUS TO FL-CAMPUS-ID
           IF FL-CAMPUS-ID = SPACES
               MOVE WS-HOME-CAMPUS TO FL-CAMPUS-ID
           END-IF
           MOVE WS-IMAGE-ID-N TO FL-STUDENT-ID
           MOVE '1'           TO FL-ROW-TYPE
           MOVE MJ-DATE       TO FL-STAMP(1:8)
           MOVE MJ-TIME       TO FL-STAMP(9:6)
           MOVE MJ-DATE       TO FL-DATE
           MOVE MJ-ACTION     TO FL-ACTION
           MOVE MJ-OPERATOR   TO FL-OPERATOR
           MOVE ZERO          TO FL-OUT-ID
           RELEASE FL-SORT-RECORD
           ADD 1 TO WS-JOURNAL-RELEASED.

       3000-COMPARE-STUDENTS.

           IF WS-TONIGHT-ROWS = 0
               DISPLAY 'NO RESULTS LOADED FOR TONIGHT - NOTHING TO '
                   'COMPARE'
           END-IF

           MOVE HIGH-VALUES TO WS-HELD-KEY
           PERFORM UNTIL WS-END-OF-FILE
               RETURN FLIPSORT
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF FL-KEY NOT = WS-HELD-KEY
                           PERFORM 3900-JUDGE-STUDENT
                           PERFORM 3100-NEW-KEY
                       END-IF
                       EVALUATE TRUE
                           WHEN FL-JOURNAL-ROW
                               PERFORM 3200-HOLD-JOURNAL-ROW
                           WHEN OTHER
                               PERFORM 3300-HOLD-RESULT-ROW
                       END-EVALUATE
               END-RETURN
           END-PERFORM
           PERFORM 3900-JUDGE-STUDENT.

       3100-NEW-KEY.

           MOVE FL-KEY   TO WS-HELD-KEY
           MOVE ZERO     TO WS-HELD-JR-DATE
           MOVE SPACES   TO WS-HELD-JR-TIME
           MOVE SPACE    TO WS-HELD-JR-ACTION
           MOVE SPACES   TO WS-HELD-JR-OPERATOR
           MOVE 'N'      TO WS-HELD-PREV-SW
           MOVE ZERO     TO WS-HELD-PREV-DATE
           MOVE ZERO     TO WS-HELD-PREV-ID
           MOVE SPACES   TO WS-HELD-PREV-NAME
           MOVE SPACE    TO WS-HELD-PREV-FOUND
           MOVE 'N'      TO WS-HELD-TONIGHT-SW
           MOVE ZERO     TO WS-HELD-NOW-ID
           MOVE SPACES   TO WS-HELD-NOW-NAME
           MOVE SPACE    TO WS-HELD-NOW-FOUND
           MOVE ZERO     TO WS-HELD-WEEK-NIGHTS.

       3200-HOLD-JOURNAL-ROW.

           MOVE FL-DATE        TO WS-HELD-JR-DATE
           MOVE FL-STAMP(9:6)  TO WS-HELD-JR-TIME
           MOVE FL-ACTION      TO WS-HELD-JR-ACTION
           MOVE FL-OPERATOR    TO WS-HELD-JR-OPERATOR.

       3300-HOLD-RESULT-ROW.

      *    oldest night first - the last earlier night seen is the
      *    previous result.
           IF FL-DATE = WS-RUN-DATE
               SET WS-HELD-TONIGHT TO TRUE
               MOVE FL-OUT-ID   TO WS-HELD-NOW-ID
               MOVE FL-OUT-NAME TO WS-HELD-NOW-NAME
               MOVE FL-FOUND-SW TO WS-HELD-NOW-FOUND
           ELSE
               SET WS-HELD-PREV TO TRUE
               MOVE FL-DATE     TO WS-HELD-PREV-DATE
               MOVE FL-OUT-ID   TO WS-HELD-PREV-ID
               MOVE FL-OUT-NAME TO WS-HELD-PREV-NAME
               MOVE FL-FOUND-SW TO WS-HELD-PREV-FOUND
               IF FL-DATE NOT < WS-WEEK-START
                   ADD 1 TO WS-HELD-WEEK-NIGHTS
               END-IF
           END-IF.

       3900-JUDGE-STUDENT.

           MOVE SPACE TO WS-FLIP-KIND
           IF WS-HELD-KEY NOT = HIGH-VALUES AND WS-HELD-PREV
               IF WS-HELD-TONIGHT
                   ADD 1 TO WS-STUDENTS-COMPARED
                   EVALUATE TRUE
                       WHEN WS-HELD-PREV-FOUND = 'Y'
                           AND WS-HELD-NOW-FOUND = 'N'
                           MOVE 'E' TO WS-FLIP-KIND
                       WHEN WS-HELD-PREV-FOUND = 'N'
                           AND WS-HELD-NOW-FOUND = 'Y'
                           MOVE 'F' TO WS-FLIP-KIND
                       WHEN WS-HELD-NOW-FOUND = 'N'
                           CONTINUE
                       WHEN WS-HELD-PREV-ID NOT = WS-HELD-NOW-ID
                           MOVE 'I' TO WS-FLIP-KIND
                       WHEN WS-HELD-PREV-NAME NOT = WS-HELD-NOW-NAME
                           MOVE 'N' TO WS-FLIP-KIND
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               ELSE
                   IF WS-WEEK-COUNT > 0 AND WS-TONIGHT-ROWS > 0
                       AND WS-HELD-WEEK-NIGHTS = WS-WEEK-COUNT
                       MOVE 'A' TO WS-FLIP-KIND
                   END-IF
               END-IF
           END-IF

           IF WS-FLIP-KIND NOT = SPACE
               PERFORM 4000-REPORT-FLIP
           END-IF.

       4000-REPORT-FLIP.

           EVALUATE TRUE
               WHEN WS-FLIP-FOUND-TO-EXCP
                   MOVE 'FOUND TO EXCEPTION' TO WS-FLIP-KIND-NAME
                   ADD 1 TO WS-FOUND-TO-EXCP
               WHEN WS-FLIP-EXCP-TO-FOUND
                   MOVE 'EXCEPTION TO FOUND' TO WS-FLIP-KIND-NAME
                   ADD 1 TO WS-EXCP-TO-FOUND
               WHEN WS-FLIP-ID-CHANGED
                   MOVE 'REPLACEMENT CHANGED' TO WS-FLIP-KIND-NAME
                   ADD 1 TO WS-ID-CHANGED
               WHEN WS-FLIP-NAME-CHANGED
                   MOVE 'NAME CHANGED' TO WS-FLIP-KIND-NAME
                   ADD 1 TO WS-NAME-CHANGED
               WHEN OTHER
                   MOVE 'ABSENT TONIGHT' TO WS-FLIP-KIND-NAME
                   ADD 1 TO WS-ABSENT-TONIGHT
           END-EVALUATE

           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-FLIP-KIND-NAME ' ' WS-HELD-CAMPUS ' '
               WS-HELD-ID ' PREVIOUS RESULT ' WS-HELD-PREV-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE

           IF WS-HELD-PREV-FOUND = 'N'
               MOVE 'EXCEPTION' TO WS-WAS-TEXT
           ELSE
               MOVE SPACES TO WS-WAS-TEXT
               STRING WS-HELD-PREV-ID ' ' WS-HELD-PREV-NAME
                   DELIMITED BY SIZE INTO WS-WAS-TEXT
           END-IF
           IF WS-FLIP-ABSENT
               MOVE 'NOT IN TONIGHT''S FEED' TO WS-NOW-TEXT
           ELSE
               IF WS-HELD-NOW-FOUND = 'N'
                   MOVE 'EXCEPTION' TO WS-NOW-TEXT
               ELSE
                   MOVE SPACES TO WS-NOW-TEXT
                   STRING WS-HELD-NOW-ID ' ' WS-HELD-NOW-NAME
                       DELIMITED BY SIZE INTO WS-NOW-TEXT
               END-IF
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING '    WAS ' WS-WAS-TEXT '  NOW ' WS-NOW-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE

      *    an absence is the feed's doing, not the master's - there
      *    is nothing on this side to link it to.
           IF NOT WS-FLIP-ABSENT
               PERFORM 4100-FIND-EXPLANATION
               PERFORM 4500-REPORT-EXPLANATION
               IF NOT WS-WHY-STAGED
                   ADD 1 TO WS-ALERT-FLIPS
               END-IF
           END-IF.

       4100-FIND-EXPLANATION.

      *    the journal carries the system date, so a row on the
      *    previous result's own date can still have come after it
      *    and is taken.
           MOVE 'U' TO WS-WHY-KIND
           IF WS-HELD-JR-DATE NOT < WS-HELD-PREV-DATE
               AND WS-HELD-JR-DATE > 0
               MOVE 'J' TO WS-WHY-KIND
           END-IF

           IF WS-WHY-NONE AND WS-MASTER-AVAILABLE
               MOVE WS-HELD-CAMPUS TO SM-CAMPUS-ID
               MOVE WS-HELD-ID     TO SM-STUDENT-ID
               READ STUDMSTR KEY IS SM-STUDENT-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN WS-FLIP-FOUND-TO-EXCP
                       IF NOT STUDMSTR-OK
                           MOVE 'R' TO WS-WHY-KIND
                       END-IF
                   WHEN WS-FLIP-EXCP-TO-FOUND
                       IF STUDMSTR-OK
                           MOVE 'R' TO WS-WHY-KIND
                       END-IF
                   WHEN NOT STUDMSTR-OK
                       CONTINUE
                   WHEN SM-REPLACEMENT-EFF-DATE > WS-HELD-PREV-DATE
                       AND SM-REPLACEMENT-EFF-DATE NOT > WS-RUN-DATE
                       MOVE 'S' TO WS-WHY-KIND
                   WHEN SM-REPLACEMENT-ID = WS-HELD-NOW-ID
                       AND SM-REPLACEMENT-NAME = WS-HELD-NOW-NAME
                       MOVE 'R' TO WS-WHY-KIND
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       4500-REPORT-EXPLANATION.

           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-WHY-JOURNAL
                   STRING '    WHY MAINTENANCE ' WS-HELD-JR-DATE ' '
                       WS-HELD-JR-TIME ' ACTION ' WS-HELD-JR-ACTION
                       ' BY ' WS-HELD-JR-OPERATOR
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   ADD 1 TO WS-BY-JOURNAL
               WHEN WS-WHY-STAGED
                   STRING '    WHY STAGED REPLACEMENT EFFECTIVE '
                       SM-REPLACEMENT-EFF-DATE
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   ADD 1 TO WS-BY-STAGED
               WHEN WS-WHY-RELOAD
                   STRING '    WHY MASTER RELOAD - NO MAINTENANCE ROW, '
                       'THE LOADED MASTER CARRIES IT'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   ADD 1 TO WS-BY-RELOAD
               WHEN OTHER
                   MOVE '    WHY NO EXPLANATION FOUND'
                     TO WS-REPORT-LINE
                   ADD 1 TO WS-UNEXPLAINED
           END-EVALUATE
           DISPLAY WS-REPORT-LINE.

       4900-RAISE-MONITOR-ALERT.

      *    same feed SMPLSTRT publishes CKAI0028 failures to - the
      *    monitor drain pages on it overnight (see MONALERT).
           MOVE SPACES TO WS-MONITOR-MSG
           STRING 'FLIPCHK RESULT FLIPS RUN=' WS-RUN-DATE
               ' FLIPS=' WS-ALERT-FLIPS
               ' LIMIT=' WS-FLIP-MAX
               DELIMITED BY SIZE INTO WS-MONITOR-MSG
           EXEC CICS WRITEQ TD
             QUEUE('MON1')
             FROM(WS-MONITOR-MSG)
             LENGTH(LENGTH OF WS-MONITOR-MSG)
             RESP(WS-CICSRESP)
             NOHANDLE
           END-EXEC
           SET WS-ALERT-RAISED TO TRUE.

       9000-END-OF-JOB.

           DISPLAY '----------------------------------------------'
           DISPLAY 'STUDENTS COMPARED       : ' WS-STUDENTS-COMPARED
           DISPLAY 'FOUND TO EXCEPTION      : ' WS-FOUND-TO-EXCP
           DISPLAY 'EXCEPTION TO FOUND      : ' WS-EXCP-TO-FOUND
           DISPLAY 'REPLACEMENT ID CHANGED  : ' WS-ID-CHANGED
           DISPLAY 'REPLACEMENT NAME CHANGED: ' WS-NAME-CHANGED
           DISPLAY 'ABSENT AFTER FULL WEEK  : ' WS-ABSENT-TONIGHT
           DISPLAY '  WEEK RUN NIGHTS ON FILE : ' WS-WEEK-COUNT
           DISPLAY 'EXPLAINED BY MAINTENANCE: ' WS-BY-JOURNAL
           DISPLAY 'EXPLAINED BY STAGED DATE: ' WS-BY-STAGED
           DISPLAY 'EXPLAINED BY RELOAD     : ' WS-BY-RELOAD
           DISPLAY 'NOT EXPLAINED           : ' WS-UNEXPLAINED
           DISPLAY 'RESULT ROWS READ        : ' WS-RESULTS-RELEASED
           DISPLAY 'JOURNAL ROWS CONSULTED  : ' WS-JOURNAL-RELEASED

           IF WS-ALERT-FLIPS > WS-FLIP-MAX
               DISPLAY 'FLIPS ' WS-ALERT-FLIPS ' OVER LIMIT '
                   WS-FLIP-MAX ' - MONITOR ALERTED'
               PERFORM 4900-RAISE-MONITOR-ALERT
           END-IF

           IF WS-ALERT-RAISED OR NOT WS-RESULTS-READ
               OR WS-TONIGHT-ROWS = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM 9100-WRITE-STEPLOG.

       9100-WRITE-STEPLOG.

      *    one row per chain step so the morning dashboard can show
      *    pass/fail without scraping job logs (see STEPLOG.cpy).
           MOVE 'FLIPCHK'     TO SL-STEP-NAME
           MOVE RETURN-CODE   TO SL-RETURN-CODE
           PERFORM 9160-STAMP-STEP-TIMES
           OPEN EXTEND STEPLOG
           WRITE STEPLOG-RECORD
           CLOSE STEPLOG.

       COPY STEPTIME.

       END PROGRAM FLIPCHK.
