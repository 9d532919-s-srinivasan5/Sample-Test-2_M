      *    open cases by days outstanding so the desk works a
      *    queue.  The rewritten case file goes to CASENEW and the
      *    job copies it back.
      *
      *    A case belongs to a student in a campus: it is opened,
      *    bumped and closed on campus plus id, and the aging report
      *    names the campus.  Cases opened before the campus was
      *    kept read as the home campus.
      *
      *    Each open case on the aging list is also written, tagged with
      *    the run date and its owning department off the id-range
      *    reference file (see DEPTREC.cpy), to the optional burst file
      *    RPTBURST splits into one stored piece per department (see
      *    BURSTREC.cpy).  The department map is only read when BURSTOUT
      *    is there, so the resubmit and supplemental passes run exactly
      *    as before.
      *
      *    When the export control file lists EXCPCASE (see EXPCTL.cpy)
      *    the aging list also goes to EXPOUT as a spreadsheet - one
      *    delimited row per open case with its campus, id, name, opened
      *    and last-seen dates, days open, missed nights and owning
      *    department, under a column header row - for RPTCAPT to store
      *    beside the printed list (see EXPPRC.cpy).  The department map
      *    is read when either the burst copy or the export wants it.
      *
      *    Each case now carries the cause of its latest miss (see
      *    CASEREC.cpy): when tonight's classified file from EXCPCLS is
      *    there (see EXCPCAUS.cpy) the misses are read from it in place
      *    of EXCPOUT and the cause is set on the case as it opens or
      *    recurs, so a pending-approval case is worked with the checker
      *    and a never-existed case with the feeding source.  The aging
      *    list names the cause under each case, the export gains it as
      *    a column, and the totals count the open cases by cause.  A
      *    classified file from another night, or none, leaves each
      *    case's cause as it stood.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCPOUT-STATUS.

           SELECT EXCPCAUS ASSIGN TO 'EXCPCAUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCPCAUS-STATUS.

           SELECT AUDITOUT ASSIGN TO 'AUDITOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITOUT-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASENEW-STATUS.

           SELECT DEPTMAP ASSIGN TO 'DEPTMAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTMAP-STATUS.

           SELECT BURSTOUT ASSIGN TO 'BURSTOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BURSTOUT-STATUS.

           SELECT EXPCTL ASSIGN TO 'EXPCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPCTL-STATUS.

           SELECT EXPOUT ASSIGN TO 'EXPOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPOUT-STATUS.

           SELECT STEPLOG ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY EXCPREC.

       FD  EXCPCAUS
           LABEL RECORDS ARE STANDARD.
           COPY EXCPCAUS.

       FD  AUDITOUT
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.
           LABEL RECORDS ARE STANDARD.
       01  CASENEW-RECORD               PIC X(60).

       FD  DEPTMAP
           LABEL RECORDS ARE STANDARD.
           COPY DEPTREC.

       FD  BURSTOUT
           LABEL RECORDS ARE STANDARD.
           COPY BURSTREC.

       FD  EXPCTL
           LABEL RECORDS ARE STANDARD.
           COPY EXPCTL.

       FD  EXPOUT
           LABEL RECORDS ARE STANDARD.
       01  EXPORT-LINE-RECORD           PIC X(250).

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.
             88  CASEFILE-OK                      VALUE '00'.
           05  WS-EXCPOUT-STATUS        PIC X(2) VALUE '00'.
             88  EXCPOUT-OK                       VALUE '00'.
           05  WS-EXCPCAUS-STATUS       PIC X(2) VALUE '00'.
             88  EXCPCAUS-OK                      VALUE '00'.
           05  WS-AUDITOUT-STATUS       PIC X(2) VALUE '00'.
             88  AUDITOUT-OK                      VALUE '00'.
           05  WS-CASENEW-STATUS        PIC X(2) VALUE '00'.
           05  WS-BURSTOUT-STATUS       PIC X(2) VALUE '00'.
             88  BURSTOUT-OK                      VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.

       01  WS-RUN-DATE                  PIC 9(8) VALUE 0.

      *    tonight's classified file stands in for EXCPOUT when its
      *    rows carry tonight's run date.
       01  WS-CLASSIFIED-SW             PIC X(1) VALUE 'N'.
         88  WS-CLASSIFIED                        VALUE 'Y'.

       01  WS-MISS-CAUSE                PIC X(1) VALUE SPACE.

       01  WS-OPEN-BY-CAUSE.
           05  WS-CAUSE-OPEN            PIC 9(5) OCCURS 6 TIMES.

       01  WS-BURST-FIELDS.
           05  WS-BURST-SW              PIC X(1) VALUE 'N'.
             88  WS-BURSTING                      VALUE 'Y'.
           05  WS-BURST-TEXT            PIC X(80).

       01  WS-RETENTION-FIELDS.
           05  WS-ENVVAL                PIC X(10) VALUE SPACES.
           05  WS-CASE-KEEP-DAYS        PIC 9(5) VALUE 90.
           05  WS-CASE-FOUND-SW         PIC X(1).
             88  WS-CASE-FOUND                    VALUE 'Y'.
           05  WS-WORK-ID               PIC 9(6).
      *    campuses compared with blank read as the home campus -
      *    cases opened before the campus was kept have none.
           05  WS-WORK-CAMPUS           PIC X(8).
           05  WS-CASE-CAMPUS           PIC X(8).

       01  WS-AGING-FIELDS.
           05  WS-RUN-DATE-INT          PIC 9(7) COMP.
           05  WS-CLOSED-COUNT          PIC 9(5) VALUE 0.
           05  WS-OPEN-TOTAL            PIC 9(5) VALUE 0.

       COPY CAMPWS.

       COPY DEPTWS.

       COPY EXPWS.

       COPY CAUSWS.

       COPY STEPTMWS.

       PROCEDURE DIVISION.
           END-IF

           PERFORM 1000-READ-RUNCTL
           PERFORM 1500-CHECK-CLASSIFIED
           PERFORM 2000-LOAD-CASES
           PERFORM 3000-PROCESS-MISSES
           PERFORM 4000-PROCESS-RESOLUTIONS
           PERFORM 5000-REWRITE-CASES
           PERFORM 5500-OPEN-BURST-FILE
           PERFORM 6000-AGING-REPORT
           IF WS-BURSTING
               CLOSE BURSTOUT
           END-IF
           PERFORM 8850-CLOSE-EXPORT-FILE
           PERFORM 9000-END-OF-JOB

           STOP RUN.
               MOVE RC-RUN-DAY   TO WS-RUN-DATE(7:2)
           END-IF.

       1500-CHECK-CLASSIFIED.

           PERFORM VARYING WS-CAUSE-IDX FROM 1 BY 1
                   UNTIL WS-CAUSE-IDX > WS-CAUSE-SLOTS
               MOVE ZERO TO WS-CAUSE-OPEN(WS-CAUSE-IDX)
           END-PERFORM
           OPEN INPUT EXCPCAUS
           IF EXCPCAUS-OK
               READ EXCPCAUS
                   AT END
                       CONTINUE
               END-READ
               IF EXCPCAUS-OK
                   AND WS-RUN-DATE > 0
                   AND EC-RUN-DATE = WS-RUN-DATE
                   SET WS-CLASSIFIED TO TRUE
               END-IF
               CLOSE EXCPCAUS
           END-IF
           IF NOT WS-CLASSIFIED
               DISPLAY 'NO CLASSIFIED EXCEPTIONS FOR THIS RUN - '
                   'CAUSES LEFT AS THEY STOOD'
           END-IF.

       2000-LOAD-CASES.

           MOVE 'N' TO WS-EOF-SWITCH
       3000-PROCESS-MISSES.

           MOVE 'N' TO WS-EOF-SWITCH
           IF WS-CLASSIFIED
               PERFORM 3050-PROCESS-CLASSIFIED
           ELSE
               PERFORM 3020-PROCESS-EXCPOUT
           END-IF.

       3020-PROCESS-EXCPOUT.

           MOVE SPACE TO WS-MISS-CAUSE
           OPEN INPUT EXCPOUT
           IF NOT EXCPOUT-OK
               DISPLAY 'EXCPOUT NOT AVAILABLE - NO NEW MISSES'
               CLOSE EXCPOUT
           END-IF.

       3050-PROCESS-CLASSIFIED.

           OPEN INPUT EXCPCAUS
           IF NOT EXCPCAUS-OK
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ EXCPCAUS
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE EC-EXCEPTION-ROW TO EXCPOUT-RECORD
                       MOVE EC-CAUSE TO WS-MISS-CAUSE
                       IF ER-SUBPROGRAM = 'UTIL2'
                           PERFORM 3100-TRACK-ONE-MISS
                       END-IF
               END-READ
           END-PERFORM
           IF EXCPCAUS-OK OR WS-EXCPCAUS-STATUS = '10'
               CLOSE EXCPCAUS
           END-IF.

       3100-TRACK-ONE-MISS.

           MOVE ER-CAMPUS-ID  TO WS-WORK-CAMPUS
           MOVE ER-STUDENT-ID TO WS-WORK-ID
           PERFORM 7000-FIND-OPEN-CASE
           IF WS-CASE-FOUND
                   ADD 1 TO CS-NIGHTS
                   ADD 1 TO WS-RECURRED-COUNT
                   MOVE WS-RUN-DATE TO CS-LAST-SEEN-DATE
               END-IF
      *        the latest night's cause is the one worked.
               IF WS-CLASSIFIED
                   MOVE WS-MISS-CAUSE TO CS-CAUSE
               END-IF
               MOVE EXCEPTION-CASE-RECORD
                 TO WS-CASE-ROW(WS-HIT-IDX)
           ELSE
               IF WS-CASE-COUNT < 2000
                   ADD 1 TO WS-CASE-COUNT
                   MOVE 1               TO CS-NIGHTS
                   MOVE ZERO            TO CS-CLOSED-DATE
                   MOVE ER-STUDENT-NAME TO CS-STUDENT-NAME
                   MOVE WS-WORK-CAMPUS  TO CS-CAMPUS-ID
                   MOVE WS-MISS-CAUSE   TO CS-CAUSE
                   MOVE EXCEPTION-CASE-RECORD
                     TO WS-CASE-ROW(WS-CASE-COUNT)
               ELSE
                   SET WS-CASE-OVERFLOWED TO TRUE
                   DISPLAY 'CASE TABLE FULL - MISS NOT TRACKED: '
                       WS-WORK-CAMPUS ' ' ER-STUDENT-ID
               END-IF
           END-IF.

                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF AR-FOUND-SW = 'Y'
                           MOVE AR-CAMPUS-ID TO WS-WORK-CAMPUS
                           MOVE AR-BEFORE-ID TO WS-WORK-ID
                           PERFORM 7000-FIND-OPEN-CASE
                           IF WS-CASE-FOUND
           MOVE WS-RUN-DATE TO CS-CLOSED-DATE
           MOVE EXCEPTION-CASE-RECORD TO WS-CASE-ROW(WS-HIT-IDX)
           ADD 1 TO WS-CLOSED-COUNT
           DISPLAY 'CASE CLOSED - STUDENT ' CS-CAMPUS-ID
               ' ' CS-STUDENT-ID
               ' RESOLVED AFTER ' CS-NIGHTS ' NIGHT(S)'.

       5000-REWRITE-CASES.
           END-PERFORM
           CLOSE CASENEW.

       5500-OPEN-BURST-FILE.

      *    the burst copy is optional and needs a run date to tag
      *    its rows with - without either the list prints as before.
           IF WS-RUN-DATE > 0
               OPEN OUTPUT BURSTOUT
               IF BURSTOUT-OK
                   SET WS-BURSTING TO TRUE
               END-IF
           END-IF

           MOVE 'EXCPCASE' TO WS-EXPORT-ID
           PERFORM 8800-OPEN-EXPORT-FILE
           IF WS-EXPORTING
               PERFORM 6200-EXPORT-HEADING
           END-IF

           IF WS-BURSTING OR WS-EXPORTING
               PERFORM 0600-LOAD-DEPT-MAP
           END-IF.

       6000-AGING-REPORT.

           DISPLAY 'OPEN EXCEPTION CASES BY AGE'
                               (CS-OPENED-DATE)
                       COMPUTE WS-DAYS-OUT =
                           WS-RUN-DATE-INT - WS-OPENED-INT
                       DISPLAY '  STUDENT ' CS-CAMPUS-ID
                           ' ' CS-STUDENT-ID
                           ' ' CS-STUDENT-NAME
                           ' OPEN ' WS-DAYS-OUT ' DAYS, '
                           CS-NIGHTS ' MISSED NIGHT(S),'
                           ' LAST SEEN ' CS-LAST-SEEN-DATE
                       MOVE CS-CAUSE TO WS-CAUSE-CHECK
                       PERFORM 0960-FIND-CAUSE
                       ADD 1 TO WS-CAUSE-OPEN(WS-CAUSE-HIT)
                       DISPLAY '    CAUSE ' WS-CAUSE-NAME-OUT
                       IF WS-BURSTING
                           PERFORM 6100-BURST-CASE-LINE
                       END-IF
                       IF WS-EXPORTING
                           PERFORM 6300-EXPORT-CASE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
               DISPLAY '  NONE'
           END-IF.

       6100-BURST-CASE-LINE.

           MOVE CS-STUDENT-ID TO WS-DEPT-LOOKUP-ID
           PERFORM 0650-RESOLVE-DEPT
           MOVE SPACES TO WS-BURST-TEXT
           STRING '  STUDENT ' CS-CAMPUS-ID
               ' ' CS-STUDENT-ID
               ' ' CS-STUDENT-NAME
               ' OPEN ' WS-DAYS-OUT ' DAYS, '
               CS-NIGHTS ' MISSED NIGHT(S),'
               ' LAST SEEN ' CS-LAST-SEEN-DATE
               DELIMITED BY SIZE INTO WS-BURST-TEXT
           END-STRING
           MOVE WS-RUN-DATE      TO BL-RUN-DATE
           MOVE 'EXCPCASE'       TO BL-REPORT-ID
           MOVE WS-DEPT-CODE-OUT TO BL-DEPT-CODE
           MOVE WS-DEPT-NAME-OUT TO BL-DEPT-NAME
           MOVE WS-BURST-TEXT    TO BL-LINE
           WRITE BURST-LINE-RECORD
           MOVE SPACES TO WS-BURST-TEXT
           STRING '    CAUSE ' WS-CAUSE-NAME-OUT
               DELIMITED BY SIZE INTO WS-BURST-TEXT
           END-STRING
           MOVE WS-BURST-TEXT    TO BL-LINE
           WRITE BURST-LINE-RECORD.

       6200-EXPORT-HEADING.

           MOVE 'RUN_DATE'        TO WS-EXPORT-FIELD
           PERFORM 8805-EXPORT-HEADING
           MOVE 'CAMPUS'          TO WS-EXPORT-FIELD
           PERFORM 8805-EXPORT-HEADING
           MOVE 'STUDENT_ID'      TO WS-EXPORT-FIELD
           PERFORM 8805-EXPORT-HEADING
           MOVE 'STUDENT_NAME'    TO WS-EXPORT-FIELD
           PERFORM 8805-EXPORT-HEADING
           MOVE 'OPENED_DATE'     TO WS-EXPORT-FIELD
           PERFORM 8805-EXPORT-HEADING
           MOVE 'LAST_SEEN_DATE'  TO WS-EXPORT-FIELD
           PERFORM 8805-EXPORT-HEADING
           MOVE 'DAYS_OPEN'       TO WS-EXPORT-FIELD
           PERFORM 8805-EXPORT-HEADING
           MOVE 'NIGHTS_MISSED'   TO WS-EXPORT-FIELD
           PERFORM 8805-EXPORT-HEADING
           MOVE 'DEPT_CODE'       TO WS-EXPORT-FIELD
           PERFORM 8805-EXPORT-HEADING
           MOVE 'DEPARTMENT'      TO WS-EXPORT-FIELD
           PERFORM 8805-EXPORT-HEADING
           MOVE 'CAUSE'           TO WS-EXPORT-FIELD
           PERFORM 8805-EXPORT-HEADING
           PERFORM 8840-WRITE-EXPORT-ROW.

       6300-EXPORT-CASE.

           MOVE CS-STUDENT-ID TO WS-DEPT-LOOKUP-ID
           PERFORM 0650-RESOLVE-DEPT
           MOVE WS-RUN-DATE       TO WS-EXPORT-DATE
           PERFORM 8830-EXPORT-DATE
           MOVE CS-CAMPUS-ID      TO WS-EXPORT-FIELD
           IF CS-CAMPUS-ID = SPACES
               MOVE WS-HOME-CAMPUS TO WS-EXPORT-FIELD
           END-IF
           PERFORM 8810-EXPORT-TEXT
           MOVE CS-STUDENT-ID     TO WS-EXPORT-FIELD
           PERFORM 8810-EXPORT-TEXT
           MOVE CS-STUDENT-NAME   TO WS-EXPORT-FIELD
           PERFORM 8810-EXPORT-TEXT
           MOVE CS-OPENED-DATE    TO WS-EXPORT-DATE
           PERFORM 8830-EXPORT-DATE
           MOVE CS-LAST-SEEN-DATE TO WS-EXPORT-DATE
           PERFORM 8830-EXPORT-DATE
           MOVE WS-DAYS-OUT       TO WS-EXPORT-NUMBER
           PERFORM 8820-EXPORT-NUMBER
           MOVE CS-NIGHTS         TO WS-EXPORT-NUMBER
           PERFORM 8820-EXPORT-NUMBER
           MOVE WS-DEPT-CODE-OUT  TO WS-EXPORT-FIELD
           PERFORM 8810-EXPORT-TEXT
           MOVE WS-DEPT-NAME-OUT  TO WS-EXPORT-FIELD
           PERFORM 8810-EXPORT-TEXT
           MOVE WS-CAUSE-NAME-OUT TO WS-EXPORT-FIELD
           PERFORM 8810-EXPORT-TEXT
           PERFORM 8840-WRITE-EXPORT-ROW.

       7000-FIND-OPEN-CASE.

           IF WS-WORK-CAMPUS = SPACES
               MOVE WS-HOME-CAMPUS TO WS-WORK-CAMPUS
           END-IF
           MOVE 'N' TO WS-CASE-FOUND-SW
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > WS-CASE-COUNT
                   OR WS-CASE-FOUND
               MOVE WS-CASE-ROW(WS-CASE-IDX)
                 TO EXCEPTION-CASE-RECORD
               MOVE CS-CAMPUS-ID TO WS-CASE-CAMPUS
               IF WS-CASE-CAMPUS = SPACES
                   MOVE WS-HOME-CAMPUS TO WS-CASE-CAMPUS
               END-IF
               IF CS-OPEN AND CS-STUDENT-ID = WS-WORK-ID
                   AND WS-CASE-CAMPUS = WS-WORK-CAMPUS
                   SET WS-CASE-FOUND TO TRUE
                   MOVE WS-CASE-IDX TO WS-HIT-IDX
               END-IF
           DISPLAY 'CASES CLOSED TONIGHT  : ' WS-CLOSED-COUNT
           DISPLAY 'CASES STILL OPEN      : ' WS-OPEN-TOTAL
           DISPLAY 'CLOSED CASES PRUNED   : ' WS-CASES-PRUNED
           IF WS-OPEN-TOTAL > 0
               DISPLAY 'STILL OPEN BY CAUSE   :'
               PERFORM VARYING WS-CAUSE-IDX FROM 1 BY 1
                       UNTIL WS-CAUSE-IDX > WS-CAUSE-SLOTS
                   IF WS-CAUSE-OPEN(WS-CAUSE-IDX) > 0
                       DISPLAY '  ' WS-CAUSE-NAME(WS-CAUSE-IDX)
                           ' : ' WS-CAUSE-OPEN(WS-CAUSE-IDX)
                   END-IF
               END-PERFORM
           END-IF

      *    a case file losing rows is no case file - fail hard on
      *    overflow instead of quietly forgetting misses.
           WRITE STEPLOG-RECORD
           CLOSE STEPLOG.

       COPY DEPTPRC.

       COPY EXPPRC.

       COPY CAUSPRC.

       COPY STEPTIME.

       END PROGRAM EXCPCASE.
