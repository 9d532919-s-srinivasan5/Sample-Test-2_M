      *    SM-STUDENT-NAME alternate index - because most misses are
      *    a keying slip the desk can resolve straight off this
      *    report.
      *    A student the master shows as withdrawn or graduated is
      *    found, so it never reaches EXCPOUT - but the desk still
      *    wants to know a replacement was issued for someone who
      *    has left.  After the department report it now lists
      *    those off the audit trail (AR-STUDENT-STATUS W or G) with
      *    the status date from the master, under a separate count.
      *    The trail is optional here; the return code is still
      *    driven by the not-found exceptions alone.
      *    The same audit walk now also breaks the night's applied
      *    replacements (MAIN/UTIL2 pass, the rows STATACC counts)
      *    down by replacement EXTRA code, with how many of each
      *    went to a leaver, and names each code off the code table
      *    or flags it as not on it, retired or not in effect (see
      *    XTRACODE.cpy) - a bad code on its way to BILLING shows
      *    here the morning it went.  A not-found exception has no
      *    master row and so no code; those stay by department.
      *    The master is keyed by campus plus id, so an exception
      *    line names the campus whose id missed, the id candidates
      *    are looked up within that campus, and a leaver's status
      *    date comes off the campus the audit row names (blank on
      *    either is the home campus).  A name candidate can sit on
      *    any campus and says which.
      *    Each department's lines - exceptions, suggestions and the
      *    department subtotal - are also written, tagged with the run
      *    date and the department code, to the optional burst file
      *    RPTBURST splits into one stored piece per department (see
      *    BURSTREC.cpy), so a department reads its own report instead
      *    of paging the whole listing.  Without a BURSTOUT DD, or
      *    without a run date on RUNCTL, the report prints as before and
      *    nothing is tagged.
      *    The desk also gets the exceptions as a spreadsheet: when the
      *    export control file lists EXCPRPT (see EXPCTL.cpy) one
      *    delimited row per not-found student - run date, department,
      *    campus, id, name and the pass that missed - goes to EXPOUT
      *    under a column header row, built off the exception record
      *    itself rather than the print line, for RPTCAPT to store
      *    beside the printed report (see EXPPRC.cpy).  The run date is
      *    now read whether or not the burst copy is written.
      *    Each exception now also says why it missed: when tonight's
      *    classified file from EXCPCLS is there (see EXCPCAUS.cpy) the
      *    report reads it in place of EXCPOUT and prints a cause line
      *    under the exception - pending approval with the pending item,
      *    retired with the id its cross-reference chain stops at,
      *    deleted by maintenance with the journal date and operator,
      *    one digit off a real id with that id, or never existed - and
      *    closes with the night's count by cause.  The export gains the
      *    cause and its evidence.  A classified file from another
      *    night, or none (the resubmit and supplemental passes), leaves
      *    the report reading EXCPOUT with every exception not
      *    classified.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCPOUT-STATUS.

           SELECT EXCPCAUS ASSIGN TO 'EXCPCAUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCPCAUS-STATUS.

           SELECT EXCPSORT ASSIGN TO 'EXCPSORT'.

           SELECT RUNCTL ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT BURSTOUT ASSIGN TO 'BURSTOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BURSTOUT-STATUS.

           SELECT EXPCTL ASSIGN TO 'EXPCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPCTL-STATUS.

           SELECT EXPOUT ASSIGN TO 'EXPOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPOUT-STATUS.

           SELECT AUDITOUT ASSIGN TO 'AUDITOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITOUT-STATUS.

           SELECT DEPTMAP ASSIGN TO 'DEPTMAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTMAP-STATUS.
           SELECT STUDMSTR ASSIGN TO 'STUDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-KEY
               ALTERNATE RECORD KEY IS SM-STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDMSTR-STATUS.

           SELECT XTRACODE ASSIGN TO 'XTRACODE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XC-CODE
               FILE STATUS IS WS-XTRACODE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCPOUT
           LABEL RECORDS ARE STANDARD.
           COPY EXCPREC.

       FD  EXCPCAUS
           LABEL RECORDS ARE STANDARD.
           COPY EXCPCAUS.

       FD  STUDMSTR
           LABEL RECORDS ARE STANDARD.
           COPY STUDMSTR.

       FD  AUDITOUT
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       FD  DEPTMAP
           LABEL RECORDS ARE STANDARD.
           COPY DEPTREC.

       FD  XTRACODE
           LABEL RECORDS ARE STANDARD.
           COPY XTRACODE.

       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  BURSTOUT
           LABEL RECORDS ARE STANDARD.
           COPY BURSTREC.

       FD  EXPCTL
           LABEL RECORDS ARE STANDARD.
           COPY EXPCTL.

       FD  EXPOUT
           LABEL RECORDS ARE STANDARD.
       01  EXPORT-LINE-RECORD           PIC X(250).

       SD  EXCPSORT.
       01  SD-EXCPOUT-RECORD.
           05  SD-DEPT-SEQ              PIC 9(3).
           05  SD-CAUSE-ROW             PIC X(80).

       WORKING-STORAGE SECTION.

       COPY DEPTWS.

       COPY XTRAWS.

       COPY CAMPWS.

       COPY EXPWS.

       COPY CAUSWS.

       01  WS-EXCPOUT-STATUS            PIC X(2) VALUE '00'.
         88  EXCPOUT-OK                           VALUE '00'.

       01  WS-EXCPCAUS-STATUS           PIC X(2) VALUE '00'.
         88  EXCPCAUS-OK                          VALUE '00'.

      *    tonight's classified file stands in for EXCPOUT when its
      *    rows carry tonight's run date.
       01  WS-CLASSIFIED-SW             PIC X(1) VALUE 'N'.
         88  WS-CLASSIFIED                       VALUE 'Y'.

       01  WS-CAUSE-FIELDS.
           05  WS-CAUSE-LINE            PIC X(80).
           05  WS-CAUSE-NIGHT           PIC 9(7) OCCURS 6 TIMES.

       01  WS-STUDMSTR-STATUS           PIC X(2) VALUE '00'.
         88  STUDMSTR-OK                          VALUE '00'.

       01  WS-AUDITOUT-STATUS           PIC X(2) VALUE '00'.
         88  AUDITOUT-OK                          VALUE '00'.

       01  WS-RUNCTL-STATUS             PIC X(2) VALUE '00'.
         88  RUNCTL-OK                            VALUE '00'.

       01  WS-BURSTOUT-STATUS           PIC X(2) VALUE '00'.
         88  BURSTOUT-OK                          VALUE '00'.

       01  WS-BURST-FIELDS.
           05  WS-BURST-SW              PIC X(1) VALUE 'N'.
             88  WS-BURSTING                      VALUE 'Y'.
           05  WS-BURST-RUN-DATE        PIC 9(8) VALUE 0.
           05  WS-BURST-TEXT            PIC X(80).

       01  WS-RUN-DATE                  PIC 9(8) VALUE 0.

       01  WS-AUDIT-EOF-SW              PIC X(1) VALUE 'N'.
         88  WS-END-OF-AUDITOUT                  VALUE 'Y'.

       01  WS-LEAVER-FIELDS.
           05  WS-LEAVER-COUNT          PIC 9(7) VALUE 0.
           05  WS-LEAVER-DATE           PIC 9(8) VALUE 0.

      *    the night's replacements by EXTRA value, the fiftieth
      *    and later distinct values pooled under OTHER.
       01  WS-CODE-COUNTS.
           05  WS-CODE-COUNT            PIC 9(2) VALUE 0.
           05  WS-CODE-ENTRY            OCCURS 50 TIMES.
               10  WS-CODE-VALUE        PIC X(10).
               10  WS-CODE-REPLACEMENTS PIC 9(7).
               10  WS-CODE-LEAVERS      PIC 9(7).
           05  WS-CODE-IDX              PIC 9(2) COMP.
           05  WS-CODE-HIT              PIC 9(2).
           05  WS-CODE-NOTE             PIC X(30).
           05  WS-CODE-RUN-DATE         PIC 9(8) VALUE 0.

       01  WS-SUGGEST-CONTROL.
           05  WS-SUGGEST-COUNT         PIC 9(1) VALUE 0.
           05  WS-SUGGEST-MAX           PIC 9(1) VALUE 3.
           05  WS-CAND-IDX              PIC 9(1) COMP.
           05  WS-CAND-CAMPUS           PIC X(8).
           05  WS-CAND-ID               PIC 9(6).
           05  WS-CAND-ID-X REDEFINES WS-CAND-ID
                                        PIC X(6).
           05  WS-PRIOR-DEPT-SEQ        PIC 9(3) VALUE 0.
           05  WS-PRIOR-DEPT-NAME       PIC X(20) VALUE SPACES.
           05  WS-PRIOR-CONTACT         PIC X(20) VALUE SPACES.
           05  WS-PRIOR-DEPT-CODE       PIC X(4) VALUE SPACES.

       01  WS-REPORT-COUNTERS.
           05  WS-RANGE-COUNT           PIC 9(7) VALUE 0.
       0000-MAINLINE.

           PERFORM 0600-LOAD-DEPT-MAP
           PERFORM 0700-LOAD-EXTRA-CODES
           INITIALIZE WS-CODE-COUNTS
           PERFORM 0400-READ-RUNCTL
           PERFORM 0450-CHECK-CLASSIFIED
           PERFORM 0800-OPEN-BURST-FILE
           PERFORM 0850-OPEN-EXPORT

           OPEN INPUT STUDMSTR

               PERFORM 3000-PRINT-BREAK
           END-IF

           PERFORM 3500-REPORT-BY-CAUSE
           PERFORM 4000-LIST-LEAVERS
           PERFORM 4500-REPORT-BY-CODE

           CLOSE STUDMSTR
           IF WS-BURSTING
               CLOSE BURSTOUT
           END-IF
           PERFORM 8850-CLOSE-EXPORT-FILE
           PERFORM 9000-END-OF-JOB

           STOP RUN.

       0400-READ-RUNCTL.

      *    RUNCTL is optional here - the resubmit and supplemental
      *    passes run without it and leave the run date zero.
           OPEN INPUT RUNCTL
           IF RUNCTL-OK
               READ RUNCTL
                   AT END
                       CONTINUE
               END-READ
               IF RUNCTL-OK
                   MOVE RC-RUN-YEAR  TO WS-RUN-DATE(1:4)
                   MOVE RC-RUN-MONTH TO WS-RUN-DATE(5:2)
                   MOVE RC-RUN-DAY   TO WS-RUN-DATE(7:2)
               END-IF
               CLOSE RUNCTL
           END-IF.

       0450-CHECK-CLASSIFIED.

           PERFORM VARYING WS-CAUSE-IDX FROM 1 BY 1
                   UNTIL WS-CAUSE-IDX > WS-CAUSE-SLOTS
               MOVE ZERO TO WS-CAUSE-NIGHT(WS-CAUSE-IDX)
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
                   'CAUSES NOT SHOWN'
           END-IF.

       0800-OPEN-BURST-FILE.

      *    the burst copy is optional - a run without BURSTOUT (the
      *    resubmit and supplemental passes) prints exactly as
      *    before.  Its rows carry the run date so an old night's
      *    copy is never taken for tonight's.
           OPEN OUTPUT BURSTOUT
           IF BURSTOUT-OK
               MOVE WS-RUN-DATE TO WS-BURST-RUN-DATE
               IF WS-BURST-RUN-DATE = 0
                   DISPLAY 'RUNCTL NOT AVAILABLE - DEPARTMENT '
                       'BURST COPY NOT WRITTEN'
                   CLOSE BURSTOUT
               ELSE
                   SET WS-BURSTING TO TRUE
               END-IF
           END-IF.

       0850-OPEN-EXPORT.

           MOVE 'EXCPRPT' TO WS-EXPORT-ID
           PERFORM 8800-OPEN-EXPORT-FILE
           IF WS-EXPORTING
               MOVE 'RUN_DATE'        TO WS-EXPORT-FIELD
               PERFORM 8805-EXPORT-HEADING
               MOVE 'DEPT_CODE'       TO WS-EXPORT-FIELD
               PERFORM 8805-EXPORT-HEADING
               MOVE 'DEPARTMENT'      TO WS-EXPORT-FIELD
               PERFORM 8805-EXPORT-HEADING
               MOVE 'CONTACT'         TO WS-EXPORT-FIELD
               PERFORM 8805-EXPORT-HEADING
               MOVE 'CAMPUS'          TO WS-EXPORT-FIELD
               PERFORM 8805-EXPORT-HEADING
               MOVE 'STUDENT_ID'      TO WS-EXPORT-FIELD
               PERFORM 8805-EXPORT-HEADING
               MOVE 'STUDENT_NAME'    TO WS-EXPORT-FIELD
               PERFORM 8805-EXPORT-HEADING
               MOVE 'MISSED_IN'       TO WS-EXPORT-FIELD
               PERFORM 8805-EXPORT-HEADING
               MOVE 'CAUSE'           TO WS-EXPORT-FIELD
               PERFORM 8805-EXPORT-HEADING
               MOVE 'EVIDENCE_DATE'   TO WS-EXPORT-FIELD
               PERFORM 8805-EXPORT-HEADING
               MOVE 'EVIDENCE_ID'     TO WS-EXPORT-FIELD
               PERFORM 8805-EXPORT-HEADING
               MOVE 'EVIDENCE_ACTION' TO WS-EXPORT-FIELD
               PERFORM 8805-EXPORT-HEADING
               MOVE 'EVIDENCE_BY'     TO WS-EXPORT-FIELD
               PERFORM 8805-EXPORT-HEADING
               PERFORM 8840-WRITE-EXPORT-ROW
           END-IF.

       1500-RELEASE-EXCEPTIONS.

      *    tag each miss with its owning department before the
      *    sort so the report breaks by name, not bucket number.
           IF WS-CLASSIFIED
               PERFORM 1600-RELEASE-CLASSIFIED
           ELSE
               OPEN INPUT EXCPOUT
               IF NOT EXCPOUT-OK
                   SET WS-END-OF-EXCPSORT TO TRUE
               END-IF
               PERFORM UNTIL WS-END-OF-EXCPSORT
                   READ EXCPOUT
                       AT END
                           SET WS-END-OF-EXCPSORT TO TRUE
                       NOT AT END
                           MOVE SPACES TO EXCPCAUS-RECORD
                           MOVE ZERO TO EC-RUN-DATE
                           MOVE ZERO TO EC-EVIDENCE-DATE
                           MOVE ZERO TO EC-EVIDENCE-ID
                           MOVE EXCPOUT-RECORD TO EC-EXCEPTION-ROW
                           PERFORM 1700-RELEASE-ONE-EXCEPTION
                   END-READ
               END-PERFORM
               IF EXCPOUT-OK OR WS-EXCPOUT-STATUS = '10'
                   CLOSE EXCPOUT
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       1600-RELEASE-CLASSIFIED.

           OPEN INPUT EXCPCAUS
           IF NOT EXCPCAUS-OK
               SET WS-END-OF-EXCPSORT TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-EXCPSORT
               READ EXCPCAUS
                   AT END
                       SET WS-END-OF-EXCPSORT TO TRUE
                   NOT AT END
                       PERFORM 1700-RELEASE-ONE-EXCEPTION
               END-READ
           END-PERFORM
           IF EXCPCAUS-OK OR WS-EXCPCAUS-STATUS = '10'
               CLOSE EXCPCAUS
           END-IF.

       1700-RELEASE-ONE-EXCEPTION.

           MOVE EC-EXCEPTION-ROW TO EXCPOUT-RECORD
           MOVE ER-STUDENT-ID TO WS-DEPT-LOOKUP-ID
           PERFORM 0650-RESOLVE-DEPT
           MOVE WS-DEPT-SEQ TO SD-DEPT-SEQ
           MOVE EXCPCAUS-RECORD TO SD-CAUSE-ROW
           RELEASE SD-EXCPOUT-RECORD.

       1800-REPORT-BY-DEPT.


       2000-PROCESS-RECORD.

           MOVE SD-CAUSE-ROW TO EXCPCAUS-RECORD
           MOVE EC-EXCEPTION-ROW TO EXCPOUT-RECORD

           IF WS-FIRST-RECORD
               MOVE 'N' TO WS-FIRST-RECORD-SWITCH
           END-IF

           DISPLAY '  ' WS-PRIOR-DEPT-NAME
               ' CAMPUS ' ER-CAMPUS-ID
               ' STUDENT ' ER-STUDENT-ID
               ' ' ER-STUDENT-NAME
               ' FROM ' ER-SUBPROGRAM
           IF WS-BURSTING
               MOVE SPACES TO WS-BURST-TEXT
               STRING '  ' WS-PRIOR-DEPT-NAME
                   ' CAMPUS ' ER-CAMPUS-ID
                   ' STUDENT ' ER-STUDENT-ID
                   ' ' ER-STUDENT-NAME
                   ' FROM ' ER-SUBPROGRAM
                   DELIMITED BY SIZE INTO WS-BURST-TEXT
               END-STRING
               PERFORM 8500-WRITE-BURST-LINE
           END-IF

           MOVE EC-CAUSE TO WS-CAUSE-CHECK
           PERFORM 0960-FIND-CAUSE
           ADD 1 TO WS-CAUSE-NIGHT(WS-CAUSE-HIT)
           IF WS-CLASSIFIED
               PERFORM 2100-PRINT-CAUSE
           END-IF

           IF WS-EXPORTING
               PERFORM 2900-EXPORT-EXCEPTION
           END-IF

           PERFORM 2500-SUGGEST-CANDIDATES

           MOVE ER-STUDENT-ID TO WS-DEPT-LOOKUP-ID
           PERFORM 0650-RESOLVE-DEPT
           MOVE WS-DEPT-NAME-OUT    TO WS-PRIOR-DEPT-NAME
           MOVE WS-DEPT-CONTACT-OUT TO WS-PRIOR-CONTACT
           MOVE WS-DEPT-CODE-OUT    TO WS-PRIOR-DEPT-CODE.

       2100-PRINT-CAUSE.

      *    the cause and the evidence the desk works it from.
           MOVE SPACES TO WS-CAUSE-LINE
           EVALUATE TRUE
               WHEN EC-PENDING-APPROVAL
                   STRING '    CAUSE ' WS-CAUSE-NAME-OUT
                       ' ITEM ' EC-EVIDENCE-DATE
                       ' ACTION ' EC-EVIDENCE-ACTION
                       ' BY ' EC-EVIDENCE-OPERATOR
                       DELIMITED BY SIZE INTO WS-CAUSE-LINE
                   END-STRING
                   IF EC-EVIDENCE-ID > 0
                       MOVE ' ID '         TO WS-CAUSE-LINE(66:4)
                       MOVE EC-EVIDENCE-ID TO WS-CAUSE-LINE(70:6)
                   END-IF
               WHEN EC-XREF-BROKEN
                   STRING '    CAUSE ' WS-CAUSE-NAME-OUT
                       ' STOPS AT ' EC-EVIDENCE-ID
                       ' LAST HOP ' EC-EVIDENCE-DATE
                       DELIMITED BY SIZE INTO WS-CAUSE-LINE
                   END-STRING
                   IF EC-EVIDENCE-ACTION = 'L'
                       MOVE 'LOOPS' TO WS-CAUSE-LINE(66:5)
                   END-IF
               WHEN EC-DELETED-BY-MAINT
                   STRING '    CAUSE ' WS-CAUSE-NAME-OUT
                       ' JOURNAL ' EC-EVIDENCE-DATE
                       ' ACTION ' EC-EVIDENCE-ACTION
                       ' BY ' EC-EVIDENCE-OPERATOR
                       DELIMITED BY SIZE INTO WS-CAUSE-LINE
                   END-STRING
                   IF EC-EVIDENCE-ID > 0
                       MOVE ' NOW '        TO WS-CAUSE-LINE(69:5)
                       MOVE EC-EVIDENCE-ID TO WS-CAUSE-LINE(74:6)
                   END-IF
               WHEN EC-NEAR-REAL-ID
                   STRING '    CAUSE ' WS-CAUSE-NAME-OUT
                       ' ID ' EC-EVIDENCE-ID ' IS ON THE MASTER'
                       DELIMITED BY SIZE INTO WS-CAUSE-LINE
                   END-STRING
               WHEN OTHER
                   STRING '    CAUSE ' WS-CAUSE-NAME-OUT
                       DELIMITED BY SIZE INTO WS-CAUSE-LINE
                   END-STRING
           END-EVALUATE
           DISPLAY WS-CAUSE-LINE
           IF WS-BURSTING
               MOVE WS-CAUSE-LINE TO WS-BURST-TEXT
               PERFORM 8500-WRITE-BURST-LINE
           END-IF.

       2500-SUGGEST-CANDIDATES.

           MOVE 0 TO WS-SUGGEST-COUNT
           MOVE ER-CAMPUS-ID TO WS-CAND-CAMPUS
           IF WS-CAND-CAMPUS = SPACES
               MOVE WS-HOME-CAMPUS TO WS-CAND-CAMPUS
           END-IF

      *    the id one off either way, then the five adjacent-digit
      *    transpositions - the two slips the desk actually makes.
       2510-TRY-CANDIDATE-ID.

           IF WS-SUGGEST-COUNT < WS-SUGGEST-MAX
               MOVE WS-CAND-CAMPUS TO SM-CAMPUS-ID
               MOVE WS-CAND-ID TO SM-STUDENT-ID
               READ STUDMSTR KEY IS SM-STUDENT-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
                   ADD 1 TO WS-SUGGEST-COUNT
                   DISPLAY '    SUGGEST ID ' SM-STUDENT-ID
                       ' ' SM-STUDENT-NAME
                   IF WS-BURSTING
                       MOVE SPACES TO WS-BURST-TEXT
                       STRING '    SUGGEST ID ' SM-STUDENT-ID
                           ' ' SM-STUDENT-NAME
                           DELIMITED BY SIZE INTO WS-BURST-TEXT
                       END-STRING
                       PERFORM 8500-WRITE-BURST-LINE
                   END-IF
               END-IF
           END-IF.

                       ADD 1 TO WS-SUGGEST-COUNT
                       DISPLAY '    SUGGEST NAME ' SM-STUDENT-NAME
                           ' ID ' SM-STUDENT-ID
                           ' CAMPUS ' SM-CAMPUS-ID
                       IF WS-BURSTING
                           MOVE SPACES TO WS-BURST-TEXT
                           STRING '    SUGGEST NAME ' SM-STUDENT-NAME
                               ' ID ' SM-STUDENT-ID
                               ' CAMPUS ' SM-CAMPUS-ID
                               DELIMITED BY SIZE INTO WS-BURST-TEXT
                           END-STRING
                           PERFORM 8500-WRITE-BURST-LINE
                       END-IF
                   END-IF
               ELSE
                   SET WS-BROWSE-DONE TO TRUE
               END-IF
           END-IF.

       2900-EXPORT-EXCEPTION.

      *    a blank campus is the home campus, said outright so the
      *    column filters cleanly.
           MOVE WS-RUN-DATE        TO WS-EXPORT-DATE
           PERFORM 8830-EXPORT-DATE
           MOVE WS-PRIOR-DEPT-CODE TO WS-EXPORT-FIELD
           PERFORM 8810-EXPORT-TEXT
           MOVE WS-PRIOR-DEPT-NAME TO WS-EXPORT-FIELD
           PERFORM 8810-EXPORT-TEXT
           MOVE WS-PRIOR-CONTACT   TO WS-EXPORT-FIELD
           PERFORM 8810-EXPORT-TEXT
           MOVE ER-CAMPUS-ID       TO WS-EXPORT-FIELD
           IF ER-CAMPUS-ID = SPACES
               MOVE WS-HOME-CAMPUS TO WS-EXPORT-FIELD
           END-IF
           PERFORM 8810-EXPORT-TEXT
           MOVE ER-STUDENT-ID      TO WS-EXPORT-FIELD
           PERFORM 8810-EXPORT-TEXT
           MOVE ER-STUDENT-NAME    TO WS-EXPORT-FIELD
           PERFORM 8810-EXPORT-TEXT
           MOVE ER-SUBPROGRAM      TO WS-EXPORT-FIELD
           PERFORM 8810-EXPORT-TEXT
           MOVE WS-CAUSE-NAME-OUT  TO WS-EXPORT-FIELD
           PERFORM 8810-EXPORT-TEXT
           MOVE EC-EVIDENCE-DATE   TO WS-EXPORT-DATE
           PERFORM 8830-EXPORT-DATE
           MOVE SPACES             TO WS-EXPORT-FIELD
           IF EC-EVIDENCE-ID > 0
               MOVE EC-EVIDENCE-ID TO WS-EXPORT-FIELD
           END-IF
           PERFORM 8810-EXPORT-TEXT
           MOVE EC-EVIDENCE-ACTION TO WS-EXPORT-FIELD
           PERFORM 8810-EXPORT-TEXT
           MOVE EC-EVIDENCE-OPERATOR TO WS-EXPORT-FIELD
           PERFORM 8810-EXPORT-TEXT
           PERFORM 8840-WRITE-EXPORT-ROW.

       3000-PRINT-BREAK.

           DISPLAY 'DEPARTMENT ' WS-PRIOR-DEPT-NAME
               ' (CONTACT ' WS-PRIOR-CONTACT ')'
               ' EXCEPTION COUNT : ' WS-RANGE-COUNT
           IF WS-BURSTING
               MOVE SPACES TO WS-BURST-TEXT
               STRING 'DEPARTMENT ' WS-PRIOR-DEPT-NAME
                   ' (CONTACT ' WS-PRIOR-CONTACT ')'
                   ' EXCEPTION COUNT : ' WS-RANGE-COUNT
                   DELIMITED BY SIZE INTO WS-BURST-TEXT
               END-STRING
               PERFORM 8500-WRITE-BURST-LINE
           END-IF
           MOVE 0 TO WS-RANGE-COUNT.

       3500-REPORT-BY-CAUSE.

           DISPLAY 'LOOKUP EXCEPTIONS BY CAUSE'
           PERFORM VARYING WS-CAUSE-IDX FROM 1 BY 1
                   UNTIL WS-CAUSE-IDX > WS-CAUSE-SLOTS
               IF WS-CAUSE-NIGHT(WS-CAUSE-IDX) > 0
                   DISPLAY '  ' WS-CAUSE-NAME(WS-CAUSE-IDX) ' : '
                       WS-CAUSE-NIGHT(WS-CAUSE-IDX)
               END-IF
           END-PERFORM
           IF WS-GRAND-TOTAL = 0
               DISPLAY '  NONE'
           END-IF.

       4000-LIST-LEAVERS.

      *    found rows the master carries as withdrawn or graduated -
      *    the replacement went out, but to someone who has left.
           DISPLAY 'FOUND BUT WITHDRAWN/GRADUATED'
           OPEN INPUT AUDITOUT
           IF NOT AUDITOUT-OK
               DISPLAY '  AUDIT TRAIL NOT AVAILABLE - STATUS '
                   WS-AUDITOUT-STATUS
               SET WS-END-OF-AUDITOUT TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-AUDITOUT
               READ AUDITOUT
                   AT END
                       SET WS-END-OF-AUDITOUT TO TRUE
                   NOT AT END
                       IF AR-SUBPROGRAM NOT = 'AUDTRLR'
                           AND AR-FOUND-SW = 'Y'
                           AND (AR-STUDENT-STATUS = 'W'
                                OR AR-STUDENT-STATUS = 'G')
                           PERFORM 4100-PRINT-LEAVER
                       END-IF
                       IF AR-SUBPROGRAM = 'UTIL2'
                           AND AR-FOUND-SW = 'Y'
                           AND (AR-BEFORE-ID NOT = AR-AFTER-ID
                               OR AR-BEFORE-NAME NOT = AR-AFTER-NAME)
                           PERFORM 4200-TALLY-EXTRA-CODE
                       END-IF
               END-READ
           END-PERFORM
           IF AUDITOUT-OK OR WS-AUDITOUT-STATUS = '10'
               CLOSE AUDITOUT
           END-IF
           DISPLAY 'TOTAL FOUND BUT WITHDRAWN/GRADUATED : '
               WS-LEAVER-COUNT.

       4100-PRINT-LEAVER.

           MOVE 0 TO WS-LEAVER-DATE
           MOVE AR-CAMPUS-ID TO SM-CAMPUS-ID
           IF SM-CAMPUS-ID = SPACES
               MOVE WS-HOME-CAMPUS TO SM-CAMPUS-ID
           END-IF
           MOVE AR-BEFORE-ID TO SM-STUDENT-ID
           READ STUDMSTR KEY IS SM-STUDENT-KEY
               INVALID KEY
                   CONTINUE
           END-READ
           IF STUDMSTR-OK
               IF SM-STATUS-DATE IS NUMERIC
                   MOVE SM-STATUS-DATE TO WS-LEAVER-DATE
               END-IF
           END-IF

           DISPLAY '  CAMPUS ' SM-CAMPUS-ID
               ' STUDENT ' AR-BEFORE-ID
               ' ' AR-BEFORE-NAME
               ' STATUS ' AR-STUDENT-STATUS
               ' AS OF ' WS-LEAVER-DATE
               ' NOW ' AR-AFTER-ID
               ' FROM ' AR-SUBPROGRAM
           ADD 1 TO WS-LEAVER-COUNT.

       4200-TALLY-EXTRA-CODE.

           MOVE AR-RUN-DATE TO WS-CODE-RUN-DATE
           MOVE ZERO TO WS-CODE-HIT
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > WS-CODE-COUNT
                   OR WS-CODE-HIT > 0
               IF WS-CODE-VALUE(WS-CODE-IDX) = AR-AFTER-EXTRA
                   MOVE WS-CODE-IDX TO WS-CODE-HIT
               END-IF
           END-PERFORM
           IF WS-CODE-HIT = 0
               IF WS-CODE-COUNT < 49
                   ADD 1 TO WS-CODE-COUNT
                   MOVE WS-CODE-COUNT  TO WS-CODE-HIT
                   MOVE AR-AFTER-EXTRA TO WS-CODE-VALUE(WS-CODE-HIT)
               ELSE
                   MOVE 50 TO WS-CODE-HIT
                   MOVE 'OTHER' TO WS-CODE-VALUE(WS-CODE-HIT)
               END-IF
           END-IF
           ADD 1 TO WS-CODE-REPLACEMENTS(WS-CODE-HIT)
           IF AR-STUDENT-STATUS = 'W' OR AR-STUDENT-STATUS = 'G'
               ADD 1 TO WS-CODE-LEAVERS(WS-CODE-HIT)
           END-IF.

       4500-REPORT-BY-CODE.

      *    each code judged for the run date on the audit rows.
           DISPLAY 'REPLACEMENTS BY EXTRA CODE (MAIN/UTIL2 PASS)'
           DISPLAY '  EXTRA       REPLACED  LEAVERS  CODE TABLE'
           MOVE WS-CODE-RUN-DATE TO WS-XTRA-CHECK-DATE
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > 50
               IF WS-CODE-REPLACEMENTS(WS-CODE-IDX) > 0
                   MOVE WS-CODE-VALUE(WS-CODE-IDX)
                     TO WS-XTRA-CHECK-CODE
                   PERFORM 0750-CHECK-EXTRA-CODE
                   EVALUATE TRUE
                       WHEN WS-CODE-IDX = 50
                           MOVE 'ALL FURTHER VALUES' TO WS-CODE-NOTE
                       WHEN WS-XTRA-CODE-BLANK
                           MOVE '(NO CODE)' TO WS-CODE-NOTE
                       WHEN WS-XTRA-HIT > 0
                           AND WS-XTRA-CODE-OK
                           MOVE WS-XTRA-DESC(WS-XTRA-HIT)
                             TO WS-CODE-NOTE
                       WHEN WS-XTRA-REJECTED
                           MOVE WS-XTRA-REASON TO WS-CODE-NOTE
                       WHEN OTHER
                           MOVE SPACES TO WS-CODE-NOTE
                   END-EVALUATE
                   DISPLAY '  ' WS-CODE-VALUE(WS-CODE-IDX) ' '
                       WS-CODE-REPLACEMENTS(WS-CODE-IDX) '  '
                       WS-CODE-LEAVERS(WS-CODE-IDX) '  '
                       WS-CODE-NOTE
               END-IF
           END-PERFORM
           IF WS-CODE-COUNT = 0
               DISPLAY '  NO REPLACEMENTS APPLIED'
           END-IF.

       8500-WRITE-BURST-LINE.

           MOVE WS-BURST-RUN-DATE  TO BL-RUN-DATE
           MOVE 'EXCPRPT'          TO BL-REPORT-ID
           MOVE WS-PRIOR-DEPT-CODE TO BL-DEPT-CODE
           MOVE WS-PRIOR-DEPT-NAME TO BL-DEPT-NAME
           MOVE WS-BURST-TEXT      TO BL-LINE
           WRITE BURST-LINE-RECORD.

       9000-END-OF-JOB.

           DISPLAY 'TOTAL LOOKUP EXCEPTIONS : ' WS-GRAND-TOTAL

       COPY DEPTPRC.

       COPY XTRAPRC.

       COPY EXPPRC.

       COPY CAUSPRC.

       END PROGRAM EXCPRPT.
