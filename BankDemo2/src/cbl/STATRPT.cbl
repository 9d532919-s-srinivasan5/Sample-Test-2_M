      *    management asks for every month, straight off the file
      *    instead of rebuilt from old job logs.  The month reported
      *    is the one in RUNCTL's run date.
      *    After the departments it breaks the month's replacements
      *    down by replacement EXTRA code off the by-code file
      *    STATACC appends (see XTRASTAT.cpy), each code named from
      *    the code table or flagged as not on it / retired / not in
      *    effect, so a keyed variant shows up against the real code
      *    instead of hiding in the total.  Either file missing only
      *    thins that section.
      *    Each department's month-to-date line is also written, tagged
      *    with the run date and the department code, to the optional
      *    burst file RPTBURST splits into one stored piece per
      *    department (see BURSTREC.cpy).  Without a BURSTOUT DD, or
      *    without a run date, the report prints as before.
      *    When the export control file lists STATRPT (see EXPCTL.cpy)
      *    the month's department breakdown also goes to EXPOUT as a
      *    spreadsheet - one delimited row per department with its code,
      *    name, contact and month-to-date exceptions, under a column
      *    header row - for RPTCAPT to store beside the printed summary
      *    (see EXPPRC.cpy).
      *    After the departments it now also gives the month's
      *    exceptions by not-found cause off the by-cause file STATACC
      *    appends (see CAUSSTAT.cpy) - pending approval, retired with a
      *    broken cross-reference chain, deleted by maintenance, one
      *    digit off a real id, never existed, and not classified for
      *    nights before the classification ran - with each cause's
      *    share of the month, so the desk sees which kind of miss is
      *    growing.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATHIST-STATUS.

           SELECT XTRASTAT ASSIGN TO 'XTRASTAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XTRASTAT-STATUS.

           SELECT CAUSSTAT ASSIGN TO 'CAUSSTAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAUSSTAT-STATUS.

           SELECT BURSTOUT ASSIGN TO 'BURSTOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BURSTOUT-STATUS.

           SELECT EXPCTL ASSIGN TO 'EXPCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPCTL-STATUS.

           SELECT EXPOUT ASSIGN TO 'EXPOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPOUT-STATUS.

           SELECT XTRACODE ASSIGN TO 'XTRACODE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XC-CODE
               FILE STATUS IS WS-XTRACODE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
           COPY STATREC.

       FD  XTRASTAT
           LABEL RECORDS ARE STANDARD.
           COPY XTRASTAT.

       FD  CAUSSTAT
           LABEL RECORDS ARE STANDARD.
           COPY CAUSSTAT.

       FD  XTRACODE
           LABEL RECORDS ARE STANDARD.
           COPY XTRACODE.

       FD  BURSTOUT
           LABEL RECORDS ARE STANDARD.
           COPY BURSTREC.

       FD  EXPCTL
           LABEL RECORDS ARE STANDARD.
           COPY EXPCTL.

       FD  EXPOUT
           LABEL RECORDS ARE STANDARD.
       01  EXPORT-LINE-RECORD           PIC X(250).

       WORKING-STORAGE SECTION.

       COPY DEPTWS.

       COPY XTRAWS.

       COPY EXPWS.

       COPY CAUSWS.

       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
             88  RUNCTL-OK                        VALUE '00'.
           05  WS-STATHIST-STATUS       PIC X(2) VALUE '00'.
             88  STATHIST-OK                      VALUE '00'.
           05  WS-XTRASTAT-STATUS       PIC X(2) VALUE '00'.
             88  XTRASTAT-OK                      VALUE '00'.
           05  WS-CAUSSTAT-STATUS       PIC X(2) VALUE '00'.
             88  CAUSSTAT-OK                      VALUE '00'.
           05  WS-BURSTOUT-STATUS       PIC X(2) VALUE '00'.
             88  BURSTOUT-OK                      VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-STATHIST                   VALUE 'Y'.

       01  WS-REPORT-MONTH              PIC 9(6) VALUE 0.

       01  WS-BURST-FIELDS.
           05  WS-BURST-SW              PIC X(1) VALUE 'N'.
             88  WS-BURSTING                      VALUE 'Y'.
           05  WS-BURST-RUN-DATE        PIC 9(8) VALUE 0.
           05  WS-BURST-TEXT            PIC X(80).

       01  WS-MONTH-TOTALS.
           05  WS-TOT-PROCESSED         PIC 9(9) VALUE 0.
           05  WS-TOT-EXCEPTIONS        PIC 9(9) VALUE 0.
           05  WS-MONTH-RANGE-TABLE.
               10  WS-MONTH-RANGE-EXCP  PIC 9(7) OCCURS 100 TIMES.

       01  WS-CODE-TOTALS.
           05  WS-CODE-COUNT            PIC 9(2) VALUE 0.
           05  WS-CODE-ENTRY            OCCURS 50 TIMES.
               10  WS-CODE-VALUE        PIC X(10).
               10  WS-CODE-REPLACEMENTS PIC 9(9).
           05  WS-CODE-IDX              PIC 9(2) COMP.
           05  WS-CODE-HIT              PIC 9(2).
           05  WS-CODE-NOTE             PIC X(30).

       01  WS-CAUSE-TOTALS.
           05  WS-CAUSE-MONTH           PIC 9(9) OCCURS 6 TIMES.
           05  WS-CAUSE-MONTH-TOTAL     PIC 9(9).

       01  WS-RATE-FIELDS.
           05  WS-EXCP-RATE             PIC 9(3)V9(2) VALUE 0.
           05  WS-EXCP-RATE-ED          PIC ZZ9.99.
       0000-MAINLINE.

           INITIALIZE WS-MONTH-RANGE-TABLE
           INITIALIZE WS-CODE-TOTALS
           PERFORM 0600-LOAD-DEPT-MAP
           PERFORM 1000-SET-REPORT-MONTH

           END-IF

           PERFORM 3000-REPORT-RANGES
           PERFORM 3700-REPORT-BY-CAUSE
           PERFORM 3500-REPORT-BY-CODE
           PERFORM 8850-CLOSE-EXPORT-FILE
           PERFORM 9000-END-OF-JOB

           STOP RUN.
           IF RUNCTL-OK
               MOVE RC-RUN-YEAR  TO WS-REPORT-MONTH(1:4)
               MOVE RC-RUN-MONTH TO WS-REPORT-MONTH(5:2)
               MOVE WS-REPORT-MONTH TO WS-BURST-RUN-DATE(1:6)
               MOVE RC-RUN-DAY      TO WS-BURST-RUN-DATE(7:2)
           END-IF.

       2000-REPORT-ONE-DAY.
      *    rows from before the department mapping carry MOD-100
      *    buckets in the same table and read accordingly.
           DISPLAY 'EXCEPTIONS BY DEPARTMENT, MONTH TO DATE:'
           IF WS-BURST-RUN-DATE > 0
               OPEN OUTPUT BURSTOUT
               IF BURSTOUT-OK
                   SET WS-BURSTING TO TRUE
               END-IF
           END-IF
           MOVE 'STATRPT' TO WS-EXPORT-ID
           PERFORM 8800-OPEN-EXPORT-FILE
           IF WS-EXPORTING
               PERFORM 3300-EXPORT-HEADING
           END-IF
           PERFORM VARYING WS-RANGE-IDX FROM 1 BY 1
                   UNTIL WS-RANGE-IDX > 100
               IF WS-MONTH-RANGE-EXCP(WS-RANGE-IDX) > 0
                   DISPLAY '  ' WS-DEPT-NAME-OUT ' ('
                       WS-DEPT-CONTACT-OUT ') : '
                       WS-MONTH-RANGE-EXCP(WS-RANGE-IDX)
                   IF WS-BURSTING
                       PERFORM 3200-BURST-DEPT-LINE
                   END-IF
                   IF WS-EXPORTING
                       PERFORM 3400-EXPORT-DEPT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BURSTING
               CLOSE BURSTOUT
           END-IF.

       3100-NAME-THE-SLOT.

                 TO WS-DEPT-NAME-OUT
               MOVE WS-DEPT-CONTACT(WS-RANGE-IDX)
                 TO WS-DEPT-CONTACT-OUT
               MOVE WS-DEPT-CODE(WS-RANGE-IDX)
                 TO WS-DEPT-CODE-OUT
           ELSE
               MOVE 'UNMAPPED' TO WS-DEPT-NAME-OUT
               MOVE SPACES     TO WS-DEPT-CONTACT-OUT
               MOVE 'UNMP'     TO WS-DEPT-CODE-OUT
           END-IF.

       3200-BURST-DEPT-LINE.

           MOVE SPACES TO WS-BURST-TEXT
           STRING '  ' WS-DEPT-NAME-OUT ' ('
               WS-DEPT-CONTACT-OUT ') : '
               WS-MONTH-RANGE-EXCP(WS-RANGE-IDX)
               DELIMITED BY SIZE INTO WS-BURST-TEXT
           END-STRING
           MOVE WS-BURST-RUN-DATE TO BL-RUN-DATE
           MOVE 'STATRPT'         TO BL-REPORT-ID
           MOVE WS-DEPT-CODE-OUT  TO BL-DEPT-CODE
           MOVE WS-DEPT-NAME-OUT  TO BL-DEPT-NAME
           MOVE WS-BURST-TEXT     TO BL-LINE
           WRITE BURST-LINE-RECORD.

       3300-EXPORT-HEADING.

           MOVE 'RUN_DATE'        TO WS-EXPORT-FIELD
           PERFORM 8805-EXPORT-HEADING
           MOVE 'REPORT_MONTH'    TO WS-EXPORT-FIELD
           PERFORM 8805-EXPORT-HEADING
           MOVE 'DEPT_CODE'       TO WS-EXPORT-FIELD
           PERFORM 8805-EXPORT-HEADING
           MOVE 'DEPARTMENT'      TO WS-EXPORT-FIELD
           PERFORM 8805-EXPORT-HEADING
           MOVE 'CONTACT'         TO WS-EXPORT-FIELD
           PERFORM 8805-EXPORT-HEADING
           MOVE 'EXCEPTIONS_MTD'  TO WS-EXPORT-FIELD
           PERFORM 8805-EXPORT-HEADING
           PERFORM 8840-WRITE-EXPORT-ROW.

       3400-EXPORT-DEPT.

           MOVE WS-BURST-RUN-DATE TO WS-EXPORT-DATE
           PERFORM 8830-EXPORT-DATE
           MOVE SPACES TO WS-EXPORT-FIELD
           IF WS-REPORT-MONTH > 0
               STRING WS-REPORT-MONTH(1:4) '-' WS-REPORT-MONTH(5:2)
                   DELIMITED BY SIZE INTO WS-EXPORT-FIELD
               END-STRING
           END-IF
           PERFORM 8810-EXPORT-TEXT
           MOVE WS-DEPT-CODE-OUT    TO WS-EXPORT-FIELD
           PERFORM 8810-EXPORT-TEXT
           MOVE WS-DEPT-NAME-OUT    TO WS-EXPORT-FIELD
           PERFORM 8810-EXPORT-TEXT
           MOVE WS-DEPT-CONTACT-OUT TO WS-EXPORT-FIELD
           PERFORM 8810-EXPORT-TEXT
           MOVE WS-MONTH-RANGE-EXCP(WS-RANGE-IDX)
             TO WS-EXPORT-NUMBER
           PERFORM 8820-EXPORT-NUMBER
           PERFORM 8840-WRITE-EXPORT-ROW.

       3500-REPORT-BY-CODE.

      *    codes are judged as at the end of the report month's
      *    run - the code table as it stands, not as it stood.
           PERFORM 0700-LOAD-EXTRA-CODES
           MOVE WS-REPORT-MONTH TO WS-XTRA-CHECK-DATE(1:6)
           IF RUNCTL-OK
               MOVE RC-RUN-DAY  TO WS-XTRA-CHECK-DATE(7:2)
           ELSE
               MOVE '01'        TO WS-XTRA-CHECK-DATE(7:2)
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT XTRASTAT
           IF NOT XTRASTAT-OK
               DISPLAY 'BY-CODE STATISTICS NOT AVAILABLE'
               SET WS-END-OF-STATHIST TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-STATHIST
               READ XTRASTAT
                   AT END
                       SET WS-END-OF-STATHIST TO TRUE
                   NOT AT END
                       IF XS-RUN-DATE(1:6) = WS-REPORT-MONTH
                           PERFORM 3600-ADD-CODE-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF XTRASTAT-OK OR WS-XTRASTAT-STATUS = '10'
               CLOSE XTRASTAT
           END-IF

           DISPLAY 'REPLACEMENTS BY EXTRA CODE, MONTH TO DATE:'
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
                   DISPLAY '  ' WS-CODE-VALUE(WS-CODE-IDX) ' : '
                       WS-CODE-REPLACEMENTS(WS-CODE-IDX) '  '
                       WS-CODE-NOTE
               END-IF
           END-PERFORM.

       3600-ADD-CODE-ROW.

      *    the fiftieth and later distinct values pool under OTHER,
      *    the same way STATACC pools them within a night.
           MOVE ZERO TO WS-CODE-HIT
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > WS-CODE-COUNT
                   OR WS-CODE-HIT > 0
               IF WS-CODE-VALUE(WS-CODE-IDX) = XS-CODE
                   MOVE WS-CODE-IDX TO WS-CODE-HIT
               END-IF
           END-PERFORM
           IF WS-CODE-HIT = 0
               IF WS-CODE-COUNT < 49
                   ADD 1 TO WS-CODE-COUNT
                   MOVE WS-CODE-COUNT TO WS-CODE-HIT
                   MOVE XS-CODE TO WS-CODE-VALUE(WS-CODE-HIT)
               ELSE
                   MOVE 50 TO WS-CODE-HIT
                   MOVE 'OTHER' TO WS-CODE-VALUE(WS-CODE-HIT)
               END-IF
           END-IF
           ADD XS-REPLACEMENTS TO WS-CODE-REPLACEMENTS(WS-CODE-HIT).

       3700-REPORT-BY-CAUSE.

           PERFORM VARYING WS-CAUSE-IDX FROM 1 BY 1
                   UNTIL WS-CAUSE-IDX > WS-CAUSE-SLOTS
               MOVE ZERO TO WS-CAUSE-MONTH(WS-CAUSE-IDX)
           END-PERFORM
           MOVE ZERO TO WS-CAUSE-MONTH-TOTAL

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CAUSSTAT
           IF NOT CAUSSTAT-OK
               DISPLAY 'BY-CAUSE STATISTICS NOT AVAILABLE'
               SET WS-END-OF-STATHIST TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-STATHIST
               READ CAUSSTAT
                   AT END
                       SET WS-END-OF-STATHIST TO TRUE
                   NOT AT END
                       IF CT-RUN-DATE(1:6) = WS-REPORT-MONTH
                           MOVE CT-CAUSE TO WS-CAUSE-CHECK
                           PERFORM 0960-FIND-CAUSE
                           ADD CT-EXCEPTIONS
                             TO WS-CAUSE-MONTH(WS-CAUSE-HIT)
                           ADD CT-EXCEPTIONS TO WS-CAUSE-MONTH-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           IF CAUSSTAT-OK OR WS-CAUSSTAT-STATUS = '10'
               CLOSE CAUSSTAT
           END-IF

           DISPLAY 'EXCEPTIONS BY CAUSE, MONTH TO DATE:'
           PERFORM VARYING WS-CAUSE-IDX FROM 1 BY 1
                   UNTIL WS-CAUSE-IDX > WS-CAUSE-SLOTS
               IF WS-CAUSE-MONTH(WS-CAUSE-IDX) > 0
                   COMPUTE WS-EXCP-RATE ROUNDED =
                       WS-CAUSE-MONTH(WS-CAUSE-IDX) * 100
                       / WS-CAUSE-MONTH-TOTAL
                   MOVE WS-EXCP-RATE TO WS-EXCP-RATE-ED
                   DISPLAY '  ' WS-CAUSE-NAME(WS-CAUSE-IDX) ' : '
                       WS-CAUSE-MONTH(WS-CAUSE-IDX)
                       '  ' WS-EXCP-RATE-ED '%'
               END-IF
           END-PERFORM
           IF WS-CAUSE-MONTH-TOTAL = 0
               DISPLAY '  NONE'
           END-IF.

       9000-END-OF-JOB.

       COPY DEPTPRC.

       COPY XTRAPRC.

       COPY EXPPRC.

       COPY CAUSPRC.

       END PROGRAM STATRPT.
