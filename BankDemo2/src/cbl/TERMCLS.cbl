       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMCLS.
      *
      *    CHANGE LOG
      *    ----------
      *    Academic term close.  STATRPT cuts the statistics at
      *    calendar month-end, but the registrar and the departments
      *    plan by term, and nothing in the chain knew where a term
      *    started or ended.  Terms are now kept on the business
      *    calendar (see CALREC.cpy, maintained through CALMNT), and
      *    this run closes one of them:
      *      - a term summary - run days, volume, exceptions and
      *        replacements applied off the statistics file, the
      *        registrar interchanges and details transmitted off
      *        the transmission register with how they were
      *        acknowledged, and by department the term's
      *        exceptions and the exception cases opened and closed
      *        inside it;
      *      - the staged replacements on the master whose effective
      *        date falls in the next term, for the registrar to
      *        expect;
      *      - the exception cases still open that were opened on or
      *        before the last day of the term - carried across the
      *        boundary, with their age at term end.
      *    The term is the one named by the TERMCODE scheduler
      *    option, or by default the latest term ended on or before
      *    the run date on RUNCTL.  No such term ends the step with
      *    8, which also holds the term-end master backup BANKTERM
      *    freezes after it; no next term on the calendar skips the
      *    staged list and warns with 4.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT CALFILE ASSIGN TO 'CALFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CALFILE-STATUS.

           SELECT DEPTMAP ASSIGN TO 'DEPTMAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTMAP-STATUS.

           SELECT STATHIST ASSIGN TO 'STATHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATHIST-STATUS.

           SELECT REGISTER ASSIGN TO 'REGISTER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT CASEFILE ASSIGN TO 'CASEFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASEFILE-STATUS.

           SELECT STUDMSTR ASSIGN TO 'STUDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-KEY
               ALTERNATE RECORD KEY IS SM-STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDMSTR-STATUS.

           SELECT STEPLOG ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  CALFILE
           LABEL RECORDS ARE STANDARD.
           COPY CALREC.

       FD  DEPTMAP
           LABEL RECORDS ARE STANDARD.
           COPY DEPTREC.

       FD  STATHIST
           LABEL RECORDS ARE STANDARD.
           COPY STATREC.

       FD  REGISTER
           LABEL RECORDS ARE STANDARD.
           COPY TRNREG.

       FD  CASEFILE
           LABEL RECORDS ARE STANDARD.
           COPY CASEREC.

       FD  STUDMSTR
           LABEL RECORDS ARE STANDARD.
           COPY STUDMSTR.

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.

       WORKING-STORAGE SECTION.

       COPY DEPTWS.

       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
             88  RUNCTL-OK                        VALUE '00'.
           05  WS-CALFILE-STATUS        PIC X(2) VALUE '00'.
             88  CALFILE-OK                       VALUE '00'.
           05  WS-STATHIST-STATUS       PIC X(2) VALUE '00'.
             88  STATHIST-OK                      VALUE '00'.
           05  WS-REGISTER-STATUS       PIC X(2) VALUE '00'.
             88  REGISTER-OK                      VALUE '00'.
           05  WS-CASEFILE-STATUS       PIC X(2) VALUE '00'.
             88  CASEFILE-OK                      VALUE '00'.
           05  WS-STUDMSTR-STATUS       PIC X(2) VALUE '00'.
             88  STUDMSTR-OK                      VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-FILE                       VALUE 'Y'.

       01  WS-OPTIONS.
           05  WS-ENVVAL                PIC X(10) VALUE SPACES.
           05  WS-TERM-CODE-OPT         PIC X(6) VALUE SPACES.
           05  WS-RUN-DATE              PIC 9(8) VALUE 0.

      *    every term row on the calendar; the closing term and the
      *    one after it are picked out of it.
       01  WS-TERM-TABLE.
           05  WS-TERM-COUNT            PIC 9(2) VALUE 0.
           05  WS-TERM-ENTRY            OCCURS 60 TIMES.
               10  WS-TERM-START        PIC 9(8).
               10  WS-TERM-END          PIC 9(8).
               10  WS-TERM-CODE         PIC X(6).
               10  WS-TERM-DESC         PIC X(30).
           05  WS-TERM-IDX              PIC 9(2) COMP.
           05  WS-CLOSE-HIT             PIC 9(2) COMP VALUE 0.
           05  WS-NEXT-HIT              PIC 9(2) COMP VALUE 0.

       01  WS-CLOSING-TERM.
           05  WS-CLOSE-CODE            PIC X(6) VALUE SPACES.
           05  WS-CLOSE-DESC            PIC X(30) VALUE SPACES.
           05  WS-CLOSE-START           PIC 9(8) VALUE 0.
           05  WS-CLOSE-END             PIC 9(8) VALUE 0.
           05  WS-CLOSE-END-INT         PIC 9(7) COMP.
           05  WS-NEXT-CODE             PIC X(6) VALUE SPACES.
           05  WS-NEXT-START            PIC 9(8) VALUE 0.
           05  WS-NEXT-END              PIC 9(8) VALUE 0.

       01  WS-TERM-TOTALS.
           05  WS-DAYS-REPORTED         PIC 9(5) VALUE 0.
           05  WS-TOT-PROCESSED         PIC 9(9) VALUE 0.
           05  WS-TOT-EXCEPTIONS        PIC 9(9) VALUE 0.
           05  WS-TOT-REPLACEMENTS      PIC 9(9) VALUE 0.
           05  WS-INTERCHANGES          PIC 9(5) VALUE 0.
           05  WS-DETAILS-SENT          PIC 9(9) VALUE 0.
           05  WS-ACKED-CLEAN           PIC 9(5) VALUE 0.
           05  WS-ACKED-REJECTS         PIC 9(5) VALUE 0.
           05  WS-ACK-MISMATCHES        PIC 9(5) VALUE 0.
           05  WS-UNACKNOWLEDGED        PIC 9(5) VALUE 0.
           05  WS-DETAILS-REJECTED      PIC 9(9) VALUE 0.
           05  WS-CASES-OPENED          PIC 9(7) VALUE 0.
           05  WS-CASES-CLOSED          PIC 9(7) VALUE 0.
           05  WS-STAGED-COUNT          PIC 9(7) VALUE 0.
           05  WS-CARRIED-COUNT         PIC 9(7) VALUE 0.

      *    by department sequence on the reference file, slot 100 =
      *    UNMAPPED, the same slots STATACC accumulates.
       01  WS-DEPT-TERM-TABLE.
           05  WS-DEPT-TERM-ENTRY       OCCURS 100 TIMES.
               10  WS-DT-EXCEPTIONS     PIC 9(7).
               10  WS-DT-OPENED         PIC 9(7).
               10  WS-DT-CLOSED         PIC 9(7).

       01  WS-REPORT-WORK.
           05  WS-RANGE-IDX             PIC 9(3) COMP.
           05  WS-OPENED-INT            PIC 9(7) COMP.
           05  WS-DAYS-OPEN             PIC 9(5).

       COPY STEPTMWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 9150-NOTE-STEP-START

           INITIALIZE WS-DEPT-TERM-TABLE
           PERFORM 0100-GET-OPTIONS
           PERFORM 1000-READ-RUNCTL
           PERFORM 1100-LOAD-TERMS
           PERFORM 1200-PICK-TERMS

           IF WS-CLOSE-HIT = 0
               MOVE 8 TO RETURN-CODE
               PERFORM 9100-WRITE-STEPLOG
               STOP RUN
           END-IF

           PERFORM 0600-LOAD-DEPT-MAP

           DISPLAY 'TERM CLOSE - ' WS-CLOSE-CODE ' ' WS-CLOSE-DESC
           DISPLAY '  ' WS-CLOSE-START ' THROUGH ' WS-CLOSE-END
               '   RUN ' WS-RUN-DATE
           DISPLAY '----------------------------------------------'

           PERFORM 2000-SUM-STATISTICS
           PERFORM 2200-SUM-TRANSMISSIONS
           PERFORM 2400-SUM-CASES
           PERFORM 3000-REPORT-SUMMARY
           PERFORM 4000-LIST-STAGED
           PERFORM 5000-LIST-CARRIED-CASES
           PERFORM 9000-END-OF-JOB

           STOP RUN.

       0100-GET-OPTIONS.

           DISPLAY 'TERMCODE' UPON ENVIRONMENT-NAME
           ACCEPT WS-ENVVAL FROM ENVIRONMENT-VALUE
           MOVE WS-ENVVAL(1:6) TO WS-TERM-CODE-OPT.

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

       1100-LOAD-TERMS.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CALFILE
           IF NOT CALFILE-OK
               DISPLAY 'CALENDAR NOT AVAILABLE - NO TERMS'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ CALFILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CL-TERM AND WS-TERM-COUNT < 60
                           ADD 1 TO WS-TERM-COUNT
                           MOVE CL-DATE TO
                               WS-TERM-START(WS-TERM-COUNT)
                           MOVE CL-TERM-END-DATE TO
                               WS-TERM-END(WS-TERM-COUNT)
                           MOVE CL-TERM-CODE TO
                               WS-TERM-CODE(WS-TERM-COUNT)
                           MOVE CL-DESCRIPTION TO
                               WS-TERM-DESC(WS-TERM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF CALFILE-OK OR WS-CALFILE-STATUS = '10'
               CLOSE CALFILE
           END-IF.

       1200-PICK-TERMS.

      *    the named term, or the latest one already over - a close
      *    is normally scheduled on the first business day after the
      *    term's last day.
           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                   UNTIL WS-TERM-IDX > WS-TERM-COUNT
               IF WS-TERM-CODE-OPT NOT = SPACES
                   IF WS-TERM-CODE(WS-TERM-IDX) = WS-TERM-CODE-OPT
                       MOVE WS-TERM-IDX TO WS-CLOSE-HIT
                   END-IF
               ELSE
                   IF WS-TERM-END(WS-TERM-IDX) NOT > WS-RUN-DATE
                       IF WS-CLOSE-HIT = 0
                           MOVE WS-TERM-IDX TO WS-CLOSE-HIT
                       ELSE
                           IF WS-TERM-END(WS-TERM-IDX)
                               > WS-TERM-END(WS-CLOSE-HIT)
                               MOVE WS-TERM-IDX TO WS-CLOSE-HIT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CLOSE-HIT = 0
               IF WS-TERM-CODE-OPT NOT = SPACES
                   DISPLAY 'TERM ' WS-TERM-CODE-OPT
                       ' NOT ON THE CALENDAR - NOTHING CLOSED'
               ELSE
                   DISPLAY 'NO TERM ENDED BY ' WS-RUN-DATE
                       ' - NOTHING CLOSED'
               END-IF
           ELSE
               MOVE WS-TERM-CODE(WS-CLOSE-HIT)  TO WS-CLOSE-CODE
               MOVE WS-TERM-DESC(WS-CLOSE-HIT)  TO WS-CLOSE-DESC
               MOVE WS-TERM-START(WS-CLOSE-HIT) TO WS-CLOSE-START
               MOVE WS-TERM-END(WS-CLOSE-HIT)   TO WS-CLOSE-END
               COMPUTE WS-CLOSE-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CLOSE-END)
               PERFORM 1300-PICK-NEXT-TERM
           END-IF.

       1300-PICK-NEXT-TERM.

      *    CALMNT keeps terms from overlapping, so the next term is
      *    simply the earliest one starting after this one ends.
           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                   UNTIL WS-TERM-IDX > WS-TERM-COUNT
               IF WS-TERM-START(WS-TERM-IDX) > WS-CLOSE-END
                   IF WS-NEXT-HIT = 0
                       MOVE WS-TERM-IDX TO WS-NEXT-HIT
                   ELSE
                       IF WS-TERM-START(WS-TERM-IDX)
                           < WS-TERM-START(WS-NEXT-HIT)
                           MOVE WS-TERM-IDX TO WS-NEXT-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-NEXT-HIT > 0
               MOVE WS-TERM-CODE(WS-NEXT-HIT)  TO WS-NEXT-CODE
               MOVE WS-TERM-START(WS-NEXT-HIT) TO WS-NEXT-START
               MOVE WS-TERM-END(WS-NEXT-HIT)   TO WS-NEXT-END
           END-IF.

       2000-SUM-STATISTICS.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT STATHIST
           IF NOT STATHIST-OK
               DISPLAY 'STATISTICS FILE NOT AVAILABLE'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ STATHIST
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF ST-RUN-DATE NOT < WS-CLOSE-START
                           AND ST-RUN-DATE NOT > WS-CLOSE-END
                           PERFORM 2100-ADD-STATS-DAY
                       END-IF
               END-READ
           END-PERFORM
           IF STATHIST-OK OR WS-STATHIST-STATUS = '10'
               CLOSE STATHIST
           END-IF.

       2100-ADD-STATS-DAY.

           ADD 1 TO WS-DAYS-REPORTED
           ADD ST-RECORDS-PROCESSED TO WS-TOT-PROCESSED
           ADD ST-EXCEPTIONS        TO WS-TOT-EXCEPTIONS
           ADD ST-REPLACEMENTS      TO WS-TOT-REPLACEMENTS
           PERFORM VARYING WS-RANGE-IDX FROM 1 BY 1
                   UNTIL WS-RANGE-IDX > 100
               ADD ST-RANGE-EXCP(WS-RANGE-IDX)
                 TO WS-DT-EXCEPTIONS(WS-RANGE-IDX)
           END-PERFORM.

       2200-SUM-TRANSMISSIONS.

      *    one register row per registrar interchange REGEXT sent
      *    (see TRNREG.cpy) - its detail count is what actually left
      *    the building that night.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT REGISTER
           IF NOT REGISTER-OK
               DISPLAY 'TRANSMISSION REGISTER NOT AVAILABLE'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ REGISTER
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF TR-RUN-DATE NOT < WS-CLOSE-START
                           AND TR-RUN-DATE NOT > WS-CLOSE-END
                           PERFORM 2300-ADD-TRANSMISSION
                       END-IF
               END-READ
           END-PERFORM
           IF REGISTER-OK OR WS-REGISTER-STATUS = '10'
               CLOSE REGISTER
           END-IF.

       2300-ADD-TRANSMISSION.

           ADD 1 TO WS-INTERCHANGES
           ADD TR-DETAIL-COUNT TO WS-DETAILS-SENT
           ADD TR-REJECT-COUNT TO WS-DETAILS-REJECTED
           EVALUATE TRUE
               WHEN TR-ACKED-CLEAN
                   ADD 1 TO WS-ACKED-CLEAN
               WHEN TR-ACKED-REJECTS
                   ADD 1 TO WS-ACKED-REJECTS
               WHEN TR-ACK-MISMATCH
                   ADD 1 TO WS-ACK-MISMATCHES
               WHEN OTHER
                   ADD 1 TO WS-UNACKNOWLEDGED
           END-EVALUATE.

       2400-SUM-CASES.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CASEFILE
           IF NOT CASEFILE-OK
               DISPLAY 'CASE FILE NOT AVAILABLE'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ CASEFILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 2500-ADD-ONE-CASE
               END-READ
           END-PERFORM
           IF CASEFILE-OK OR WS-CASEFILE-STATUS = '10'
               CLOSE CASEFILE
           END-IF.

       2500-ADD-ONE-CASE.

           MOVE CS-STUDENT-ID TO WS-DEPT-LOOKUP-ID
           PERFORM 0650-RESOLVE-DEPT
           IF CS-OPENED-DATE NOT < WS-CLOSE-START
               AND CS-OPENED-DATE NOT > WS-CLOSE-END
               ADD 1 TO WS-CASES-OPENED
               ADD 1 TO WS-DT-OPENED(WS-DEPT-SEQ)
           END-IF
           IF CS-CLOSED
               AND CS-CLOSED-DATE NOT < WS-CLOSE-START
               AND CS-CLOSED-DATE NOT > WS-CLOSE-END
               ADD 1 TO WS-CASES-CLOSED
               ADD 1 TO WS-DT-CLOSED(WS-DEPT-SEQ)
           END-IF.

       3000-REPORT-SUMMARY.

           DISPLAY 'TERM SUMMARY'
           DISPLAY '  RUN DAYS              : ' WS-DAYS-REPORTED
           DISPLAY '  VOLUME                : ' WS-TOT-PROCESSED
           DISPLAY '  EXCEPTIONS            : ' WS-TOT-EXCEPTIONS
           DISPLAY '  REPLACEMENTS APPLIED  : ' WS-TOT-REPLACEMENTS
           DISPLAY '  INTERCHANGES SENT     : ' WS-INTERCHANGES
           DISPLAY '  DETAILS TRANSMITTED   : ' WS-DETAILS-SENT
           DISPLAY '    ACKNOWLEDGED CLEAN  : ' WS-ACKED-CLEAN
           DISPLAY '    WITH REJECTS        : ' WS-ACKED-REJECTS
               '  (' WS-DETAILS-REJECTED ' DETAILS)'
           DISPLAY '    TOTALS MISMATCHED   : ' WS-ACK-MISMATCHES
           DISPLAY '    UNACKNOWLEDGED      : ' WS-UNACKNOWLEDGED
           DISPLAY '  CASES OPENED          : ' WS-CASES-OPENED
           DISPLAY '  CASES CLOSED          : ' WS-CASES-CLOSED
           DISPLAY ' '
           DISPLAY 'BY DEPARTMENT          EXCEPTIONS  OPENED  '
               'CLOSED'
      *    statistics rows from before the department mapping carry
      *    the old MOD-100 buckets in the same slots and read
      *    accordingly.
           PERFORM VARYING WS-RANGE-IDX FROM 1 BY 1
                   UNTIL WS-RANGE-IDX > 100
               IF WS-DT-EXCEPTIONS(WS-RANGE-IDX) > 0
                   OR WS-DT-OPENED(WS-RANGE-IDX) > 0
                   OR WS-DT-CLOSED(WS-RANGE-IDX) > 0
                   PERFORM 3100-NAME-THE-SLOT
                   DISPLAY '  ' WS-DEPT-NAME-OUT ' '
                       WS-DT-EXCEPTIONS(WS-RANGE-IDX) '  '
                       WS-DT-OPENED(WS-RANGE-IDX) ' '
                       WS-DT-CLOSED(WS-RANGE-IDX)
               END-IF
           END-PERFORM.

       3100-NAME-THE-SLOT.

           IF WS-RANGE-IDX NOT > WS-DEPT-COUNT
               MOVE WS-DEPT-NAME(WS-RANGE-IDX) TO WS-DEPT-NAME-OUT
           ELSE
               MOVE 'UNMAPPED' TO WS-DEPT-NAME-OUT
           END-IF.

       4000-LIST-STAGED.

           DISPLAY ' '
           IF WS-NEXT-HIT = 0
               DISPLAY 'NO NEXT TERM ON THE CALENDAR - STAGED '
                   'REPLACEMENTS NOT LISTED'
           ELSE
               DISPLAY 'REPLACEMENTS STAGED FOR NEXT TERM '
                   WS-NEXT-CODE ' (' WS-NEXT-START ' - '
                   WS-NEXT-END ')'
               PERFORM 4100-SCAN-MASTER
               DISPLAY '  STAGED FOR NEXT TERM  : ' WS-STAGED-COUNT
           END-IF.

       4100-SCAN-MASTER.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT STUDMSTR
           IF NOT STUDMSTR-OK
               DISPLAY '  STUDENT MASTER NOT AVAILABLE'
               SET WS-END-OF-FILE TO TRUE
           ELSE
               MOVE LOW-VALUES TO SM-STUDENT-KEY
               START STUDMSTR KEY IS NOT LESS THAN SM-STUDENT-KEY
                   INVALID KEY
                       SET WS-END-OF-FILE TO TRUE
               END-START
           END-IF
           PERFORM 4200-CHECK-ONE-MASTER-ROW
               UNTIL WS-END-OF-FILE
           IF STUDMSTR-OK OR WS-STUDMSTR-STATUS = '10'
               OR WS-STUDMSTR-STATUS = '23'
               CLOSE STUDMSTR
           END-IF.

       4200-CHECK-ONE-MASTER-ROW.

           READ STUDMSTR NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF NOT STUDMSTR-OK AND NOT WS-END-OF-FILE
               SET WS-END-OF-FILE TO TRUE
           END-IF

           IF NOT WS-END-OF-FILE
               IF SM-REPLACEMENT-EFF-DATE NOT < WS-NEXT-START
                   AND SM-REPLACEMENT-EFF-DATE NOT > WS-NEXT-END
                   ADD 1 TO WS-STAGED-COUNT
                   DISPLAY '  ' SM-CAMPUS-ID ' ' SM-STUDENT-ID
                       ' ' SM-STUDENT-NAME ' -> '
                       SM-REPLACEMENT-ID ' ' SM-REPLACEMENT-NAME
                       ' EFF ' SM-REPLACEMENT-EFF-DATE
                       ' ' SM-STATUS-CODE
               END-IF
           END-IF.

       5000-LIST-CARRIED-CASES.

      *    open now and already open on the term's last day - the
      *    backlog the new term inherits, aged to the boundary.
           DISPLAY ' '
           DISPLAY 'OPEN CASES CARRIED ACROSS THE TERM END'
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CASEFILE
           IF NOT CASEFILE-OK
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ CASEFILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CS-OPEN
                           AND CS-OPENED-DATE NOT > WS-CLOSE-END
                           PERFORM 5100-LIST-ONE-CASE
                       END-IF
               END-READ
           END-PERFORM
           IF CASEFILE-OK OR WS-CASEFILE-STATUS = '10'
               CLOSE CASEFILE
           END-IF
           DISPLAY '  CASES CARRIED         : ' WS-CARRIED-COUNT.

       5100-LIST-ONE-CASE.

           ADD 1 TO WS-CARRIED-COUNT
           MOVE CS-STUDENT-ID TO WS-DEPT-LOOKUP-ID
           PERFORM 0650-RESOLVE-DEPT
           MOVE ZERO TO WS-DAYS-OPEN
           IF CS-OPENED-DATE > 0
               COMPUTE WS-OPENED-INT =
                   FUNCTION INTEGER-OF-DATE(CS-OPENED-DATE)
               COMPUTE WS-DAYS-OPEN =
                   WS-CLOSE-END-INT - WS-OPENED-INT
           END-IF
           DISPLAY '  ' CS-CAMPUS-ID ' ' CS-STUDENT-ID ' '
               CS-STUDENT-NAME ' OPENED ' CS-OPENED-DATE
               ' DAYS ' WS-DAYS-OPEN ' NIGHTS ' CS-NIGHTS
               ' ' WS-DEPT-CODE-OUT.

       9000-END-OF-JOB.

           DISPLAY '----------------------------------------------'
           IF WS-NEXT-HIT = 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM 9100-WRITE-STEPLOG.

       9100-WRITE-STEPLOG.

      *    one row per chain step so the morning dashboard can show
      *    pass/fail without scraping job logs (see STEPLOG.cpy).
           MOVE 'TERMCLS'     TO SL-STEP-NAME
           MOVE RETURN-CODE   TO SL-RETURN-CODE
           PERFORM 9160-STAMP-STEP-TIMES
           OPEN EXTEND STEPLOG
           WRITE STEPLOG-RECORD
           CLOSE STEPLOG.

       COPY DEPTPRC.

       COPY STEPTIME.

       END PROGRAM TERMCLS.
