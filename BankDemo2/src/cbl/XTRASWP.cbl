       IDENTIFICATION DIVISION.
       PROGRAM-ID. XTRASWP.
      *
      *    CHANGE LOG
      *    ----------
      *    EXTRA code sweep of the student master.  Once the code
      *    table (see XTRACODE.cpy) went in, STUDMNT, MNTPEND and
      *    the SMNT screen stopped new bad values at the door - but
      *    the rows keyed before then still carry whatever the desk
      *    typed.  This pass reads every master row and lists each
      *    one whose SM-REPLACEMENT-EXTRA is not on the table, is
      *    retired, or is outside its effective range on the run
      *    date, then totals the offenders by value so the desk can
      *    correct them through normal maintenance.  Rows with no
      *    code are counted, not listed.  It reads only; nothing on
      *    the master changes.
      *
      *    The master is keyed by campus plus id now, so each listed
      *    row names its campus ahead of the id.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-STUDENT-KEY
               FILE STATUS IS WS-STUDMSTR-STATUS.

           SELECT XTRACODE ASSIGN TO 'XTRACODE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XC-CODE
               FILE STATUS IS WS-XTRACODE-STATUS.

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

       FD  XTRACODE
           LABEL RECORDS ARE STANDARD.
           COPY XTRACODE.

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.

       WORKING-STORAGE SECTION.

       COPY XTRAWS.

       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
             88  RUNCTL-OK                        VALUE '00'.
           05  WS-STUDMSTR-STATUS       PIC X(2) VALUE '00'.
             88  STUDMSTR-OK                      VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-STUDMSTR                   VALUE 'Y'.

       01  WS-RUN-DATE                  PIC 9(8) VALUE 0.

       01  WS-SWEEP-COUNTERS.
           05  WS-ROWS-READ             PIC 9(7) VALUE 0.
           05  WS-ROWS-BLANK            PIC 9(7) VALUE 0.
           05  WS-ROWS-VALID            PIC 9(7) VALUE 0.
           05  WS-ROWS-FLAGGED          PIC 9(7) VALUE 0.

      *    one slot per distinct offending value; the fifty-first
      *    and later share the last slot's OTHER count.
       01  WS-BAD-TABLE.
           05  WS-BAD-COUNT             PIC 9(2) VALUE 0.
           05  WS-BAD-ENTRY             OCCURS 50 TIMES.
               10  WS-BAD-CODE          PIC X(10).
               10  WS-BAD-REASON        PIC X(30).
               10  WS-BAD-ROWS          PIC 9(7).
           05  WS-BAD-OTHER-ROWS        PIC 9(7) VALUE 0.

       01  WS-BAD-WORK.
           05  WS-BAD-IDX               PIC 9(2) COMP.
           05  WS-BAD-HIT               PIC 9(2).

       01  WS-DETAIL-LINE.
           05  DL-CAMPUS-ID             PIC X(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  DL-STUDENT-ID            PIC 9(6).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  DL-STUDENT-NAME          PIC X(15).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  DL-CODE                  PIC X(10).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  DL-REASON                PIC X(30).

       01  WS-TOTAL-LINE.
           05  TL-CODE                  PIC X(10).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  TL-ROWS                  PIC Z(6)9.
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  TL-REASON                PIC X(30).

       COPY STEPTMWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 9150-NOTE-STEP-START

           PERFORM 1000-READ-RUNCTL
           PERFORM 0700-LOAD-EXTRA-CODES
           IF NOT WS-XTRA-TABLE-LOADED
               DISPLAY 'SWEEP NOT RUN - NOTHING TO CHECK AGAINST'
               MOVE 8 TO RETURN-CODE
               PERFORM 9100-WRITE-STEPLOG
               STOP RUN
           END-IF

           OPEN INPUT STUDMSTR
           IF NOT STUDMSTR-OK
               DISPLAY 'STUDENT MASTER WILL NOT OPEN - STATUS '
                   WS-STUDMSTR-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9100-WRITE-STEPLOG
               STOP RUN
           END-IF

           DISPLAY 'MASTER ROWS CARRYING AN INVALID EXTRA CODE AS OF '
               WS-RUN-DATE
           DISPLAY '-----------------------------------------------'
               '-------------'
           DISPLAY 'CAMPUS   ID     NAME            EXTRA      REASON'

           PERFORM UNTIL WS-END-OF-STUDMSTR
               READ STUDMSTR NEXT RECORD
                   AT END
                       SET WS-END-OF-STUDMSTR TO TRUE
                   NOT AT END
                       PERFORM 2000-CHECK-ONE-ROW
               END-READ
           END-PERFORM
           CLOSE STUDMSTR

           PERFORM 3000-PRINT-TOTALS
           PERFORM 9000-END-OF-JOB

           STOP RUN.

       1000-READ-RUNCTL.

      *    judged as of the chain's run date; a stand-alone run with
      *    no control record uses today.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT RUNCTL
           IF RUNCTL-OK
               READ RUNCTL
                   AT END
                       DISPLAY 'RUNCTL EMPTY - CHECKING AS OF TODAY'
                   NOT AT END
                       MOVE RC-RUN-YEAR  TO WS-RUN-DATE(1:4)
                       MOVE RC-RUN-MONTH TO WS-RUN-DATE(5:2)
                       MOVE RC-RUN-DAY   TO WS-RUN-DATE(7:2)
               END-READ
               CLOSE RUNCTL
           ELSE
               DISPLAY 'RUNCTL NOT AVAILABLE - CHECKING AS OF TODAY'
           END-IF.

       2000-CHECK-ONE-ROW.

           ADD 1 TO WS-ROWS-READ
           MOVE SM-REPLACEMENT-EXTRA TO WS-XTRA-CHECK-CODE
           MOVE WS-RUN-DATE          TO WS-XTRA-CHECK-DATE
           PERFORM 0750-CHECK-EXTRA-CODE

           EVALUATE TRUE
               WHEN WS-XTRA-CODE-BLANK
                   ADD 1 TO WS-ROWS-BLANK
               WHEN WS-XTRA-REJECTED
                   ADD 1 TO WS-ROWS-FLAGGED
                   MOVE SM-CAMPUS-ID         TO DL-CAMPUS-ID
                   MOVE SM-STUDENT-ID        TO DL-STUDENT-ID
                   MOVE SM-STUDENT-NAME      TO DL-STUDENT-NAME
                   MOVE SM-REPLACEMENT-EXTRA TO DL-CODE
                   MOVE WS-XTRA-REASON       TO DL-REASON
                   DISPLAY WS-DETAIL-LINE
                   PERFORM 2100-TALLY-BAD-CODE
               WHEN OTHER
                   ADD 1 TO WS-ROWS-VALID
           END-EVALUATE.

       2100-TALLY-BAD-CODE.

           MOVE ZERO TO WS-BAD-HIT
           PERFORM VARYING WS-BAD-IDX FROM 1 BY 1
                   UNTIL WS-BAD-IDX > WS-BAD-COUNT
                   OR WS-BAD-HIT > 0
               IF WS-BAD-CODE(WS-BAD-IDX) = SM-REPLACEMENT-EXTRA
                   MOVE WS-BAD-IDX TO WS-BAD-HIT
               END-IF
           END-PERFORM

           IF WS-BAD-HIT = 0
               IF WS-BAD-COUNT < 50
                   ADD 1 TO WS-BAD-COUNT
                   MOVE WS-BAD-COUNT TO WS-BAD-HIT
                   MOVE SM-REPLACEMENT-EXTRA
                     TO WS-BAD-CODE(WS-BAD-HIT)
                   MOVE WS-XTRA-REASON TO WS-BAD-REASON(WS-BAD-HIT)
                   MOVE ZERO TO WS-BAD-ROWS(WS-BAD-HIT)
               END-IF
           END-IF

           IF WS-BAD-HIT > 0
               ADD 1 TO WS-BAD-ROWS(WS-BAD-HIT)
           ELSE
               ADD 1 TO WS-BAD-OTHER-ROWS
           END-IF.

       3000-PRINT-TOTALS.

           DISPLAY ' '
           DISPLAY 'INVALID CODES BY VALUE'
           DISPLAY 'EXTRA         ROWS  REASON'
           PERFORM VARYING WS-BAD-IDX FROM 1 BY 1
                   UNTIL WS-BAD-IDX > WS-BAD-COUNT
               MOVE WS-BAD-CODE(WS-BAD-IDX)   TO TL-CODE
               MOVE WS-BAD-ROWS(WS-BAD-IDX)   TO TL-ROWS
               MOVE WS-BAD-REASON(WS-BAD-IDX) TO TL-REASON
               DISPLAY WS-TOTAL-LINE
           END-PERFORM
           IF WS-BAD-OTHER-ROWS > 0
               MOVE 'OTHER'           TO TL-CODE
               MOVE WS-BAD-OTHER-ROWS TO TL-ROWS
               MOVE 'MORE THAN 50 DISTINCT VALUES' TO TL-REASON
               DISPLAY WS-TOTAL-LINE
           END-IF
           IF WS-BAD-COUNT = 0
               DISPLAY 'NONE - EVERY CODED ROW IS ON THE TABLE'
           END-IF.

       9000-END-OF-JOB.

           DISPLAY '-----------------------------------------------'
               '-------------'
           DISPLAY 'MASTER ROWS READ     : ' WS-ROWS-READ
           DISPLAY 'ROWS WITH VALID CODE : ' WS-ROWS-VALID
           DISPLAY 'ROWS WITH NO CODE    : ' WS-ROWS-BLANK
           DISPLAY 'ROWS FLAGGED         : ' WS-ROWS-FLAGGED

           IF WS-ROWS-FLAGGED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM 9100-WRITE-STEPLOG.

       9100-WRITE-STEPLOG.

      *    one row per chain step so the morning dashboard can show
      *    pass/fail without scraping job logs (see STEPLOG.cpy).
           MOVE 'XTRASWP'     TO SL-STEP-NAME
           MOVE RETURN-CODE   TO SL-RETURN-CODE
           PERFORM 9160-STAMP-STEP-TIMES
           OPEN EXTEND STEPLOG
           WRITE STEPLOG-RECORD
           CLOSE STEPLOG.

       COPY XTRAPRC.

       COPY STEPTIME.

       END PROGRAM XTRASWP.
