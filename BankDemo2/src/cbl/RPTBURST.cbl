       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTBURST.
      *
      *    CHANGE LOG
      *    ----------
      *    Department bursting of the night's working reports.
      *    EXCPRPT already breaks by owning department, but RPTCAPT
      *    stores each report whole under one report id, so every
      *    department received the full listing and paged through
      *    it for their own section.  EXCPRPT, EXCPCASE (the open
      *    case aging list) and STATRPT (the department breakdown)
      *    now also write their department lines to a burst file
      *    tagged with the run date and the department code off
      *    DEPTMAP (see BURSTREC.cpy).  This step sorts tonight's
      *    rows by report and department and stores each
      *    department's lines as a report of its own in the report
      *    store, under the report's four-character prefix plus
      *    the department code (EXCPADMS, CASEREGO, STATGRAD ...)
      *    with a heading and a line count, so RVIW pages one
      *    department's piece and can filter to a department (see
      *    RPTVIEWC).  A rerun replaces the night's piece.
      *    The distribution list (see DISTREC.cpy) names who gets
      *    which department's piece of which report; every piece
      *    and every list row is written to the cumulative
      *    distribution log (see DISTLOG.cpy) and printed here -
      *    delivered, stored for nobody, nothing tonight for a
      *    listed recipient, or not stored because the department
      *    has no code on DEPTMAP.  A report that did not run
      *    tonight leaves an older night's rows in its burst file;
      *    the run date keeps them out.
      *    RC 0 - every piece stored and routed, RC 4 - a piece
      *    not stored or nobody listed for it, RC 8 - no run date
      *    or report store not available, nothing stored.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT BURSTIN ASSIGN TO 'BURSTIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BURSTIN-STATUS.

           SELECT BURSTSRT ASSIGN TO 'BURSTSRT'.

           SELECT DISTLIST ASSIGN TO 'DISTLIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISTLIST-STATUS.

           SELECT RPTSTORE ASSIGN TO 'RPTSTORE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-KEY
               FILE STATUS IS WS-RPTSTORE-STATUS.

           SELECT DISTLOG ASSIGN TO 'DISTLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISTLOG-STATUS.

           SELECT STEPLOG ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  BURSTIN
           LABEL RECORDS ARE STANDARD.
           COPY BURSTREC.

       FD  DISTLIST
           LABEL RECORDS ARE STANDARD.
           COPY DISTREC.

       FD  RPTSTORE
           LABEL RECORDS ARE STANDARD.
           COPY RPTREC.

       FD  DISTLOG
           LABEL RECORDS ARE STANDARD.
           COPY DISTLOG.

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.

      *    the input sequence keeps each department's lines in the
      *    order its report printed them.
       SD  BURSTSRT.
       01  SR-BURST-RECORD.
           05  SR-REPORT-ID             PIC X(8).
           05  SR-DEPT-CODE             PIC X(4).
           05  SR-SEQ                   PIC 9(7).
           05  SR-RPT-IDX               PIC 9(1).
           05  SR-DEPT-NAME             PIC X(20).
           05  SR-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
             88  RUNCTL-OK                        VALUE '00'.
           05  WS-BURSTIN-STATUS        PIC X(2) VALUE '00'.
             88  BURSTIN-OK                       VALUE '00'.
           05  WS-DISTLIST-STATUS       PIC X(2) VALUE '00'.
             88  DISTLIST-OK                      VALUE '00'.
           05  WS-RPTSTORE-STATUS       PIC X(2) VALUE '00'.
             88  RPTSTORE-OK                      VALUE '00'.
           05  WS-DISTLOG-STATUS        PIC X(2) VALUE '00'.
             88  DISTLOG-OK                       VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-FILE                       VALUE 'Y'.

      *    the reports that burst: the id they run under, the
      *    prefix their pieces are stored under and the heading.
       01  WS-REPORT-VALUES.
           05  FILLER PIC X(40)
               VALUE 'EXCPRPT EXCPLOOKUP EXCEPTIONS           '.
           05  FILLER PIC X(40)
               VALUE 'EXCPCASECASEOPEN EXCEPTION CASES BY AGE '.
           05  FILLER PIC X(40)
               VALUE 'STATRPT STATEXCEPTIONS MONTH TO DATE    '.
       01  WS-REPORT-TABLE REDEFINES WS-REPORT-VALUES.
           05  WS-RPT-ENTRY             OCCURS 3 TIMES.
               10  WS-RPT-BASE-ID       PIC X(8).
               10  WS-RPT-PREFIX        PIC X(4).
               10  WS-RPT-TITLE         PIC X(28).

       01  WS-REPORT-WORK.
           05  WS-RPT-COUNT             PIC 9(1) VALUE 3.
           05  WS-RPT-IDX               PIC 9(1) COMP.
           05  WS-RPT-HIT               PIC 9(1).
           05  WS-RPT-RAN-SW            PIC X(1) OCCURS 3 TIMES.

       01  WS-DIST-TABLE.
           05  WS-DIST-COUNT            PIC 9(3) VALUE 0.
           05  WS-DIST-ENTRY            OCCURS 200 TIMES.
               10  WS-DIST-DEPT-CODE    PIC X(4).
               10  WS-DIST-REPORT-ID    PIC X(8).
               10  WS-DIST-CONTACT      PIC X(20).
               10  WS-DIST-ROUTE        PIC X(8).
               10  WS-DIST-DESTINATION  PIC X(30).
               10  WS-DIST-SERVED-SW    PIC X(1) OCCURS 3 TIMES.
           05  WS-DIST-IDX              PIC 9(3) COMP.
           05  WS-DIST-OVERFLOW         PIC 9(5) VALUE 0.

       01  WS-RUN-FIELDS.
           05  WS-RUN-DATE              PIC 9(8) VALUE 0.
           05  WS-INPUT-SEQ             PIC 9(7) VALUE 0.
           05  WS-DISTLOG-SW            PIC X(1) VALUE 'N'.
             88  WS-DISTLOG-OPEN                  VALUE 'Y'.

       01  WS-PIECE-FIELDS.
           05  WS-PIECE-SW              PIC X(1) VALUE 'N'.
             88  WS-PIECE-OPEN                    VALUE 'Y'.
           05  WS-PIECE-STORE-SW        PIC X(1) VALUE 'N'.
             88  WS-PIECE-STORABLE                VALUE 'Y'.
           05  WS-PIECE-RPT-IDX         PIC 9(1).
           05  WS-PIECE-REPORT-ID       PIC X(8).
           05  WS-PIECE-DEPT-CODE       PIC X(4).
           05  WS-PIECE-DEPT-NAME       PIC X(20).
           05  WS-PIECE-STORED-ID       PIC X(8).
           05  WS-PIECE-LINE-SEQ        PIC 9(7).
           05  WS-PIECE-LINES           PIC 9(5).
           05  WS-PIECE-RECIPIENTS      PIC 9(3).
           05  WS-STORE-LINE            PIC X(80).
           05  WS-CLEAR-DONE-SW         PIC X(1).
             88  WS-CLEAR-DONE                    VALUE 'Y'.

       01  WS-BURST-COUNTERS.
           05  WS-ROWS-READ             PIC 9(7) VALUE 0.
           05  WS-ROWS-OTHER-NIGHT      PIC 9(7) VALUE 0.
           05  WS-ROWS-UNKNOWN-REPORT   PIC 9(7) VALUE 0.
           05  WS-PIECES-STORED         PIC 9(5) VALUE 0.
           05  WS-PIECES-NOT-STORED     PIC 9(5) VALUE 0.
           05  WS-PIECES-UNROUTED       PIC 9(5) VALUE 0.
           05  WS-DELIVERIES            PIC 9(5) VALUE 0.
           05  WS-NOTHING-TONIGHT       PIC 9(5) VALUE 0.
           05  WS-LINES-STORED          PIC 9(7) VALUE 0.
           05  WS-LINES-FAILED          PIC 9(7) VALUE 0.

       COPY STEPTMWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 9150-NOTE-STEP-START

           PERFORM 1000-READ-RUNCTL
           IF WS-RUN-DATE = 0
               DISPLAY 'RUNCTL NOT AVAILABLE - NOTHING BURST'
               MOVE 8 TO RETURN-CODE
               PERFORM 9100-WRITE-STEPLOG
               STOP RUN
           END-IF

           OPEN I-O RPTSTORE
           IF NOT RPTSTORE-OK
      *        first capture ever - the store starts empty.
               OPEN OUTPUT RPTSTORE
               CLOSE RPTSTORE
               OPEN I-O RPTSTORE
           END-IF
           IF NOT RPTSTORE-OK
               DISPLAY 'REPORT STORE NOT AVAILABLE - STATUS '
                   WS-RPTSTORE-STATUS ' - NOTHING BURST'
               MOVE 8 TO RETURN-CODE
               PERFORM 9100-WRITE-STEPLOG
               STOP RUN
           END-IF

           PERFORM 1100-LOAD-DIST-LIST
           PERFORM 1200-OPEN-DIST-LOG

           DISPLAY 'DEPARTMENT REPORT DISTRIBUTION FOR RUN '
               WS-RUN-DATE
           DISPLAY '----------------------------------------------'

           SORT BURSTSRT
               ON ASCENDING KEY SR-REPORT-ID
                                SR-DEPT-CODE
                                SR-SEQ
               INPUT PROCEDURE IS 1500-RELEASE-TONIGHT
               OUTPUT PROCEDURE IS 2000-STORE-PIECES

           PERFORM 4000-LOG-NOTHING-TONIGHT

           CLOSE RPTSTORE
           IF WS-DISTLOG-OPEN
               CLOSE DISTLOG
           END-IF

           PERFORM 9000-END-OF-JOB

           STOP RUN.

       1000-READ-RUNCTL.

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

       1100-LOAD-DIST-LIST.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT DISTLIST
           IF NOT DISTLIST-OK
               DISPLAY 'DISTRIBUTION LIST NOT AVAILABLE - PIECES '
                   'STORED FOR NOBODY'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ DISTLIST
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-DIST-COUNT < 200
                           ADD 1 TO WS-DIST-COUNT
                           MOVE DL-DEPT-CODE
                             TO WS-DIST-DEPT-CODE(WS-DIST-COUNT)
                           MOVE DL-REPORT-ID
                             TO WS-DIST-REPORT-ID(WS-DIST-COUNT)
                           MOVE DL-CONTACT
                             TO WS-DIST-CONTACT(WS-DIST-COUNT)
                           MOVE DL-ROUTE
                             TO WS-DIST-ROUTE(WS-DIST-COUNT)
                           MOVE DL-DESTINATION
                             TO WS-DIST-DESTINATION(WS-DIST-COUNT)
                           MOVE ALL 'N'
                             TO WS-DIST-SERVED-SW(WS-DIST-COUNT, 1)
                                WS-DIST-SERVED-SW(WS-DIST-COUNT, 2)
                                WS-DIST-SERVED-SW(WS-DIST-COUNT, 3)
                       ELSE
                           ADD 1 TO WS-DIST-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           IF DISTLIST-OK OR WS-DISTLIST-STATUS = '10'
               CLOSE DISTLIST
           END-IF
           IF WS-DIST-OVERFLOW > 0
               DISPLAY 'DISTRIBUTION TABLE FULL - ' WS-DIST-OVERFLOW
                   ' ROW(S) IGNORED'
           END-IF.

       1200-OPEN-DIST-LOG.

           OPEN EXTEND DISTLOG
           IF DISTLOG-OK
               SET WS-DISTLOG-OPEN TO TRUE
           ELSE
               DISPLAY 'DISTRIBUTION LOG NOT AVAILABLE - STATUS '
                   WS-DISTLOG-STATUS ' - LISTED HERE ONLY'
           END-IF.

       1500-RELEASE-TONIGHT.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT BURSTIN
           IF NOT BURSTIN-OK
               DISPLAY 'BURST INPUT NOT AVAILABLE - NOTHING BURST'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ BURSTIN
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       PERFORM 1600-RELEASE-ONE-ROW
               END-READ
           END-PERFORM
           IF BURSTIN-OK OR WS-BURSTIN-STATUS = '10'
               CLOSE BURSTIN
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       1600-RELEASE-ONE-ROW.

           IF BL-RUN-DATE NOT = WS-RUN-DATE
               ADD 1 TO WS-ROWS-OTHER-NIGHT
           ELSE
               MOVE 0 TO WS-RPT-HIT
               PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
                       UNTIL WS-RPT-IDX > WS-RPT-COUNT
                       OR WS-RPT-HIT > 0
                   IF WS-RPT-BASE-ID(WS-RPT-IDX) = BL-REPORT-ID
                       MOVE WS-RPT-IDX TO WS-RPT-HIT
                   END-IF
               END-PERFORM
               IF WS-RPT-HIT = 0
                   ADD 1 TO WS-ROWS-UNKNOWN-REPORT
               ELSE
                   ADD 1 TO WS-INPUT-SEQ
                   MOVE BL-REPORT-ID  TO SR-REPORT-ID
                   MOVE BL-DEPT-CODE  TO SR-DEPT-CODE
                   MOVE WS-INPUT-SEQ  TO SR-SEQ
                   MOVE WS-RPT-HIT    TO SR-RPT-IDX
                   MOVE BL-DEPT-NAME  TO SR-DEPT-NAME
                   MOVE BL-LINE       TO SR-LINE
                   RELEASE SR-BURST-RECORD
               END-IF
           END-IF.

       2000-STORE-PIECES.

           PERFORM UNTIL WS-END-OF-FILE
               RETURN BURSTSRT
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-PIECE-OPEN
                           AND (SR-REPORT-ID NOT = WS-PIECE-REPORT-ID
                             OR SR-DEPT-CODE NOT = WS-PIECE-DEPT-CODE)
                           PERFORM 2200-END-PIECE
                       END-IF
                       IF NOT WS-PIECE-OPEN
                           PERFORM 2100-START-PIECE
                       END-IF
                       IF WS-PIECE-STORABLE
                           MOVE SR-LINE TO WS-STORE-LINE
                           PERFORM 2300-STORE-LINE
                       END-IF
                       ADD 1 TO WS-PIECE-LINES
               END-RETURN
           END-PERFORM
           IF WS-PIECE-OPEN
               PERFORM 2200-END-PIECE
           END-IF.

       2100-START-PIECE.

           SET WS-PIECE-OPEN TO TRUE
           MOVE SR-RPT-IDX   TO WS-PIECE-RPT-IDX
           MOVE SR-REPORT-ID TO WS-PIECE-REPORT-ID
           MOVE SR-DEPT-CODE TO WS-PIECE-DEPT-CODE
           MOVE SR-DEPT-NAME TO WS-PIECE-DEPT-NAME
           MOVE 'Y' TO WS-RPT-RAN-SW(WS-PIECE-RPT-IDX)
           MOVE WS-RPT-PREFIX(WS-PIECE-RPT-IDX)
             TO WS-PIECE-STORED-ID(1:4)
           MOVE SR-DEPT-CODE TO WS-PIECE-STORED-ID(5:4)
           MOVE 0 TO WS-PIECE-LINE-SEQ
           MOVE 0 TO WS-PIECE-LINES

      *    a department with no code has nowhere to be stored - it
      *    is logged and the desk adds the code to DEPTMAP.
           IF SR-DEPT-CODE = SPACES
               MOVE 'N' TO WS-PIECE-STORE-SW
           ELSE
               SET WS-PIECE-STORABLE TO TRUE
               PERFORM 2150-CLEAR-OLD-PIECE

               MOVE SPACES TO WS-STORE-LINE
               STRING WS-RPT-TITLE(WS-PIECE-RPT-IDX)
                   DELIMITED BY '  '
                   ' - ' WS-PIECE-DEPT-NAME
                   DELIMITED BY SIZE
                   INTO WS-STORE-LINE
               END-STRING
               PERFORM 2300-STORE-LINE
               MOVE SPACES TO WS-STORE-LINE
               STRING 'RUN ' WS-RUN-DATE
                   '  REPORT ' WS-PIECE-REPORT-ID
                   '  DEPARTMENT ' WS-PIECE-DEPT-CODE
                   DELIMITED BY SIZE INTO WS-STORE-LINE
               END-STRING
               PERFORM 2300-STORE-LINE
               MOVE ALL '-' TO WS-STORE-LINE(1:46)
               PERFORM 2300-STORE-LINE
           END-IF.

       2150-CLEAR-OLD-PIECE.

      *    a rerun replaces tonight's piece outright rather than
      *    leave a longer earlier copy's tail behind it.
           MOVE 'N' TO WS-CLEAR-DONE-SW
           MOVE WS-RUN-DATE        TO RP-RUN-DATE
           MOVE WS-PIECE-STORED-ID TO RP-REPORT-ID
           MOVE 0                  TO RP-LINE-SEQ
           START RPTSTORE KEY IS NOT LESS THAN RP-KEY
               INVALID KEY
                   SET WS-CLEAR-DONE TO TRUE
           END-START
           IF NOT RPTSTORE-OK
               SET WS-CLEAR-DONE TO TRUE
           END-IF
           PERFORM 2160-CLEAR-ONE-ROW
               UNTIL WS-CLEAR-DONE.

       2160-CLEAR-ONE-ROW.

           READ RPTSTORE NEXT RECORD
               AT END
                   SET WS-CLEAR-DONE TO TRUE
           END-READ
           IF NOT RPTSTORE-OK
               SET WS-CLEAR-DONE TO TRUE
           END-IF
           IF NOT WS-CLEAR-DONE
               IF RP-RUN-DATE = WS-RUN-DATE
                   AND RP-REPORT-ID = WS-PIECE-STORED-ID
                   DELETE RPTSTORE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               ELSE
                   SET WS-CLEAR-DONE TO TRUE
               END-IF
           END-IF.

       2200-END-PIECE.

           IF WS-PIECE-STORABLE
               MOVE SPACES TO WS-STORE-LINE
               STRING 'END OF ' WS-PIECE-DEPT-NAME
                   ' - ' WS-PIECE-LINES ' LINE(S)'
                   DELIMITED BY SIZE INTO WS-STORE-LINE
               END-STRING
               PERFORM 2300-STORE-LINE
               ADD 1 TO WS-PIECES-STORED
               PERFORM 2400-LOG-RECIPIENTS
           ELSE
               ADD 1 TO WS-PIECES-NOT-STORED
               MOVE SPACES TO DISTRIBUTION-LOG-RECORD
               SET DG-NOT-STORED TO TRUE
               MOVE 'NO DEPARTMENT CODE' TO DG-CONTACT
               PERFORM 8000-WRITE-LOG-ROW
           END-IF
           MOVE 'N' TO WS-PIECE-SW.

       2300-STORE-LINE.

           ADD 1 TO WS-PIECE-LINE-SEQ
           MOVE SPACES             TO REPORT-STORE-RECORD
           MOVE WS-RUN-DATE        TO RP-RUN-DATE
           MOVE WS-PIECE-STORED-ID TO RP-REPORT-ID
           MOVE WS-PIECE-LINE-SEQ  TO RP-LINE-SEQ
           MOVE WS-STORE-LINE      TO RP-LINE
           WRITE REPORT-STORE-RECORD
               INVALID KEY
                   REWRITE REPORT-STORE-RECORD
           END-WRITE
           IF RPTSTORE-OK
               ADD 1 TO WS-LINES-STORED
           ELSE
               ADD 1 TO WS-LINES-FAILED
           END-IF.

       2400-LOG-RECIPIENTS.

      *    one log row per listed recipient of this department's
      *    piece - the report named, or ALL.
           MOVE 0 TO WS-PIECE-RECIPIENTS
           PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
                   UNTIL WS-DIST-IDX > WS-DIST-COUNT
               IF WS-DIST-DEPT-CODE(WS-DIST-IDX) = WS-PIECE-DEPT-CODE
                   AND (WS-DIST-REPORT-ID(WS-DIST-IDX)
                            = WS-PIECE-REPORT-ID
                        OR WS-DIST-REPORT-ID(WS-DIST-IDX) = 'ALL')
                   ADD 1 TO WS-PIECE-RECIPIENTS
                   ADD 1 TO WS-DELIVERIES
                   MOVE 'Y' TO
                       WS-DIST-SERVED-SW(WS-DIST-IDX, WS-PIECE-RPT-IDX)
                   MOVE SPACES TO DISTRIBUTION-LOG-RECORD
                   MOVE WS-PIECE-STORED-ID TO DG-STORED-ID
                   SET DG-DELIVERED TO TRUE
                   MOVE WS-DIST-CONTACT(WS-DIST-IDX) TO DG-CONTACT
                   MOVE WS-DIST-ROUTE(WS-DIST-IDX)   TO DG-ROUTE
                   MOVE WS-DIST-DESTINATION(WS-DIST-IDX)
                     TO DG-DESTINATION
                   PERFORM 8000-WRITE-LOG-ROW
               END-IF
           END-PERFORM
           IF WS-PIECE-RECIPIENTS = 0
               ADD 1 TO WS-PIECES-UNROUTED
               MOVE SPACES TO DISTRIBUTION-LOG-RECORD
               MOVE WS-PIECE-STORED-ID TO DG-STORED-ID
               SET DG-NO-RECIPIENT TO TRUE
               MOVE 'NOBODY LISTED' TO DG-CONTACT
               PERFORM 8000-WRITE-LOG-ROW
           END-IF.

       4000-LOG-NOTHING-TONIGHT.

      *    a listed recipient of a report that ran tonight whose
      *    department had nothing in it is told so - no piece is
      *    the answer, not a lost one.
           PERFORM VARYING WS-DIST-IDX FROM 1 BY 1
                   UNTIL WS-DIST-IDX > WS-DIST-COUNT
               PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
                       UNTIL WS-RPT-IDX > WS-RPT-COUNT
                   IF WS-RPT-RAN-SW(WS-RPT-IDX) = 'Y'
                       AND WS-DIST-SERVED-SW(WS-DIST-IDX, WS-RPT-IDX)
                           NOT = 'Y'
                       AND (WS-DIST-REPORT-ID(WS-DIST-IDX)
                                = WS-RPT-BASE-ID(WS-RPT-IDX)
                            OR WS-DIST-REPORT-ID(WS-DIST-IDX) = 'ALL')
                       PERFORM 4100-LOG-ONE-NOTHING
                   END-IF
               END-PERFORM
           END-PERFORM.

       4100-LOG-ONE-NOTHING.

           ADD 1 TO WS-NOTHING-TONIGHT
           MOVE SPACES TO DISTRIBUTION-LOG-RECORD
           MOVE WS-RPT-BASE-ID(WS-RPT-IDX)     TO WS-PIECE-REPORT-ID
           MOVE WS-DIST-DEPT-CODE(WS-DIST-IDX) TO WS-PIECE-DEPT-CODE
           MOVE 0 TO WS-PIECE-LINES
           SET DG-NOTHING-TONIGHT TO TRUE
           MOVE WS-DIST-CONTACT(WS-DIST-IDX)     TO DG-CONTACT
           MOVE WS-DIST-ROUTE(WS-DIST-IDX)       TO DG-ROUTE
           MOVE WS-DIST-DESTINATION(WS-DIST-IDX) TO DG-DESTINATION
           PERFORM 8000-WRITE-LOG-ROW.

       8000-WRITE-LOG-ROW.

      *    the caller sets the outcome, stored id and recipient;
      *    the piece fields name the rest.
           MOVE WS-RUN-DATE        TO DG-RUN-DATE
           MOVE WS-PIECE-REPORT-ID TO DG-REPORT-ID
           MOVE WS-PIECE-DEPT-CODE TO DG-DEPT-CODE
           MOVE WS-PIECE-LINES     TO DG-LINE-COUNT
           IF WS-DISTLOG-OPEN
               WRITE DISTRIBUTION-LOG-RECORD
           END-IF
           DISPLAY '  ' DG-OUTCOME ' ' DG-REPORT-ID ' ' DG-DEPT-CODE
               ' ' DG-STORED-ID ' ' DG-LINE-COUNT ' '
               DG-CONTACT ' ' DG-ROUTE ' ' DG-DESTINATION(1:12).

       9000-END-OF-JOB.

           DISPLAY '----------------------------------------------'
           DISPLAY 'D DELIVERED  U NOBODY LISTED  N NOTHING TONIGHT'
               '  X NOT STORED'
           DISPLAY 'BURST ROWS READ           : ' WS-ROWS-READ
           DISPLAY '  FROM OTHER NIGHTS       : ' WS-ROWS-OTHER-NIGHT
           DISPLAY '  NOT A BURST REPORT      : '
               WS-ROWS-UNKNOWN-REPORT
           DISPLAY 'PIECES STORED             : ' WS-PIECES-STORED
           DISPLAY 'PIECES NOT STORED (NO CODE): '
               WS-PIECES-NOT-STORED
           DISPLAY 'PIECES WITH NOBODY LISTED : ' WS-PIECES-UNROUTED
           DISPLAY 'DELIVERIES LOGGED         : ' WS-DELIVERIES
           DISPLAY 'NOTHING TONIGHT LOGGED    : ' WS-NOTHING-TONIGHT
           DISPLAY 'LINES STORED              : ' WS-LINES-STORED
           IF WS-LINES-FAILED > 0
               DISPLAY 'LINES NOT STORED          : ' WS-LINES-FAILED
           END-IF

           IF WS-PIECES-NOT-STORED > 0
               OR WS-PIECES-UNROUTED > 0
               OR WS-LINES-FAILED > 0
               OR WS-DIST-OVERFLOW > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM 9100-WRITE-STEPLOG.

       9100-WRITE-STEPLOG.

      *    one row per chain step so the morning dashboard can show
      *    pass/fail without scraping job logs (see STEPLOG.cpy).
           MOVE 'RPTBURST'    TO SL-STEP-NAME
           MOVE RETURN-CODE   TO SL-RETURN-CODE
           PERFORM 9160-STAMP-STEP-TIMES
           OPEN EXTEND STEPLOG
           WRITE STEPLOG-RECORD
           CLOSE STEPLOG.

       COPY STEPTIME.

       END PROGRAM RPTBURST.
