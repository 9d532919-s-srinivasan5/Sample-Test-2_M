       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRCRT.
      *
      *    CHANGE LOG
      *    ----------
      *    Quarterly access recertification and segregation-of-
      *    duties report.  Audit asks every quarter who can do what
      *    and whether anyone broke the maker/checker rules, and the
      *    answer was built by hand.  This step lists every AUTHOPS
      *    operator with the rights held (state change, inquiry,
      *    apply, approve - see AUTHREC.cpy) and the date each was
      *    last actually used, with the quarter's use count, drawn
      *    from:
      *      - state change: applied switch flips and recovery
      *        approvals on the control-change audit trail (see
      *        CTLAUDIT.cpy) and the two-person approval rows on
      *        RCVAPPR;
      *      - inquiry: the operator inquiry log (see INQLOG.cpy);
      *      - apply: the counter's intraday history (INTRAREC);
      *      - approve: the checker on the maintenance journal and
      *        the pending file;
      *      - maintenance: the maker on the same two files - no
      *        flag on AUTHOPS, shown so the checker side has its
      *        other half.
      *    An operator on AUTHOPS with no use of any right in the 90
      *    days to quarter end is flagged dormant, and a right used
      *    by an operator who does not hold it is called out.  Ids
      *    that used something but are not on AUTHOPS are listed too.
      *    Duties conflicts for the quarter: one operator as maker
      *    and checker of the same journal row or pending item, or
      *    maker of one pending item and checker of a related one
      *    (same student, or same renumbering batch); one operator
      *    named on both sides of a two-person recovery approval;
      *    and an operator holding both state-change and approve.
      *
      *    Managers return a signed-off recertification file (see
      *    RCRTREC.cpy), keep or revoke per operator.  Valid rows
      *    for the quarter are recorded on the recertification
      *    history once - a re-run does not record the same decision
      *    twice - and operators nobody has signed for are listed as
      *    outstanding.  A revoke recorded in an earlier quarter for
      *    an operator still on AUTHOPS is called out.  Revoking is
      *    recorded here; the AUTHOPS row is removed by the security
      *    desk.
      *
      *    Reports the quarter just ended before the RUNCTL business
      *    date; the RCRTQTR scheduler option (YYYYQn) re-issues a
      *    named quarter, same option convention as CHGMONTH.  Any
      *    dormant id, duties conflict, refused sign-off row or
      *    revoked id still on file ends the step RC=4.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT AUTHOPS ASSIGN TO 'AUTHOPS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTHOPS-STATUS.

           SELECT CTLAUDIT ASSIGN TO 'CTLAUDIT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLAUDIT-STATUS.

           SELECT RCVAPPR ASSIGN TO 'RCVAPPR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCVAPPR-STATUS.

           SELECT MNTJRNL ASSIGN TO 'MNTJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNTJRNL-STATUS.

           SELECT PENDFILE ASSIGN TO 'PENDFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDFILE-STATUS.

           SELECT INQLOG ASSIGN TO 'INQLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INQLOG-STATUS.

           SELECT INTRAHST ASSIGN TO 'INTRAHST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTRAHST-STATUS.

           SELECT RCRTSIGN ASSIGN TO 'RCRTSIGN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCRTSIGN-STATUS.

           SELECT RCRTHIST ASSIGN TO 'RCRTHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCRTHIST-STATUS.

           SELECT STEPLOG ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  AUTHOPS
           LABEL RECORDS ARE STANDARD.
           COPY AUTHREC.

       FD  CTLAUDIT
           LABEL RECORDS ARE STANDARD.
           COPY CTLAUDIT.

       FD  RCVAPPR
           LABEL RECORDS ARE STANDARD.
           COPY RCVAPPR.

       FD  MNTJRNL
           LABEL RECORDS ARE STANDARD.
           COPY MNTJRNL.

       FD  PENDFILE
           LABEL RECORDS ARE STANDARD.
           COPY PENDREC.

       FD  INQLOG
           LABEL RECORDS ARE STANDARD.
           COPY INQLOG.

       FD  INTRAHST
           LABEL RECORDS ARE STANDARD.
           COPY INTRAREC.

       FD  RCRTSIGN
           LABEL RECORDS ARE STANDARD.
           COPY RCRTREC REPLACING ==:PFX:== BY ==SO==.

       FD  RCRTHIST
           LABEL RECORDS ARE STANDARD.
           COPY RCRTREC REPLACING ==:PFX:== BY ==RD==.

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
             88  RUNCTL-OK                        VALUE '00'.
           05  WS-AUTHOPS-STATUS        PIC X(2) VALUE '00'.
             88  AUTHOPS-OK                       VALUE '00'.
           05  WS-CTLAUDIT-STATUS       PIC X(2) VALUE '00'.
             88  CTLAUDIT-OK                      VALUE '00'.
           05  WS-RCVAPPR-STATUS        PIC X(2) VALUE '00'.
             88  RCVAPPR-OK                       VALUE '00'.
           05  WS-MNTJRNL-STATUS        PIC X(2) VALUE '00'.
             88  MNTJRNL-OK                       VALUE '00'.
           05  WS-PENDFILE-STATUS       PIC X(2) VALUE '00'.
             88  PENDFILE-OK                      VALUE '00'.
           05  WS-INQLOG-STATUS         PIC X(2) VALUE '00'.
             88  INQLOG-OK                        VALUE '00'.
           05  WS-INTRAHST-STATUS       PIC X(2) VALUE '00'.
             88  INTRAHST-OK                      VALUE '00'.
           05  WS-RCRTSIGN-STATUS       PIC X(2) VALUE '00'.
             88  RCRTSIGN-OK                      VALUE '00'.
           05  WS-RCRTHIST-STATUS       PIC X(2) VALUE '00'.
             88  RCRTHIST-OK                      VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-FILE                       VALUE 'Y'.

       01  WS-OPTIONS.
           05  WS-ENVVAL                PIC X(10) VALUE SPACES.
           05  WS-FORCED-SW             PIC X(1) VALUE 'N'.
             88  WS-QUARTER-FORCED                VALUE 'Y'.

      *    the quarter reported and the dormancy cut-off inside it.
       01  WS-QUARTER-FIELDS.
           05  WS-RUN-DATE              PIC 9(8) VALUE 0.
           05  WS-QTR-YEAR              PIC 9(4) VALUE 0.
           05  WS-QTR-NUMBER            PIC 9(1) VALUE 0.
           05  WS-QUARTER-ID.
               10  WS-QTR-ID-YEAR       PIC 9(4).
               10  FILLER               PIC X(1) VALUE 'Q'.
               10  WS-QTR-ID-NUMBER     PIC 9(1).
           05  WS-QTR-START             PIC 9(8) VALUE 0.
           05  WS-QTR-END               PIC 9(8) VALUE 0.
           05  WS-QTR-END-MONTH         PIC 9(2) VALUE 0.
           05  WS-DORMANT-FROM          PIC 9(8) VALUE 0.
           05  WS-TODAY                 PIC 9(8) VALUE 0.

      *    the rights in report order - the first four are the
      *    AUTHOPS flags, in record order; maintenance has none.
       01  WS-RIGHT-VALUES.
           05  FILLER PIC X(12) VALUE 'STATE CHANGE'.
           05  FILLER PIC X(12) VALUE 'INQUIRY     '.
           05  FILLER PIC X(12) VALUE 'APPLY       '.
           05  FILLER PIC X(12) VALUE 'APPROVE     '.
           05  FILLER PIC X(12) VALUE 'MAINTENANCE '.
       01  WS-RIGHT-TABLE REDEFINES WS-RIGHT-VALUES.
           05  WS-RIGHT-NAME            PIC X(12) OCCURS 5 TIMES.

       01  WS-RIGHT-IDX                 PIC 9(1) COMP.

      *    one row per operator id - every AUTHOPS row first, then
      *    any id seen using something that is not on AUTHOPS.
       01  WS-OP-TABLE.
           05  WS-OP-COUNT              PIC 9(3) VALUE 0.
           05  WS-OP-ENTRY              OCCURS 100 TIMES.
               10  WS-OP-ID             PIC X(8).
               10  WS-OP-ON-FILE-SW     PIC X(1).
                 88  WS-OP-ON-FILE                VALUE 'Y'.
               10  WS-OP-RIGHTS.
                   15  WS-OP-RIGHT-SW   PIC X(1) OCCURS 4 TIMES.
               10  WS-OP-LAST-USED      PIC 9(8) OCCURS 5 TIMES.
               10  WS-OP-QTR-USES       PIC 9(5) OCCURS 5 TIMES.
               10  WS-OP-LAST-ANY       PIC 9(8).
               10  WS-OP-DORMANT-SW     PIC X(1).
                 88  WS-OP-DORMANT                VALUE 'Y'.
               10  WS-OP-CONFLICTS      PIC 9(3).
               10  WS-OP-DECISION       PIC X(1).
               10  WS-OP-MANAGER        PIC X(8).
               10  WS-OP-SIGN-DATE      PIC 9(8).
               10  WS-OP-REASON         PIC X(30).
               10  WS-OP-PRIOR-DECISION PIC X(1).
               10  WS-OP-PRIOR-MANAGER  PIC X(8).
               10  WS-OP-PRIOR-DATE     PIC 9(8).
               10  WS-OP-EARLIER-DECISION PIC X(1).
               10  WS-OP-EARLIER-QUARTER  PIC X(6).

       01  WS-OP-WORK.
           05  WS-OP-IDX                PIC 9(3) COMP.
           05  WS-FIND-IDX              PIC 9(3) COMP.
           05  WS-FIND-ID               PIC X(8).
           05  WS-FIND-ADD-SW           PIC X(1).
             88  WS-FIND-MAY-ADD                  VALUE 'Y'.
           05  WS-TABLE-FULL-SW         PIC X(1) VALUE 'N'.
             88  WS-OP-TABLE-FULL                 VALUE 'Y'.
           05  WS-USE-OPERATOR          PIC X(8).
           05  WS-USE-DATE              PIC X(8).
           05  WS-USE-DATE-N REDEFINES WS-USE-DATE
                                        PIC 9(8).
           05  WS-USE-RIGHT             PIC 9(1) COMP.
           05  WS-CONF-OPERATOR         PIC X(8).

      *    the quarter's checked pending items, for the related-
      *    item test (the same row is tested as it is read).
       01  WS-ITEM-TABLE.
           05  WS-ITEM-COUNT            PIC 9(4) VALUE 0.
           05  WS-ITEM-ENTRY            OCCURS 2000 TIMES.
               10  WS-ITEM-CAMPUS       PIC X(8).
               10  WS-ITEM-STUDENT-ID   PIC 9(6).
               10  WS-ITEM-BATCH        PIC X(5).
               10  WS-ITEM-MAKER        PIC X(8).
               10  WS-ITEM-CHECKER      PIC X(8).

       01  WS-ITEM-WORK.
           05  WS-ITEM-IDX              PIC 9(4) COMP.
           05  WS-PAIR-IDX              PIC 9(4) COMP.
           05  WS-ITEM-FULL-SW          PIC X(1) VALUE 'N'.
             88  WS-ITEM-TABLE-FULL               VALUE 'Y'.
           05  WS-RELATED-SW            PIC X(1).
             88  WS-ITEMS-RELATED                 VALUE 'Y'.
           05  WS-CHECK-DATE            PIC 9(8).

      *    the master-record images the journal carries, as far as
      *    the campus and id (see STUDMSTR.cpy).
       01  WS-BEFORE-IMAGE.
           05  BI-CAMPUS-ID             PIC X(8).
           05  BI-STUDENT-ID            PIC X(6).
           05  FILLER                   PIC X(60).

       01  WS-AFTER-IMAGE.
           05  AI-CAMPUS-ID             PIC X(8).
           05  AI-STUDENT-ID            PIC X(6).
           05  FILLER                   PIC X(60).

       01  WS-COUNTERS.
           05  WS-CONFLICT-COUNT        PIC 9(5) VALUE 0.
           05  WS-DORMANT-COUNT         PIC 9(3) VALUE 0.
           05  WS-UNHELD-COUNT          PIC 9(3) VALUE 0.
           05  WS-OFF-FILE-COUNT        PIC 9(3) VALUE 0.
           05  WS-SIGNOFF-ROWS          PIC 9(5) VALUE 0.
           05  WS-SIGNOFF-REFUSED       PIC 9(5) VALUE 0.
           05  WS-SIGNOFF-OTHER-QTR     PIC 9(5) VALUE 0.
           05  WS-RECORDED-COUNT        PIC 9(3) VALUE 0.
           05  WS-KEPT-COUNT            PIC 9(3) VALUE 0.
           05  WS-REVOKED-COUNT         PIC 9(3) VALUE 0.
           05  WS-OUTSTANDING-COUNT     PIC 9(3) VALUE 0.
           05  WS-STALE-REVOKE-COUNT    PIC 9(3) VALUE 0.
           05  WS-ON-FILE-COUNT         PIC 9(3) VALUE 0.

       01  WS-HIST-OPEN-SW              PIC X(1) VALUE 'N'.
         88  WS-HIST-OPEN                         VALUE 'Y'.
         88  WS-HIST-FAILED                       VALUE 'X'.

       01  WS-REPORT-FIELDS.
           05  WS-HELD-TEXT             PIC X(4).
           05  WS-LAST-TEXT             PIC X(8).
           05  WS-USES-ED               PIC ZZ,ZZ9.
           05  WS-REFUSE-REASON         PIC X(30).

       COPY CAMPWS.

       COPY STEPTMWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 9150-NOTE-STEP-START

           PERFORM 0100-SET-QUARTER
           PERFORM 0500-LOAD-OPERATORS

           DISPLAY 'ACCESS RECERTIFICATION AND DUTIES REVIEW'
           DISPLAY '----------------------------------------'
           DISPLAY 'QUARTER               : ' WS-QUARTER-ID
               ' (' WS-QTR-START ' TO ' WS-QTR-END ')'
           DISPLAY 'DORMANT IF NO USE FROM: ' WS-DORMANT-FROM
           DISPLAY ' '
           DISPLAY 'DUTIES CONFLICTS IN THE QUARTER'
           DISPLAY '-------------------------------'

           PERFORM 1000-READ-CONTROL-AUDIT
           PERFORM 1100-READ-RECOVERY-APPROVALS
           PERFORM 1200-READ-JOURNAL
           PERFORM 1300-READ-PENDING
           PERFORM 1400-READ-INQUIRY-LOG
           PERFORM 1500-READ-INTRADAY-HISTORY
           PERFORM 2000-CHECK-RELATED-ITEMS
           PERFORM 2100-CHECK-HELD-RIGHTS

           IF WS-CONFLICT-COUNT = 0
               DISPLAY 'NO DUTIES CONFLICTS FOUND'
           END-IF

           PERFORM 3000-REPORT-OPERATORS
           PERFORM 4000-READ-RECERT-HISTORY
           PERFORM 4100-READ-SIGN-OFFS
           PERFORM 5000-REPORT-SIGN-OFFS
           PERFORM 5500-RECORD-SIGN-OFFS
           PERFORM 9000-END-OF-JOB

           STOP RUN.

      *****************************************************************
      *    THE QUARTER - DEFAULT IS THE ONE BEFORE THE BUSINESS DATE  *
      *****************************************************************
       0100-SET-QUARTER.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN INPUT RUNCTL
           IF RUNCTL-OK
               READ RUNCTL
                   AT END
                       CONTINUE
               END-READ
           END-IF
           IF RUNCTL-OK
               MOVE RC-RUN-YEAR  TO WS-RUN-DATE(1:4)
               MOVE RC-RUN-MONTH TO WS-RUN-DATE(5:2)
               MOVE RC-RUN-DAY   TO WS-RUN-DATE(7:2)
               CLOSE RUNCTL
           ELSE
               DISPLAY 'RUNCTL NOT AVAILABLE - QUARTER TAKEN FROM '
                   'TODAY''S DATE'
               MOVE WS-TODAY TO WS-RUN-DATE
               IF WS-RUNCTL-STATUS = '10'
                   CLOSE RUNCTL
               END-IF
           END-IF

           MOVE WS-RUN-DATE(1:4) TO WS-QTR-YEAR
           MOVE WS-RUN-DATE(5:2) TO WS-QTR-END-MONTH
           COMPUTE WS-QTR-NUMBER = (WS-QTR-END-MONTH - 1) / 3 + 1
           IF WS-QTR-NUMBER = 1
               SUBTRACT 1 FROM WS-QTR-YEAR
               MOVE 4 TO WS-QTR-NUMBER
           ELSE
               SUBTRACT 1 FROM WS-QTR-NUMBER
           END-IF

           DISPLAY 'RCRTQTR' UPON ENVIRONMENT-NAME
           ACCEPT WS-ENVVAL FROM ENVIRONMENT-VALUE
           IF WS-ENVVAL(1:4) IS NUMERIC
               AND WS-ENVVAL(5:1) = 'Q'
               AND WS-ENVVAL(6:1) >= '1'
               AND WS-ENVVAL(6:1) <= '4'
               MOVE WS-ENVVAL(1:4) TO WS-QTR-YEAR
               MOVE WS-ENVVAL(6:1) TO WS-QTR-NUMBER
               SET WS-QUARTER-FORCED TO TRUE
           END-IF

           MOVE WS-QTR-YEAR   TO WS-QTR-ID-YEAR
           MOVE WS-QTR-NUMBER TO WS-QTR-ID-NUMBER
           IF WS-QUARTER-FORCED
               DISPLAY 'RCRTQTR OPTION - RECERTIFICATION RE-ISSUED '
                   'FOR ' WS-QUARTER-ID
           END-IF

           COMPUTE WS-QTR-END-MONTH = WS-QTR-NUMBER * 3
           COMPUTE WS-QTR-START = WS-QTR-YEAR * 10000
               + (WS-QTR-END-MONTH - 2) * 100 + 1
           IF WS-QTR-NUMBER = 1 OR WS-QTR-NUMBER = 4
               COMPUTE WS-QTR-END = WS-QTR-YEAR * 10000
                   + WS-QTR-END-MONTH * 100 + 31
           ELSE
               COMPUTE WS-QTR-END = WS-QTR-YEAR * 10000
                   + WS-QTR-END-MONTH * 100 + 30
           END-IF

      *    the 90 days that end on the quarter's last day.
           COMPUTE WS-DORMANT-FROM =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-QTR-END) - 89).

      *****************************************************************
      *    EVERY AUTHOPS OPERATOR, WITH THE RIGHTS HELD               *
      *****************************************************************
       0500-LOAD-OPERATORS.

           INITIALIZE WS-OP-TABLE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT AUTHOPS
           IF NOT AUTHOPS-OK
               DISPLAY 'AUTHORIZED-OPERATORS FILE NOT AVAILABLE - '
                   'NOTHING TO RECERTIFY'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ AUTHOPS
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE AU-OPERATOR-ID TO WS-FIND-ID
                       MOVE 'Y' TO WS-FIND-ADD-SW
                       PERFORM 0950-FIND-OPERATOR
                       IF WS-FIND-IDX > 0
                           MOVE 'Y' TO WS-OP-ON-FILE-SW(WS-FIND-IDX)
                           MOVE AU-STATE-CHANGE-SW
                             TO WS-OP-RIGHT-SW(WS-FIND-IDX, 1)
                           MOVE AU-INQUIRY-SW
                             TO WS-OP-RIGHT-SW(WS-FIND-IDX, 2)
                           MOVE AU-APPLY-SW
                             TO WS-OP-RIGHT-SW(WS-FIND-IDX, 3)
                           MOVE AU-APPROVE-SW
                             TO WS-OP-RIGHT-SW(WS-FIND-IDX, 4)
                       END-IF
               END-READ
           END-PERFORM
           IF AUTHOPS-OK OR WS-AUTHOPS-STATUS = '10'
               CLOSE AUTHOPS
           END-IF.

       0900-POST-USE.

      *    one use of one right (WS-USE-RIGHT) by WS-USE-OPERATOR on
      *    WS-USE-DATE.  The chain's own rows and the online desk's
      *    placeholder approver are nobody's use; anything dated
      *    after the quarter is left out so a re-issued quarter
      *    reads as it did at the time.
           IF WS-USE-OPERATOR = SPACES OR LOW-VALUES
               OR WS-USE-OPERATOR = 'CHAIN'
               OR WS-USE-OPERATOR = '(ONLINE)'
               OR WS-USE-DATE IS NOT NUMERIC
               OR WS-USE-DATE-N = 0
               OR WS-USE-DATE-N > WS-QTR-END
               CONTINUE
           ELSE
               MOVE WS-USE-OPERATOR TO WS-FIND-ID
               MOVE 'Y' TO WS-FIND-ADD-SW
               PERFORM 0950-FIND-OPERATOR
               IF WS-FIND-IDX > 0
                   IF WS-USE-DATE-N >
                       WS-OP-LAST-USED(WS-FIND-IDX, WS-USE-RIGHT)
                       MOVE WS-USE-DATE-N TO
                           WS-OP-LAST-USED(WS-FIND-IDX, WS-USE-RIGHT)
                   END-IF
                   IF WS-USE-DATE-N > WS-OP-LAST-ANY(WS-FIND-IDX)
                       MOVE WS-USE-DATE-N TO
                           WS-OP-LAST-ANY(WS-FIND-IDX)
                   END-IF
                   IF WS-USE-DATE-N >= WS-QTR-START
                       ADD 1 TO
                           WS-OP-QTR-USES(WS-FIND-IDX, WS-USE-RIGHT)
                   END-IF
               END-IF
           END-IF.

       0950-FIND-OPERATOR.

      *    WS-FIND-IDX comes back zero when the id is not in the
      *    table and may not (or cannot) be added.
           MOVE 0 TO WS-FIND-IDX
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
                      OR WS-FIND-IDX > 0
               IF WS-OP-ID(WS-OP-IDX) = WS-FIND-ID
                   MOVE WS-OP-IDX TO WS-FIND-IDX
               END-IF
           END-PERFORM
           IF WS-FIND-IDX = 0 AND WS-FIND-MAY-ADD
               IF WS-OP-COUNT < 100
                   ADD 1 TO WS-OP-COUNT
                   MOVE WS-OP-COUNT TO WS-FIND-IDX
                   MOVE WS-FIND-ID  TO WS-OP-ID(WS-FIND-IDX)
                   MOVE 'N'         TO WS-OP-ON-FILE-SW(WS-FIND-IDX)
                   MOVE 'NNNN'      TO WS-OP-RIGHTS(WS-FIND-IDX)
               ELSE
                   IF NOT WS-OP-TABLE-FULL
                       SET WS-OP-TABLE-FULL TO TRUE
                       DISPLAY 'OPERATOR TABLE FULL - ' WS-FIND-ID
                           ' AND LATER IDS NOT REPORTED'
                   END-IF
               END-IF
           END-IF.

       0960-NOTE-CONFLICT.

           ADD 1 TO WS-CONFLICT-COUNT
           MOVE WS-CONF-OPERATOR TO WS-FIND-ID
           MOVE 'Y' TO WS-FIND-ADD-SW
           PERFORM 0950-FIND-OPERATOR
           IF WS-FIND-IDX > 0
               ADD 1 TO WS-OP-CONFLICTS(WS-FIND-IDX)
           END-IF.

      *****************************************************************
      *    USAGE SOURCES                                              *
      *****************************************************************
       1000-READ-CONTROL-AUDIT.

      *    applied rows only - a refused flip or approval is an
      *    attempt, not a use of the right.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CTLAUDIT
           IF NOT CTLAUDIT-OK
               DISPLAY 'CONTROL-CHANGE AUDIT NOT AVAILABLE - NO '
                   'SWITCH OR RECOVERY USE'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ CTLAUDIT
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CA-APPLIED
                           MOVE CA-OPERATOR TO WS-USE-OPERATOR
                           MOVE CA-DATE     TO WS-USE-DATE
                           MOVE 1           TO WS-USE-RIGHT
                           PERFORM 0900-POST-USE
                       END-IF
               END-READ
           END-PERFORM
           IF CTLAUDIT-OK OR WS-CTLAUDIT-STATUS = '10'
               CLOSE CTLAUDIT
           END-IF.

       1100-READ-RECOVERY-APPROVALS.

      *    both names on a two-person approval hold state change
      *    (see RCVAUTH.cpy); one name on both sides is a conflict.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RCVAPPR
           IF NOT RCVAPPR-OK
               DISPLAY 'RECOVERY APPROVAL FILE NOT AVAILABLE'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ RCVAPPR
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 1110-TAKE-APPROVAL-ROW
               END-READ
           END-PERFORM
           IF RCVAPPR-OK OR WS-RCVAPPR-STATUS = '10'
               CLOSE RCVAPPR
           END-IF.

       1110-TAKE-APPROVAL-ROW.

           MOVE RV-RUN-DATE   TO WS-USE-DATE
           MOVE 1             TO WS-USE-RIGHT
           MOVE RV-OPERATOR-1 TO WS-USE-OPERATOR
           PERFORM 0900-POST-USE
           IF RV-OPERATOR-2 NOT = RV-OPERATOR-1
               MOVE RV-OPERATOR-2 TO WS-USE-OPERATOR
               PERFORM 0900-POST-USE
           END-IF

           IF RV-OPERATOR-1 = RV-OPERATOR-2
               AND RV-OPERATOR-1 NOT = SPACES
               AND RV-RUN-DATE IS NUMERIC
               AND RV-RUN-DATE >= WS-QTR-START
               AND RV-RUN-DATE <= WS-QTR-END
               MOVE RV-OPERATOR-1 TO WS-CONF-OPERATOR
               PERFORM 0960-NOTE-CONFLICT
               DISPLAY RV-OPERATOR-1 ' BOTH SIDES OF TWO-PERSON '
                   RV-FUNCTION ' APPROVAL FOR ' RV-RUN-DATE
           END-IF.

       1200-READ-JOURNAL.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MNTJRNL
           IF NOT MNTJRNL-OK
               DISPLAY 'MAINTENANCE JOURNAL NOT AVAILABLE - NO '
                   'JOURNAL MAKER OR CHECKER USE'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ MNTJRNL
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 1210-TAKE-JOURNAL-ROW
               END-READ
           END-PERFORM
           IF MNTJRNL-OK OR WS-MNTJRNL-STATUS = '10'
               CLOSE MNTJRNL
           END-IF.

       1210-TAKE-JOURNAL-ROW.

           MOVE MJ-DATE     TO WS-USE-DATE
           MOVE MJ-OPERATOR TO WS-USE-OPERATOR
           MOVE 5           TO WS-USE-RIGHT
           PERFORM 0900-POST-USE
           MOVE MJ-APPROVER TO WS-USE-OPERATOR
           MOVE 4           TO WS-USE-RIGHT
           PERFORM 0900-POST-USE

           IF MJ-OPERATOR = MJ-APPROVER
               AND MJ-OPERATOR NOT = SPACES
               AND MJ-DATE >= WS-QTR-START
               AND MJ-DATE <= WS-QTR-END
               MOVE MJ-BEFORE-IMAGE TO WS-BEFORE-IMAGE
               MOVE MJ-AFTER-IMAGE  TO WS-AFTER-IMAGE
               IF AI-STUDENT-ID NOT = SPACES
                   MOVE AI-CAMPUS-ID  TO BI-CAMPUS-ID
                   MOVE AI-STUDENT-ID TO BI-STUDENT-ID
               END-IF
               MOVE MJ-OPERATOR TO WS-CONF-OPERATOR
               PERFORM 0960-NOTE-CONFLICT
               DISPLAY MJ-OPERATOR ' MAKER AND CHECKER OF JOURNAL '
                   'ROW ' MJ-DATE ' ' MJ-TIME ' STUDENT '
                   BI-CAMPUS-ID ' ' BI-STUDENT-ID
           END-IF.

       1300-READ-PENDING.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PENDFILE
           IF NOT PENDFILE-OK
               DISPLAY 'PENDING MAINTENANCE FILE NOT AVAILABLE - NO '
                   'PENDING MAKER OR CHECKER USE'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ PENDFILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 1310-TAKE-PENDING-ROW
               END-READ
           END-PERFORM
           IF PENDFILE-OK OR WS-PENDFILE-STATUS = '10'
               CLOSE PENDFILE
           END-IF.

       1310-TAKE-PENDING-ROW.

           MOVE PD-REQUEST-DATE TO WS-USE-DATE
           MOVE PD-OPERATOR     TO WS-USE-OPERATOR
           MOVE 5               TO WS-USE-RIGHT
           PERFORM 0900-POST-USE

           IF PD-APPROVER NOT = SPACES
               MOVE PD-APPROVE-DATE TO WS-USE-DATE
               MOVE PD-APPROVER     TO WS-USE-OPERATOR
               MOVE 4               TO WS-USE-RIGHT
               PERFORM 0900-POST-USE

      *        the decision date places a checked item in a quarter.
               IF PD-APPROVE-DATE IS NUMERIC
                   MOVE PD-APPROVE-DATE TO WS-CHECK-DATE
               ELSE
                   MOVE 0 TO WS-CHECK-DATE
               END-IF
               IF WS-CHECK-DATE >= WS-QTR-START
                   AND WS-CHECK-DATE <= WS-QTR-END
                   PERFORM 1320-KEEP-CHECKED-ITEM
               END-IF
           END-IF.

       1320-KEEP-CHECKED-ITEM.

           IF PD-OPERATOR = PD-APPROVER
               MOVE PD-OPERATOR TO WS-CONF-OPERATOR
               PERFORM 0960-NOTE-CONFLICT
               DISPLAY PD-OPERATOR ' MAKER AND CHECKER OF PENDING '
                   'ITEM ' PD-CAMPUS-ID ' ' PD-STUDENT-ID
                   ' ' PD-ACTION ' OF ' PD-REQUEST-DATE
           END-IF

           IF WS-ITEM-COUNT < 2000
               ADD 1 TO WS-ITEM-COUNT
               IF PD-CAMPUS-ID = SPACES
                   MOVE WS-HOME-CAMPUS
                     TO WS-ITEM-CAMPUS(WS-ITEM-COUNT)
               ELSE
                   MOVE PD-CAMPUS-ID TO WS-ITEM-CAMPUS(WS-ITEM-COUNT)
               END-IF
               MOVE PD-STUDENT-ID TO WS-ITEM-STUDENT-ID(WS-ITEM-COUNT)
               MOVE PD-BATCH-ID   TO WS-ITEM-BATCH(WS-ITEM-COUNT)
               MOVE PD-OPERATOR   TO WS-ITEM-MAKER(WS-ITEM-COUNT)
               MOVE PD-APPROVER   TO WS-ITEM-CHECKER(WS-ITEM-COUNT)
           ELSE
               IF NOT WS-ITEM-TABLE-FULL
                   SET WS-ITEM-TABLE-FULL TO TRUE
                   DISPLAY 'PENDING ITEM TABLE FULL - LATER ITEMS '
                       'NOT TESTED AGAINST RELATED ITEMS'
               END-IF
           END-IF.

       1400-READ-INQUIRY-LOG.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT INQLOG
           IF NOT INQLOG-OK
               DISPLAY 'INQUIRY LOG NOT AVAILABLE - NO INQUIRY USE'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ INQLOG
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF IL-ANSWERED
                           MOVE IL-DATE     TO WS-USE-DATE
                           MOVE IL-OPERATOR TO WS-USE-OPERATOR
                           MOVE 2           TO WS-USE-RIGHT
                           PERFORM 0900-POST-USE
                       END-IF
               END-READ
           END-PERFORM
           IF INQLOG-OK OR WS-INQLOG-STATUS = '10'
               CLOSE INQLOG
           END-IF.

       1500-READ-INTRADAY-HISTORY.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT INTRAHST
           IF NOT INTRAHST-OK
               DISPLAY 'INTRADAY HISTORY NOT AVAILABLE - NO APPLY USE'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ INTRAHST
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE IA-RUN-DATE TO WS-USE-DATE
                       MOVE IA-OPERATOR TO WS-USE-OPERATOR
                       MOVE 3           TO WS-USE-RIGHT
                       PERFORM 0900-POST-USE
               END-READ
           END-PERFORM
           IF INTRAHST-OK OR WS-INTRAHST-STATUS = '10'
               CLOSE INTRAHST
           END-IF.

      *****************************************************************
      *    DUTIES CONFLICTS NOT SEEN ON A SINGLE ROW                  *
      *****************************************************************
       2000-CHECK-RELATED-ITEMS.

      *    the maker of one item who checked another for the same
      *    student, or in the same renumbering batch.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                       UNTIL WS-PAIR-IDX > WS-ITEM-COUNT
                   IF WS-PAIR-IDX NOT = WS-ITEM-IDX
                       AND WS-ITEM-MAKER(WS-ITEM-IDX) =
                           WS-ITEM-CHECKER(WS-PAIR-IDX)
                       AND WS-ITEM-MAKER(WS-ITEM-IDX) NOT =
                           WS-ITEM-CHECKER(WS-ITEM-IDX)
                       PERFORM 2010-TEST-RELATED-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM.

       2010-TEST-RELATED-PAIR.

           MOVE 'N' TO WS-RELATED-SW
           IF WS-ITEM-BATCH(WS-ITEM-IDX) NOT = SPACES
               AND WS-ITEM-BATCH(WS-ITEM-IDX) =
                   WS-ITEM-BATCH(WS-PAIR-IDX)
               SET WS-ITEMS-RELATED TO TRUE
           END-IF
           IF WS-ITEM-CAMPUS(WS-ITEM-IDX) =
                   WS-ITEM-CAMPUS(WS-PAIR-IDX)
               AND WS-ITEM-STUDENT-ID(WS-ITEM-IDX) =
                   WS-ITEM-STUDENT-ID(WS-PAIR-IDX)
               SET WS-ITEMS-RELATED TO TRUE
           END-IF
           IF WS-ITEMS-RELATED
               MOVE WS-ITEM-MAKER(WS-ITEM-IDX) TO WS-CONF-OPERATOR
               PERFORM 0960-NOTE-CONFLICT
               DISPLAY WS-CONF-OPERATOR ' MADE '
                   WS-ITEM-CAMPUS(WS-ITEM-IDX) ' '
                   WS-ITEM-STUDENT-ID(WS-ITEM-IDX)
                   ' AND CHECKED RELATED '
                   WS-ITEM-CAMPUS(WS-PAIR-IDX) ' '
                   WS-ITEM-STUDENT-ID(WS-PAIR-IDX)
               IF WS-ITEM-BATCH(WS-PAIR-IDX) NOT = SPACES
                   DISPLAY '  BATCH ' WS-ITEM-BATCH(WS-PAIR-IDX)
                       ' MADE BY ' WS-ITEM-MAKER(WS-PAIR-IDX)
               ELSE
                   DISPLAY '  MADE BY ' WS-ITEM-MAKER(WS-PAIR-IDX)
               END-IF
           END-IF.

       2100-CHECK-HELD-RIGHTS.

      *    whoever may change the system state must not also be
      *    the second pair of eyes on maintenance.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               IF WS-OP-ON-FILE(WS-OP-IDX)
                   AND WS-OP-RIGHT-SW(WS-OP-IDX, 1) = 'Y'
                   AND WS-OP-RIGHT-SW(WS-OP-IDX, 4) = 'Y'
                   ADD 1 TO WS-CONFLICT-COUNT
                   ADD 1 TO WS-OP-CONFLICTS(WS-OP-IDX)
                   DISPLAY WS-OP-ID(WS-OP-IDX) ' HOLDS BOTH STATE '
                       'CHANGE AND APPROVE ON AUTHOPS'
               END-IF
           END-PERFORM.

      *****************************************************************
      *    OPERATORS, RIGHTS AND LAST USE                             *
      *****************************************************************
       3000-REPORT-OPERATORS.

           DISPLAY ' '
           DISPLAY 'OPERATORS AND LAST USE OF EACH RIGHT'
           DISPLAY '------------------------------------'
           DISPLAY 'OPERATOR  RIGHT         HELD  LAST USED  '
               'USES IN QUARTER'

           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               PERFORM 3100-REPORT-ONE-OPERATOR
           END-PERFORM.

       3100-REPORT-ONE-OPERATOR.

           DISPLAY ' '
           PERFORM VARYING WS-RIGHT-IDX FROM 1 BY 1
                   UNTIL WS-RIGHT-IDX > 5
               IF WS-RIGHT-IDX = 5
                   MOVE ' -  ' TO WS-HELD-TEXT
               ELSE
                   IF WS-OP-RIGHT-SW(WS-OP-IDX, WS-RIGHT-IDX) = 'Y'
                       MOVE ' Y  ' TO WS-HELD-TEXT
                   ELSE
                       MOVE ' N  ' TO WS-HELD-TEXT
                   END-IF
               END-IF
               IF WS-OP-LAST-USED(WS-OP-IDX, WS-RIGHT-IDX) = 0
                   MOVE 'NEVER' TO WS-LAST-TEXT
               ELSE
                   MOVE WS-OP-LAST-USED(WS-OP-IDX, WS-RIGHT-IDX)
                     TO WS-LAST-TEXT
               END-IF
               MOVE WS-OP-QTR-USES(WS-OP-IDX, WS-RIGHT-IDX)
                 TO WS-USES-ED
               IF WS-RIGHT-IDX = 1
                   DISPLAY WS-OP-ID(WS-OP-IDX) '  '
                       WS-RIGHT-NAME(WS-RIGHT-IDX) '  '
                       WS-HELD-TEXT '  ' WS-LAST-TEXT '   '
                       WS-USES-ED
               ELSE
                   DISPLAY '          '
                       WS-RIGHT-NAME(WS-RIGHT-IDX) '  '
                       WS-HELD-TEXT '  ' WS-LAST-TEXT '   '
                       WS-USES-ED
               END-IF
               IF WS-RIGHT-IDX < 5
                   AND WS-OP-ON-FILE(WS-OP-IDX)
                   AND WS-OP-RIGHT-SW(WS-OP-IDX, WS-RIGHT-IDX)
                       NOT = 'Y'
                   AND WS-OP-QTR-USES(WS-OP-IDX, WS-RIGHT-IDX) > 0
                   ADD 1 TO WS-UNHELD-COUNT
                   DISPLAY '          *** USED IN THE QUARTER '
                       'WITHOUT THE RIGHT ON AUTHOPS'
               END-IF
           END-PERFORM

           IF NOT WS-OP-ON-FILE(WS-OP-IDX)
               ADD 1 TO WS-OFF-FILE-COUNT
               DISPLAY '          *** NOT ON AUTHOPS - ACTIVITY '
                   'UNDER AN ID WITH NO RECORDED RIGHTS'
           ELSE
               IF WS-OP-LAST-ANY(WS-OP-IDX) < WS-DORMANT-FROM
                   SET WS-OP-DORMANT(WS-OP-IDX) TO TRUE
                   ADD 1 TO WS-DORMANT-COUNT
                   DISPLAY '          *** DORMANT - NO USE IN THE '
                       '90 DAYS TO ' WS-QTR-END
               ELSE
                   MOVE 'N' TO WS-OP-DORMANT-SW(WS-OP-IDX)
               END-IF
           END-IF
           IF WS-OP-CONFLICTS(WS-OP-IDX) > 0
               DISPLAY '          *** DUTIES CONFLICTS IN QUARTER: '
                   WS-OP-CONFLICTS(WS-OP-IDX)
           END-IF.

      *****************************************************************
      *    MANAGER SIGN-OFF                                           *
      *****************************************************************
       4000-READ-RECERT-HISTORY.

      *    decisions already recorded: this quarter's stop a re-run
      *    recording them twice; the latest from an earlier quarter
      *    shows a revoke the security desk has not yet actioned.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RCRTHIST
           IF NOT RCRTHIST-OK
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ RCRTHIST
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 4010-TAKE-HISTORY-ROW
               END-READ
           END-PERFORM
           IF RCRTHIST-OK OR WS-RCRTHIST-STATUS = '10'
               CLOSE RCRTHIST
           END-IF.

       4010-TAKE-HISTORY-ROW.

           MOVE RD-OPERATOR-ID TO WS-FIND-ID
           MOVE 'N' TO WS-FIND-ADD-SW
           PERFORM 0950-FIND-OPERATOR
           IF WS-FIND-IDX > 0
               EVALUATE TRUE
                   WHEN RD-QUARTER = WS-QUARTER-ID
                       MOVE RD-DECISION
                         TO WS-OP-PRIOR-DECISION(WS-FIND-IDX)
                       MOVE RD-MANAGER-ID
                         TO WS-OP-PRIOR-MANAGER(WS-FIND-IDX)
                       MOVE RD-SIGN-DATE
                         TO WS-OP-PRIOR-DATE(WS-FIND-IDX)
                   WHEN RD-QUARTER < WS-QUARTER-ID
                       MOVE RD-DECISION
                         TO WS-OP-EARLIER-DECISION(WS-FIND-IDX)
                       MOVE RD-QUARTER
                         TO WS-OP-EARLIER-QUARTER(WS-FIND-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       4100-READ-SIGN-OFFS.

      *    the file the managers return - optional, absent until
      *    the first managers reply.
           DISPLAY ' '
           DISPLAY 'RECERTIFICATION SIGN-OFF FOR ' WS-QUARTER-ID
           DISPLAY '-----------------------------------'
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RCRTSIGN
           IF NOT RCRTSIGN-OK
               DISPLAY 'NO SIGN-OFF FILE RETURNED YET'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ RCRTSIGN
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SIGNOFF-ROWS
                       PERFORM 4110-CHECK-SIGN-OFF
               END-READ
           END-PERFORM
           IF RCRTSIGN-OK OR WS-RCRTSIGN-STATUS = '10'
               CLOSE RCRTSIGN
           END-IF.

       4110-CHECK-SIGN-OFF.

           IF SO-QUARTER NOT = WS-QUARTER-ID
               ADD 1 TO WS-SIGNOFF-OTHER-QTR
           ELSE
               MOVE SPACES TO WS-REFUSE-REASON
               MOVE SO-OPERATOR-ID TO WS-FIND-ID
               MOVE 'N' TO WS-FIND-ADD-SW
               PERFORM 0950-FIND-OPERATOR
               EVALUATE TRUE
                   WHEN WS-FIND-IDX = 0
                       MOVE 'OPERATOR NOT ON AUTHOPS'
                         TO WS-REFUSE-REASON
                   WHEN NOT WS-OP-ON-FILE(WS-FIND-IDX)
                       MOVE 'OPERATOR NOT ON AUTHOPS'
                         TO WS-REFUSE-REASON
                   WHEN NOT SO-DECISION-VALID
                       MOVE 'DECISION NOT K OR R'
                         TO WS-REFUSE-REASON
                   WHEN SO-MANAGER-ID = SPACES
                       MOVE 'NO MANAGER ID'
                         TO WS-REFUSE-REASON
                   WHEN SO-MANAGER-ID = SO-OPERATOR-ID
                       MOVE 'MANAGER SIGNING FOR OWN ACCESS'
                         TO WS-REFUSE-REASON
                   WHEN SO-SIGN-DATE IS NOT NUMERIC
                       MOVE 'SIGN DATE NOT NUMERIC'
                         TO WS-REFUSE-REASON
                   WHEN SO-SIGN-DATE < WS-QTR-START
                       MOVE 'SIGNED BEFORE THE QUARTER'
                         TO WS-REFUSE-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               IF WS-REFUSE-REASON NOT = SPACES
                   ADD 1 TO WS-SIGNOFF-REFUSED
                   DISPLAY 'SIGN-OFF ROW REFUSED - ' SO-OPERATOR-ID
                       ' BY ' SO-MANAGER-ID ' - ' WS-REFUSE-REASON
               ELSE
      *            a later row for the same operator replaces an
      *            earlier one - the last word is the manager's.
                   MOVE SO-DECISION  TO WS-OP-DECISION(WS-FIND-IDX)
                   MOVE SO-MANAGER-ID
                     TO WS-OP-MANAGER(WS-FIND-IDX)
                   MOVE SO-SIGN-DATE TO WS-OP-SIGN-DATE(WS-FIND-IDX)
                   MOVE SO-REASON    TO WS-OP-REASON(WS-FIND-IDX)
               END-IF
           END-IF.

       5000-REPORT-SIGN-OFFS.

           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               IF WS-OP-ON-FILE(WS-OP-IDX)
                   PERFORM 5100-REPORT-ONE-SIGN-OFF
               END-IF
           END-PERFORM
           IF WS-SIGNOFF-OTHER-QTR > 0
               DISPLAY 'SIGN-OFF ROWS FOR OTHER QUARTERS IGNORED: '
                   WS-SIGNOFF-OTHER-QTR
           END-IF.

       5100-REPORT-ONE-SIGN-OFF.

           EVALUATE TRUE
               WHEN WS-OP-DECISION(WS-OP-IDX) = 'K'
                   ADD 1 TO WS-KEPT-COUNT
                   DISPLAY WS-OP-ID(WS-OP-IDX) '  KEPT     BY '
                       WS-OP-MANAGER(WS-OP-IDX) ' ON '
                       WS-OP-SIGN-DATE(WS-OP-IDX) ' '
                       WS-OP-REASON(WS-OP-IDX)
               WHEN WS-OP-DECISION(WS-OP-IDX) = 'R'
                   ADD 1 TO WS-REVOKED-COUNT
                   DISPLAY WS-OP-ID(WS-OP-IDX) '  REVOKED  BY '
                       WS-OP-MANAGER(WS-OP-IDX) ' ON '
                       WS-OP-SIGN-DATE(WS-OP-IDX) ' '
                       WS-OP-REASON(WS-OP-IDX)
                   DISPLAY '          REMOVE FROM AUTHOPS'
               WHEN WS-OP-PRIOR-DECISION(WS-OP-IDX) = 'K'
                   ADD 1 TO WS-KEPT-COUNT
                   DISPLAY WS-OP-ID(WS-OP-IDX) '  KEPT     BY '
                       WS-OP-PRIOR-MANAGER(WS-OP-IDX) ' ON '
                       WS-OP-PRIOR-DATE(WS-OP-IDX)
                       ' (ALREADY RECORDED)'
               WHEN WS-OP-PRIOR-DECISION(WS-OP-IDX) = 'R'
                   ADD 1 TO WS-REVOKED-COUNT
                   DISPLAY WS-OP-ID(WS-OP-IDX) '  REVOKED  BY '
                       WS-OP-PRIOR-MANAGER(WS-OP-IDX) ' ON '
                       WS-OP-PRIOR-DATE(WS-OP-IDX)
                       ' (ALREADY RECORDED)'
                   DISPLAY '          REMOVE FROM AUTHOPS'
               WHEN OTHER
                   ADD 1 TO WS-OUTSTANDING-COUNT
                   DISPLAY WS-OP-ID(WS-OP-IDX)
                       '  OUTSTANDING - NO MANAGER SIGN-OFF'
           END-EVALUATE

           IF WS-OP-EARLIER-DECISION(WS-OP-IDX) = 'R'
               ADD 1 TO WS-STALE-REVOKE-COUNT
               DISPLAY '          *** REVOKED IN '
                   WS-OP-EARLIER-QUARTER(WS-OP-IDX)
                   ' BUT STILL ON AUTHOPS'
           END-IF.

       5500-RECORD-SIGN-OFFS.

      *    only a decision not already on the history as it stands
      *    - same decision by the same manager - is appended.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               IF WS-OP-DECISION(WS-OP-IDX) NOT = SPACE
                   AND (WS-OP-DECISION(WS-OP-IDX) NOT =
                           WS-OP-PRIOR-DECISION(WS-OP-IDX)
                     OR WS-OP-MANAGER(WS-OP-IDX) NOT =
                           WS-OP-PRIOR-MANAGER(WS-OP-IDX))
                   PERFORM 5510-WRITE-HISTORY-ROW
               END-IF
           END-PERFORM
           IF WS-HIST-OPEN
               CLOSE RCRTHIST
           END-IF.

       5510-WRITE-HISTORY-ROW.

           IF NOT WS-HIST-OPEN AND NOT WS-HIST-FAILED
               OPEN EXTEND RCRTHIST
               IF RCRTHIST-OK
                   SET WS-HIST-OPEN TO TRUE
               ELSE
                   SET WS-HIST-FAILED TO TRUE
                   DISPLAY 'RECERTIFICATION HISTORY NOT AVAILABLE - '
                       'STATUS ' WS-RCRTHIST-STATUS
                       ' - DECISIONS NOT RECORDED'
               END-IF
           END-IF
           IF WS-HIST-OPEN
               MOVE SPACES                    TO RD-RECERT-RECORD
               MOVE WS-QUARTER-ID             TO RD-QUARTER
               MOVE WS-OP-ID(WS-OP-IDX)       TO RD-OPERATOR-ID
               MOVE WS-OP-DECISION(WS-OP-IDX) TO RD-DECISION
               MOVE WS-OP-MANAGER(WS-OP-IDX)  TO RD-MANAGER-ID
               MOVE WS-OP-SIGN-DATE(WS-OP-IDX) TO RD-SIGN-DATE
               MOVE WS-OP-REASON(WS-OP-IDX)   TO RD-REASON
               MOVE WS-OP-RIGHTS(WS-OP-IDX)   TO RD-RIGHTS
               MOVE WS-OP-DORMANT-SW(WS-OP-IDX) TO RD-DORMANT-SW
               MOVE WS-OP-CONFLICTS(WS-OP-IDX) TO RD-CONFLICTS
               MOVE WS-TODAY                  TO RD-RECORDED-DATE
               WRITE RD-RECERT-RECORD
               ADD 1 TO WS-RECORDED-COUNT
           END-IF.

       9000-END-OF-JOB.

           COMPUTE WS-ON-FILE-COUNT = WS-OP-COUNT - WS-OFF-FILE-COUNT
           DISPLAY ' '
           DISPLAY 'OPERATORS ON AUTHOPS      : ' WS-ON-FILE-COUNT
           DISPLAY 'IDS ACTIVE, NOT ON AUTHOPS: ' WS-OFF-FILE-COUNT
           DISPLAY 'DORMANT IDS               : ' WS-DORMANT-COUNT
           DISPLAY 'DUTIES CONFLICTS          : ' WS-CONFLICT-COUNT
           DISPLAY 'RIGHTS USED WITHOUT FLAG  : ' WS-UNHELD-COUNT
           DISPLAY 'SIGN-OFF ROWS READ        : ' WS-SIGNOFF-ROWS
           DISPLAY 'SIGN-OFF ROWS REFUSED     : ' WS-SIGNOFF-REFUSED
           DISPLAY 'KEPT / REVOKED            : ' WS-KEPT-COUNT
               ' / ' WS-REVOKED-COUNT
           DISPLAY 'OUTSTANDING SIGN-OFFS     : ' WS-OUTSTANDING-COUNT
           DISPLAY 'DECISIONS RECORDED        : ' WS-RECORDED-COUNT
           DISPLAY 'REVOKED BUT STILL ON FILE : '
               WS-STALE-REVOKE-COUNT

           IF WS-DORMANT-COUNT > 0
               OR WS-CONFLICT-COUNT > 0
               OR WS-SIGNOFF-REFUSED > 0
               OR WS-STALE-REVOKE-COUNT > 0
               OR WS-HIST-FAILED
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM 9100-WRITE-STEPLOG.

       9100-WRITE-STEPLOG.

      *    one row per chain step so the morning dashboard can show
      *    pass/fail without scraping job logs (see STEPLOG.cpy).
           MOVE 'ACCRCRT'     TO SL-STEP-NAME
           MOVE RETURN-CODE   TO SL-RETURN-CODE
           PERFORM 9160-STAMP-STEP-TIMES
           OPEN EXTEND STEPLOG
           WRITE STEPLOG-RECORD
           CLOSE STEPLOG.

       COPY STEPTIME.

       END PROGRAM ACCRCRT.
