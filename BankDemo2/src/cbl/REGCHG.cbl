       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGCHG.
      *
      *    CHANGE LOG
      *    ----------
      *    Inbound registrar change feed.  Data used to flow one way
      *    only - REGEXT sends our renumberings, REGACK reads their
      *    acknowledgment - and a renumbering or rename made on the
      *    registrar's side was re-keyed into STUDMAINT by hand.
      *    This step reads the registrar's change file (see
      *    RGCHGREC.cpy), proves its header and its trailer count
      *    and hash before touching anything, edits every detail
      *    against STUDMSTR, the XREF file and what is already
      *    staged on the pending file, and queues each good row as
      *    a status P change item tagged as registrar-sourced (see
      *    PENDREC.cpy) - it still waits for a second operator in
      *    MNTAPPR like any desk keying.  A row that conflicts with
      *    something we already staged, or names an id we retired,
      *    goes to the conflict file and report instead.
      *
      *    Each detail now names the student's campus (blank is the
      *    home campus), and every check - feed duplicates, retired
      *    ids, the master, what is already staged - is made within
      *    that campus; the queued item carries it to STUDMNT.
      *
      *    A staged contact update (action K, see PENDREC.cpy) does not
      *    count as staged maintenance on the id - it leaves the master
      *    row alone and the contact follows any renumbering.
      *
      *    The master, pending file and conflict file are now proved
      *    open before any row is edited.  If one will not open the
      *    status is said, nothing is queued and the step ends RC 8 -
      *    an outage no longer reads as a feed of unknown students.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT REGCHGIN ASSIGN TO 'REGCHGIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGCHGIN-STATUS.

           SELECT STUDMSTR ASSIGN TO 'STUDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-KEY
               ALTERNATE RECORD KEY IS SM-STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDMSTR-STATUS.

           SELECT XREFFILE ASSIGN TO 'XREFFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-OLD-KEY
               FILE STATUS IS WS-XREFFILE-STATUS.

           SELECT PENDFILE ASSIGN TO 'PENDFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDFILE-STATUS.

           SELECT CHGCONF ASSIGN TO 'CHGCONF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGCONF-STATUS.

           SELECT STEPLOG ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  REGCHGIN
           LABEL RECORDS ARE STANDARD.
       01  REGCHGIN-RECORD              PIC X(60).

       FD  STUDMSTR
           LABEL RECORDS ARE STANDARD.
           COPY STUDMSTR.

       FD  XREFFILE
           LABEL RECORDS ARE STANDARD.
           COPY XREFREC.

       FD  PENDFILE
           LABEL RECORDS ARE STANDARD.
           COPY PENDREC.

       FD  CHGCONF
           LABEL RECORDS ARE STANDARD.
           COPY RGCONF.

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
             88  RUNCTL-OK                        VALUE '00'.
           05  WS-REGCHGIN-STATUS       PIC X(2) VALUE '00'.
             88  REGCHGIN-OK                      VALUE '00'.
           05  WS-STUDMSTR-STATUS       PIC X(2) VALUE '00'.
             88  STUDMSTR-OK                      VALUE '00'.
           05  WS-XREFFILE-STATUS       PIC X(2) VALUE '00'.
             88  XREFFILE-OK                      VALUE '00'.
           05  WS-PENDFILE-STATUS       PIC X(2) VALUE '00'.
             88  PENDFILE-OK                      VALUE '00'.
           05  WS-CHGCONF-STATUS        PIC X(2) VALUE '00'.
             88  CHGCONF-OK                       VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-FILE                       VALUE 'Y'.

       COPY RGCHGREC.

      *    the whole feed is held and proved before a single row is
      *    queued - a short file must not stage half a renumbering.
       01  WS-FEED-TABLE.
           05  WS-FEED-COUNT            PIC 9(3) VALUE 0.
           05  WS-FEED-ROW              PIC X(60)
               OCCURS 500 TIMES.

      *    ids already staged on the pending file (awaiting review
      *    or approved and not yet applied), each with its campus.
       01  WS-STAGED-TABLE.
           05  WS-STAGED-COUNT          PIC 9(4) VALUE 0.
           05  WS-STAGED-ENTRY          OCCURS 2000 TIMES.
               10  WS-STAGED-CAMPUS     PIC X(8).
               10  WS-STAGED-ID         PIC 9(6).

       01  WS-TABLE-WORK.
           05  WS-FEED-IDX              PIC 9(3) COMP.
           05  WS-SCAN-IDX              PIC 9(3) COMP.
           05  WS-STAGED-IDX            PIC 9(4) COMP.
           05  WS-HIT-SW                PIC X(1).
             88  WS-HIT                           VALUE 'Y'.

      *    the campus of the detail being edited, and of the one it
      *    is compared with - blank on the feed is the home campus.
       01  WS-CAMPUS-FIELDS.
           05  WS-DETAIL-CAMPUS         PIC X(8).
           05  WS-SCAN-CAMPUS           PIC X(8).

       01  WS-CONTROL-FIELDS.
           05  WS-RUN-DATE              PIC 9(8) VALUE 0.
           05  WS-REQUEST-DATE          PIC 9(8) VALUE 0.
           05  WS-FEED-RUN-DATE         PIC 9(8) VALUE 0.
           05  WS-FEED-SENDER           PIC X(8) VALUE SPACES.
           05  WS-DETAIL-COUNT          PIC 9(7) VALUE 0.
           05  WS-HASH-TOTAL            PIC 9(12) VALUE 0.
           05  WS-HEADER-SW             PIC X(1) VALUE 'N'.
             88  WS-HEADER-SEEN                   VALUE 'Y'.
           05  WS-TRAILER-SW            PIC X(1) VALUE 'N'.
             88  WS-TRAILER-SEEN                  VALUE 'Y'.
           05  WS-CONTROL-SW            PIC X(1) VALUE 'Y'.
             88  WS-CONTROLS-PROVED               VALUE 'Y'.
           05  WS-CONTROL-REASON        PIC X(40) VALUE SPACES.
           05  WS-OVERFLOW-SW           PIC X(1) VALUE 'N'.
             88  WS-FEED-OVERFLOWED               VALUE 'Y'.
           05  WS-XREF-AVAIL-SW         PIC X(1) VALUE 'N'.
             88  WS-XREF-AVAILABLE                VALUE 'Y'.
           05  WS-OPEN-FAILED-SW        PIC X(1) VALUE 'N'.
             88  WS-OPEN-FAILED                   VALUE 'Y'.
           05  WS-MSTR-OPEN-SW          PIC X(1) VALUE 'N'.
             88  WS-MSTR-OPEN                     VALUE 'Y'.
           05  WS-PEND-OPEN-SW          PIC X(1) VALUE 'N'.
             88  WS-PEND-OPEN                     VALUE 'Y'.
           05  WS-CONF-OPEN-SW          PIC X(1) VALUE 'N'.
             88  WS-CONF-OPEN                     VALUE 'Y'.

       01  WS-EDIT-FIELDS.
           05  WS-REASON-CODE           PIC X(2).
           05  WS-REASON-TEXT           PIC X(30).
           05  WS-MASTER-NAME           PIC A(15).
           05  WS-MASTER-EXTRA          PIC X(10).

       01  WS-RESULT-COUNTERS.
           05  WS-QUEUED-COUNT          PIC 9(7) VALUE 0.
           05  WS-CONFLICT-COUNT        PIC 9(7) VALUE 0.

       COPY CAMPWS.

       COPY STEPTMWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 9150-NOTE-STEP-START

           ACCEPT WS-REQUEST-DATE FROM DATE YYYYMMDD
           PERFORM 1000-READ-RUNCTL
           PERFORM 2000-LOAD-FEED
           PERFORM 3000-PROVE-CONTROLS

           IF WS-CONTROLS-PROVED AND WS-FEED-COUNT > 0
               PERFORM 4000-LOAD-STAGED-IDS
               PERFORM 5000-EDIT-AND-QUEUE
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
           ELSE
               MOVE WS-REQUEST-DATE TO WS-RUN-DATE
           END-IF.

       2000-LOAD-FEED.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT REGCHGIN
           IF NOT REGCHGIN-OK
               DISPLAY 'REGISTRAR CHANGE FILE NOT AVAILABLE - '
                   'NOTHING TO QUEUE'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ REGCHGIN
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 2100-ROUTE-FEED-ROW
               END-READ
           END-PERFORM
           IF REGCHGIN-OK OR WS-REGCHGIN-STATUS = '10'
               CLOSE REGCHGIN
           END-IF.

       2100-ROUTE-FEED-ROW.

           EVALUATE REGCHGIN-RECORD(1:3)
               WHEN 'CHD'
                   MOVE REGCHGIN-RECORD TO RCH-HEADER-RECORD
                   IF WS-HEADER-SEEN
                       MOVE 'N' TO WS-CONTROL-SW
                       MOVE 'SECOND HEADER IN ONE FILE'
                         TO WS-CONTROL-REASON
                   END-IF
                   SET WS-HEADER-SEEN TO TRUE
                   MOVE RCH-H-SENDER   TO WS-FEED-SENDER
                   MOVE RCH-H-RUN-DATE TO WS-FEED-RUN-DATE
               WHEN 'CDT'
                   MOVE REGCHGIN-RECORD TO RCH-DETAIL-RECORD
                   IF NOT WS-HEADER-SEEN OR WS-TRAILER-SEEN
                       MOVE 'N' TO WS-CONTROL-SW
                       MOVE 'DETAIL OUTSIDE HEADER/TRAILER'
                         TO WS-CONTROL-REASON
                   END-IF
                   ADD 1 TO WS-DETAIL-COUNT
                   IF RCH-D-STUDENT-ID NUMERIC
                       ADD RCH-D-STUDENT-ID TO WS-HASH-TOTAL
                   END-IF
                   IF RCH-D-NEW-ID NUMERIC
                       ADD RCH-D-NEW-ID TO WS-HASH-TOTAL
                   END-IF
                   IF WS-FEED-COUNT < 500
                       ADD 1 TO WS-FEED-COUNT
                       MOVE REGCHGIN-RECORD
                         TO WS-FEED-ROW(WS-FEED-COUNT)
                   ELSE
                       SET WS-FEED-OVERFLOWED TO TRUE
                   END-IF
               WHEN 'CTR'
                   MOVE REGCHGIN-RECORD TO RCH-TRAILER-RECORD
                   SET WS-TRAILER-SEEN TO TRUE
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED CHANGE ROW IGNORED : '
                       REGCHGIN-RECORD(1:20)
           END-EVALUATE.

       3000-PROVE-CONTROLS.

      *    same proof REGACK applies to the acknowledgment: the
      *    trailer's count and hash of current+new ids must rebuild
      *    from the details, or nothing in the file is trusted.
           EVALUATE TRUE
               WHEN WS-DETAIL-COUNT = 0 AND NOT WS-HEADER-SEEN
                   CONTINUE
               WHEN NOT WS-CONTROLS-PROVED
                   CONTINUE
               WHEN NOT WS-HEADER-SEEN
                   MOVE 'N' TO WS-CONTROL-SW
                   MOVE 'HEADER MISSING' TO WS-CONTROL-REASON
               WHEN NOT WS-TRAILER-SEEN
                   MOVE 'N' TO WS-CONTROL-SW
                   MOVE 'TRAILER MISSING' TO WS-CONTROL-REASON
               WHEN RCH-T-DETAIL-COUNT NOT = WS-DETAIL-COUNT
                   MOVE 'N' TO WS-CONTROL-SW
                   MOVE 'TRAILER COUNT DOES NOT TIE'
                     TO WS-CONTROL-REASON
               WHEN RCH-T-HASH-TOTAL NOT = WS-HASH-TOTAL
                   MOVE 'N' TO WS-CONTROL-SW
                   MOVE 'TRAILER HASH DOES NOT TIE'
                     TO WS-CONTROL-REASON
               WHEN WS-FEED-OVERFLOWED
                   MOVE 'N' TO WS-CONTROL-SW
                   MOVE 'FEED LARGER THAN 500 DETAILS'
                     TO WS-CONTROL-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           DISPLAY 'REGISTRAR INBOUND CHANGE REPORT'
           DISPLAY '-------------------------------'
           DISPLAY 'SENDER ' WS-FEED-SENDER
               ' FILE DATE ' WS-FEED-RUN-DATE
               ' DETAILS ' WS-DETAIL-COUNT
               ' HASH ' WS-HASH-TOTAL

           IF NOT WS-CONTROLS-PROVED
               DISPLAY '*** FILE REFUSED - ' WS-CONTROL-REASON
               DISPLAY '*** NOTHING QUEUED - ASK THE REGISTRAR TO '
                   'RESEND'
           END-IF.

       4000-LOAD-STAGED-IDS.

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
                       IF (PD-PENDING OR PD-APPROVED)
                           AND NOT PD-ACTION-CONTACT
                           AND WS-STAGED-COUNT < 2000
                           ADD 1 TO WS-STAGED-COUNT
                           MOVE PD-CAMPUS-ID
                             TO WS-STAGED-CAMPUS(WS-STAGED-COUNT)
                           IF PD-CAMPUS-ID = SPACES
                               MOVE WS-HOME-CAMPUS
                                 TO WS-STAGED-CAMPUS(WS-STAGED-COUNT)
                           END-IF
                           MOVE PD-STUDENT-ID
                             TO WS-STAGED-ID(WS-STAGED-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF PENDFILE-OK OR WS-PENDFILE-STATUS = '10'
               CLOSE PENDFILE
           END-IF.

       5000-EDIT-AND-QUEUE.

      *    without the master every row would read as not on master,
      *    and without the pending or conflict file nothing the edit
      *    decides can be kept - an outage is not a bad feed, so any
      *    of the three failing queues nothing and fails the step.
      *    The XREF file stays optional.
           OPEN INPUT STUDMSTR
           IF STUDMSTR-OK
               SET WS-MSTR-OPEN TO TRUE
           ELSE
               DISPLAY 'STUDENT MASTER NOT AVAILABLE, STATUS '
                   WS-STUDMSTR-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           OPEN INPUT XREFFILE
           IF XREFFILE-OK
               SET WS-XREF-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'XREF FILE NOT AVAILABLE, STATUS '
                   WS-XREFFILE-STATUS ' - RETIRED-ID CHECKS SKIPPED'
           END-IF
           OPEN EXTEND PENDFILE
           IF PENDFILE-OK
               SET WS-PEND-OPEN TO TRUE
           ELSE
               DISPLAY 'PENDING FILE WOULD NOT OPEN, STATUS '
                   WS-PENDFILE-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF
           OPEN OUTPUT CHGCONF
           IF CHGCONF-OK
               SET WS-CONF-OPEN TO TRUE
           ELSE
               DISPLAY 'CONFLICT FILE WOULD NOT OPEN, STATUS '
                   WS-CHGCONF-STATUS
               SET WS-OPEN-FAILED TO TRUE
           END-IF

           IF WS-OPEN-FAILED
               DISPLAY '*** NOTHING QUEUED - RERUN ONCE THE FILES '
                   'ARE BACK'
           ELSE
               PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                       UNTIL WS-FEED-IDX > WS-FEED-COUNT
                   MOVE WS-FEED-ROW(WS-FEED-IDX) TO RCH-DETAIL-RECORD
                   PERFORM 5100-EDIT-DETAIL
                   IF WS-REASON-CODE = SPACES
                       PERFORM 5200-QUEUE-CHANGE
                   ELSE
                       PERFORM 5300-WRITE-CONFLICT
                   END-IF
               END-PERFORM
           END-IF

           IF WS-MSTR-OPEN
               CLOSE STUDMSTR
           END-IF
           IF WS-XREF-AVAILABLE
               CLOSE XREFFILE
           END-IF
           IF WS-PEND-OPEN
               CLOSE PENDFILE
           END-IF
           IF WS-CONF-OPEN
               CLOSE CHGCONF
           END-IF.

       5100-EDIT-DETAIL.

           MOVE SPACES TO WS-REASON-CODE
           MOVE SPACES TO WS-REASON-TEXT
           MOVE RCH-D-CAMPUS-ID TO WS-DETAIL-CAMPUS
           IF WS-DETAIL-CAMPUS = SPACES
               MOVE WS-HOME-CAMPUS TO WS-DETAIL-CAMPUS
           END-IF

           IF RCH-D-STUDENT-ID NOT NUMERIC
               OR RCH-D-NEW-ID NOT NUMERIC
               MOVE 'ED' TO WS-REASON-CODE
               MOVE 'ID NOT NUMERIC' TO WS-REASON-TEXT
           ELSE
           IF RCH-D-NEW-NAME = SPACES
               MOVE 'ED' TO WS-REASON-CODE
               MOVE 'NEW NAME BLANK' TO WS-REASON-TEXT
           END-IF
           END-IF

           IF WS-REASON-CODE = SPACES
               PERFORM 5110-CHECK-DUPLICATE-IN-FEED
           END-IF
           IF WS-REASON-CODE = SPACES
               PERFORM 5120-CHECK-RETIRED-IDS
           END-IF
           IF WS-REASON-CODE = SPACES
               PERFORM 5130-CHECK-MASTER
           END-IF
           IF WS-REASON-CODE = SPACES
               PERFORM 5140-CHECK-STAGED
           END-IF.

       5110-CHECK-DUPLICATE-IN-FEED.

      *    two changes for one id in one file cannot both be right -
      *    every occurrence goes back, not just the second.  The
      *    same id in two campuses is two students.
           MOVE 'N' TO WS-HIT-SW
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-FEED-COUNT
                   OR WS-HIT
               MOVE WS-FEED-ROW(WS-SCAN-IDX)(49:8) TO WS-SCAN-CAMPUS
               IF WS-SCAN-CAMPUS = SPACES
                   MOVE WS-HOME-CAMPUS TO WS-SCAN-CAMPUS
               END-IF
               IF WS-SCAN-IDX NOT = WS-FEED-IDX
                   AND WS-FEED-ROW(WS-SCAN-IDX)(4:6)
                       = WS-FEED-ROW(WS-FEED-IDX)(4:6)
                   AND WS-SCAN-CAMPUS = WS-DETAIL-CAMPUS
                   SET WS-HIT TO TRUE
               END-IF
           END-PERFORM
           IF WS-HIT
               MOVE 'DF' TO WS-REASON-CODE
               MOVE 'ID MORE THAN ONCE IN FEED' TO WS-REASON-TEXT
           END-IF.

       5120-CHECK-RETIRED-IDS.

           IF WS-XREF-AVAILABLE
               MOVE WS-DETAIL-CAMPUS TO XR-CAMPUS-ID
               MOVE RCH-D-STUDENT-ID TO XR-OLD-ID
               READ XREFFILE KEY IS XR-OLD-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF XREFFILE-OK
                   MOVE 'RT' TO WS-REASON-CODE
                   STRING 'ID RETIRED - NOW ' DELIMITED BY SIZE
                          XR-NEW-ID DELIMITED BY SIZE
                     INTO WS-REASON-TEXT
               END-IF
           END-IF

           IF WS-XREF-AVAILABLE AND WS-REASON-CODE = SPACES
               AND RCH-D-NEW-ID NOT = RCH-D-STUDENT-ID
               MOVE WS-DETAIL-CAMPUS TO XR-CAMPUS-ID
               MOVE RCH-D-NEW-ID TO XR-OLD-ID
               READ XREFFILE KEY IS XR-OLD-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF XREFFILE-OK
                   MOVE 'RN' TO WS-REASON-CODE
                   MOVE 'NEW ID IS A RETIRED ID' TO WS-REASON-TEXT
               END-IF
           END-IF.

       5130-CHECK-MASTER.

      *    the new id must not already be somebody else's row, and
      *    the student must be ours to change.
           IF RCH-D-NEW-ID NOT = RCH-D-STUDENT-ID
               MOVE WS-DETAIL-CAMPUS TO SM-CAMPUS-ID
               MOVE RCH-D-NEW-ID TO SM-STUDENT-ID
               READ STUDMSTR KEY IS SM-STUDENT-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF STUDMSTR-OK
                   MOVE 'TC' TO WS-REASON-CODE
                   MOVE 'NEW ID ALREADY ON MASTER'
                     TO WS-REASON-TEXT
               END-IF
           END-IF

           IF WS-REASON-CODE = SPACES
               MOVE WS-DETAIL-CAMPUS TO SM-CAMPUS-ID
               MOVE RCH-D-STUDENT-ID TO SM-STUDENT-ID
               READ STUDMSTR KEY IS SM-STUDENT-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF STUDMSTR-OK
                   MOVE SM-STUDENT-NAME      TO WS-MASTER-NAME
                   MOVE SM-REPLACEMENT-EXTRA TO WS-MASTER-EXTRA
      *            a future-dated replacement already staged on the
      *            row is a decision somebody here made - a
      *            different one from the registrar is a conflict,
      *            the same one is just them catching up.
                   IF SM-REPLACEMENT-EFF-DATE > WS-RUN-DATE
                       AND (SM-REPLACEMENT-ID NOT = RCH-D-NEW-ID
                         OR SM-REPLACEMENT-NAME
                            NOT = RCH-D-NEW-NAME)
                       MOVE 'FS' TO WS-REASON-CODE
                       MOVE 'OTHER FUTURE REPLACEMENT STAGED'
                         TO WS-REASON-TEXT
                   END-IF
               ELSE
                   MOVE 'NM' TO WS-REASON-CODE
                   MOVE 'STUDENT NOT ON MASTER' TO WS-REASON-TEXT
               END-IF
           END-IF.

       5140-CHECK-STAGED.

           MOVE 'N' TO WS-HIT-SW
           PERFORM VARYING WS-STAGED-IDX FROM 1 BY 1
                   UNTIL WS-STAGED-IDX > WS-STAGED-COUNT
                   OR WS-HIT
               IF WS-STAGED-ID(WS-STAGED-IDX) = RCH-D-STUDENT-ID
                   AND WS-STAGED-CAMPUS(WS-STAGED-IDX)
                       = WS-DETAIL-CAMPUS
                   SET WS-HIT TO TRUE
               END-IF
           END-PERFORM
           IF WS-HIT
               MOVE 'PS' TO WS-REASON-CODE
               MOVE 'MAINTENANCE ALREADY STAGED' TO WS-REASON-TEXT
           END-IF.

       5200-QUEUE-CHANGE.

      *    a change against the existing row: the registrar's new id
      *    and name become the staged replacement, effective on
      *    their date - STUDMNT applies it once it is approved.
           MOVE SPACES               TO PENDING-RECORD
           MOVE 'P'                  TO PD-STATUS
           MOVE WS-REQUEST-DATE      TO PD-REQUEST-DATE
           MOVE 'C'                  TO PD-ACTION
           MOVE RCH-D-STUDENT-ID     TO PD-STUDENT-ID
           MOVE WS-MASTER-NAME       TO PD-STUDENT-NAME
           MOVE RCH-D-NEW-ID         TO PD-REPLACEMENT-ID
           MOVE RCH-D-NEW-NAME       TO PD-REPLACEMENT-NAME
           MOVE WS-MASTER-EXTRA      TO PD-REPLACEMENT-EXTRA
           IF RCH-D-EFF-DATE NUMERIC AND RCH-D-EFF-DATE > 0
               MOVE RCH-D-EFF-DATE   TO PD-REPLACEMENT-EFF-DATE
           END-IF
           MOVE WS-DETAIL-CAMPUS     TO PD-CAMPUS-ID
           MOVE 'REGFEED'            TO PD-OPERATOR
           MOVE ZERO                 TO PD-APPROVE-DATE
           SET PD-FROM-REGISTRAR     TO TRUE
           WRITE PENDING-RECORD
           ADD 1 TO WS-QUEUED-COUNT

      *    the id is staged now - a later row for it in this same
      *    file would otherwise pass the staged check.
           IF WS-STAGED-COUNT < 2000
               ADD 1 TO WS-STAGED-COUNT
               MOVE WS-DETAIL-CAMPUS
                 TO WS-STAGED-CAMPUS(WS-STAGED-COUNT)
               MOVE RCH-D-STUDENT-ID TO WS-STAGED-ID(WS-STAGED-COUNT)
           END-IF

           DISPLAY 'QUEUED   STUDENT ' WS-DETAIL-CAMPUS
               ' ' RCH-D-STUDENT-ID
               ' ' WS-MASTER-NAME ' -> ' RCH-D-NEW-ID
               ' ' RCH-D-NEW-NAME ' EFF ' RCH-D-EFF-DATE
               ' REF ' RCH-D-REG-REF.

       5300-WRITE-CONFLICT.

           MOVE SPACES            TO REG-CONFLICT-RECORD
           MOVE WS-RUN-DATE       TO CF-RUN-DATE
           MOVE WS-REASON-CODE    TO CF-REASON-CODE
           MOVE WS-REASON-TEXT    TO CF-REASON-TEXT
           MOVE WS-FEED-ROW(WS-FEED-IDX) TO CF-DETAIL-IMAGE
           WRITE REG-CONFLICT-RECORD
           ADD 1 TO WS-CONFLICT-COUNT

           DISPLAY 'CONFLICT STUDENT ' WS-DETAIL-CAMPUS
               ' ' RCH-D-STUDENT-ID
               ' -> ' RCH-D-NEW-ID ' ' WS-REASON-CODE
               ' ' WS-REASON-TEXT ' REF ' RCH-D-REG-REF.

       9000-END-OF-JOB.

           DISPLAY '-------------------------------'
           DISPLAY 'CHANGES RECEIVED       : ' WS-DETAIL-COUNT
           DISPLAY 'QUEUED FOR REVIEW      : ' WS-QUEUED-COUNT
           DISPLAY 'SENT TO CONFLICT FILE  : ' WS-CONFLICT-COUNT

      *    a refused file queued nothing and must be chased with the
      *    registrar - hard failure.  Conflicts are the desk's work
      *    for the morning, so they only warn.
           IF NOT WS-CONTROLS-PROVED OR WS-OPEN-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CONFLICT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM 9100-WRITE-STEPLOG.

       9100-WRITE-STEPLOG.

      *    one row per chain step so the morning dashboard can show
      *    pass/fail without scraping job logs (see STEPLOG.cpy).
           MOVE 'REGCHG'      TO SL-STEP-NAME
           MOVE RETURN-CODE   TO SL-RETURN-CODE
           PERFORM 9160-STAMP-STEP-TIMES
           OPEN EXTEND STEPLOG
           WRITE STEPLOG-RECORD
           CLOSE STEPLOG.

       COPY STEPTIME.

       END PROGRAM REGCHG.
