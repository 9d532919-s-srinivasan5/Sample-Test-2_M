       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBTRUE.
      *
      *    CHANGE LOG
      *    ----------
      *    Subscriber inventory true-up.  Housing and billing load
      *    SUBEXT's nightly deltas, but a missed night or a night
      *    loaded twice leaves their copy of the id list drifting
      *    and nothing told us or them.  A subscriber now sends back
      *    an inventory of every id it holds (see SUBINV.cpy); this
      *    step refuses the file unless its header, trailer count
      *    and id hash tie, then compares it to the master and the
      *    id cross-reference and reports:
      *      - ids they hold that we retired, with today's id (the
      *        same hop-by-hop XREF follow UTIL/UTIL2 use);
      *      - ids on our master they have never received;
      *      - ids whose name on their copy differs from ours;
      *      - ids they hold twice, or that we never issued - no
      *        delta row can put those right, so they are listed
      *        for the subscriber to remove by hand.
      *    Every retired, missing or misnamed id also goes on a
      *    corrective delta in the subscriber's own SUB-DETAIL
      *    format, bracketed by the same SHD header and STR count
      *    and hash trailer SUBEXT cuts, so the subscriber loads it
      *    through its normal feed path to get back in step.
      *    RC 0 - copy in step, RC 4 - differences found and a delta
      *    cut, RC 8 - inventory refused or master unavailable (no
      *    delta is cut).
      *    Ids are only unique within a campus now, so an inventory
      *    covers one campus, named on its IVH header (blank is the
      *    home campus).  Every master and cross-reference lookup is
      *    made under that campus, the never-received walk covers
      *    only that campus's master rows, and the corrective delta
      *    carries the campus on each detail.
      *    The corrective delta's header now says what it is - kind
      *    T, interchange 0 (see SUBREC.cpy).  It was left blank,
      *    which reads as a full extract, so the delta looked like
      *    that run date's nightly SUBEXT file.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT SUBSCRIB ASSIGN TO 'SUBSCRIB'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBSCRIB-STATUS.

           SELECT SUBINV ASSIGN TO 'SUBINV'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBINV-STATUS.

           SELECT TRUEOUT ASSIGN TO 'TRUEOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRUEOUT-STATUS.

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

           SELECT STEPLOG ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  SUBSCRIB
           LABEL RECORDS ARE STANDARD.
       01  SUBSCRIB-RECORD              PIC X(40).

       FD  SUBINV
           LABEL RECORDS ARE STANDARD.
       01  SUBINV-RECORD                PIC X(60).

       FD  TRUEOUT
           LABEL RECORDS ARE STANDARD.
       01  TRUEOUT-RECORD               PIC X(68).

       FD  STUDMSTR
           LABEL RECORDS ARE STANDARD.
           COPY STUDMSTR.

       FD  XREFFILE
           LABEL RECORDS ARE STANDARD.
           COPY XREFREC.

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
             88  RUNCTL-OK                        VALUE '00'.
           05  WS-SUBSCRIB-STATUS       PIC X(2) VALUE '00'.
             88  SUBSCRIB-OK                      VALUE '00'.
           05  WS-SUBINV-STATUS         PIC X(2) VALUE '00'.
             88  SUBINV-OK                        VALUE '00'.
           05  WS-TRUEOUT-STATUS        PIC X(2) VALUE '00'.
           05  WS-STUDMSTR-STATUS       PIC X(2) VALUE '00'.
             88  STUDMSTR-OK                      VALUE '00'.
           05  WS-XREFFILE-STATUS       PIC X(2) VALUE '00'.
             88  XREFFILE-OK                      VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-FILE                       VALUE 'Y'.

       COPY SUBREC.

       COPY SUBINV.

       01  WS-INVENTORY-CONTROL.
           05  WS-REFUSED-SW            PIC X(1) VALUE 'N'.
             88  WS-INVENTORY-REFUSED             VALUE 'Y'.
           05  WS-TRAILER-SEEN-SW       PIC X(1) VALUE 'N'.
             88  WS-TRAILER-SEEN                  VALUE 'Y'.
           05  WS-SUBSCRIBER-SW         PIC X(1) VALUE 'N'.
             88  WS-SUBSCRIBER-KNOWN              VALUE 'Y'.
           05  WS-INV-SUBSCRIBER        PIC X(8) VALUE SPACES.
           05  WS-INV-AS-OF-DATE        PIC 9(8) VALUE 0.
           05  WS-INV-CAMPUS            PIC X(8) VALUE SPACES.
           05  WS-INV-RECORDS           PIC 9(7) VALUE 0.
           05  WS-INV-COUNT             PIC 9(7) VALUE 0.
           05  WS-INV-HASH              PIC 9(12) VALUE 0.
           05  WS-REFUSE-REASON         PIC X(40) VALUE SPACES.

       01  WS-XREF-CONTROL.
           05  WS-XREF-AVAIL-SW         PIC X(1) VALUE 'N'.
             88  WS-XREF-AVAILABLE                VALUE 'Y'.
           05  WS-XREF-RESOLVED-SW      PIC X(1).
             88  WS-XREF-RESOLVED                 VALUE 'Y'.
           05  WS-XREF-DONE-SW          PIC X(1).
             88  WS-XREF-DONE                     VALUE 'Y'.
           05  WS-XREF-CUR-ID           PIC 9(6).
           05  WS-XREF-HOPS             PIC 9(2).

      *    one byte per possible student id (id + 1): blank never
      *    held, H held, D held more than once, C not held but
      *    delivered by a retired-id row on the delta.
       01  WS-HELD-CONTROL.
           05  WS-HELD-IDX              PIC 9(7) COMP.
           05  WS-HELD-TABLE.
               10  WS-HELD-FLAG         PIC X(1)
                   OCCURS 1000000 TIMES.

       01  WS-DELTA-FIELDS.
           05  WS-RUN-DATE              PIC 9(8) VALUE 0.
           05  WS-DETAIL-COUNT          PIC 9(7) VALUE 0.
           05  WS-HASH-TOTAL            PIC 9(12) VALUE 0.
           05  WS-OUT-RECORD            PIC X(68).
           05  WS-DELTA-OLD-ID          PIC 9(6).

       01  WS-TRUEUP-COUNTERS.
           05  WS-RETIRED-COUNT         PIC 9(7) VALUE 0.
           05  WS-MISSING-COUNT         PIC 9(7) VALUE 0.
           05  WS-NAME-DIFF-COUNT       PIC 9(7) VALUE 0.
           05  WS-DUPLICATE-COUNT       PIC 9(7) VALUE 0.
           05  WS-UNKNOWN-COUNT         PIC 9(7) VALUE 0.
           05  WS-MATCHED-COUNT         PIC 9(7) VALUE 0.

       COPY CAMPWS.

       COPY STEPTMWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 9150-NOTE-STEP-START

           INITIALIZE WS-HELD-TABLE

           PERFORM 0100-READ-RUNCTL

           OPEN INPUT STUDMSTR
           IF NOT STUDMSTR-OK
               DISPLAY 'STUDMSTR NOT AVAILABLE - NOTHING TO TRUE UP '
                   'AGAINST'
               MOVE 8 TO RETURN-CODE
               PERFORM 9100-WRITE-STEPLOG
               STOP RUN
           END-IF
           OPEN INPUT XREFFILE
           IF XREFFILE-OK
               SET WS-XREF-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'XREFFILE NOT AVAILABLE - RETIRED IDS WILL '
                   'REPORT AS UNKNOWN'
           END-IF

           PERFORM 1000-CHECK-INVENTORY
           IF NOT WS-INVENTORY-REFUSED
               PERFORM 1500-FIND-SUBSCRIBER
           END-IF

           DISPLAY 'SUBSCRIBER INVENTORY TRUE-UP FOR RUN ' WS-RUN-DATE
           DISPLAY '------------------------------------------------'
           DISPLAY 'SUBSCRIBER : ' WS-INV-SUBSCRIBER
               '   INVENTORY AS OF ' WS-INV-AS-OF-DATE
               '   CAMPUS ' WS-INV-CAMPUS
           DISPLAY 'IDS HELD   : ' WS-INV-COUNT
               '   ID HASH ' WS-INV-HASH
           IF WS-INVENTORY-REFUSED
               DISPLAY 'INVENTORY REFUSED - ' WS-REFUSE-REASON
               DISPLAY 'NO DELTA CUT - ASK THE SUBSCRIBER TO RESEND'
               CLOSE STUDMSTR
               IF WS-XREF-AVAILABLE
                   CLOSE XREFFILE
               END-IF
               MOVE 8 TO RETURN-CODE
               PERFORM 9100-WRITE-STEPLOG
               STOP RUN
           END-IF

           OPEN OUTPUT TRUEOUT
           PERFORM 3000-WRITE-DELTA-HEADER

           DISPLAY ' '
           DISPLAY 'IDS HELD BY THE SUBSCRIBER'
           PERFORM 2000-COMPARE-INVENTORY

           DISPLAY ' '
           DISPLAY 'IDS ON OUR MASTER NEVER RECEIVED'
           PERFORM 4000-FIND-NEVER-RECEIVED

           PERFORM 6000-WRITE-DELTA-TRAILER
           CLOSE TRUEOUT

           CLOSE STUDMSTR
           IF WS-XREF-AVAILABLE
               CLOSE XREFFILE
           END-IF

           PERFORM 9000-END-OF-JOB

           STOP RUN.

       0100-READ-RUNCTL.

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

      *****************************************************************
      *    PASS 1 - THE INVENTORY'S OWN CONTROLS MUST TIE             *
      *****************************************************************
       1000-CHECK-INVENTORY.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SUBINV
           IF NOT SUBINV-OK
               SET WS-INVENTORY-REFUSED TO TRUE
               MOVE 'INVENTORY FILE NOT AVAILABLE' TO WS-REFUSE-REASON
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ SUBINV
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-INV-RECORDS
                       PERFORM 1100-CHECK-ONE-RECORD
               END-READ
           END-PERFORM
           IF SUBINV-OK OR WS-SUBINV-STATUS = '10'
               CLOSE SUBINV
           END-IF

           IF NOT WS-INVENTORY-REFUSED
               EVALUATE TRUE
                   WHEN WS-INV-RECORDS = 0
                       SET WS-INVENTORY-REFUSED TO TRUE
                       MOVE 'INVENTORY FILE IS EMPTY'
                         TO WS-REFUSE-REASON
                   WHEN NOT WS-TRAILER-SEEN
                       SET WS-INVENTORY-REFUSED TO TRUE
                       MOVE 'NO IVT TRAILER - FILE TRUNCATED'
                         TO WS-REFUSE-REASON
                   WHEN IT-DETAIL-COUNT NOT = WS-INV-COUNT
                       SET WS-INVENTORY-REFUSED TO TRUE
                       MOVE 'TRAILER COUNT DOES NOT TIE'
                         TO WS-REFUSE-REASON
                   WHEN IT-HASH-TOTAL NOT = WS-INV-HASH
                       SET WS-INVENTORY-REFUSED TO TRUE
                       MOVE 'TRAILER ID HASH DOES NOT TIE'
                         TO WS-REFUSE-REASON
               END-EVALUATE
           END-IF.

       1100-CHECK-ONE-RECORD.

           IF WS-INVENTORY-REFUSED
               CONTINUE
           ELSE
               IF WS-INV-RECORDS = 1
                   MOVE SUBINV-RECORD TO INV-HEADER-RECORD
                   IF IH-HEADER AND IH-SUBSCRIBER NOT = SPACES
                       MOVE IH-SUBSCRIBER TO WS-INV-SUBSCRIBER
                       IF IH-AS-OF-DATE IS NUMERIC
                           MOVE IH-AS-OF-DATE TO WS-INV-AS-OF-DATE
                       END-IF
                       MOVE IH-CAMPUS-ID TO WS-INV-CAMPUS
                       IF WS-INV-CAMPUS = SPACES
                           MOVE WS-HOME-CAMPUS TO WS-INV-CAMPUS
                       END-IF
                   ELSE
                       SET WS-INVENTORY-REFUSED TO TRUE
                       MOVE 'FIRST RECORD IS NOT AN IVH HEADER'
                         TO WS-REFUSE-REASON
                   END-IF
               ELSE
                   PERFORM 1200-CHECK-BODY-RECORD
               END-IF
           END-IF.

       1200-CHECK-BODY-RECORD.

           IF WS-TRAILER-SEEN
               SET WS-INVENTORY-REFUSED TO TRUE
               MOVE 'RECORDS FOLLOW THE IVT TRAILER'
                 TO WS-REFUSE-REASON
           ELSE
               MOVE SUBINV-RECORD TO INV-DETAIL-RECORD
               EVALUATE TRUE
                   WHEN ID-DETAIL
                       IF ID-STUDENT-ID IS NUMERIC
                           ADD 1 TO WS-INV-COUNT
                           ADD ID-STUDENT-ID TO WS-INV-HASH
                       ELSE
                           SET WS-INVENTORY-REFUSED TO TRUE
                           MOVE 'NON-NUMERIC STUDENT ID ON AN IVD ROW'
                             TO WS-REFUSE-REASON
                       END-IF
                   WHEN SUBINV-RECORD(1:3) = 'IVT'
                       MOVE SUBINV-RECORD TO INV-TRAILER-RECORD
                       IF IT-DETAIL-COUNT IS NUMERIC
                           AND IT-HASH-TOTAL IS NUMERIC
                           SET WS-TRAILER-SEEN TO TRUE
                       ELSE
                           SET WS-INVENTORY-REFUSED TO TRUE
                           MOVE 'IVT TRAILER CONTROLS NOT NUMERIC'
                             TO WS-REFUSE-REASON
                       END-IF
                   WHEN OTHER
                       SET WS-INVENTORY-REFUSED TO TRUE
                       MOVE 'UNKNOWN RECORD TYPE IN THE INVENTORY'
                         TO WS-REFUSE-REASON
               END-EVALUATE
           END-IF.

       1500-FIND-SUBSCRIBER.

      *    the inventory must come from a subscriber we actually
      *    feed - the delta goes back down that subscriber's path.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SUBSCRIB
           IF NOT SUBSCRIB-OK
               DISPLAY 'SUBSCRIBER CONTROL FILE NOT AVAILABLE'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ SUBSCRIB
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE SUBSCRIB-RECORD TO SUBSCRIBER-RECORD
                       IF SB-SUBSCRIBER = WS-INV-SUBSCRIBER
                           SET WS-SUBSCRIBER-KNOWN TO TRUE
                           SET WS-END-OF-FILE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF SUBSCRIB-OK OR WS-SUBSCRIB-STATUS = '10'
               CLOSE SUBSCRIB
           END-IF

           IF NOT WS-SUBSCRIBER-KNOWN
               SET WS-INVENTORY-REFUSED TO TRUE
               MOVE 'SUBSCRIBER NOT ON THE CONTROL FILE'
                 TO WS-REFUSE-REASON
           END-IF.

      *****************************************************************
      *    PASS 2 - EACH ID THE SUBSCRIBER HOLDS                      *
      *****************************************************************
       2000-COMPARE-INVENTORY.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SUBINV
           PERFORM UNTIL WS-END-OF-FILE
               READ SUBINV
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE SUBINV-RECORD TO INV-DETAIL-RECORD
                       IF ID-DETAIL
                           PERFORM 2100-COMPARE-ONE-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUBINV.

       2100-COMPARE-ONE-ID.

           COMPUTE WS-HELD-IDX = ID-STUDENT-ID + 1
           IF WS-HELD-FLAG(WS-HELD-IDX) = 'H'
               OR WS-HELD-FLAG(WS-HELD-IDX) = 'D'
               MOVE 'D' TO WS-HELD-FLAG(WS-HELD-IDX)
               ADD 1 TO WS-DUPLICATE-COUNT
               DISPLAY '  HELD TWICE  ' ID-STUDENT-ID ' '
                   ID-STUDENT-NAME ' - REMOVE THE EXTRA COPY'
           ELSE
               MOVE 'H' TO WS-HELD-FLAG(WS-HELD-IDX)
               MOVE WS-INV-CAMPUS TO SM-CAMPUS-ID
               MOVE ID-STUDENT-ID TO SM-STUDENT-ID
               READ STUDMSTR KEY IS SM-STUDENT-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF STUDMSTR-OK
                   PERFORM 2200-CHECK-NAME
               ELSE
                   PERFORM 2300-CHECK-RETIRED
               END-IF
           END-IF.

       2200-CHECK-NAME.

           IF ID-STUDENT-NAME = SM-STUDENT-NAME
               ADD 1 TO WS-MATCHED-COUNT
           ELSE
               ADD 1 TO WS-NAME-DIFF-COUNT
               DISPLAY '  NAME DIFFERS ' ID-STUDENT-ID
                   ' THEIRS ' ID-STUDENT-NAME
                   ' OURS ' SM-STUDENT-NAME
               MOVE SM-STUDENT-ID TO WS-DELTA-OLD-ID
               PERFORM 5000-WRITE-DELTA-DETAIL
           END-IF.

       2300-CHECK-RETIRED.

      *    not on the master - retired, if the cross-reference
      *    leads to a current row; otherwise never one of ours.
           MOVE 'N' TO WS-XREF-RESOLVED-SW
           IF WS-XREF-AVAILABLE
               MOVE ID-STUDENT-ID TO WS-XREF-CUR-ID
               MOVE ZERO TO WS-XREF-HOPS
               MOVE 'N' TO WS-XREF-DONE-SW
               PERFORM 2400-FOLLOW-ONE-HOP
                   UNTIL WS-XREF-DONE
               IF WS-XREF-HOPS > 0
                   MOVE WS-INV-CAMPUS TO SM-CAMPUS-ID
                   MOVE WS-XREF-CUR-ID TO SM-STUDENT-ID
                   READ STUDMSTR KEY IS SM-STUDENT-KEY
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF STUDMSTR-OK
                       SET WS-XREF-RESOLVED TO TRUE
                   END-IF
               END-IF
           END-IF

           IF WS-XREF-RESOLVED
               ADD 1 TO WS-RETIRED-COUNT
               DISPLAY '  RETIRED     ' ID-STUDENT-ID
                   ' NOW ' SM-STUDENT-ID ' ' SM-STUDENT-NAME
                   ' (' WS-XREF-HOPS ' HOP(S))'
               MOVE ID-STUDENT-ID TO WS-DELTA-OLD-ID
               PERFORM 5000-WRITE-DELTA-DETAIL
      *        the move row delivers today's id - it is not also
      *        "never received" unless the subscriber holds it too.
               COMPUTE WS-HELD-IDX = SM-STUDENT-ID + 1
               IF WS-HELD-FLAG(WS-HELD-IDX) = SPACE
                   MOVE 'C' TO WS-HELD-FLAG(WS-HELD-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-UNKNOWN-COUNT
               DISPLAY '  NOT OURS    ' ID-STUDENT-ID ' '
                   ID-STUDENT-NAME ' - NO MASTER OR XREF ROW'
           END-IF.

       2400-FOLLOW-ONE-HOP.

           MOVE WS-INV-CAMPUS TO XR-CAMPUS-ID
           MOVE WS-XREF-CUR-ID TO XR-OLD-ID
           READ XREFFILE KEY IS XR-OLD-KEY
               INVALID KEY
                   SET WS-XREF-DONE TO TRUE
           END-READ
           IF NOT WS-XREF-DONE
               IF XREFFILE-OK
                   MOVE XR-NEW-ID TO WS-XREF-CUR-ID
                   ADD 1 TO WS-XREF-HOPS
      *            hop limit - a bad mapping must not cycle.
                   IF WS-XREF-HOPS > 10
                       SET WS-XREF-DONE TO TRUE
                   END-IF
               ELSE
                   SET WS-XREF-DONE TO TRUE
               END-IF
           END-IF.

       3000-WRITE-DELTA-HEADER.

           MOVE SPACES            TO SUB-HEADER-RECORD
           MOVE 'SHD'             TO SH-TYPE
           MOVE 'BANKDEMO'        TO SH-SENDER
           MOVE WS-INV-SUBSCRIBER TO SH-SUBSCRIBER
           MOVE WS-RUN-DATE       TO SH-RUN-DATE
           SET SH-TRUEUP-EXTRACT  TO TRUE
           MOVE 0                 TO SH-INTERCHANGE-SEQ
           WRITE TRUEOUT-RECORD FROM SUB-HEADER-RECORD.

      *****************************************************************
      *    PASS 3 - MASTER IDS THE SUBSCRIBER NEVER RECEIVED          *
      *****************************************************************
       4000-FIND-NEVER-RECEIVED.

           MOVE 'N' TO WS-EOF-SWITCH
           MOVE WS-INV-CAMPUS TO SM-CAMPUS-ID
           MOVE ZERO TO SM-STUDENT-ID
           START STUDMSTR KEY IS NOT LESS THAN SM-STUDENT-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ STUDMSTR NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   IF STUDMSTR-OK
                       AND SM-CAMPUS-ID = WS-INV-CAMPUS
                       COMPUTE WS-HELD-IDX = SM-STUDENT-ID + 1
                       IF WS-HELD-FLAG(WS-HELD-IDX) = SPACE
                           PERFORM 4100-NEVER-RECEIVED
                       END-IF
                   ELSE
                       SET WS-END-OF-FILE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       4100-NEVER-RECEIVED.

           ADD 1 TO WS-MISSING-COUNT
           DISPLAY '  NOT HELD    ' SM-STUDENT-ID ' ' SM-STUDENT-NAME
           MOVE SM-STUDENT-ID TO WS-DELTA-OLD-ID
           PERFORM 5000-WRITE-DELTA-DETAIL.

       5000-WRITE-DELTA-DETAIL.

      *    one corrective row in the subscriber's own detail
      *    format: old id as they hold it (or will hold it), new id
      *    and name as we hold them today, effective tonight.
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-DELTA-OLD-ID TO WS-HASH-TOTAL
           ADD SM-STUDENT-ID   TO WS-HASH-TOTAL
           MOVE SPACES          TO SUB-DETAIL-RECORD
           MOVE 'DTL'           TO SD-TYPE
           MOVE WS-DELTA-OLD-ID TO SD-OLD-ID
           MOVE SM-STUDENT-ID   TO SD-NEW-ID
           MOVE SM-STUDENT-NAME TO SD-NAME
           MOVE WS-RUN-DATE     TO SD-EFF-DATE
           MOVE SM-CAMPUS-ID    TO SD-CAMPUS-ID
      *    a blank code is an old master row - active.
           IF SM-STATUS-CODE = SPACE
               MOVE 'A'            TO SD-STATUS-CODE
           ELSE
               MOVE SM-STATUS-CODE TO SD-STATUS-CODE
           END-IF
           IF SM-STATUS-DATE IS NUMERIC
               MOVE SM-STATUS-DATE TO SD-STATUS-DATE
           ELSE
               MOVE 0 TO SD-STATUS-DATE
           END-IF
           WRITE TRUEOUT-RECORD FROM SUB-DETAIL-RECORD.

       6000-WRITE-DELTA-TRAILER.

           MOVE SPACES          TO SUB-TRAILER-RECORD
           MOVE 'STR'           TO SR-TYPE
           MOVE WS-DETAIL-COUNT TO SR-DETAIL-COUNT
           MOVE WS-HASH-TOTAL   TO SR-HASH-TOTAL
           WRITE TRUEOUT-RECORD FROM SUB-TRAILER-RECORD.

       9000-END-OF-JOB.

           DISPLAY '------------------------------------------------'
           DISPLAY 'IDS IN STEP            : ' WS-MATCHED-COUNT
           DISPLAY 'RETIRED - MOVE TO NEW  : ' WS-RETIRED-COUNT
           DISPLAY 'NEVER RECEIVED         : ' WS-MISSING-COUNT
           DISPLAY 'NAME DIFFERS           : ' WS-NAME-DIFF-COUNT
           DISPLAY 'HELD TWICE             : ' WS-DUPLICATE-COUNT
           DISPLAY 'NOT OURS               : ' WS-UNKNOWN-COUNT
           DISPLAY 'DELTA DETAILS          : ' WS-DETAIL-COUNT
               '  HASH ' WS-HASH-TOTAL

           IF WS-DETAIL-COUNT > 0 OR WS-DUPLICATE-COUNT > 0
               OR WS-UNKNOWN-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY 'SUBSCRIBER COPY IS IN STEP'
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM 9100-WRITE-STEPLOG.

       9100-WRITE-STEPLOG.

      *    one row per chain step so the morning dashboard can show
      *    pass/fail without scraping job logs (see STEPLOG.cpy).
           MOVE 'SUBTRUE'     TO SL-STEP-NAME
           MOVE RETURN-CODE   TO SL-RETURN-CODE
           PERFORM 9160-STAMP-STEP-TIMES
           OPEN EXTEND STEPLOG
           WRITE STEPLOG-RECORD
           CLOSE STEPLOG.

       COPY STEPTIME.

       END PROGRAM SUBTRUE.
