       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOADMRGE.
      *
      *    CHANGE LOG
      *    ----------
      *    Master load merge.  The chain rebuilds STUDMSTR from the
      *    producer's load extract every night, and the extract
      *    knows nothing of what the master learned since the last
      *    load: the last-seen dates UTIL/UTIL2 stamp, the rows
      *    STUDARCH moved to the dormant file and the rows UTIL/UTIL2
      *    put back from it.  Run after LOADVAL has proved the
      *    extract and before the old cluster is deleted, this step
      *    match-merges the extract against the outgoing master and
      *    the dormant file, all three in campus + id order, and
      *    writes the extract the REPRO loads:
      *      - each row keeps the later of its own last-seen date
      *        and the outgoing master's for the same key, so the
      *        stamps build up night over night and STUDARCH's age
      *        test sees a real age;
      *      - a row whose key is on the dormant file is dropped,
      *        so an archived student stays off the master until
      *        the feed names the student again and UTIL/UTIL2 move
      *        the row back (a reinstated row is off the dormant
      *        file and loads with the date it was reinstated on).
      *    Everything else on the row is the extract's.  An
      *    outgoing master or dormant file that will not open is
      *    said and merged as empty - RC 4, the reload goes ahead
      *    on the extract's own dates.  RC 8 - the extract or the
      *    merged output would not open; nothing is written and
      *    the chain reloads nothing, so last night's master stays.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTIN ASSIGN TO 'MASTIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTIN-STATUS.

           SELECT STUDMSTR ASSIGN TO 'STUDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-STUDENT-KEY
               FILE STATUS IS WS-STUDMSTR-STATUS.

           SELECT DORMMSTR ASSIGN TO 'DORMMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DM-STUDENT-KEY
               FILE STATUS IS WS-DORMMSTR-STATUS.

           SELECT MASTOUT ASSIGN TO 'MASTOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTOUT-STATUS.

           SELECT STEPLOG ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTIN
           LABEL RECORDS ARE STANDARD.
           COPY STUDMSTR.

      *    the outgoing master row - the STUDMSTR layout, named
      *    apart from the extract row it is matched against.
       FD  STUDMSTR
           LABEL RECORDS ARE STANDARD.
       01  OLD-MASTER-RECORD.
           05  OM-STUDENT-KEY           PIC X(14).
           05  FILLER                   PIC X(60).
           05  OM-LAST-SEEN-DATE        PIC 9(8) COMP-3.

       FD  DORMMSTR
           LABEL RECORDS ARE STANDARD.
           COPY DORMREC.

       FD  MASTOUT
           LABEL RECORDS ARE STANDARD.
       01  MASTOUT-RECORD               PIC X(79).

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-MASTIN-STATUS         PIC X(2) VALUE '00'.
             88  MASTIN-OK                        VALUE '00'.
           05  WS-STUDMSTR-STATUS       PIC X(2) VALUE '00'.
             88  STUDMSTR-OK                      VALUE '00'.
           05  WS-DORMMSTR-STATUS       PIC X(2) VALUE '00'.
             88  DORMMSTR-OK                      VALUE '00'.
           05  WS-MASTOUT-STATUS        PIC X(2) VALUE '00'.
             88  MASTOUT-OK                       VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(1) VALUE 'N'.
             88  WS-END-OF-FILE                   VALUE 'Y'.
           05  WS-REFUSED-SW            PIC X(1) VALUE 'N'.
             88  WS-MERGE-REFUSED                 VALUE 'Y'.
           05  WS-WARNING-SW            PIC X(1) VALUE 'N'.
             88  WS-MERGE-WARNED                  VALUE 'Y'.
           05  WS-OLD-OPEN-SW           PIC X(1) VALUE 'N'.
             88  WS-OLD-MASTER-OPEN               VALUE 'Y'.
           05  WS-DORM-OPEN-SW          PIC X(1) VALUE 'N'.
             88  WS-DORM-FILE-OPEN                VALUE 'Y'.

      *    the two side files' current keys - HIGH-VALUES once a
      *    file is spent (or never opened), so it never matches.
       01  WS-MATCH-KEYS.
           05  WS-OLD-KEY               PIC X(14) VALUE HIGH-VALUES.
           05  WS-DORM-KEY              PIC X(14) VALUE HIGH-VALUES.

       01  WS-MERGE-COUNTERS.
           05  WS-ROWS-READ             PIC 9(7) VALUE 0.
           05  WS-ROWS-WRITTEN          PIC 9(7) VALUE 0.
           05  WS-SEEN-CARRIED          PIC 9(7) VALUE 0.
           05  WS-DORMANT-DROPPED       PIC 9(7) VALUE 0.

       COPY STEPTMWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 9150-NOTE-STEP-START

           DISPLAY 'MASTER LOAD MERGE'
           DISPLAY '------------------------------'

           PERFORM 1000-OPEN-FILES

           IF NOT WS-MERGE-REFUSED
               PERFORM 2100-READ-OLD-MASTER
               PERFORM 2200-READ-DORMANT
               PERFORM UNTIL WS-END-OF-FILE
                   READ MASTIN
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ROWS-READ
                           PERFORM 2000-MERGE-ONE-ROW
                   END-READ
               END-PERFORM
           END-IF

           PERFORM 8000-CLOSE-FILES
           PERFORM 9000-END-OF-JOB

           STOP RUN.

       1000-OPEN-FILES.

           OPEN INPUT MASTIN
           IF NOT MASTIN-OK
               DISPLAY 'LOAD EXTRACT NOT AVAILABLE, STATUS '
                   WS-MASTIN-STATUS
               SET WS-MERGE-REFUSED TO TRUE
           END-IF

           OPEN OUTPUT MASTOUT
           IF NOT MASTOUT-OK
               DISPLAY 'MERGED EXTRACT WOULD NOT OPEN, STATUS '
                   WS-MASTOUT-STATUS
               SET WS-MERGE-REFUSED TO TRUE
           END-IF

      *    the first night after a cluster is defined there is no
      *    outgoing master to read - the extract's dates stand.
           OPEN INPUT STUDMSTR
           IF STUDMSTR-OK
               SET WS-OLD-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY 'OUTGOING MASTER NOT AVAILABLE, STATUS '
                   WS-STUDMSTR-STATUS ' - NO LAST-SEEN CARRIED'
               SET WS-MERGE-WARNED TO TRUE
           END-IF

           OPEN INPUT DORMMSTR
           IF DORMMSTR-OK
               SET WS-DORM-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'DORMANT FILE NOT AVAILABLE, STATUS '
                   WS-DORMMSTR-STATUS ' - NOTHING DROPPED'
               SET WS-MERGE-WARNED TO TRUE
           END-IF.

       2000-MERGE-ONE-ROW.

           PERFORM 2100-READ-OLD-MASTER
               UNTIL WS-OLD-KEY NOT < SM-STUDENT-KEY
           PERFORM 2200-READ-DORMANT
               UNTIL WS-DORM-KEY NOT < SM-STUDENT-KEY

           IF WS-DORM-KEY = SM-STUDENT-KEY
               ADD 1 TO WS-DORMANT-DROPPED
           ELSE
               IF WS-OLD-KEY = SM-STUDENT-KEY
                   PERFORM 2300-CARRY-LAST-SEEN
               END-IF
               WRITE MASTOUT-RECORD FROM STUDMSTR-RECORD
               ADD 1 TO WS-ROWS-WRITTEN
           END-IF.

       2100-READ-OLD-MASTER.

           IF WS-OLD-MASTER-OPEN
               READ STUDMSTR NEXT RECORD
                   AT END
                       MOVE HIGH-VALUES TO WS-OLD-KEY
                   NOT AT END
                       MOVE OM-STUDENT-KEY TO WS-OLD-KEY
               END-READ
               IF NOT STUDMSTR-OK
                   MOVE HIGH-VALUES TO WS-OLD-KEY
               END-IF
           END-IF.

       2200-READ-DORMANT.

           IF WS-DORM-FILE-OPEN
               READ DORMMSTR NEXT RECORD
                   AT END
                       MOVE HIGH-VALUES TO WS-DORM-KEY
                   NOT AT END
                       MOVE DM-STUDENT-KEY TO WS-DORM-KEY
               END-READ
               IF NOT DORMMSTR-OK
                   MOVE HIGH-VALUES TO WS-DORM-KEY
               END-IF
           END-IF.

       2300-CARRY-LAST-SEEN.

      *    bytes that do not unpack on either side count as never
      *    stamped, the same as UTIL/UTIL2 read them.
           IF SM-LAST-SEEN-DATE NOT NUMERIC
               MOVE ZERO TO SM-LAST-SEEN-DATE
           END-IF
           IF OM-LAST-SEEN-DATE NUMERIC
               AND OM-LAST-SEEN-DATE > SM-LAST-SEEN-DATE
               MOVE OM-LAST-SEEN-DATE TO SM-LAST-SEEN-DATE
               ADD 1 TO WS-SEEN-CARRIED
           END-IF.

       8000-CLOSE-FILES.

           IF MASTIN-OK OR WS-MASTIN-STATUS = '10'
               CLOSE MASTIN
           END-IF
           IF MASTOUT-OK
               CLOSE MASTOUT
           END-IF
           IF WS-OLD-MASTER-OPEN
               CLOSE STUDMSTR
           END-IF
           IF WS-DORM-FILE-OPEN
               CLOSE DORMMSTR
           END-IF.

       9000-END-OF-JOB.

           DISPLAY '------------------------------'
           DISPLAY 'EXTRACT ROWS READ : ' WS-ROWS-READ
           DISPLAY 'LAST-SEEN CARRIED : ' WS-SEEN-CARRIED
           DISPLAY 'DORMANT DROPPED   : ' WS-DORMANT-DROPPED
           DISPLAY 'ROWS WRITTEN      : ' WS-ROWS-WRITTEN

           IF WS-MERGE-REFUSED
               DISPLAY 'MERGE REFUSED - MASTER NOT RELOADED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-MERGE-WARNED
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM 9100-WRITE-STEPLOG.

       9100-WRITE-STEPLOG.

           MOVE 'LOADMRGE'    TO SL-STEP-NAME
           MOVE RETURN-CODE   TO SL-RETURN-CODE
           PERFORM 9160-STAMP-STEP-TIMES
           OPEN EXTEND STEPLOG
           WRITE STEPLOG-RECORD
           CLOSE STEPLOG.

       COPY STEPTIME.

       END PROGRAM LOADMRGE.
