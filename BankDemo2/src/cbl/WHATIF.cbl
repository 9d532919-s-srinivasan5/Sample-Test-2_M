      *    versus exception, or a different replacement id/name -
      *    so a batch is signed off on evidence instead of hope.
      *    Neither master is ever written.
      *    Both masters are now keyed by campus plus id: each
      *    student is looked up under the campus STUDEDIT stamped on
      *    it, and the duplicate rule is per campus, as in the
      *    drivers.
      *    When the export control file lists WHATIF (see EXPCTL.cpy)
      *    each student whose outcome differs also goes to EXPOUT as a
      *    spreadsheet row - campus, id and name, then found/id/name on
      *    the live and the candidate side - under a column header row,
      *    for RPTCAPT to store beside the printed compare (see
      *    EXPPRC.cpy).  With no RUNCTL the run date column is left
      *    empty.
      *    The candidate row now carries the status and last-seen
      *    fields, so it is the full 79-byte master row the candidate
      *    cluster is defined with - it was six bytes of filler
      *    short, and every candidate read and write had the wrong
      *    length.
      *    A campus past the ten duplicate slots compares every row,
      *    as the drivers now process every row of it (see
      *    CAMPPRC.cpy).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT STUDMSTR ASSIGN TO 'STUDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-KEY
               ALTERNATE RECORD KEY IS SM-STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDMSTR-STATUS.

           SELECT CANDMSTR ASSIGN TO 'CANDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-STUDENT-KEY
               FILE STATUS IS WS-CANDMSTR-STATUS.

           SELECT EXPCTL ASSIGN TO 'EXPCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPCTL-STATUS.

           SELECT EXPOUT ASSIGN TO 'EXPOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPOUT-STATUS.

           SELECT STEPLOG ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.
       FD  CANDMSTR
           LABEL RECORDS ARE STANDARD.
       01  CANDMSTR-RECORD.
           05  CM-STUDENT-KEY.
               10  CM-CAMPUS-ID         PIC X(8).
               10  CM-STUDENT-ID        PIC 9(6).
           05  CM-STUDENT-NAME          PIC A(15).
           05  CM-REPLACEMENT-ID        PIC 9(6).
           05  CM-REPLACEMENT-NAME      PIC A(15).
           05  CM-REPLACEMENT-EXTRA     PIC X(10).
           05  CM-REPLACEMENT-EFF-DATE  PIC 9(8).
           05  CM-STATUS-CODE           PIC X(1).
           05  CM-STATUS-DATE           PIC 9(8) COMP-3.
           05  CM-LAST-SEEN-DATE        PIC 9(8) COMP-3.

       FD  EXPCTL
           LABEL RECORDS ARE STANDARD.
           COPY EXPCTL.

       FD  EXPOUT
           LABEL RECORDS ARE STANDARD.
       01  EXPORT-LINE-RECORD           PIC X(250).

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
       01  WS-DUP-CONTROL.
           05  WS-DUP-IDX               PIC 9(7) COMP.
           05  WS-DUP-SEEN-TABLE.
               10  WS-DUP-SEEN-ID       OCCURS 1000000 TIMES.
                   15  WS-DUP-SEEN-COUNT
                                        PIC 9(4) COMP
                                        OCCURS 10 TIMES.

      *    the campus the student is looked up under on both sides.
       01  WS-LOOKUP-CAMPUS             PIC X(8).

       01  WS-COMPARE-COUNTERS.
           05  WS-COMPARED-COUNT        PIC 9(7) VALUE 0.
           05  WS-SAME-COUNT            PIC 9(7) VALUE 0.
           05  WS-DIFFER-COUNT          PIC 9(7) VALUE 0.

       COPY CAMPWS.

       COPY EXPWS.

       COPY STEPTMWS.

       PROCEDURE DIVISION.
           DISPLAY 'WHAT-IF IMPACT COMPARE FOR RUN ' WS-RUN-DATE
           DISPLAY '------------------------------------'

           MOVE 'WHATIF' TO WS-EXPORT-ID
           PERFORM 8800-OPEN-EXPORT-FILE
           IF WS-EXPORTING
               PERFORM 2400-EXPORT-HEADING
           END-IF

           PERFORM UNTIL WS-END-OF-STUDIN
               READ STUDIN
                   AT END
           CLOSE STUDIN
           CLOSE STUDMSTR
           CLOSE CANDMSTR
           PERFORM 8850-CLOSE-EXPORT-FILE

           PERFORM 9000-END-OF-JOB

           IF SI-STUDENT-ID NOT NUMERIC
               CONTINUE
           ELSE
               MOVE SI-CAMPUS-ID TO WS-CAMP-CHECK-ID
               PERFORM 0790-FIND-CAMPUS-SLOT
               MOVE WS-CAMP-CHECK-ID TO WS-LOOKUP-CAMPUS
               COMPUTE WS-DUP-IDX = SI-STUDENT-ID + 1
               PERFORM 0795-COUNT-CAMPUS-ID
               IF WS-CAMP-OCCURRENCE = 1
                   ADD 1 TO WS-COMPARED-COUNT
                   PERFORM 2100-LOOK-UP-LIVE
                   PERFORM 2200-LOOK-UP-CANDIDATE

       2100-LOOK-UP-LIVE.

           MOVE WS-LOOKUP-CAMPUS TO SM-CAMPUS-ID
           MOVE SI-STUDENT-ID    TO SM-STUDENT-ID
           READ STUDMSTR KEY IS SM-STUDENT-KEY
               INVALID KEY
                   CONTINUE
           END-READ

       2200-LOOK-UP-CANDIDATE.

           MOVE WS-LOOKUP-CAMPUS TO CM-CAMPUS-ID
           MOVE SI-STUDENT-ID    TO CM-STUDENT-ID
           READ CANDMSTR KEY IS CM-STUDENT-KEY
               INVALID KEY
                   CONTINUE
           END-READ
               ADD 1 TO WS-SAME-COUNT
           ELSE
               ADD 1 TO WS-DIFFER-COUNT
               DISPLAY 'DIFFERS  STUDENT ' WS-LOOKUP-CAMPUS ' '
                   SI-STUDENT-ID ' ' SI-STUDENT-NAME
               DISPLAY '  LIVE      FOUND ' WS-LIVE-FOUND-SW
                   ' BECOMES ' WS-LIVE-ID ' ' WS-LIVE-NAME
               DISPLAY '  CANDIDATE FOUND ' WS-CAND-FOUND-SW
                   ' BECOMES ' WS-CAND-ID ' ' WS-CAND-NAME
               IF WS-EXPORTING
                   PERFORM 2500-EXPORT-DIFFERENCE
               END-IF
           END-IF.

       2400-EXPORT-HEADING.

           MOVE 'RUN_DATE'        TO WS-EXPORT-FIELD
           PERFORM 8805-EXPORT-HEADING
           MOVE 'CAMPUS'          TO WS-EXPORT-FIELD
           PERFORM 8805-EXPORT-HEADING
           MOVE 'STUDENT_ID'      TO WS-EXPORT-FIELD
           PERFORM 8805-EXPORT-HEADING
           MOVE 'STUDENT_NAME'    TO WS-EXPORT-FIELD
           PERFORM 8805-EXPORT-HEADING
           MOVE 'LIVE_FOUND'      TO WS-EXPORT-FIELD
           PERFORM 8805-EXPORT-HEADING
           MOVE 'LIVE_ID'         TO WS-EXPORT-FIELD
           PERFORM 8805-EXPORT-HEADING
           MOVE 'LIVE_NAME'       TO WS-EXPORT-FIELD
           PERFORM 8805-EXPORT-HEADING
           MOVE 'CANDIDATE_FOUND' TO WS-EXPORT-FIELD
           PERFORM 8805-EXPORT-HEADING
           MOVE 'CANDIDATE_ID'    TO WS-EXPORT-FIELD
           PERFORM 8805-EXPORT-HEADING
           MOVE 'CANDIDATE_NAME'  TO WS-EXPORT-FIELD
           PERFORM 8805-EXPORT-HEADING
           PERFORM 8840-WRITE-EXPORT-ROW.

       2500-EXPORT-DIFFERENCE.

      *    the all-nines default stands for "no run stamp", not a
      *    date anyone should see in a cell.
           IF WS-RUN-DATE = 99999999
               MOVE ZERO TO WS-EXPORT-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-EXPORT-DATE
           END-IF
           PERFORM 8830-EXPORT-DATE
           MOVE WS-LOOKUP-CAMPUS  TO WS-EXPORT-FIELD
           PERFORM 8810-EXPORT-TEXT
           MOVE SI-STUDENT-ID     TO WS-EXPORT-FIELD
           PERFORM 8810-EXPORT-TEXT
           MOVE SI-STUDENT-NAME   TO WS-EXPORT-FIELD
           PERFORM 8810-EXPORT-TEXT
           MOVE WS-LIVE-FOUND-SW  TO WS-EXPORT-FIELD
           PERFORM 8810-EXPORT-TEXT
           MOVE WS-LIVE-ID        TO WS-EXPORT-FIELD
           PERFORM 8810-EXPORT-TEXT
           MOVE WS-LIVE-NAME      TO WS-EXPORT-FIELD
           PERFORM 8810-EXPORT-TEXT
           MOVE WS-CAND-FOUND-SW  TO WS-EXPORT-FIELD
           PERFORM 8810-EXPORT-TEXT
           MOVE WS-CAND-ID        TO WS-EXPORT-FIELD
           PERFORM 8810-EXPORT-TEXT
           MOVE WS-CAND-NAME      TO WS-EXPORT-FIELD
           PERFORM 8810-EXPORT-TEXT
           PERFORM 8840-WRITE-EXPORT-ROW.

       9000-END-OF-JOB.

           DISPLAY '------------------------------------'

       COPY STEPTIME.

       COPY CAMPPRC.

       COPY EXPPRC.

       END PROGRAM WHATIF.
