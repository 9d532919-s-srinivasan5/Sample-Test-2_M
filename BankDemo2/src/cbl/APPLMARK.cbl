      *    the master and names every replacement whose effective
      *    date passed more than STALEDYS days ago with no
      *    application, so the desk can chase or withdraw it.
      *    The master and the marker file are keyed by campus plus
      *    id now; an apply is marked under the campus its audit
      *    row names (blank is the home campus), and the stale
      *    report names the campus of each row it lists.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT STUDMSTR ASSIGN TO 'STUDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-KEY
               ALTERNATE RECORD KEY IS SM-STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDMSTR-STATUS.

           SELECT APLDFILE ASSIGN TO 'APLDFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-STUDENT-KEY
               FILE STATUS IS WS-APLDFILE-STATUS.

           SELECT STEPLOG ASSIGN TO 'STEPLOG'
           05  WS-RUN-DATE-INT          PIC 9(7) COMP.
           05  WS-EFF-INT               PIC 9(7) COMP.
           05  WS-DAYS-STALE            PIC 9(5).
           05  WS-MARK-CAMPUS           PIC X(8).

       01  WS-MARK-COUNTERS.
           05  WS-FIRST-MARKED          PIC 9(7) VALUE 0.
           05  WS-STALE-COUNT           PIC 9(5) VALUE 0.
           05  WS-UNDATED-UNAPPLIED     PIC 9(5) VALUE 0.

       COPY CAMPWS.

       COPY STEPTMWS.

       PROCEDURE DIVISION.

       2100-MARK-ONE-APPLY.

           MOVE AR-CAMPUS-ID TO AD-CAMPUS-ID
           IF AD-CAMPUS-ID = SPACES
               MOVE WS-HOME-CAMPUS TO AD-CAMPUS-ID
           END-IF
           MOVE AD-CAMPUS-ID TO WS-MARK-CAMPUS
           MOVE AR-BEFORE-ID TO AD-STUDENT-ID
           READ APLDFILE KEY IS AD-STUDENT-KEY
               INVALID KEY
                   CONTINUE
           END-READ
               END-REWRITE
               ADD 1 TO WS-RE-MARKED
           ELSE
               MOVE SPACES         TO APPLIED-MARK-RECORD
               MOVE WS-MARK-CAMPUS TO AD-CAMPUS-ID
               MOVE AR-BEFORE-ID   TO AD-STUDENT-ID
               MOVE WS-RUN-DATE    TO AD-FIRST-APPLIED
               MOVE WS-RUN-DATE    TO AD-LAST-APPLIED
               WRITE APPLIED-MARK-RECORD
                   INVALID KEY
                       CONTINUE

               MOVE 'N' TO WS-EOF-SWITCH
               OPEN INPUT STUDMSTR
               MOVE LOW-VALUES TO SM-STUDENT-KEY
               START STUDMSTR
                   KEY IS NOT LESS THAN SM-STUDENT-KEY
                   INVALID KEY
                       SET WS-END-OF-FILE TO TRUE
               END-START
           END-IF

           IF NOT WS-END-OF-FILE
               MOVE SM-STUDENT-KEY TO AD-STUDENT-KEY
               READ APLDFILE KEY IS AD-STUDENT-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
                           WS-RUN-DATE-INT - WS-EFF-INT
                       IF WS-DAYS-STALE > WS-STALE-DAYS
                           ADD 1 TO WS-STALE-COUNT
                           DISPLAY '  CAMPUS ' SM-CAMPUS-ID
                               ' STUDENT ' SM-STUDENT-ID
                               ' ' SM-STUDENT-NAME
                               ' REPL ' SM-REPLACEMENT-ID
                               ' EFFECTIVE '
