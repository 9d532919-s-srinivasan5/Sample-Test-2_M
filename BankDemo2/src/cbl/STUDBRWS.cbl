      *    authorized-operators inquiry flag gates them here - a
      *    browse shows more than the single lookup does, so it must
      *    not answer an operator the lookup just rejected.
      *    A browse that finds nobody under the current name now
      *    browses the former-name alias file (see ALIASREC.cpy) with
      *    the same prefix rule and lists each student who used to
      *    carry a matching name, marked as matched on a former name
      *    with the date the name stopped being current.  The alias
      *    file is optional.
      *    The master is keyed by campus plus id, so every match now
      *    shows the campus its id belongs to, and a former-name
      *    match is read back off the master under the campus the
      *    alias row carries (blank is the home campus).
      *    Every request acted on - answered or refused - is now
      *    appended to the operator inquiry log (see INQLOG.cpy) with
      *    the date, the operator and the name asked for, so the
      *    quarterly access recertification can show when each
      *    operator last used the inquiry permission.  The log is
      *    optional; without it requests are answered unlogged.
      *    A browse that finds nobody on the master, under a current or
      *    a former name, now browses the dormant file (see DORMREC.cpy)
      *    with the same prefix rule and lists each archived student
      *    with the archive date and the date last seen.  The dormant
      *    file is optional.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT STUDMSTR ASSIGN TO 'STUDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-KEY
               ALTERNATE RECORD KEY IS SM-STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDMSTR-STATUS.

           SELECT NAMEALS ASSIGN TO 'NAMEALS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NA-ALIAS-KEY
               FILE STATUS IS WS-NAMEALS-STATUS.

           SELECT DORMMSTR ASSIGN TO 'DORMMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-STUDENT-KEY
               ALTERNATE RECORD KEY IS DM-STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS WS-DORMMSTR-STATUS.

           SELECT AUTHOPS ASSIGN TO 'AUTHOPS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTHOPS-STATUS.

           SELECT INQLOG ASSIGN TO 'INQLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INQLOG-STATUS.

           SELECT STEPLOG ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY STUDMSTR.

       FD  NAMEALS
           LABEL RECORDS ARE STANDARD.
           COPY ALIASREC.

       FD  DORMMSTR
           LABEL RECORDS ARE STANDARD.
           COPY DORMREC.

       FD  AUTHOPS
           LABEL RECORDS ARE STANDARD.
           COPY AUTHREC.

       FD  INQLOG
           LABEL RECORDS ARE STANDARD.
           COPY INQLOG.

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.
             88  STUDMSTR-OK                      VALUE '00'.
           05  WS-AUTHOPS-STATUS        PIC X(2) VALUE '00'.
             88  AUTHOPS-OK                       VALUE '00'.
           05  WS-NAMEALS-STATUS        PIC X(2) VALUE '00'.
             88  NAMEALS-OK                       VALUE '00'.
      *    '02' is a name read with more of that name still to come.
           05  WS-DORMMSTR-STATUS       PIC X(2) VALUE '00'.
             88  DORMMSTR-OK                      VALUE '00' '02'.
           05  WS-INQLOG-STATUS         PIC X(2) VALUE '00'.
             88  INQLOG-OK                        VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-INQLOG-WORK.
           05  WS-INQLOG-OPEN-SW        PIC X(1) VALUE 'N'.
             88  WS-INQLOG-OPEN                   VALUE 'Y'.
           05  WS-INQLOG-DATE           PIC 9(8).
           05  WS-INQLOG-TIME           PIC X(8).
           05  WS-INQLOG-RESULT         PIC X(1).

       01  WS-ALIAS-AVAIL-SW            PIC X(1) VALUE 'N'.
         88  WS-ALIAS-AVAILABLE                   VALUE 'Y'.

       01  WS-DORM-AVAIL-SW             PIC X(1) VALUE 'N'.
         88  WS-DORM-AVAILABLE                    VALUE 'Y'.
       01  WS-DORM-LAST-SEEN            PIC 9(8).

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-STUDINQ                    VALUE 'Y'.

           05  WS-AUTH-OK-SW            PIC X(1).
             88  WS-OPERATOR-AUTHORIZED         VALUE 'Y'.

       COPY CAMPWS.

       COPY STEPTMWS.

       PROCEDURE DIVISION.
           PERFORM 0500-LOAD-AUTHORIZED-OPS

           OPEN INPUT STUDINQ
           PERFORM 0600-OPEN-INQUIRY-LOG
           OPEN INPUT STUDMSTR
           OPEN INPUT NAMEALS
           IF NAMEALS-OK
               SET WS-ALIAS-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT DORMMSTR
           IF DORMMSTR-OK
               SET WS-DORM-AVAILABLE TO TRUE
           END-IF

           DISPLAY 'STUDENT NAME BROWSE'
           DISPLAY '-------------------'
                   NOT AT END
                       PERFORM 0900-CHECK-INQUIRY-AUTHORITY
                       IF WS-OPERATOR-AUTHORIZED
                           MOVE 'A' TO WS-INQLOG-RESULT
                           PERFORM 0950-LOG-INQUIRY
                           ADD 1 TO WS-INQ-COUNT
                           PERFORM 2000-BROWSE-ONE-NAME
                       ELSE
                           MOVE 'R' TO WS-INQLOG-RESULT
                           PERFORM 0950-LOG-INQUIRY
                           ADD 1 TO WS-INQ-REJECT-COUNT
                           DISPLAY 'BROWSE REJECTED, OPERATOR '
                               IQ-OPERATOR-ID ' NOT AUTHORIZED'
           END-PERFORM

           CLOSE STUDINQ
           IF WS-INQLOG-OPEN
               CLOSE INQLOG
           END-IF
           CLOSE STUDMSTR
           IF WS-ALIAS-AVAILABLE
               CLOSE NAMEALS
           END-IF
           IF WS-DORM-AVAILABLE
               CLOSE DORMMSTR
           END-IF

           DISPLAY 'NAME BROWSES DONE : ' WS-INQ-COUNT
           DISPLAY 'BROWSES REJECTED  : ' WS-INQ-REJECT-COUNT
               CLOSE AUTHOPS
           END-IF.

       0600-OPEN-INQUIRY-LOG.

      *    the log is optional - without it the requests are still
      *    answered, they just leave no trail for recertification.
           ACCEPT WS-INQLOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-INQLOG-TIME FROM TIME
           OPEN EXTEND INQLOG
           IF INQLOG-OK
               SET WS-INQLOG-OPEN TO TRUE
           ELSE
               DISPLAY 'INQUIRY LOG NOT AVAILABLE - STATUS '
                   WS-INQLOG-STATUS ' - REQUESTS NOT LOGGED'
           END-IF.

       0900-CHECK-INQUIRY-AUTHORITY.

           MOVE 'N' TO WS-AUTH-OK-SW
               END-IF
           END-PERFORM.

       0950-LOG-INQUIRY.

      *    the caller sets the result - answered or refused.
           IF WS-INQLOG-OPEN
               MOVE SPACES              TO INQLOG-RECORD
               MOVE WS-INQLOG-DATE      TO IL-DATE
               MOVE WS-INQLOG-TIME(1:6) TO IL-TIME
               MOVE IQ-OPERATOR-ID      TO IL-OPERATOR
               MOVE 'STUDBRWS'          TO IL-PROGRAM
               MOVE IQ-STUDENT-NAME     TO IL-STUDENT-NAME
               MOVE IQ-CAMPUS-ID        TO IL-CAMPUS-ID
               MOVE WS-INQLOG-RESULT    TO IL-RESULT
               WRITE INQLOG-RECORD
           END-IF.

       2000-BROWSE-ONE-NAME.

           PERFORM 2100-SIZE-THE-PREFIX
               END-IF
               PERFORM 2200-READ-ONE-MATCH
                   UNTIL WS-BROWSE-DONE
               IF WS-MATCH-COUNT = 0
                   AND WS-ALIAS-AVAILABLE
                   PERFORM 2300-BROWSE-FORMER-NAMES
               END-IF
               IF WS-MATCH-COUNT = 0
                   AND WS-DORM-AVAILABLE
                   PERFORM 2500-BROWSE-DORMANT
               END-IF
               DISPLAY '  MATCHES : ' WS-MATCH-COUNT
           END-IF.

               IF SM-STUDENT-NAME(1:WS-PREFIX-LEN)
                   = IQ-STUDENT-NAME(1:WS-PREFIX-LEN)
                   ADD 1 TO WS-MATCH-COUNT
                   DISPLAY '  CAMPUS ' SM-CAMPUS-ID
                       ' ID ' SM-STUDENT-ID
                       ' NAME ' SM-STUDENT-NAME
                       ' REPL ' SM-REPLACEMENT-ID
                       ' ' SM-REPLACEMENT-NAME
               END-IF
           END-IF.

       2300-BROWSE-FORMER-NAMES.

      *    nobody carries the name today - try the names students
      *    used to carry, same prefix rule.
           MOVE 'N' TO WS-BROWSE-DONE-SW
           MOVE SPACES TO NA-FORMER-NAME
           MOVE IQ-STUDENT-NAME(1:WS-PREFIX-LEN)
             TO NA-FORMER-NAME(1:WS-PREFIX-LEN)
           MOVE LOW-VALUES TO NA-CAMPUS-ID
           MOVE ZERO TO NA-STUDENT-ID
           START NAMEALS KEY IS NOT LESS THAN NA-ALIAS-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START
           IF NOT NAMEALS-OK
               SET WS-BROWSE-DONE TO TRUE
           END-IF
           PERFORM 2400-READ-ONE-ALIAS
               UNTIL WS-BROWSE-DONE.

       2400-READ-ONE-ALIAS.

           READ NAMEALS NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
           END-READ
           IF NOT NAMEALS-OK
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               IF NA-FORMER-NAME(1:WS-PREFIX-LEN)
                   = IQ-STUDENT-NAME(1:WS-PREFIX-LEN)
                   MOVE NA-CAMPUS-ID TO SM-CAMPUS-ID
                   IF SM-CAMPUS-ID = SPACES
                       MOVE WS-HOME-CAMPUS TO SM-CAMPUS-ID
                   END-IF
                   MOVE NA-STUDENT-ID TO SM-STUDENT-ID
                   READ STUDMSTR KEY IS SM-STUDENT-KEY
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF STUDMSTR-OK
                       ADD 1 TO WS-MATCH-COUNT
                       DISPLAY '  CAMPUS ' SM-CAMPUS-ID
                           ' ID ' SM-STUDENT-ID
                           ' NAME ' SM-STUDENT-NAME
                           ' REPL ' SM-REPLACEMENT-ID
                           ' ' SM-REPLACEMENT-NAME
                           ' ' SM-REPLACEMENT-EXTRA
                       DISPLAY '    MATCHED ON FORMER NAME '
                           NA-FORMER-NAME
                           ' UNTIL ' NA-END-DATE
                   END-IF
               ELSE
                   SET WS-BROWSE-DONE TO TRUE
               END-IF
           END-IF.

       2500-BROWSE-DORMANT.

      *    nobody on the master under the name, current or former -
      *    the student may have been archived as dormant (see
      *    DORMREC.cpy).  Same prefix rule on the dormant file's
      *    name index.
           MOVE 'N' TO WS-BROWSE-DONE-SW
           MOVE SPACES TO DM-STUDENT-NAME
           MOVE IQ-STUDENT-NAME(1:WS-PREFIX-LEN)
             TO DM-STUDENT-NAME(1:WS-PREFIX-LEN)
           START DORMMSTR KEY IS NOT LESS THAN DM-STUDENT-NAME
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START
           IF NOT DORMMSTR-OK
               SET WS-BROWSE-DONE TO TRUE
           END-IF
           PERFORM 2600-READ-ONE-DORMANT
               UNTIL WS-BROWSE-DONE.

       2600-READ-ONE-DORMANT.

           READ DORMMSTR NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
           END-READ
           IF NOT DORMMSTR-OK
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               IF DM-STUDENT-NAME(1:WS-PREFIX-LEN)
                   = IQ-STUDENT-NAME(1:WS-PREFIX-LEN)
                   ADD 1 TO WS-MATCH-COUNT
      *            the archived image is a master row - lay it over
      *            the master record area for its last-seen date.
                   MOVE DM-MASTER-IMAGE TO STUDMSTR-RECORD
                   IF SM-LAST-SEEN-DATE NUMERIC
                       MOVE SM-LAST-SEEN-DATE TO WS-DORM-LAST-SEEN
                   ELSE
                       MOVE ZERO TO WS-DORM-LAST-SEEN
                   END-IF
                   DISPLAY '  CAMPUS ' DM-CAMPUS-ID
                       ' ID ' DM-STUDENT-ID
                       ' NAME ' DM-STUDENT-NAME
                       ' DORMANT'
                   DISPLAY '    ARCHIVED ' DM-ARCHIVED-DATE
                       ' LAST SEEN ' WS-DORM-LAST-SEEN
                       ' - REINSTATES ON NEXT FEED'
               ELSE
                   SET WS-BROWSE-DONE TO TRUE
               END-IF
           END-IF.

       9100-WRITE-STEPLOG.

      *    one row per chain step so the morning dashboard can show
