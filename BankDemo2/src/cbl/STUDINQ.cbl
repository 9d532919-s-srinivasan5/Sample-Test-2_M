      *    had no real caller.  This program reads a name-only
      *    inquiry file and drives UTIL2 with the id left at zero so
      *    an operator who only has a name can still resolve it.
      *    The answer now shows the student's lifecycle status and
      *    status date (see STUDMSTR.cpy) - a held student resolves
      *    but is flagged, since the night will not replace them.
      *    An inquiry may name the campus to look in (IQ-CAMPUS-ID,
      *    blank = the home campus) - the same name can belong to a
      *    different student at each campus.
      *    Every request acted on - answered or refused - is now
      *    appended to the operator inquiry log (see INQLOG.cpy) with
      *    the date, the operator and the name asked for, so the
      *    quarterly access recertification can show when each
      *    operator last used the inquiry permission.  The log is
      *    optional; without it requests are answered unlogged.
      *    A name found only on the dormant file (see DORMREC.cpy) is
      *    answered with the archive date and flagged as reinstating the
      *    next time the feed names the student.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTHOPS-STATUS.

           SELECT INQLOG ASSIGN TO 'INQLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INQLOG-STATUS.

           SELECT STEPLOG ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY AUTHREC.

       FD  INQLOG
           LABEL RECORDS ARE STANDARD.
           COPY INQLOG.

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.
           05  WS-STUDINQ-STATUS        PIC X(2) VALUE '00'.
           05  WS-AUTHOPS-STATUS        PIC X(2) VALUE '00'.
             88  AUTHOPS-OK                       VALUE '00'.
           05  WS-INQLOG-STATUS         PIC X(2) VALUE '00'.
             88  INQLOG-OK                        VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-INQLOG-WORK.
           05  WS-INQLOG-OPEN-SW        PIC X(1) VALUE 'N'.
             88  WS-INQLOG-OPEN                   VALUE 'Y'.
           05  WS-INQLOG-DATE           PIC 9(8).
           05  WS-INQLOG-TIME           PIC X(8).
           05  WS-INQLOG-RESULT         PIC X(1).

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-STUDINQ                    VALUE 'Y'.

           PERFORM 0500-LOAD-AUTHORIZED-OPS

           OPEN INPUT STUDINQ
           PERFORM 0600-OPEN-INQUIRY-LOG

           PERFORM UNTIL WS-END-OF-STUDINQ
               READ STUDINQ
                   NOT AT END
                       PERFORM 0900-CHECK-INQUIRY-AUTHORITY
                       IF WS-OPERATOR-AUTHORIZED
                           MOVE 'A' TO WS-INQLOG-RESULT
                           PERFORM 0950-LOG-INQUIRY
                           PERFORM 1000-RESOLVE-NAME
                       ELSE
                           MOVE 'R' TO WS-INQLOG-RESULT
                           PERFORM 0950-LOG-INQUIRY
                           ADD 1 TO WS-INQ-REJECT-COUNT
                           DISPLAY 'INQUIRY REJECTED, OPERATOR '
                               IQ-OPERATOR-ID ' NOT AUTHORIZED'
           END-PERFORM

           CLOSE STUDINQ
           IF WS-INQLOG-OPEN
               CLOSE INQLOG
           END-IF

           DISPLAY 'NAME INQUIRIES RESOLVED : ' WS-INQ-COUNT
           DISPLAY 'INQUIRIES REJECTED      : ' WS-INQ-REJECT-COUNT
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
               MOVE 'STUDINQ'           TO IL-PROGRAM
               MOVE IQ-STUDENT-NAME     TO IL-STUDENT-NAME
               MOVE IQ-CAMPUS-ID        TO IL-CAMPUS-ID
               MOVE WS-INQLOG-RESULT    TO IL-RESULT
               WRITE INQLOG-RECORD
           END-IF.

       1000-RESOLVE-NAME.

      *    leave WS-STUDENT-ID at zero so UTIL2 falls back to the
      *    SM-STUDENT-NAME alternate key instead of the id key.
           MOVE ZERO             TO WS-STUDENT-ID
           MOVE IQ-STUDENT-NAME  TO WS-STUDENT-NAME
           MOVE IQ-CAMPUS-ID     TO WS-CAMPUS-ID

           CALL 'UTIL2' USING WS-STUDENT-ID,
                              WS-STUDENT-NAME,
                              WS-FOUND-SW,
                              WS-STATUS-CODE,
                              WS-STATUS-DATE,
                              WS-CAMPUS-ID

           ADD 1 TO WS-INQ-COUNT

           DISPLAY 'INQUIRY BY NAME : ' IQ-STUDENT-NAME
               ' CAMPUS ' IQ-CAMPUS-ID ' ASKED BY ' IQ-OPERATOR-ID
           IF WS-MASTER-FOUND
               DISPLAY '  RESOLVED TO ID : ' WS-STUDENT-ID
                   ' NAME : ' WS-STUDENT-NAME
               IF WS-STATUS-DORMANT
                   DISPLAY '  DORMANT - ARCHIVED ' WS-STATUS-DATE
                       ' - REINSTATES ON NEXT FEED'
               ELSE
                   IF NOT WS-STATUS-ACTIVE
                       DISPLAY '  STATUS ' WS-STATUS-CODE
                           ' SINCE ' WS-STATUS-DATE
                           ' (A=ACTIVE W=WITHDRAWN G=GRADUATED H=HOLD'
                           ' D=DORMANT)'
                   END-IF
               END-IF
           ELSE
               DISPLAY '  NOT FOUND ON STUDENT-MASTER'
           END-IF.
