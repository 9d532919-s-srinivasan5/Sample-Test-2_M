      *    caller (see STUDPROC.cpy's 2200-WRITE-AUDIT) is the sole
      *    owner of AUDITOUT - this program only returns the
      *    looked-up fields, it does not write the audit row itself.
      *    Returns the master row's lifecycle status and status
      *    date in two more parameters (see STUDREC.cpy).  A student
      *    on administrative hold is found but NOT replaced - the
      *    caller routes the row to the hold file - and a retired id
      *    that resolves to a held student stays as asked.
      *    A name-only lookup that misses on the current name now
      *    falls back to the former-name alias file (see
      *    ALIASREC.cpy) and answers with the student who carried
      *    that name, reporting the row as matched on a former name.
      *    The alias file is optional, like the cross-reference.
      *    Takes the student's campus as a last parameter: the
      *    master, the cross-reference and the alias file are keyed
      *    by campus plus id, a name-only lookup finds the student
      *    of that name in that campus, and a blank campus is the
      *    home campus (see CAMPWS.cpy).
      *    Last-seen date and dormant fallback.  An id the nightly feed
      *    names has its master row's last-seen date (see STUDMSTR.cpy)
      *    stamped with the run date, so the master is opened for
      *    update, falling back to read-only.  An id missing from the
      *    master is looked for on the dormant file (see DORMREC.cpy)
      *    before the cross-reference: found there, the row is put back
      *    on the master, deleted from the dormant file and journalled
      *    as an R row, and then answered as any master hit.  A dry run,
      *    a dormant file or master that will not open for update, or no
      *    journal leaves the dormant row where it is and answers it
      *    with status D and the archive date.  A name lookup that
      *    misses falls back to the dormant file the same way but never
      *    reinstates.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

           SELECT DORMMSTR ASSIGN TO 'DORMMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-STUDENT-KEY
               ALTERNATE RECORD KEY IS DM-STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS WS-DORMMSTR-STATUS.

           SELECT MNTJRNL ASSIGN TO 'MNTJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNTJRNL-STATUS.

           SELECT NAMEALS ASSIGN TO 'NAMEALS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NA-ALIAS-KEY
               FILE STATUS IS WS-NAMEALS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
           COPY XREFREC.

       FD  DORMMSTR
           LABEL RECORDS ARE STANDARD.
           COPY DORMREC.

       FD  MNTJRNL
           LABEL RECORDS ARE STANDARD.
           COPY MNTJRNL.

       FD  NAMEALS
           LABEL RECORDS ARE STANDARD.
           COPY ALIASREC.

       WORKING-STORAGE SECTION.

       01  WS-STUDMSTR-STATUS  PIC X(2) VALUE '00'.
       01  WS-XREFFILE-STATUS    PIC X(2) VALUE '00'.
         88  XREFFILE-OK                   VALUE '00'.

      *    '02' is a name read with more of that name still to come.
       01  WS-DORMMSTR-STATUS    PIC X(2) VALUE '00'.
         88  DORMMSTR-OK                   VALUE '00' '02'.

       01  WS-MNTJRNL-STATUS     PIC X(2) VALUE '00'.
         88  MNTJRNL-OK                    VALUE '00'.

      *    last-seen and dormant-file state (see STUDMSTR.cpy and
      *    DORMREC.cpy): the master is opened for update so an id
      *    the feed names has its last-seen date stamped, and a
      *    dormant id the feed names again is put back on the
      *    master.  A master or dormant file that will not open for
      *    update, a dry run, or no journal to record the move in
      *    leaves the answer read-only.
       01  WS-SEEN-CONTROL.
           05  WS-MASTER-UPDATE-SW      PIC X(1) VALUE 'N'.
             88  WS-MASTER-UPDATABLE              VALUE 'Y'.
           05  WS-DORM-AVAIL-SW         PIC X(1) VALUE 'N'.
             88  WS-DORM-AVAILABLE                VALUE 'Y'.
           05  WS-DORM-UPDATE-SW        PIC X(1) VALUE 'N'.
             88  WS-DORM-UPDATABLE                VALUE 'Y'.
           05  WS-JRNL-AVAIL-SW         PIC X(1) VALUE 'N'.
             88  WS-JRNL-AVAILABLE                VALUE 'Y'.
           05  WS-DRYRUN-SW             PIC X(1) VALUE 'N'.
             88  WS-DRYRUN                        VALUE 'Y'.
           05  WS-DORM-HIT-SW           PIC X(1) VALUE 'N'.
             88  WS-DORM-HIT                      VALUE 'Y'.
           05  WS-SEEN-DATE             PIC 9(8) VALUE 0.
           05  WS-JRNL-DATE             PIC 9(8).
           05  WS-JRNL-TIME             PIC X(8).
           05  WS-ENVVAL                PIC X(8).

       01  WS-NAMEALS-STATUS     PIC X(2) VALUE '00'.
         88  NAMEALS-OK                    VALUE '00'.

      *    former-name fallback state for the name-only path.
       01  WS-ALIAS-CONTROL.
           05  WS-ALIAS-AVAIL-SW        PIC X(1) VALUE 'N'.
             88  WS-ALIAS-AVAILABLE               VALUE 'Y'.
           05  WS-ALIAS-MATCHED-SW      PIC X(1) VALUE 'N'.
             88  WS-ALIAS-MATCHED                 VALUE 'Y'.

      *    retired-id resolution state: the cross-reference is
      *    followed hop by hop (a student renumbered more than
      *    once leaves a chain) to today's id, with a hop limit
             88  WS-MATCH-POSITIONED              VALUE 'Y'.
           05  WS-MATCH-EOF-SW          PIC X(1) VALUE 'N'.
             88  WS-MATCH-EOF                     VALUE 'Y'.
           05  WS-PREV-REQUEST-KEY      PIC X(14) VALUE LOW-VALUES.

      *    the campus-qualified key this call asks for (see
      *    STUDMSTR.cpy) - a blank campus is the home campus.
       01  WS-REQUEST-KEY.
           05  WS-REQUEST-CAMPUS        PIC X(8).
           05  WS-REQUEST-ID            PIC 9(6).

      *    the name path walks the name's duplicates for the row in
      *    the caller's campus.
       01  WS-NAME-WALK-SW              PIC X(1).
         88  WS-NAME-WALK-DONE                    VALUE 'Y'.

       COPY CAMPWS.

      *    the run date the effective-date check compares against -
      *    no RUNCTL (ad hoc run) means everything staged is treated

       PROCEDURE DIVISION USING LS-STUDENT-ID,
                                LS-STUDENT-NAME,
                                LS-FOUND-SW,
                                LS-STATUS-CODE,
                                LS-STATUS-DATE,
                                LS-CAMPUS-ID.

           MOVE SPACE TO LS-STATUS-CODE
           MOVE ZERO  TO LS-STATUS-DATE

           MOVE LS-CAMPUS-ID  TO WS-REQUEST-CAMPUS
           IF WS-REQUEST-CAMPUS = SPACES
               MOVE WS-HOME-CAMPUS TO WS-REQUEST-CAMPUS
           END-IF
           MOVE LS-STUDENT-ID TO WS-REQUEST-ID

           MOVE 'N' TO WS-LOOKUP-BY-NAME-SW
           IF LS-STUDENT-ID = ZERO
      *    open STUDMSTR (a VSAM KSDS) once and keep it open across
      *    calls instead of paying an OPEN/CLOSE for every student
      *    record in the caller's loop.
      *    the master is opened for update so the lookup can stamp
      *    last-seen; a master that will not open that way is still
      *    read, just not stamped.
           IF WS-FIRST-CALL
               OPEN I-O STUDMSTR
               IF WS-STUDMSTR-STATUS = '00'
                   SET WS-MASTER-UPDATABLE TO TRUE
               ELSE
                   OPEN INPUT STUDMSTR
               END-IF
               PERFORM 0900-READ-RUN-OPTIONS
               PERFORM 0950-OPEN-DORMANT-FILES
      *        the cross-reference is optional - an ad hoc run
      *        without it just keeps the old not-found fallback.
               OPEN INPUT XREFFILE
               IF XREFFILE-OK
                   SET WS-XREF-AVAILABLE TO TRUE
               END-IF
               OPEN INPUT NAMEALS
               IF NAMEALS-OK
                   SET WS-ALIAS-AVAILABLE TO TRUE
               END-IF
               MOVE 'N' TO WS-FIRST-CALL-SW
           END-IF

                   INVALID KEY
                       SET LS-MASTER-NOT-FOUND TO TRUE
               END-READ
               PERFORM 2500-FIND-NAME-IN-CAMPUS
               IF NOT STUDMSTR-FOUND
                   PERFORM 4500-RESOLVE-VIA-ALIAS
               END-IF
           ELSE
               IF WS-SEQ-MODE
                   PERFORM 3000-SEQUENTIAL-MATCH
               ELSE
                   MOVE WS-REQUEST-KEY TO SM-STUDENT-KEY
                   READ STUDMSTR KEY IS SM-STUDENT-KEY
                       INVALID KEY
                           SET LS-MASTER-NOT-FOUND TO TRUE
                   END-READ
               END-IF
           END-IF

      *    a miss may be a student the annual archive moved to the
      *    dormant file - an id the feed names again is put back on
      *    the master and answered from there; a name is answered
      *    off the dormant row without being moved.
           MOVE 'N' TO WS-DORM-HIT-SW
           IF NOT STUDMSTR-FOUND
               IF LOOKUP-BY-NAME
                   PERFORM 6200-FIND-DORMANT-BY-NAME
               ELSE
                   PERFORM 6000-FIND-DORMANT-BY-ID
               END-IF
           END-IF

           IF STUDMSTR-FOUND
               SET LS-MASTER-FOUND TO TRUE
               IF NOT LOOKUP-BY-NAME
                   PERFORM 6500-STAMP-LAST-SEEN
               END-IF
               PERFORM 5000-RETURN-STATUS
      *        a replacement staged for a future date stays dormant -
      *        the student goes back unchanged until the run date
      *        reaches SM-REPLACEMENT-EFF-DATE (zero = always).  A
      *        held student is never replaced, whatever the date.
               IF SM-STATUS-HOLD
                   DISPLAY 'STUDENT ' SM-CAMPUS-ID ' ' SM-STUDENT-ID
                       ' ON HOLD - REPLACEMENT WITHHELD'
               END-IF
               IF SM-REPLACEMENT-EFF-DATE NOT > WS-RUN-DATE
                   AND NOT SM-STATUS-HOLD
                   MOVE SM-REPLACEMENT-ID   TO LS-STUDENT-ID
                   MOVE SM-REPLACEMENT-NAME TO LS-STUDENT-NAME
               END-IF
           ELSE
               IF WS-DORM-HIT
                   PERFORM 6300-ANSWER-DORMANT
               ELSE
                   PERFORM 4000-RESOLVE-VIA-XREF
                   IF NOT WS-XREF-RESOLVED
                       SET LS-MASTER-NOT-FOUND TO TRUE
                       MOVE 1111     TO LS-STUDENT-ID
                       MOVE 'ADAM'   TO LS-STUDENT-NAME
                   END-IF
               END-IF
           END-IF

                   MOVE RC-RUN-YEAR  TO WS-RUN-DATE(1:4)
                   MOVE RC-RUN-MONTH TO WS-RUN-DATE(5:2)
                   MOVE RC-RUN-DAY   TO WS-RUN-DATE(7:2)
                   MOVE WS-RUN-DATE  TO WS-SEEN-DATE
                   IF RC-LOOKUP-SEQUENTIAL
                       SET WS-SEQ-MODE TO TRUE
                   END-IF
               END-IF
               CLOSE RUNCTL
           END-IF
      *    an ad hoc run with no RUNCTL stamps today's date.
           IF WS-SEEN-DATE = ZERO
               ACCEPT WS-SEEN-DATE FROM DATE YYYYMMDD
           END-IF.

       0950-OPEN-DORMANT-FILES.

      *    DRYRUN is the drivers' own switch (see DRVPROC.cpy) - a
      *    dry run leaves the master and the dormant file as they
      *    stand.  Both the dormant file and the journal are
      *    optional: without the file a miss is just a miss, and
      *    without the journal a dormant student is answered but
      *    not put back, since the move could not be rolled forward.
           DISPLAY 'DRYRUN' UPON ENVIRONMENT-NAME
           ACCEPT WS-ENVVAL FROM ENVIRONMENT-VALUE
           IF WS-ENVVAL = 'Y' OR WS-ENVVAL = 'YES'
               SET WS-DRYRUN TO TRUE
               MOVE 'N' TO WS-MASTER-UPDATE-SW
           END-IF
           IF NOT WS-DRYRUN
               OPEN I-O DORMMSTR
               IF WS-DORMMSTR-STATUS = '00'
                   SET WS-DORM-AVAILABLE TO TRUE
                   SET WS-DORM-UPDATABLE TO TRUE
               END-IF
           END-IF
           IF NOT WS-DORM-AVAILABLE
               OPEN INPUT DORMMSTR
               IF WS-DORMMSTR-STATUS = '00'
                   SET WS-DORM-AVAILABLE TO TRUE
               END-IF
           END-IF
           IF WS-MASTER-UPDATABLE AND WS-DORM-UPDATABLE
               OPEN EXTEND MNTJRNL
               IF MNTJRNL-OK
                   SET WS-JRNL-AVAILABLE TO TRUE
               END-IF
           END-IF.

       3000-SEQUENTIAL-MATCH.

      *    the master runs in campus + id order; each campus's
      *    bracket arrives in id order, so a new campus is just one
      *    more out-of-order key and one more re-START.
           IF NOT WS-MATCH-POSITIONED
               OR WS-REQUEST-KEY < WS-PREV-REQUEST-KEY
               PERFORM 3100-POSITION-MASTER
           END-IF

           PERFORM 3200-READ-NEXT-MASTER
               UNTIL WS-MATCH-EOF
               OR SM-STUDENT-KEY NOT < WS-REQUEST-KEY

           MOVE WS-REQUEST-KEY TO WS-PREV-REQUEST-KEY

           IF NOT WS-MATCH-EOF
               AND SM-STUDENT-KEY = WS-REQUEST-KEY
               MOVE '00' TO WS-STUDMSTR-STATUS
           ELSE
               MOVE '23' TO WS-STUDMSTR-STATUS
       3100-POSITION-MASTER.

           MOVE 'N' TO WS-MATCH-EOF-SW
           MOVE WS-REQUEST-KEY TO SM-STUDENT-KEY
           START STUDMSTR KEY IS NOT LESS THAN SM-STUDENT-KEY
               INVALID KEY
                   SET WS-MATCH-EOF TO TRUE
           END-START
               PERFORM 4100-FOLLOW-ONE-HOP
                   UNTIL WS-XREF-DONE
               IF WS-XREF-HOPS > 0
                   MOVE WS-REQUEST-CAMPUS TO SM-CAMPUS-ID
                   MOVE WS-XREF-CUR-ID TO SM-STUDENT-ID
                   READ STUDMSTR KEY IS SM-STUDENT-KEY
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF STUDMSTR-FOUND
                       SET WS-XREF-RESOLVED TO TRUE
                       SET LS-MASTER-FOUND TO TRUE
                       PERFORM 6500-STAMP-LAST-SEEN
                       PERFORM 5000-RETURN-STATUS
                       IF SM-STATUS-HOLD
                           DISPLAY 'RETIRED ID RESOLVES TO HELD '
                               'STUDENT ' SM-STUDENT-ID
                               ' - LEFT AS ASKED'
                       ELSE
                           MOVE SM-STUDENT-ID   TO LS-STUDENT-ID
                           MOVE SM-STUDENT-NAME TO LS-STUDENT-NAME
                           DISPLAY 'RETIRED ID RESOLVED VIA XREF TO '
                               SM-STUDENT-ID ' IN ' WS-XREF-HOPS
                               ' HOP(S)'
                       END-IF
                   END-IF
      *            the random read above loses the two-file-match
      *            position - force a re-START on the next call.

       4100-FOLLOW-ONE-HOP.

      *    a renumbering never crosses campuses - the whole chain
      *    is followed within the caller's campus.
           MOVE WS-REQUEST-CAMPUS TO XR-CAMPUS-ID
           MOVE WS-XREF-CUR-ID TO XR-OLD-ID
           READ XREFFILE KEY IS XR-OLD-KEY
               INVALID KEY
                   SET WS-XREF-DONE TO TRUE
           END-READ
               END-IF
           END-IF.

       4500-RESOLVE-VIA-ALIAS.

      *    the name may be one this student used to carry - the
      *    alias key is name + campus + id, so the first row at or
      *    after the name and campus with zero id is the lowest id
      *    in the campus that ever had it.
           MOVE 'N' TO WS-ALIAS-MATCHED-SW
           IF WS-ALIAS-AVAILABLE
               MOVE LS-STUDENT-NAME   TO NA-FORMER-NAME
               MOVE WS-REQUEST-CAMPUS TO NA-CAMPUS-ID
               MOVE ZERO              TO NA-STUDENT-ID
               START NAMEALS KEY IS NOT LESS THAN NA-ALIAS-KEY
                   INVALID KEY
                       CONTINUE
               END-START
               IF NAMEALS-OK
                   READ NAMEALS NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
               END-IF
               IF NAMEALS-OK
                   AND NA-FORMER-NAME = LS-STUDENT-NAME
                   AND NA-CAMPUS-ID = WS-REQUEST-CAMPUS
                   MOVE NA-CAMPUS-ID  TO SM-CAMPUS-ID
                   MOVE NA-STUDENT-ID TO SM-STUDENT-ID
                   READ STUDMSTR KEY IS SM-STUDENT-KEY
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF STUDMSTR-FOUND
                       SET WS-ALIAS-MATCHED TO TRUE
                       DISPLAY 'NAME ' LS-STUDENT-NAME
                           ' MATCHED ON FORMER NAME - NOW STUDENT '
                           SM-STUDENT-ID ' ' SM-STUDENT-NAME
                   END-IF
      *            the random read loses the two-file-match
      *            position - force a re-START on the next call.
                   MOVE 'N' TO WS-MATCH-POSITIONED-SW
               END-IF
           END-IF
           IF NOT WS-ALIAS-MATCHED
               MOVE '23' TO WS-STUDMSTR-STATUS
           END-IF.

       2500-FIND-NAME-IN-CAMPUS.

      *    two campuses may each have a student of this name - the
      *    alternate key gives the first, so walk the name's
      *    duplicates for the one in the caller's campus.
           MOVE 'N' TO WS-NAME-WALK-SW
           PERFORM UNTIL WS-NAME-WALK-DONE
               IF NOT STUDMSTR-FOUND
                   OR SM-STUDENT-NAME NOT = LS-STUDENT-NAME
                   MOVE '23' TO WS-STUDMSTR-STATUS
                   SET WS-NAME-WALK-DONE TO TRUE
               ELSE
                   IF SM-CAMPUS-ID = WS-REQUEST-CAMPUS
                       SET WS-NAME-WALK-DONE TO TRUE
                   ELSE
                       READ STUDMSTR NEXT RECORD
                           AT END
                               MOVE '23' TO WS-STUDMSTR-STATUS
                       END-READ
                   END-IF
               END-IF
           END-PERFORM
      *    the walk loses the two-file-match position.
           MOVE 'N' TO WS-MATCH-POSITIONED-SW.

       5000-RETURN-STATUS.

      *    rows loaded before the status existed carry spaces in
      *    the packed date - hand those back as zero.
           MOVE SM-STATUS-CODE TO LS-STATUS-CODE
           IF SM-STATUS-DATE NUMERIC
               MOVE SM-STATUS-DATE TO LS-STATUS-DATE
           ELSE
               MOVE ZERO TO LS-STATUS-DATE
           END-IF.

       6000-FIND-DORMANT-BY-ID.

           IF WS-DORM-AVAILABLE
               MOVE WS-REQUEST-KEY TO DM-STUDENT-KEY
               READ DORMMSTR KEY IS DM-STUDENT-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF DORMMSTR-OK
                   SET WS-DORM-HIT TO TRUE
                   IF WS-MASTER-UPDATABLE
                       AND WS-DORM-UPDATABLE
                       AND WS-JRNL-AVAILABLE
                       PERFORM 6100-REINSTATE-DORMANT
                   END-IF
               END-IF
           END-IF.

       6100-REINSTATE-DORMANT.

      *    the feed has named a dormant student again - the row
      *    goes back on the master as it was archived, stamped seen
      *    today, and the move is journalled as an R row (see
      *    MNTJRNL.cpy) so a rebuild puts it back too.  A good
      *    WRITE leaves the status '00' and the caller's normal
      *    found logic answers from the reinstated row.
           MOVE DM-MASTER-IMAGE TO STUDMSTR-RECORD
           MOVE WS-SEEN-DATE    TO SM-LAST-SEEN-DATE
           WRITE STUDMSTR-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-STUDMSTR-STATUS = '00'
               DELETE DORMMSTR RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD
               ACCEPT WS-JRNL-TIME FROM TIME
               MOVE SPACES            TO MNTJRNL-RECORD
               MOVE WS-JRNL-DATE      TO MJ-DATE
               MOVE WS-JRNL-TIME(1:6) TO MJ-TIME
               MOVE 'CHAIN'           TO MJ-OPERATOR
               MOVE 'R'               TO MJ-ACTION
               MOVE STUDMSTR-RECORD   TO MJ-AFTER-IMAGE
               WRITE MNTJRNL-RECORD
               DISPLAY 'STUDENT ' SM-CAMPUS-ID ' ' SM-STUDENT-ID
                   ' REINSTATED FROM THE DORMANT FILE'
           ELSE
               DISPLAY 'STUDENT ' DM-CAMPUS-ID ' ' DM-STUDENT-ID
                   ' DORMANT - REINSTATE FAILED, STATUS '
                   WS-STUDMSTR-STATUS
               MOVE '23' TO WS-STUDMSTR-STATUS
           END-IF
      *    the WRITE loses the two-file-match position.
           MOVE 'N' TO WS-MATCH-POSITIONED-SW.

       6200-FIND-DORMANT-BY-NAME.

      *    the same walk as 2500 - the name's duplicates on the
      *    dormant file, for the row in the caller's campus.
           IF WS-DORM-AVAILABLE
               MOVE LS-STUDENT-NAME TO DM-STUDENT-NAME
               READ DORMMSTR KEY IS DM-STUDENT-NAME
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE 'N' TO WS-NAME-WALK-SW
               PERFORM UNTIL WS-NAME-WALK-DONE
                   IF NOT DORMMSTR-OK
                       OR DM-STUDENT-NAME NOT = LS-STUDENT-NAME
                       SET WS-NAME-WALK-DONE TO TRUE
                   ELSE
                       IF DM-CAMPUS-ID = WS-REQUEST-CAMPUS
                           SET WS-DORM-HIT TO TRUE
                           SET WS-NAME-WALK-DONE TO TRUE
                       ELSE
                           READ DORMMSTR NEXT RECORD
                               AT END
                                   CONTINUE
                           END-READ
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       6300-ANSWER-DORMANT.

      *    answered off the dormant row, read-only: the student as
      *    archived, status D and the archive date (see STUDREC.cpy).
      *    No replacement is applied to a student not on the master.
           SET LS-MASTER-FOUND TO TRUE
           MOVE DM-STUDENT-ID    TO LS-STUDENT-ID
           MOVE DM-STUDENT-NAME  TO LS-STUDENT-NAME
           MOVE 'D'              TO LS-STATUS-CODE
           MOVE DM-ARCHIVED-DATE TO LS-STATUS-DATE
           DISPLAY 'STUDENT ' DM-CAMPUS-ID ' ' DM-STUDENT-ID
               ' DORMANT SINCE ' DM-ARCHIVED-DATE ' - NOT REINSTATED'.

       6500-STAMP-LAST-SEEN.

      *    one REWRITE per student per night at most - a row already
      *    stamped for this run date is left alone.  A row loaded
      *    without the date carries bytes that do not unpack; those
      *    are stamped too.
           IF WS-MASTER-UPDATABLE
               IF SM-LAST-SEEN-DATE NOT NUMERIC
                   MOVE ZERO TO SM-LAST-SEEN-DATE
               END-IF
               IF SM-LAST-SEEN-DATE < WS-SEEN-DATE
                   MOVE WS-SEEN-DATE TO SM-LAST-SEEN-DATE
                   REWRITE STUDMSTR-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
           END-IF.

       END PROGRAM UTIL2.
