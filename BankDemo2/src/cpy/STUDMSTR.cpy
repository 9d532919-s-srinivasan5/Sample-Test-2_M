      *****************************************************************
      *    STUDMSTR - STUDENT MASTER RECORD, KEYED BY CAMPUS + ID     *
      *    with an alternate path keyed by student name so an         *
      *    operator inquiry that does not know the id can still       *
      *    find the record.  Each replacement carries an effective    *
      *    date (zero = immediately effective) so next term's         *
      *    renumbering can be staged weeks ahead - UTIL/UTIL2 only    *
      *    apply it once the run date reaches it.                     *
      *    SM-STATUS-CODE is the student's lifecycle status (blank    *
      *    on rows loaded before it existed reads as active) and      *
      *    SM-STATUS-DATE the date it took that status, packed so     *
      *    both fit the old FILLER without a record-length change.    *
      *    UTIL/UTIL2 withhold the replacement from a held student.   *
      *    The campuses issue overlapping id ranges, so the key is    *
      *    the issuing campus plus the id (see CAMPWS.cpy) and a      *
      *    replacement id is always within the row's own campus.      *
      *    The record grew from 66 to 74 bytes; CAMPCONV converted    *
      *    the single-campus data to the home campus.                 *
      *    SM-LAST-SEEN-DATE is the last run date the student came    *
      *    through the nightly lookup by id (UTIL/UTIL2), stamped on  *
      *    an add and on a reinstatement; zero is never stamped.      *
      *    STUDARCH moves rows unseen for years to the dormant file   *
      *    (see DORMREC.cpy).  The record grew from 74 to 79 bytes;   *
      *    SEENCONV converted the master and the journal images.      *
      *    The nightly reload keeps both: LOADMRGE carries each       *
      *    row's last-seen date over from the outgoing master and     *
      *    leaves a row on the dormant file out of the load.          *
      *****************************************************************
       01  STUDMSTR-RECORD.
           05  SM-STUDENT-KEY.
               10  SM-CAMPUS-ID         PIC X(8).
               10  SM-STUDENT-ID        PIC 9(6).
           05  SM-STUDENT-NAME          PIC A(15).
           05  SM-REPLACEMENT-ID        PIC 9(6).
           05  SM-REPLACEMENT-NAME      PIC A(15).
           05  SM-REPLACEMENT-EXTRA     PIC X(10).
           05  SM-REPLACEMENT-EFF-DATE  PIC 9(8).
           05  SM-STATUS-CODE           PIC X(1).
             88  SM-STATUS-ACTIVE               VALUE SPACE 'A'.
             88  SM-STATUS-WITHDRAWN            VALUE 'W'.
             88  SM-STATUS-GRADUATED            VALUE 'G'.
             88  SM-STATUS-HOLD                 VALUE 'H'.
             88  SM-STATUS-INACTIVE             VALUE 'W' 'G'.
             88  SM-STATUS-VALID                VALUE SPACE 'A' 'W'
                                                      'G' 'H'.
           05  SM-STATUS-DATE           PIC 9(8) COMP-3.
           05  SM-LAST-SEEN-DATE        PIC 9(8) COMP-3.
