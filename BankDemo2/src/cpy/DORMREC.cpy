      *****************************************************************
      *    DORMREC - DORMANT STUDENT-MASTER ROW                       *
      *    The dormant-master KSDS holds the rows STUDARCH moved off  *
      *    STUDMSTR: students not seen on the nightly feed for the    *
      *    configured number of years.  DM-MASTER-IMAGE is the        *
      *    master row exactly as it stood (see STUDMSTR.cpy), so the  *
      *    key is the same campus + id at the front and the name      *
      *    alternate index sits at the same offset as the master's;   *
      *    the archive date and the year limit it ran with follow.    *
      *    UTIL/UTIL2 put a row back on the master (and delete it     *
      *    here) when the student turns up on the feed again; the     *
      *    inquiries answer from it on a master miss.                 *
      *****************************************************************
       01  DORMANT-RECORD.
           05  DM-MASTER-IMAGE.
               10  DM-STUDENT-KEY.
                   15  DM-CAMPUS-ID     PIC X(8).
                   15  DM-STUDENT-ID    PIC 9(6).
               10  DM-STUDENT-NAME      PIC A(15).
               10  FILLER               PIC X(50).
           05  DM-ARCHIVED-DATE         PIC 9(8).
           05  DM-ARCHIVE-YEARS         PIC 9(2).
           05  FILLER                   PIC X(1).
