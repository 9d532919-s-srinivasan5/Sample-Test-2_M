      *****************************************************************
      *    ALIASREC - FORMER-NAME ALIAS ROW                           *
      *    One row per name a student id has carried and no longer   *
      *    does, keyed by that former name plus the id (two students  *
      *    may once have shared a name), with the date it stopped     *
      *    being current.  STUDMNT and MSTRLOCK's queued apply write  *
      *    a row whenever a change replaces SM-STUDENT-NAME; ALIASLD  *
      *    seeded the file once from the MNTJRNL before-images.       *
      *    UTIL2's LOOKUP-BY-NAME path, STUDBRWS and the SINQ screen  *
      *    fall back to it when the current-name read misses, and    *
      *    tell the operator the match was on a former name.          *
      *    The student is campus plus id (see STUDMSTR.cpy), so the   *
      *    key is name + campus + id.                                 *
      *****************************************************************
       01  NAME-ALIAS-RECORD.
           05  NA-ALIAS-KEY.
               10  NA-FORMER-NAME       PIC X(15).
               10  NA-CAMPUS-ID         PIC X(8).
               10  NA-STUDENT-ID        PIC 9(6).
           05  NA-END-DATE              PIC 9(8).
           05  NA-SOURCE                PIC X(1).
             88  NA-FROM-MAINTENANCE            VALUE 'M'.
             88  NA-FROM-JOURNAL                VALUE 'J'.
           05  FILLER                   PIC X(2).
