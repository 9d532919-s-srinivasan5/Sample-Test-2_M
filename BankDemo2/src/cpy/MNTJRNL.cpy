      *    updating STUDMSTR in place.  STUDRBLD rolls these forward  *
      *    over a dated backup to reconstruct the master as of any    *
      *    chosen date.                                               *
      *    The images grew with the campus-qualified master (66 to    *
      *    74 bytes each, the row 168 to 184).                        *
      *    A merge row (action M) carries the retired id's row as the *
      *    before-image and the surviving row as the after-image; a   *
      *    roll-forward drops the retired id.                         *
      *    The images grew again with the last-seen date (74 to 79    *
      *    bytes each, the row 184 to 194).  STUDARCH writes an X row *
      *    for each row it moves to the dormant file (before-image    *
      *    the row moved, after-image spaces) and UTIL/UTIL2 an R row *
      *    when a dormant student is reinstated (before-image spaces, *
      *    after-image the row put back) - a roll-forward reads them  *
      *    as a delete and an add.                                    *
      *****************************************************************
       01  MNTJRNL-RECORD.
           05  MJ-DATE                  PIC 9(8).
           05  MJ-TIME                  PIC X(6).
           05  MJ-OPERATOR              PIC X(8).
           05  MJ-ACTION                PIC X(1).
           05  MJ-BEFORE-IMAGE          PIC X(79).
           05  MJ-AFTER-IMAGE           PIC X(79).
      *    the second pair of eyes: who approved the pending item
      *    the change came from (see PENDREC.cpy / MNTAPPR).
           05  MJ-APPROVER              PIC X(8).
