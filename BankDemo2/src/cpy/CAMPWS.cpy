      *****************************************************************
      *    CAMPWS - CAMPUS QUALIFIER WORK AREAS                       *
      *    A student id is only unique within the campus that issued  *
      *    it, so the master is keyed by campus plus id (see          *
      *    STUDMSTR.cpy).  WS-HOME-CAMPUS is the campus every id      *
      *    issued before the key was qualified belongs to: a blank    *
      *    campus on any record written before then - or keyed by     *
      *    someone who did not say - reads as the home campus.        *
      *    The slot table gives each campus met in a run a small      *
      *    number for the per-campus duplicate tables (zero when all  *
      *    ten are taken), and WS-CAMP-OCCURRENCE says how often the  *
      *    id has now been seen on its campus.  Paired with the       *
      *    CAMPPRC procedure copybook the same way XTRAWS pairs with  *
      *    XTRAPRC.                                                   *
      *****************************************************************
       01  WS-HOME-CAMPUS               PIC X(8) VALUE 'CAMPUSA'.

       01  WS-CAMP-SLOT-TABLE.
           05  WS-CAMP-SLOT-COUNT       PIC 9(2) VALUE 0.
           05  WS-CAMP-SLOT-ID          PIC X(8) OCCURS 10 TIMES.

       01  WS-CAMP-WORK.
           05  WS-CAMP-CHECK-ID         PIC X(8).
           05  WS-CAMP-SLOT             PIC 9(2) COMP.
           05  WS-CAMP-IDX              PIC 9(2) COMP.
           05  WS-CAMP-OCCURRENCE       PIC 9(4) COMP.
           05  WS-CAMP-FULL-SW          PIC X(1) VALUE 'N'.
             88  WS-CAMP-TABLE-FULL               VALUE 'Y'.
