      *    One student id per record; AUDINQ pulls every archived     *
      *    audit row whose before-id or after-id matches and prints   *
      *    the change history in run-date order.                      *
      *    AQ-CAMPUS-ID names the campus that issued the id (blank    *
      *    is the home campus); only that campus's rows match.        *
      *****************************************************************
       01  AUDINQ-RECORD.
           05  AQ-STUDENT-ID            PIC 9(6).
           05  AQ-CAMPUS-ID             PIC X(8).
           05  FILLER                   PIC X(46).
