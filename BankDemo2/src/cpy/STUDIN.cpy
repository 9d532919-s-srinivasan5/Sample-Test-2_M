      *****************************************************************
      *    STUDIN - INPUT STUDENT TRANSACTION RECORD                 *
      *    SI-CAMPUS-ID is the campus that issued the id.  The        *
      *    feeders do not send it: STUDEDIT stamps it on every clean  *
      *    detail from the source id on that detail's header (blank   *
      *    source = the home campus - see CAMPWS.cpy), so MAIN and    *
      *    MAINALT always know whose id they are looking up.          *
      *****************************************************************
       01  STUDIN-RECORD.
           05  SI-STUDENT-ID            PIC 9(6).
           05  SI-STUDENT-NAME          PIC A(15).
           05  SI-CAMPUS-ID             PIC X(8).
           05  FILLER                   PIC X(31).
