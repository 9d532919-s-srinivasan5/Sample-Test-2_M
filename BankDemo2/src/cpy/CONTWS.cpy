      *****************************************************************
      *    CONTWS - WORK AREAS FOR THE STUDENT CONTACT FILE           *
      *    Paired with the CONTPRC procedure copybook the same way    *
      *    XTRAWS pairs with XTRAPRC.  The caller opens the contact   *
      *    file through 0800 and, to move a contact off a retired id, *
      *    puts the campus, the retired and the new id and the day    *
      *    in WS-CONT-CAMPUS / WS-CONT-FROM-ID / WS-CONT-TO-ID /      *
      *    WS-CONT-DATE and performs 0850; WS-CONT-RESULT says what   *
      *    happened.                                                  *
      *****************************************************************
       01  WS-CONTFILE-STATUS           PIC X(2) VALUE '00'.
         88  CONTFILE-OK                          VALUE '00'.
         88  CONTFILE-NOT-FOUND                   VALUE '23'.

       01  WS-CONT-OPEN-SW              PIC X(1) VALUE 'N'.
         88  WS-CONT-OPEN                         VALUE 'Y'.

       01  WS-CONT-WORK.
           05  WS-CONT-CAMPUS           PIC X(8).
           05  WS-CONT-FROM-ID          PIC 9(6).
           05  WS-CONT-TO-ID            PIC 9(6).
           05  WS-CONT-DATE             PIC 9(8).
           05  WS-CONT-RESULT           PIC X(1).
             88  WS-CONT-CARRIED                  VALUE 'C'.
             88  WS-CONT-KEPT                     VALUE 'K'.
             88  WS-CONT-NONE                     VALUE 'N'.
             88  WS-CONT-FAILED                   VALUE 'F'.
           05  WS-CONT-HOLD             PIC X(200).
