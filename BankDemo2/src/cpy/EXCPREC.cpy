      *****************************************************************
      *    EXCPREC - EXCEPTION RECORD FOR STUDENTS NOT FOUND ON       *
      *    STUDENT-MASTER (the old hardcoded ELSE branch)             *
      *    ER-CAMPUS-ID names the campus whose id missed (spaces on   *
      *    rows written before it existed - the home campus).         *
      *****************************************************************
       01  EXCPOUT-RECORD.
           05  ER-ID-RANGE              PIC 9(2).
           05  ER-STUDENT-ID            PIC 9(6).
           05  ER-STUDENT-NAME          PIC A(15).
           05  ER-SUBPROGRAM            PIC X(8).
           05  ER-CAMPUS-ID             PIC X(8).
