      *    resubmit pass).  EXCPCASE maintains the file and prints    *
      *    the aging queue so the desk works open cases instead of    *
      *    rediscovering the same misses every morning.               *
      *    A case is for one campus's id (CS-CAMPUS-ID; spaces on     *
      *    cases opened before it existed - the home campus).         *
      *    CS-CAUSE is the cause EXCPCLS gave the latest night's miss *
      *    (see CAUSWS.cpy), taken from the former filler byte -      *
      *    blank on cases no classification has reached.             *
      *****************************************************************
       01  EXCEPTION-CASE-RECORD.
           05  CS-STUDENT-ID            PIC 9(6).
           05  CS-NIGHTS                PIC 9(5).
           05  CS-CLOSED-DATE           PIC 9(8).
           05  CS-STUDENT-NAME          PIC A(15).
           05  CS-CAMPUS-ID             PIC X(8).
           05  CS-CAUSE                 PIC X(1).
