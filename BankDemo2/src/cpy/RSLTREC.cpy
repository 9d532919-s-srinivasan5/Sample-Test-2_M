      *    purges beyond the rolling window, so the help desk        *
      *    answers "what did last night do to 002047" off the SINQ   *
      *    screen instead of scanning flat extracts.                  *
      *    The key leads with the student's campus (see CAMPWS.cpy).  *
      *    FLIPCHK sets tonight's row against the student's previous  *
      *    one to list the students whose result flipped overnight.   *
      *****************************************************************
       01  NIGHT-RESULT-RECORD.
           05  RN-KEY.
               10  RN-CAMPUS-ID         PIC X(8).
               10  RN-STUDENT-ID        PIC 9(6).
               10  RN-RUN-DATE          PIC 9(8).
           05  RN-OUT-ID                PIC 9(6).
           05  RN-FOUND-SW              PIC X(1).
           05  RN-BEFORE-ID             PIC 9(6).
           05  RN-BEFORE-NAME           PIC A(15).
           05  FILLER                   PIC X(5).
