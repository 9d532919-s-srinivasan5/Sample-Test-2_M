      *****************************************************************
      *    DISTLOG - NIGHTLY DISTRIBUTION LOG ROW                     *
      *    Appended by RPTBURST for every burst piece and every       *
      *    distribution list row it served: what was produced, under  *
      *    which store id, how many lines and for whom.               *
      *      D - piece stored and listed for this recipient           *
      *      U - piece stored but nobody on the list receives it      *
      *      N - recipient listed but the department had nothing in   *
      *          that report tonight                                  *
      *      X - department has no code on DEPTMAP - piece not stored *
      *****************************************************************
       01  DISTRIBUTION-LOG-RECORD.
           05  DG-RUN-DATE              PIC 9(8).
           05  DG-REPORT-ID             PIC X(8).
           05  DG-STORED-ID             PIC X(8).
           05  DG-DEPT-CODE             PIC X(4).
           05  DG-LINE-COUNT            PIC 9(5).
           05  DG-CONTACT               PIC X(20).
           05  DG-ROUTE                 PIC X(8).
           05  DG-DESTINATION           PIC X(30).
           05  DG-OUTCOME               PIC X(1).
             88  DG-DELIVERED                     VALUE 'D'.
             88  DG-NO-RECIPIENT                  VALUE 'U'.
             88  DG-NOTHING-TONIGHT               VALUE 'N'.
             88  DG-NOT-STORED                    VALUE 'X'.
           05  FILLER                   PIC X(8).
