      *****************************************************************
      *    INQLOG - OPERATOR INQUIRY LOG RECORD                       *
      *    One row per name inquiry or browse request STUDINQ and     *
      *    STUDBRWS act on - answered or refused - appended to a      *
      *    cumulative log so the quarterly access recertification     *
      *    (see ACCRCRT) can show when each operator last used the    *
      *    inquiry permission.  The request file itself carries no   *
      *    date.                                                      *
      *****************************************************************
       01  INQLOG-RECORD.
           05  IL-DATE                  PIC 9(8).
           05  IL-TIME                  PIC X(6).
           05  IL-OPERATOR              PIC X(8).
           05  IL-PROGRAM               PIC X(8).
           05  IL-RESULT                PIC X(1).
             88  IL-ANSWERED                    VALUE 'A'.
             88  IL-REFUSED                     VALUE 'R'.
           05  IL-STUDENT-NAME          PIC A(15).
           05  IL-CAMPUS-ID             PIC X(8).
           05  FILLER                   PIC X(6).
