      *****************************************************************
      *    SUBINV - SUBSCRIBER INVENTORY RETURN FILE                  *
      *    What a downstream subscriber sends back when asked to      *
      *    true up: every student id its copy currently holds, with   *
      *    the name it holds it under, bracketed by a header naming   *
      *    the subscriber and the date the list was taken and a       *
      *    trailer carrying the id count and the sum of the ids.      *
      *    SUBTRUE refuses a file whose controls do not tie before    *
      *    comparing anything.                                        *
      *    An inventory covers the ids of one campus, named on the    *
      *    header (blank is the home campus).                         *
      *****************************************************************
       01  INV-HEADER-RECORD.
           05  IH-TYPE                  PIC X(3).
             88  IH-HEADER                      VALUE 'IVH'.
           05  IH-SUBSCRIBER            PIC X(8).
           05  IH-AS-OF-DATE            PIC 9(8).
           05  IH-CAMPUS-ID             PIC X(8).
           05  FILLER                   PIC X(33).

       01  INV-DETAIL-RECORD.
           05  ID-TYPE                  PIC X(3).
             88  ID-DETAIL                      VALUE 'IVD'.
           05  ID-STUDENT-ID            PIC 9(6).
           05  ID-STUDENT-NAME          PIC X(15).
           05  FILLER                   PIC X(36).

       01  INV-TRAILER-RECORD.
           05  IT-TYPE                  PIC X(3).
             88  IT-TRAILER                     VALUE 'IVT'.
           05  IT-DETAIL-COUNT          PIC 9(7).
           05  IT-HASH-TOTAL            PIC 9(12).
           05  FILLER                   PIC X(38).
