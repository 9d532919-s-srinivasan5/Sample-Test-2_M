      *****************************************************************
      *    RETFEED - REJECT RETURN FEED TO THE STUDIN SOURCES         *
      *    What each campus gets back after the nightly edit: one     *
      *    bracket per source - a header naming the source and the    *
      *    business date its file carried, one row per rejected       *
      *    record (REJ, with the record exactly as sent) or refused   *
      *    file (FIL, with the failing header/trailer), each with a   *
      *    plain-text reason from the desk's EDTRULES, and a trailer  *
      *    with the counts.  The source id sits in the same columns   *
      *    (4-11) on all three records so the feed can be split by    *
      *    campus without reading it.  Built by REJRTN from STUDREJ.  *
      *****************************************************************
       01  RETURN-HEADER-RECORD.
           05  RH-RECORD-TYPE           PIC X(3).
             88  RH-HEADER                      VALUE 'HDR'.
           05  RH-SOURCE-ID             PIC X(8).
           05  RH-BUSINESS-DATE         PIC 9(8).
           05  RH-RUN-DATE              PIC 9(8).
           05  RH-FEED-TITLE            PIC X(30).
           05  FILLER                   PIC X(53).

       01  RETURN-DETAIL-RECORD.
           05  RD-RECORD-TYPE           PIC X(3).
             88  RD-RECORD-REJECT               VALUE 'REJ'.
             88  RD-FILE-REJECT                 VALUE 'FIL'.
           05  RD-SOURCE-ID             PIC X(8).
           05  RD-REASON-CODE           PIC X(2).
           05  RD-REASON-TEXT           PIC X(30).
           05  RD-RECORD-IMAGE          PIC X(60).
           05  FILLER                   PIC X(7).

       01  RETURN-TRAILER-RECORD.
           05  RT-RECORD-TYPE           PIC X(3).
             88  RT-TRAILER                     VALUE 'TRL'.
           05  RT-SOURCE-ID             PIC X(8).
           05  RT-DETAILS-RECEIVED      PIC 9(7).
           05  RT-RECORDS-REJECTED      PIC 9(7).
           05  RT-FILE-REJECTS          PIC 9(3).
           05  RT-RETURN-ROWS           PIC 9(7).
           05  RT-FEED-DISPOSITION      PIC X(1).
             88  RT-FEED-ACCEPTED               VALUE 'A'.
             88  RT-FEED-REFUSED                VALUE 'R'.
           05  FILLER                   PIC X(74).
