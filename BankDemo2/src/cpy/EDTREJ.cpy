      *    mean "not on master" and not garbage input.  Id and name   *
      *    are X-picture here because the whole point is that they    *
      *    may not be valid.                                          *
      *    Each row also names the source bracket it came from, that  *
      *    bracket's business date and the record exactly as it      *
      *    arrived, so REJRTN can hand it back to the campus.  A      *
      *    whole-file refusal (header, trailer or feed-register       *
      *    failure) is written as a level-F row against the source,   *
      *    and every bracket closes with one level-S summary row      *
      *    carrying its detail and reject counts.                     *
      *****************************************************************
       01  EDTREJ-RECORD.
           05  EJ-REASON-CODE           PIC X(2).
             88  EJ-REASON-ID-NOT-NUMERIC       VALUE '01'.
             88  EJ-REASON-NAME-BLANK           VALUE '02'.
             88  EJ-REASON-NAME-NOT-ALPHA       VALUE '03'.
             88  EJ-REASON-HDR-DATE             VALUE 'F1'.
             88  EJ-REASON-NO-TRAILER           VALUE 'F2'.
             88  EJ-REASON-SENT-TWICE           VALUE 'F3'.
             88  EJ-REASON-TRL-COUNT            VALUE 'F4'.
             88  EJ-REASON-TRL-SOURCE           VALUE 'F5'.
             88  EJ-REASON-ALREADY-TAKEN        VALUE 'F6'.
             88  EJ-REASON-SAME-CONTENT         VALUE 'F7'.
             88  EJ-REASON-TOO-MANY-SRC         VALUE 'F8'.
           05  EJ-STUDENT-ID            PIC X(6).
           05  EJ-STUDENT-NAME          PIC X(15).
           05  EJ-SOURCE-ID             PIC X(8).
           05  EJ-BUSINESS-DATE         PIC 9(8).
           05  EJ-REJECT-LEVEL          PIC X(1).
             88  EJ-RECORD-REJECT               VALUE 'R'.
             88  EJ-FILE-REJECT                 VALUE 'F'.
             88  EJ-SOURCE-SUMMARY              VALUE 'S'.
           05  EJ-RECORD-IMAGE          PIC X(60).
           05  EJ-SOURCE-DETAILS        PIC 9(7).
           05  EJ-SOURCE-REJECTS        PIC 9(7).
           05  FILLER                   PIC X(6).
