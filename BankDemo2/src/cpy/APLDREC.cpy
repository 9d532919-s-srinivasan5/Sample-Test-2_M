      *    to tell a staged future change from one consumed months    *
      *    ago, and APPLMARK's stale report names staged rows that    *
      *    never fire.                                                *
      *    Keyed by campus plus id like the master (see STUDMSTR.cpy) *
      *    - the record stays 40 bytes, the campus taken out of the   *
      *    old filler.                                                *
      *****************************************************************
       01  APPLIED-MARK-RECORD.
           05  AD-STUDENT-KEY.
               10  AD-CAMPUS-ID         PIC X(8).
               10  AD-STUDENT-ID        PIC 9(6).
           05  AD-FIRST-APPLIED         PIC 9(8).
           05  AD-LAST-APPLIED          PIC 9(8).
           05  FILLER                   PIC X(10).
