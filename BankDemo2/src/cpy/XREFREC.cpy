      *    ago still resolves - the UTIL/UTIL2 not-found path and     *
      *    the SINQ screen follow the chain hop by hop to today's     *
      *    id instead of handing back the 1111/ADAM fallback.         *
      *    Keyed by campus plus retired id - a renumbering never      *
      *    crosses campuses, so XR-NEW-ID is within XR-CAMPUS-ID.     *
      *****************************************************************
       01  XREF-RECORD.
           05  XR-OLD-KEY.
               10  XR-CAMPUS-ID         PIC X(8).
               10  XR-OLD-ID            PIC 9(6).
           05  XR-NEW-ID                PIC 9(6).
           05  XR-APPLIED-DATE          PIC 9(8).
           05  FILLER                   PIC X(12).
