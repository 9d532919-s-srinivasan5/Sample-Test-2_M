      *    subscriber per night, bracketed by a header naming the     *
      *    subscriber and run date and a trailer with the count and   *
      *    id hash, the same discipline the registrar feed carries.   *
      *    Each detail carries the student's lifecycle status and     *
      *    status date so billing can stop chasing graduates.         *
      *    Each detail names the campus its ids belong to; the feed   *
      *    records grew from 60 to 68 bytes to carry it.              *
      *    As on the registrar feed, the header names the extract     *
      *    kind (F the night's full file, D a supplemental delta) and *
      *    its interchange number within the business date.           *
      *    SUBTRUE's corrective delta is kind T with interchange 0 -  *
      *    it is cut on demand, outside the night's numbering, so it  *
      *    can never be taken for that date's F or D file.            *
      *    SD-CHANGE-KIND marks a replacement detail R, a             *
      *    duplicate-person merge M (the old id retired into the new, *
      *    see MRGNOTE.cpy); processed-student and SUBTRUE corrective *
      *    details leave it blank.  Merges go to the replacement      *
      *    selection only.                                            *
      *****************************************************************
       01  SUBSCRIBER-RECORD.
           05  SB-SUBSCRIBER            PIC X(8).
           05  SH-SENDER                PIC X(8).
           05  SH-SUBSCRIBER            PIC X(8).
           05  SH-RUN-DATE              PIC 9(8).
           05  SH-EXTRACT-KIND          PIC X(1).
             88  SH-FULL-EXTRACT                VALUE 'F' SPACE.
             88  SH-DELTA-EXTRACT               VALUE 'D'.
             88  SH-TRUEUP-EXTRACT              VALUE 'T'.
           05  SH-INTERCHANGE-SEQ       PIC 9(1).
           05  FILLER                   PIC X(39).

       01  SUB-DETAIL-RECORD.
           05  SD-TYPE                  PIC X(3).
           05  SD-NAME                  PIC A(15).
           05  SD-EXTRA                 PIC X(10).
           05  SD-EFF-DATE              PIC 9(8).
           05  SD-STATUS-CODE           PIC X(1).
           05  SD-STATUS-DATE           PIC 9(8).
           05  SD-CAMPUS-ID             PIC X(8).
           05  SD-CHANGE-KIND           PIC X(1).
             88  SD-RENUMBERING                 VALUE 'R'.
             88  SD-MERGE                       VALUE 'M'.
           05  FILLER                   PIC X(2).

       01  SUB-TRAILER-RECORD.
           05  SR-TYPE                  PIC X(3).
             88  SR-TRAILER                     VALUE 'STR'.
           05  SR-DETAIL-COUNT          PIC 9(7).
           05  SR-HASH-TOTAL            PIC 9(12).
           05  FILLER                   PIC X(46).
