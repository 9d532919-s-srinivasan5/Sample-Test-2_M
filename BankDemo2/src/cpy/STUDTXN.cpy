      *    SM-STUDENT-ID, so the data-control desk can correct a      *
      *    single master row in place instead of rebuilding and       *
      *    re-BLDINDEXing the whole cluster (see STUDMNT).            *
      *    TX-STATUS-CODE blank leaves the student's lifecycle        *
      *    status alone (an add comes in active); A/W/G/H sets it,    *
      *    dated TX-STATUS-DATE or, left blank, the day it applies.   *
      *    TX-CAMPUS-ID says whose id it is; blank is the home        *
      *    campus (see CAMPWS.cpy).  The record grew from 80 to 88.   *
      *    TX-ACTION M merges a duplicate: TX-STUDENT-ID is the id    *
      *    being retired and TX-REPLACEMENT-ID the surviving id of    *
      *    the same campus (see STUDDUPS / STUDMNT).  A merge goes    *
      *    through maker/checker only - it is not one of the online   *
      *    actions TX-ACTION-VALID admits.                            *
      *    TX-ACTION K keys the student's contact (see CONTREC.cpy):  *
      *    TX-CONTACT-DETAILS replaces the row on file, all blank     *
      *    removes it; the master row itself is not touched.  Like a  *
      *    merge it is maker/checker only.  The record grew from 88   *
      *    to 238 bytes for the contact payload (see CONTCONV).       *
      *****************************************************************
       01  STUDTXN-RECORD.
           05  TX-ACTION                PIC X(1).
             88  TX-ACTION-CHANGE               VALUE 'C'.
             88  TX-ACTION-DELETE               VALUE 'D'.
             88  TX-ACTION-VALID                VALUE 'A' 'C' 'D'.
             88  TX-ACTION-MERGE                VALUE 'M'.
             88  TX-ACTION-CONTACT              VALUE 'K'.
           05  TX-STUDENT-ID            PIC 9(6).
           05  TX-STUDENT-NAME          PIC A(15).
           05  TX-REPLACEMENT-ID        PIC 9(6).
           05  TX-REPLACEMENT-EXTRA     PIC X(10).
           05  TX-REPLACEMENT-EFF-DATE  PIC X(8).
           05  TX-OPERATOR              PIC X(8).
           05  TX-STATUS-CODE           PIC X(1).
             88  TX-STATUS-UNCHANGED            VALUE SPACE.
             88  TX-STATUS-VALID                VALUE SPACE 'A' 'W'
                                                      'G' 'H'.
           05  TX-STATUS-DATE           PIC X(8).
           05  TX-CAMPUS-ID             PIC X(8).
           05  TX-CONTACT-DETAILS.
               10  TX-ADDRESS-1         PIC X(30).
               10  TX-ADDRESS-2         PIC X(30).
               10  TX-CITY              PIC X(20).
               10  TX-REGION            PIC X(10).
               10  TX-POSTAL-CODE       PIC X(10).
               10  TX-EMAIL             PIC X(50).
           05  FILLER                   PIC X(2).
