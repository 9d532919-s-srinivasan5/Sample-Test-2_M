      *    applies only the A rows and marks them D so a rerun        *
      *    cannot apply them twice.  The transaction body mirrors     *
      *    STUDTXN.cpy field for field.                               *
      *    PD-SOURCE says where the item came from - blank for the    *
      *    desk's own keying, R for the registrar's inbound change    *
      *    feed (REGCHG), P for a range renumbering plan (RNPLAN) -   *
      *    so the checker knows whose change it is.  PD-BATCH-ID     *
      *    groups a plan's items so MNTAPPR can approve or reject     *
      *    the whole plan with one decision.                          *
      *    PD-STATUS-CODE/PD-STATUS-DATE carry the lifecycle status   *
      *    change keyed on the transaction (see STUDTXN.cpy) - the    *
      *    record grew from 100 to 110 bytes to hold them.            *
      *    PD-CAMPUS-ID carries the transaction's campus (blank =     *
      *    home campus); the record grew again, to 118 bytes.         *
      *    PD-ACTION M is a duplicate-person merge: PD-STUDENT-ID is  *
      *    retired into PD-REPLACEMENT-ID, the surviving id.          *
      *    PD-ACTION K carries the student's contact in               *
      *    PD-CONTACT-DETAILS (see CONTREC.cpy) - all blank removes   *
      *    it.  The record grew again, to 268 bytes, to hold it.      *
      *****************************************************************
       01  PENDING-RECORD.
           05  PD-STATUS                PIC X(1).
             88  PD-ACTION-ADD                  VALUE 'A'.
             88  PD-ACTION-CHANGE               VALUE 'C'.
             88  PD-ACTION-DELETE               VALUE 'D'.
             88  PD-ACTION-MERGE                VALUE 'M'.
             88  PD-ACTION-CONTACT              VALUE 'K'.
             88  PD-ACTION-VALID                VALUE 'A' 'C' 'D'
                                                      'M' 'K'.
           05  PD-STUDENT-ID            PIC 9(6).
           05  PD-STUDENT-NAME          PIC A(15).
           05  PD-REPLACEMENT-ID        PIC 9(6).
           05  PD-OPERATOR              PIC X(8).
           05  PD-APPROVER              PIC X(8).
           05  PD-APPROVE-DATE          PIC 9(8).
           05  PD-SOURCE                PIC X(1).
             88  PD-FROM-DESK                   VALUE SPACE.
             88  PD-FROM-REGISTRAR              VALUE 'R'.
             88  PD-FROM-PLAN                   VALUE 'P'.
           05  PD-BATCH-ID              PIC X(5).
           05  PD-STATUS-CODE           PIC X(1).
             88  PD-STATUS-UNCHANGED            VALUE SPACE.
             88  PD-STATUS-VALID                VALUE SPACE 'A' 'W'
                                                      'G' 'H'.
           05  PD-STATUS-DATE           PIC X(8).
           05  PD-CAMPUS-ID             PIC X(8).
           05  PD-CONTACT-DETAILS.
               10  PD-ADDRESS-1         PIC X(30).
               10  PD-ADDRESS-2         PIC X(30).
               10  PD-CITY              PIC X(20).
               10  PD-REGION            PIC X(10).
               10  PD-POSTAL-CODE       PIC X(10).
               10  PD-EMAIL             PIC X(50).
           05  FILLER                   PIC X(1).
