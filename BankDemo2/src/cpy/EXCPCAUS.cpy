      *****************************************************************
      *    EXCPCAUS - CLASSIFIED MASTER-NOT-FOUND EXCEPTION ROW       *
      *    One row per EXCPOUT row, written by EXCPCLS after the      *
      *    night's driver passes: the exception row as the driver     *
      *    wrote it, the cause the classification found (see         *
      *    CAUSWS.cpy) and the evidence behind it -                   *
      *      P  pending approval - the pending item's request date,   *
      *         action and keying operator, and the other id on it   *
      *      X  retired, cross-reference chain broken - the id the    *
      *         chain stops at and the date of its last hop (action   *
      *         L when the chain loops past the hop limit)            *
      *      D  deleted by maintenance - the journal row's date,      *
      *         action (D delete, M merge) and operator, and the      *
      *         surviving id of a merge                               *
      *      S  one digit off a real id - the id found on the master  *
      *      N  never existed - no evidence anywhere                  *
      *    EC-RUN-DATE stamps every row with the night it classified  *
      *    so a report never takes an older night's file for          *
      *    tonight's.                                                 *
      *****************************************************************
       01  EXCPCAUS-RECORD.
           05  EC-RUN-DATE              PIC 9(8).
           05  EC-EXCEPTION-ROW         PIC X(39).
           05  EC-CAUSE                 PIC X(1).
             88  EC-PENDING-APPROVAL            VALUE 'P'.
             88  EC-XREF-BROKEN                 VALUE 'X'.
             88  EC-DELETED-BY-MAINT            VALUE 'D'.
             88  EC-NEAR-REAL-ID                VALUE 'S'.
             88  EC-NEVER-EXISTED               VALUE 'N'.
           05  EC-EVIDENCE-DATE         PIC 9(8).
           05  EC-EVIDENCE-ID           PIC 9(6).
           05  EC-EVIDENCE-ACTION       PIC X(1).
           05  EC-EVIDENCE-OPERATOR     PIC X(8).
           05  FILLER                   PIC X(9).
