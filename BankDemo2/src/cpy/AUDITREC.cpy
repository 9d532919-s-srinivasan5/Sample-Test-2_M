      *    the chain and the verifier (AUDVERIF, and RECON inline)    *
      *    names the exact row.  Readers that walk the trail skip     *
      *    rows whose subprogram field says AUDTRLR.                  *
      *    AR-STUDENT-STATUS is the master row's lifecycle status at  *
      *    lookup time (blank when not found) - see STUDMSTR.cpy.     *
      *    AR-CAMPUS-ID is the campus both ids belong to - an id is   *
      *    only unique within its campus.  The row grew from 90 to    *
      *    98 bytes for it; CAMPCONV carried the retained archive     *
      *    generations across with the home campus.                   *
      *    AR-RUN-SEQ is the run of the business date that wrote the  *
      *    row (blank/'0' the night, '1'-'9' a supplemental run).  A  *
      *    supplemental driver does not start its chain at zero: it   *
      *    continues from the last trailer already on the day's      *
      *    trail and names that opening value on its own trailer      *
      *    (AT-OPEN-CHECK), so the verifiers can seed the segment and *
      *    prove the run both alone and together with the night.     *
      *****************************************************************
       01  AUDITOUT-RECORD.
           05  AR-SUBPROGRAM            PIC X(8).
           05  AR-RUN-DATE              PIC 9(8).
           05  AR-SEQ-NO                PIC 9(7).
           05  AR-CHECK-VALUE           PIC 9(12).
           05  AR-STUDENT-STATUS        PIC X(1).
           05  AR-CAMPUS-ID             PIC X(8).
           05  AR-RUN-SEQ               PIC X(1).
             88  AR-SUPPLEMENTAL-ROW            VALUE '1' THRU '9'.

       01  AUDIT-TRAILER-RECORD.
           05  AT-MARKER                PIC X(8).
           05  AT-RUN-DATE              PIC 9(8).
           05  AT-ROW-COUNT             PIC 9(7).
           05  AT-CHECK-TOTAL           PIC 9(12).
           05  AT-RUN-SEQ               PIC X(1).
             88  AT-SUPPLEMENTAL-TRAILER        VALUE '1' THRU '9'.
           05  AT-OPEN-CHECK            PIC 9(12).
           05  FILLER                   PIC X(50).
