      *    single-threaded run would have written them.  The totals
      *    are reconciled as it goes: a slice file that runs short
      *    or long fails the step with a non-zero condition code.
      *    A first occurrence is now first for its campus - the
      *    drivers suppress duplicates per campus - and the audit
      *    rows are the wider campus-carrying layout.
      *    A campus past the ten duplicate slots pulls rows for every
      *    occurrence, as the drivers now process every row of it
      *    (see CAMPPRC.cpy); a slice that saw the campuses in
      *    another order runs short or long here and fails the step.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       FD  AUDIT1
           LABEL RECORDS ARE STANDARD.
       01  AUDIT1-RECORD                PIC X(98).
       FD  AUDIT2
           LABEL RECORDS ARE STANDARD.
       01  AUDIT2-RECORD                PIC X(98).
       FD  AUDIT3
           LABEL RECORDS ARE STANDARD.
       01  AUDIT3-RECORD                PIC X(98).
       FD  AUDIT4
           LABEL RECORDS ARE STANDARD.
       01  AUDIT4-RECORD                PIC X(98).

       FD  EXCP1
           LABEL RECORDS ARE STANDARD.

       01  WS-MERGE-WORK.
           05  WS-SLICE-NO              PIC 9(1).
           05  WS-AUDIT-WORK            PIC X(98).
           05  WS-EXCP-WORK             PIC X(39).
           05  WS-SOUT-WORK             PIC X(60).
           05  WS-PULL-OK-SW            PIC X(1).
       01  WS-DUP-CONTROL.
           05  WS-DUP-IDX               PIC 9(7) COMP.
           05  WS-DUP-SEEN-TABLE.
               10  WS-DUP-SEEN-ID       OCCURS 1000000 TIMES.
                   15  WS-DUP-SEEN-COUNT
                                        PIC 9(4) COMP
                                        OCCURS 10 TIMES.

      *    tamper-evidence chain state for the merged trail - the
      *    slice chains cannot survive interleaving, so the merge
           05  WS-DUP-DROPPED           PIC 9(7) VALUE 0.
           05  WS-MISMATCH-COUNT        PIC 9(3) VALUE 0.

       COPY CAMPWS.

       COPY STEPTMWS.

       PROCEDURE DIVISION.
      *    a later occurrence of an id produced nothing on its slice
      *    (the drivers suppress duplicates), so only the first
      *    occurrence pulls rows across.
           MOVE SI-CAMPUS-ID TO WS-CAMP-CHECK-ID
           PERFORM 0790-FIND-CAMPUS-SLOT
           COMPUTE WS-DUP-IDX = SI-STUDENT-ID + 1
           PERFORM 0795-COUNT-CAMPUS-ID
           IF WS-CAMP-OCCURRENCE > 1
               ADD 1 TO WS-DUP-DROPPED
           ELSE
               COMPUTE WS-SLICE-NO = SI-STUDENT-ID / 250000 + 1

       COPY STEPTIME.

       COPY CAMPPRC.

       END PROGRAM STUDMRGE.
