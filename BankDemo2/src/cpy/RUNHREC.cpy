      *    appended by RUNHIST before STEP001 clears the extracts the *
      *    next morning - yesterday used to be gone by the time       *
      *    anyone wanted to compare against it.                       *
      *    RH-END-TIME / RH-ELAPSED carry the step's STEPLOG timing,  *
      *    packed so both fit the old FILLER; rows appended before    *
      *    they existed (and BACKOUT's marker rows) hold spaces there *
      *    and fail a NUMERIC test - CAPFCST skips them.              *
      *    RH-BACKOUT-SW also tells the kind of run the row belongs   *
      *    to: a supplemental intraday run is recorded as its own run *
      *    (own run time) of the same business date, marked 'S'.      *
      *****************************************************************
       01  RUNHIST-RECORD.
           05  RH-RUN-DATE              PIC 9(8).
           05  RH-APPLID                PIC X(8).
           05  RH-OPERATOR              PIC X(8).
           05  RH-BACKOUT-SW            PIC X(1).
             88  RH-NIGHTLY-ROW                 VALUE 'N' SPACE.
             88  RH-BACKOUT-ROW                 VALUE 'Y'.
             88  RH-SUPPLEMENTAL-ROW            VALUE 'S'.
           05  RH-END-TIME              PIC 9(6) COMP-3.
           05  RH-ELAPSED               PIC 9(5) COMP-3.
