      *    Stamped once by TESTCOBL's system-time capture and read by *
      *    every other step of the day's batch so one run has exactly *
      *    one run date/time instead of each program picking its own. *
      *    A supplemental intraday run (BANKSUPP) gets its own copy,  *
      *    written by SUPPCTL: the night's business date, its own     *
      *    time of day and a run number 1-9; the night's record keeps *
      *    the last supplemental number taken against its date.       *
      *****************************************************************
       01  RUNCTL-RECORD.
           05  RC-RUN-YEAR              PIC 9(4).
      *    last processing day of its month - the statistics cut-off.
           05  RC-MONTH-END-SW          PIC X(1).
             88  RC-MONTH-END                   VALUE 'Y'.
      *    which run of the business date this is: blank or '0' the
      *    night itself, '1'-'9' the supplemental runs after it.
           05  RC-RUN-SEQ               PIC X(1).
             88  RC-NIGHTLY-RUN                 VALUE SPACE '0'.
             88  RC-SUPPLEMENTAL-RUN            VALUE '1' THRU '9'.
      *    night's record only: the last supplemental run number
      *    SUPPCTL has taken against this business date.
           05  RC-SUPP-LAST             PIC X(1).
           05  FILLER                   PIC X(1).
