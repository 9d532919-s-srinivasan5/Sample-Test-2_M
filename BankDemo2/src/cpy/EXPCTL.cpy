      *****************************************************************
      *    EXPCTL - SPREADSHEET EXPORT CONTROL ROW                    *
      *    One row per report the desk wants a delimited export of,   *
      *    named as the report runs (EXCPRPT, EXCPCASE, STATRPT,      *
      *    WHATIF).  EC-EXPORT-SW N keeps the row but stops the       *
      *    export; EC-DELIMITER is the field separator (blank is a    *
      *    comma).  A report with no row exports nothing.  Maintained *
      *    by the desk, read by the reports through EXPPRC.           *
      *****************************************************************
       01  EXPORT-CONTROL-RECORD.
           05  EC-REPORT-ID             PIC X(8).
           05  EC-EXPORT-SW             PIC X(1).
             88  EC-EXPORT-ON                   VALUE 'Y'.
           05  EC-DELIMITER             PIC X(1).
           05  EC-DESCRIPTION           PIC X(30).
           05  FILLER                   PIC X(40).
