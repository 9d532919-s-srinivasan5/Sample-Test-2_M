      *****************************************************************
      *    EXPREC - RETAINED SPREADSHEET EXPORT ROW                   *
      *    The delimited companion of a retained report: one row per  *
      *    export line, keyed exactly as the print copy is in the     *
      *    report store (run date + report id + line, see RPTREC.cpy) *
      *    but wide enough for a spreadsheet row.  RPTCAPT loads a    *
      *    report's export beside its print lines and purges both on  *
      *    the same retention; EXPPULL unloads one for download.      *
      *    Line 1 is the column header row.                           *
      *****************************************************************
       01  EXPORT-STORE-RECORD.
           05  EX-KEY.
               10  EX-RUN-DATE          PIC 9(8).
               10  EX-REPORT-ID         PIC X(8).
               10  EX-LINE-SEQ          PIC 9(7).
           05  EX-LINE                  PIC X(250).
           05  FILLER                   PIC X(7).
