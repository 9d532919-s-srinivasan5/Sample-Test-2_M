      *****************************************************************
      *    DISTREC - REPORT DISTRIBUTION LIST ROW                     *
      *    One row per department, report and recipient: which       *
      *    contact receives which department's piece of a burst      *
      *    report, and how (ONLINE on RVIW, PRINT, EMAIL - the       *
      *    destination names the printer or mailbox).  DL-REPORT-ID  *
      *    is the report as it runs (EXCPRPT, EXCPCASE, STATRPT) or  *
      *    ALL for every burst report.  Maintained by the desk,      *
      *    read by RPTBURST.                                          *
      *****************************************************************
       01  DISTRIBUTION-LIST-RECORD.
           05  DL-DEPT-CODE             PIC X(4).
           05  DL-REPORT-ID             PIC X(8).
           05  DL-CONTACT               PIC X(20).
           05  DL-ROUTE                 PIC X(8).
           05  DL-DESTINATION           PIC X(30).
           05  FILLER                   PIC X(10).
