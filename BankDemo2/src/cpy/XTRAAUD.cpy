      *****************************************************************
      *    XTRAAUD - EXTRA CODE TABLE AUDIT ROW                       *
      *    Appended by XTRAMNT for every maintenance request, applied *
      *    or rejected: who asked, when, for which code, and the      *
      *    row's description/status/effective dates before and after *
      *    (spaces before an add).  The table itself carries only the *
      *    last change; this file is its history.                    *
      *****************************************************************
       01  XTRA-AUDIT-RECORD.
           05  XA-DATE                  PIC 9(8).
           05  XA-TIME                  PIC 9(6).
           05  XA-OPERATOR              PIC X(8).
           05  XA-ACTION                PIC X(1).
           05  XA-CODE                  PIC X(10).
           05  XA-RESULT                PIC X(1).
             88  XA-APPLIED                     VALUE 'A'.
             88  XA-REJECTED                    VALUE 'R'.
           05  XA-REASON                PIC X(30).
           05  XA-BEFORE-IMAGE          PIC X(47).
           05  XA-AFTER-IMAGE           PIC X(47).
           05  FILLER                   PIC X(2).
