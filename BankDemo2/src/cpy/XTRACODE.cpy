      *****************************************************************
      *    XTRACODE - REPLACEMENT EXTRA CODE TABLE ROW (KSDS)         *
      *    One row per value the desk may key in SM-REPLACEMENT-      *
      *    EXTRA, with what it means, whether it is still in use and  *
      *    the dates it is good for.  A code is accepted only while   *
      *    it is active and the day falls inside its effective range  *
      *    - STUDMNT, MNTPEND and the SMNT screen refuse anything     *
      *    else, so a keyed variant like MSTR-1 can no longer reach   *
      *    BILLING through SUBEXT.  Codes are retired, never deleted, *
      *    so old rows and old reports still resolve.  Maintained     *
      *    only through XTRAMNT, which audits every change (see       *
      *    XTRAAUD.cpy).                                              *
      *****************************************************************
       01  EXTRA-CODE-RECORD.
           05  XC-CODE                  PIC X(10).
           05  XC-DESCRIPTION           PIC X(30).
           05  XC-STATUS                PIC X(1).
             88  XC-ACTIVE                      VALUE 'A'.
             88  XC-RETIRED                     VALUE 'R'.
           05  XC-EFFECTIVE-FROM        PIC 9(8).
           05  XC-EFFECTIVE-TO          PIC 9(8).
           05  XC-CHANGED-DATE          PIC 9(8).
           05  XC-CHANGED-BY            PIC X(8).
           05  FILLER                   PIC X(7).
