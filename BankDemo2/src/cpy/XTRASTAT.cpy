      *****************************************************************
      *    XTRASTAT - REPLACEMENTS BY EXTRA CODE, ONE ROW PER CODE    *
      *    PER NIGHTLY RUN                                            *
      *    Appended by STATACC beside its STATS row: how many         *
      *    replacements the MAIN/UTIL2 pass applied under each        *
      *    SM-REPLACEMENT-EXTRA value seen that night (the value as   *
      *    it stood, whether or not the code table knows it).         *
      *    STATRPT totals the month by code from it.                  *
      *****************************************************************
       01  XTRA-STATS-RECORD.
           05  XS-RUN-DATE              PIC 9(8).
           05  XS-CODE                  PIC X(10).
           05  XS-REPLACEMENTS          PIC 9(7).
           05  FILLER                   PIC X(15).
