      *****************************************************************
      *    AUDSEED - AUDIT-CHAIN SEED RECORD VIEW                     *
      *    The day's audit trail read back as a second file so a      *
      *    supplemental intraday run can continue the chained check   *
      *    values from the last AUDTRLR trailer already written for  *
      *    the business date (see AUDITREC.cpy, AUDSDPRC.cpy).  Only  *
      *    trailer rows are looked at; the layout is the trailer's.   *
      *****************************************************************
       01  AUDSEED-RECORD.
           05  AS-MARKER                PIC X(8).
             88  AS-TRAILER                     VALUE 'AUDTRLR '.
           05  AS-RUN-DATE              PIC 9(8).
           05  AS-ROW-COUNT             PIC 9(7).
           05  AS-CHECK-TOTAL           PIC 9(12).
           05  FILLER                   PIC X(63).
