      *****************************************************************
      *    CHGUSE - NIGHTLY DEPARTMENT USAGE ROW FOR CHARGEBACK       *
      *    One row per department per run, appended by CHGACC while   *
      *    the night's extracts still exist: the records the MAIN/    *
      *    UTIL2 pass processed for ids in the department's range     *
      *    (same count STATACC posts to STATS) and the detail rows    *
      *    the registrar and subscriber feeds carried for them.  The  *
      *    feeds are rewritten every night, so this is the only      *
      *    place their counts survive to month end, where DEPTCHG     *
      *    prices them.  Department sequence follows the reference    *
      *    file (see DEPTREC.cpy), 100 = UNMAPPED.                    *
      *****************************************************************
       01  CHARGE-USAGE-RECORD.
           05  CU-RUN-DATE              PIC 9(8).
           05  CU-DEPT-SEQ              PIC 9(3).
           05  CU-DEPT-NAME             PIC X(20).
           05  CU-RECORDS-PROCESSED     PIC 9(7).
           05  CU-REGISTRAR-DETAILS     PIC 9(7).
           05  CU-SUBSCRIBER-DETAILS    PIC 9(7).
           05  FILLER                   PIC X(8).
