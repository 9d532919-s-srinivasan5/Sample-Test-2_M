      *    as UNMAPPED so the reference file's gaps surface instead   *
      *    of hiding in bucket 37.  Maintained by the desk, loaded    *
      *    by EXCPRPT / STATACC / STATRPT (see DEPTPRC.cpy).          *
      *    DP-DEPT-CODE is the department's four-character short     *
      *    name - the burst report pieces are stored and distributed *
      *    under it (see RPTBURST / DISTREC.cpy).                     *
      *****************************************************************
       01  DEPARTMENT-MAP-RECORD.
           05  DP-LOW-ID                PIC 9(6).
           05  DP-HIGH-ID               PIC 9(6).
           05  DP-DEPT-NAME             PIC X(20).
           05  DP-CONTACT               PIC X(20).
           05  DP-DEPT-CODE             PIC X(4).
           05  FILLER                   PIC X(4).
