      *****************************************************************
      *    BURSTREC - DEPARTMENT-TAGGED REPORT LINE FOR BURSTING      *
      *    EXCPRPT, EXCPCASE and STATRPT each write their department  *
      *    lines here as well as to SYSOUT, tagged with the run date, *
      *    their own report id and the owning department off DEPTMAP  *
      *    (see DEPTREC.cpy).  RPTBURST splits the night's rows into  *
      *    one piece per report per department in the report store    *
      *    and logs who each piece is for (see DISTREC / DISTLOG).    *
      *    A report that did not run tonight leaves an older night's  *
      *    rows behind - the run date keeps them out.                 *
      *****************************************************************
       01  BURST-LINE-RECORD.
           05  BL-RUN-DATE              PIC 9(8).
           05  BL-REPORT-ID             PIC X(8).
           05  BL-DEPT-CODE             PIC X(4).
           05  BL-DEPT-NAME             PIC X(20).
           05  BL-LINE                  PIC X(80).
