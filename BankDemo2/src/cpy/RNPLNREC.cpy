      *****************************************************************
      *    RNPLNREC - RANGE RENUMBERING PLAN ROW                      *
      *    One row describes a whole block renumbering the registrar  *
      *    makes at the start of a term: every master id from LOW to  *
      *    HIGH moves by a fixed OFFSET (target type O) or is         *
      *    renumbered consecutively from a STARTING id (type S), with *
      *    the replacement name taken by rule - K keeps the current   *
      *    name, R uses the replacement name already on the row -     *
      *    effective on the plan date.  RNPLAN expands the rows into  *
      *    individual pending change items under the plan id, so the  *
      *    desk no longer keys hundreds of C transactions by hand.    *
      *    A plan renumbers within one campus, PL-CAMPUS-ID (blank    *
      *    is the home campus) - LOW to HIGH are that campus's ids.   *
      *****************************************************************
       01  RENUMBER-PLAN-RECORD.
           05  PL-PLAN-ID               PIC X(5).
           05  PL-LOW-ID                PIC 9(6).
           05  PL-HIGH-ID               PIC 9(6).
           05  PL-TARGET-TYPE           PIC X(1).
             88  PL-TARGET-OFFSET               VALUE 'O'.
             88  PL-TARGET-START                VALUE 'S'.
           05  PL-TARGET-VALUE          PIC 9(6).
           05  PL-NAME-RULE             PIC X(1).
             88  PL-NAME-KEEP                   VALUE 'K'.
             88  PL-NAME-REPLACEMENT            VALUE 'R'.
           05  PL-EFF-DATE              PIC 9(8).
      *    blank keeps each row's own EXTRA value.
           05  PL-EXTRA                 PIC X(10).
           05  PL-OPERATOR              PIC X(8).
           05  PL-CAMPUS-ID             PIC X(8).
           05  FILLER                   PIC X(21).
