      *****************************************************************
      *    CAUSSTAT - NOT-FOUND EXCEPTIONS BY CAUSE, ONE ROW PER      *
      *    CAUSE PER NIGHTLY RUN                                      *
      *    Appended by STATACC beside its STATS row: how many of the  *
      *    MAIN/UTIL2 pass's exceptions EXCPCLS put under each cause  *
      *    (see CAUSWS.cpy).  A night without tonight's classified    *
      *    file posts its whole exception count as blank - not        *
      *    classified - so the rows always add up to ST-EXCEPTIONS.   *
      *    STATRPT totals the month by cause from it.                 *
      *****************************************************************
       01  CAUSE-STATS-RECORD.
           05  CT-RUN-DATE              PIC 9(8).
           05  CT-CAUSE                 PIC X(1).
           05  CT-EXCEPTIONS            PIC 9(7).
           05  FILLER                   PIC X(24).
