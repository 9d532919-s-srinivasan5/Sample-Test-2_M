      *****************************************************************
      *    SELCARD - AD HOC MASTER SELECTION CARD                     *
      *    One keyword card per criterion, loaded by the desk into    *
      *    BANKDEMO.SELECT.CARDS and run with BANKSEL (see MSTRSEL).  *
      *    Every criterion given must hold for a row to be selected;  *
      *    a criterion not given selects everything.  A later card    *
      *    for the same keyword replaces the earlier one.             *
      *      REPORTID  the report id the listing is captured under    *
      *                in the report store (required, 8 characters)   *
      *      CAMPUS    the issuing campus                             *
      *      IDRANGE   nnnnnn-nnnnnn, or one id                       *
      *      NAMEPFX   the start of the student name, as it is kept   *
      *      REPL      YES a replacement is staged, NO none is        *
      *      EFFDATE   yyyymmdd-yyyymmdd, or one date - the           *
      *                replacement's effective date                   *
      *      EXTRA     the replacement EXTRA is this value            *
      *      EXTRANOT  the replacement EXTRA is anything but this     *
      *      APPLIED   YES the row's replacement has been applied at  *
      *                least once (see APLDREC.cpy), NO never         *
      *      SORT      ID (campus and id, the default), NAME,         *
      *                EFFDATE, EXTRA or REPLID                       *
      *      OUTPUT    LIST every row (the default) or COUNT only     *
      *    Rows starting '*' are comments.                            *
      *****************************************************************
       01  SELECTION-CARD-RECORD.
           05  SC-KEYWORD               PIC X(8).
             88  SC-REPORT-ID                   VALUE 'REPORTID'.
             88  SC-CAMPUS                      VALUE 'CAMPUS  '.
             88  SC-ID-RANGE                    VALUE 'IDRANGE '.
             88  SC-NAME-PREFIX                 VALUE 'NAMEPFX '.
             88  SC-REPLACEMENT                 VALUE 'REPL    '.
             88  SC-EFF-RANGE                   VALUE 'EFFDATE '.
             88  SC-EXTRA-EQUAL                 VALUE 'EXTRA   '.
             88  SC-EXTRA-NOT-EQUAL             VALUE 'EXTRANOT'.
             88  SC-APPLIED                     VALUE 'APPLIED '.
             88  SC-SORT                        VALUE 'SORT    '.
             88  SC-OUTPUT                      VALUE 'OUTPUT  '.
           05  FILLER                   PIC X(2).
           05  SC-VALUE                 PIC X(30).
           05  SC-ID-VALUES             REDEFINES SC-VALUE.
               10  SC-ID-LOW            PIC X(6).
               10  SC-ID-DASH           PIC X(1).
               10  SC-ID-HIGH           PIC X(6).
               10  FILLER               PIC X(17).
           05  SC-DATE-VALUES           REDEFINES SC-VALUE.
               10  SC-DATE-LOW          PIC X(8).
               10  SC-DATE-DASH         PIC X(1).
               10  SC-DATE-HIGH         PIC X(8).
               10  FILLER               PIC X(13).
           05  FILLER                   PIC X(40).
