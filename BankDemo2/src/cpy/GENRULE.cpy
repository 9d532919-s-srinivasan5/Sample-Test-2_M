      *****************************************************************
      *    GENRULE - SYNTHETIC FEED GENERATOR SETTINGS                *
      *    One keyword row per setting, kept by the test lead the     *
      *    same way as the masking rules (see MASKRULE.cpy), so a     *
      *    load test of any size or mix is a data change:            *
      *      SOURCE    a feeding source id, one row per source, up to *
      *                10 (none = CAMPUSA, CAMPUSB and CAMPUSC)       *
      *      RECORDS   detail records per source, 7 digits            *
      *                (default 0001000)                              *
      *      BUSDATE   YYYYMMDD on every header - the test night's    *
      *                business date (default zero, the undated       *
      *                header STUDEDIT accepts)                       *
      *      IDBASE    lowest id handed out, 6 digits (default        *
      *                000001)                                        *
      *      REJPCT    percent of details that fail the edit          *
      *      DUPPCT    percent repeating an id the source already     *
      *                sent                                           *
      *      NFPCT     percent with no master row                     *
      *      STAGEPCT  percent whose master row has its replacement   *
      *                staged for a future date                       *
      *                (3 digits each, defaults 002/003/010/005; the  *
      *                rest are found and replaced; the four together *
      *                may not pass 100)                              *
      *      STAGEDT   the staged effective date (default 1 September *
      *                of the year after BUSDATE, or after today)     *
      *      MSTEXTRA  master rows per source that are never fed, 7   *
      *                digits (default 0000000)                       *
      *    Rows starting '*' are comments.                            *
      *****************************************************************
       01  GEN-RULE-RECORD.
           05  GR-KEYWORD               PIC X(8).
             88  GR-SOURCE                      VALUE 'SOURCE  '.
             88  GR-RECORDS                     VALUE 'RECORDS '.
             88  GR-BUS-DATE                    VALUE 'BUSDATE '.
             88  GR-ID-BASE                     VALUE 'IDBASE  '.
             88  GR-REJECT-PCT                  VALUE 'REJPCT  '.
             88  GR-DUP-PCT                     VALUE 'DUPPCT  '.
             88  GR-NOTFND-PCT                  VALUE 'NFPCT   '.
             88  GR-STAGED-PCT                  VALUE 'STAGEPCT'.
             88  GR-STAGED-DATE                 VALUE 'STAGEDT '.
             88  GR-MASTER-EXTRA                VALUE 'MSTEXTRA'.
           05  FILLER                   PIC X(2).
           05  GR-VALUE                 PIC X(15).
           05  FILLER                   PIC X(55).
