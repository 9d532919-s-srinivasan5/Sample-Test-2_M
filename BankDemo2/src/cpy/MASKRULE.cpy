      *****************************************************************
      *    MASKRULE - MASKING RULE FOR THE PRODUCTION-TO-TEST COPY    *
      *    One keyword row per rule, maintained by the test lead, so  *
      *    what MASKCPY does to a copy is a data change:              *
      *      IDREMAP   Y = give every student id a fake id too        *
      *      IDBASE    first fake id handed out (default 900001)      *
      *      TESTDATE  YYYYMMDD stamped on the rebuilt STUDIN         *
      *                headers (blank = keep each source's date)      *
      *      KEEPNAME  a name copied as is - the lookup fallback      *
      *                name, never a real student                     *
      *      KEEPID    an id copied as is - the fallback id           *
      *    Rows starting '*' are comments.  Names are ALWAYS masked;  *
      *    no rule can switch that off.                               *
      *****************************************************************
       01  MASK-RULE-RECORD.
           05  MR-KEYWORD               PIC X(8).
             88  MR-ID-REMAP                    VALUE 'IDREMAP '.
             88  MR-ID-BASE                     VALUE 'IDBASE  '.
             88  MR-TEST-DATE                   VALUE 'TESTDATE'.
             88  MR-KEEP-NAME                   VALUE 'KEEPNAME'.
             88  MR-KEEP-ID                     VALUE 'KEEPID  '.
           05  FILLER                   PIC X(2).
           05  MR-VALUE                 PIC X(15).
           05  FILLER                   PIC X(55).
