      *****************************************************************
      *    AUDSDWS - WORK AREAS FOR THE AUDIT-CHAIN SEED LOOKUP       *
      *    Paired with the AUDSDPRC procedure copybook the same way   *
      *    RSTCHKWS pairs with RSTCHK.  The caller fills              *
      *    WS-SEED-RUN-DATE (zero = take the last trailer whatever    *
      *    its date) and PERFORMs 0700-LOAD-AUDIT-SEED; the result is *
      *    WS-SEED-CHECK, with WS-SEED-FOUND when a trailer was there.*
      *****************************************************************
       01  WS-AUDIT-SEED.
           05  WS-SEED-RUN-DATE         PIC 9(8) VALUE 0.
           05  WS-SEED-CHECK            PIC 9(12) VALUE 0.
           05  WS-SEED-TRAILERS         PIC 9(5) VALUE 0.
           05  WS-SEED-SW               PIC X(1) VALUE 'N'.
             88  WS-SEED-FOUND                  VALUE 'Y'.
           05  WS-SEED-EOF-SW           PIC X(1) VALUE 'N'.
             88  WS-SEED-EOF                    VALUE 'Y'.

       01  WS-AUDSEED-STATUS            PIC X(2) VALUE '00'.
         88  AUDSEED-OK                         VALUE '00'.
