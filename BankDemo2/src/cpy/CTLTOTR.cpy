      *    fails the chain naming the exact boundary where records    *
      *    leaked, so "the totals tie" finally means the pipeline,    *
      *    not one step of it.                                        *
      *    TT-RUN-SEQ is the run of the business date that posted the *
      *    row (blank/'0' the night, '1'-'9' a supplemental run), so  *
      *    CTLVERIF can prove a supplemental run on its own and       *
      *    together with the night it follows.                        *
      *****************************************************************
       01  CONTROL-TOTALS-RECORD.
           05  TT-RUN-DATE              PIC 9(8).
           05  TT-STEP-NAME             PIC X(8).
           05  TT-IN-COUNT              PIC 9(7).
           05  TT-OUT-COUNT             PIC 9(7).
           05  TT-RUN-SEQ               PIC X(1).
           05  FILLER                   PIC X(9).
