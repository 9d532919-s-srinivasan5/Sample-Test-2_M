      *    Paired with the CTLTOT procedure copybook the same way     *
      *    STEPTMWS pairs with STEPTIME.  The caller fills            *
      *    WS-CTL-RUN-DATE, WS-CTL-STEP, WS-CTL-IN and WS-CTL-OUT     *
      *    (and WS-CTL-RUN-SEQ from RUNCTL's RC-RUN-SEQ) and PERFORMs *
      *    9600-POST-CONTROL-TOTALS.                                  *
      *****************************************************************
       01  WS-CONTROL-POST.
           05  WS-CTL-RUN-DATE          PIC 9(8) VALUE 0.
           05  WS-CTL-STEP              PIC X(8) VALUE SPACES.
           05  WS-CTL-IN                PIC 9(7) VALUE 0.
           05  WS-CTL-OUT               PIC 9(7) VALUE 0.
           05  WS-CTL-RUN-SEQ           PIC X(1) VALUE SPACE.

       01  WS-CTLTOT-STATUS             PIC X(2) VALUE '00'.
