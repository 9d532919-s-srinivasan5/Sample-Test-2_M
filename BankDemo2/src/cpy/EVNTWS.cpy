      *****************************************************************
      *    EVNTWS - WORK AREAS FOR EVENT PUBLICATION                  *
      *    Paired with the EVNTPRC procedure copybook the same way    *
      *    INTRAWS pairs with INTRAPRC.  The including program        *
      *    selects EVNTCTL and EVNTLOG under these file statuses      *
      *    (FD records EVNTCTL-RECORD and EVNTLOG-RECORD) and COPYs   *
      *    EVNTREC and EVNTCTL into WORKING-STORAGE.  EVNTSEQ is the  *
      *    enqueue every publisher takes the sequence number under.   *
      *****************************************************************
       01  WS-EVENT-FILE-STATUSES.
           05  WS-EVNTCTL-STATUS        PIC X(2) VALUE '00'.
             88  EVNTCTL-OK                       VALUE '00'.
           05  WS-EVNTLOG-STATUS        PIC X(2) VALUE '00'.
             88  EVNTLOG-OK                       VALUE '00'.

       01  WS-EVENT-RESOURCE            PIC X(8) VALUE 'EVNTSEQ'.
       01  WS-EVENT-CONTROL.
           05  WS-EVENT-RESP            PIC S9(8) COMP.
             88  EVENT-RESP-NORMAL  VALUE DFHRESP(NORMAL).
           05  WS-EVENT-CTL-SW          PIC X(1) VALUE 'N'.
             88  WS-EVENT-CTL-CLOSED            VALUE 'N'.
             88  WS-EVENT-CTL-READ              VALUE 'R'.
             88  WS-EVENT-CTL-EMPTY             VALUE 'E'.
           05  WS-EVENT-DONE-SW         PIC X(1) VALUE 'N'.
             88  WS-EVENT-PUBLISHED             VALUE 'Y'.
           05  WS-EVENT-REASON          PIC X(28).

       01  WS-EVENT-MSG                 PIC X(80).
