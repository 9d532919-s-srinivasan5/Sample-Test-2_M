      *****************************************************************
      *    INTRAWS - WORK AREAS FOR THE INTRADAY PICKUP               *
      *    Paired with the INTRAPRC procedure copybook the same way   *
      *    AUDSDWS pairs with AUDSDPRC.  The table holds the          *
      *    counter's result per campus + id for the business date     *
      *    (the latest row for a student wins); 2010-LOOKUP-STUDENT   *
      *    asks 0830 for a student's row before it CALLs the lookup.  *
      *    A day with more than 500 counter students keeps the first  *
      *    500 - the rest are simply looked up again, said on the     *
      *    log, which costs a lookup but never loses a student.       *
      *****************************************************************
       01  WS-INTRA-CONTROL.
           05  WS-INTRA-COUNT           PIC 9(3) VALUE 0.
           05  WS-INTRA-IDX             PIC 9(3) COMP.
           05  WS-INTRA-HIT-IDX         PIC 9(3) COMP.
           05  WS-INTRA-ROWS            PIC 9(5) VALUE 0.
           05  WS-INTRA-OTHER-DATE      PIC 9(5) VALUE 0.
           05  WS-INTRA-OVERFLOW        PIC 9(5) VALUE 0.
           05  WS-INTRA-TAKEN           PIC 9(5) VALUE 0.
           05  WS-INTRA-UNUSED          PIC 9(5) VALUE 0.
           05  WS-INTRA-EOF-SW          PIC X(1) VALUE 'N'.
             88  WS-INTRA-EOF                   VALUE 'Y'.
           05  WS-INTRA-HIT-SW          PIC X(1) VALUE 'N'.
             88  WS-INTRA-HIT                   VALUE 'Y'.
           05  WS-INTRA-BROKEN-SW       PIC X(1) VALUE 'N'.
             88  WS-INTRA-CHAIN-BROKEN          VALUE 'Y'.

      *    the counter's chain as walked so far - a row at sequence 1
      *    restarts it (each business date, or the first row ever).
       01  WS-INTRA-CHAIN.
           05  WS-INTRA-PREV-DATE       PIC 9(8) VALUE 0.
           05  WS-INTRA-PREV-SEQ        PIC 9(7) VALUE 0.
           05  WS-INTRA-PREV-CHECK      PIC 9(12) VALUE 0.
           05  WS-INTRA-WANT-CHECK      PIC 9(12) VALUE 0.

       01  WS-INTRA-TABLE.
           05  WS-INTRA-ENTRY           OCCURS 500 TIMES.
               10  WS-INTRA-KEY.
                   15  WS-INTRA-CAMPUS  PIC X(8).
                   15  WS-INTRA-ID      PIC 9(6).
               10  WS-INTRA-DISP        PIC X(1).
               10  WS-INTRA-AFTER-ID    PIC 9(6).
               10  WS-INTRA-AFTER-NAME  PIC A(15).
               10  WS-INTRA-AFTER-EXTRA PIC X(10).
               10  WS-INTRA-EXTRA-SW    PIC X(1).
               10  WS-INTRA-FOUND-SW    PIC X(1).
               10  WS-INTRA-STATUS      PIC X(1).
               10  WS-INTRA-STAT-DATE   PIC 9(8).
               10  WS-INTRA-OPERATOR    PIC X(8).
               10  WS-INTRA-USED-SW     PIC X(1).

       01  WS-INTRA-LOOK-KEY.
           05  WS-INTRA-LOOK-CAMPUS     PIC X(8).
           05  WS-INTRA-LOOK-ID         PIC 9(6).

       01  WS-INTRADAY-STATUS           PIC X(2) VALUE '00'.
         88  INTRADAY-OK                        VALUE '00'.
