      *****************************************************************
      *    XTRAWS - WORK AREAS FOR THE EXTRA CODE TABLE CHECK         *
      *    Paired with the XTRAPRC procedure copybook the same way    *
      *    DEPTWS pairs with DEPTPRC.  The caller puts the code in    *
      *    WS-XTRA-CHECK-CODE and the day it must be good for in      *
      *    WS-XTRA-CHECK-DATE; WS-XTRA-HIT comes back with the table  *
      *    slot (zero when the code is not on the table).             *
      *****************************************************************
       01  WS-XTRA-TABLE.
           05  WS-XTRA-COUNT            PIC 9(3) VALUE 0.
           05  WS-XTRA-ENTRY            OCCURS 200 TIMES.
               10  WS-XTRA-CODE         PIC X(10).
               10  WS-XTRA-DESC         PIC X(30).
               10  WS-XTRA-STATUS       PIC X(1).
               10  WS-XTRA-FROM         PIC 9(8).
               10  WS-XTRA-TO           PIC 9(8).

       01  WS-XTRA-WORK.
           05  WS-XTRA-IDX              PIC 9(3) COMP.
           05  WS-XTRA-HIT              PIC 9(3).
           05  WS-XTRA-CHECK-CODE       PIC X(10).
           05  WS-XTRA-CHECK-DATE       PIC 9(8).
           05  WS-XTRA-RESULT           PIC X(1).
             88  WS-XTRA-CODE-OK                  VALUE 'Y'.
             88  WS-XTRA-CODE-BLANK               VALUE 'B'.
             88  WS-XTRA-UNCHECKED                VALUE 'N'.
             88  WS-XTRA-REJECTED                 VALUE 'U' 'R' 'E'.
           05  WS-XTRA-REASON           PIC X(30).

       01  WS-XTRACODE-STATUS           PIC X(2) VALUE '00'.
         88  XTRACODE-OK                          VALUE '00'.

       01  WS-XTRA-EOF-SW               PIC X(1) VALUE 'N'.
         88  WS-END-OF-XTRACODE                   VALUE 'Y'.

       01  WS-XTRA-LOADED-SW            PIC X(1) VALUE 'N'.
         88  WS-XTRA-TABLE-LOADED                 VALUE 'Y'.
