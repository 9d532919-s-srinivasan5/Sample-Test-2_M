      *    DEPTWS - WORK AREAS FOR THE DEPARTMENT REFERENCE MAP       *
      *    Paired with the DEPTPRC procedure copybook the same way    *
      *    STEPTMWS pairs with STEPTIME.  Slot 100 is the UNMAPPED    *
      *    bucket - ids no range claims land there by name (and by    *
      *    code UNMP).                                                *
      *****************************************************************
       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT            PIC 9(2) VALUE 0.
               10  WS-DEPT-HIGH         PIC 9(6).
               10  WS-DEPT-NAME         PIC X(20).
               10  WS-DEPT-CONTACT      PIC X(20).
               10  WS-DEPT-CODE         PIC X(4).

       01  WS-DEPT-WORK.
           05  WS-DEPT-IDX              PIC 9(3) COMP.
           05  WS-DEPT-SEQ              PIC 9(3).
           05  WS-DEPT-NAME-OUT         PIC X(20).
           05  WS-DEPT-CONTACT-OUT      PIC X(20).
           05  WS-DEPT-CODE-OUT         PIC X(4).

       01  WS-DEPTMAP-STATUS            PIC X(2) VALUE '00'.
         88  DEPTMAP-OK                           VALUE '00'.
