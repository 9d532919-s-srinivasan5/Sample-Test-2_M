      *****************************************************************
      *    CAUSWS - NOT-FOUND CAUSE CODE TABLE AND WORK AREAS         *
      *    The fixed set of causes EXCPCLS classifies a master-not-   *
      *    found exception into (see EXCPCAUS.cpy), in the order the  *
      *    desk works them, and the name every report prints for     *
      *    each.  The last slot takes a blank or unknown code - an    *
      *    exception no classification reached.  Paired with the     *
      *    CAUSPRC procedure copybook the same way DEPTWS pairs with  *
      *    DEPTPRC: the caller puts the code in WS-CAUSE-CHECK and    *
      *    gets the slot back in WS-CAUSE-HIT and the name in         *
      *    WS-CAUSE-NAME-OUT.                                         *
      *****************************************************************
       01  WS-CAUSE-VALUES.
           05  FILLER PIC X(21) VALUE 'PPENDING APPROVAL    '.
           05  FILLER PIC X(21) VALUE 'XRETIRED XREF BROKEN '.
           05  FILLER PIC X(21) VALUE 'DDELETED BY MAINT    '.
           05  FILLER PIC X(21) VALUE 'SNEAR A REAL ID      '.
           05  FILLER PIC X(21) VALUE 'NNEVER EXISTED       '.
           05  FILLER PIC X(21) VALUE ' NOT CLASSIFIED      '.
       01  WS-CAUSE-TABLE REDEFINES WS-CAUSE-VALUES.
           05  WS-CAUSE-ENTRY           OCCURS 6 TIMES.
               10  WS-CAUSE-CODE        PIC X(1).
               10  WS-CAUSE-NAME        PIC X(20).

       01  WS-CAUSE-WORK.
           05  WS-CAUSE-SLOTS           PIC 9(1) VALUE 6.
           05  WS-CAUSE-IDX             PIC 9(1) COMP.
           05  WS-CAUSE-HIT             PIC 9(1).
           05  WS-CAUSE-CHECK           PIC X(1).
           05  WS-CAUSE-NAME-OUT        PIC X(20).
