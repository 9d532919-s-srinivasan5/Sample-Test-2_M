      *****************************************************************
      *    WRKITEM - OPERATOR WORK-QUEUE ITEM, KEYED BY TYPE + REF    *
      *    One row per piece of work that needs a person, gathered    *
      *    by WRKHARV from wherever it waits: PEND maintenance        *
      *    awaiting its checker (PENDREC), ALRT open or escalated     *
      *    alerts (ALERTREC), CASE aged exception cases (CASEREC),    *
      *    RCVA live recovery approvals (RCVAPPR) and LOCK the        *
      *    master-update lock while it is held (MSTRLOCK rows on the  *
      *    control-change trail).  WI-ITEM-REF is the source's own    *
      *    key, so a re-harvest finds the same row and the owner,     *
      *    note and opened stamp survive it; an item that has left    *
      *    its source is closed C, never deleted on sight.            *
      *    WI-SCREEN names the transaction that works the item.  The  *
      *    WRKQ screen (WRKQUEC) assigns and annotates; OPSDASH       *
      *    counts what is still unowned after a shift.                *
      *****************************************************************
       01  WORK-ITEM-RECORD.
           05  WI-KEY.
               10  WI-TYPE              PIC X(4).
                 88  WI-TYPE-PENDING            VALUE 'PEND'.
                 88  WI-TYPE-ALERT              VALUE 'ALRT'.
                 88  WI-TYPE-CASE               VALUE 'CASE'.
                 88  WI-TYPE-RECOVERY           VALUE 'RCVA'.
                 88  WI-TYPE-LOCK               VALUE 'LOCK'.
               10  WI-ITEM-REF          PIC X(20).
           05  WI-STATUS                PIC X(1).
             88  WI-OPEN                        VALUE 'O'.
             88  WI-CLOSED                      VALUE 'C'.
           05  WI-PRIORITY              PIC 9(1).
             88  WI-PRIORITY-URGENT             VALUE 1.
             88  WI-PRIORITY-NORMAL             VALUE 2.
             88  WI-PRIORITY-LOW                VALUE 3.
           05  WI-OPENED-DATE           PIC 9(8).
           05  WI-OPENED-TIME           PIC 9(6).
           05  WI-DESCRIPTION           PIC X(40).
           05  WI-SCREEN                PIC X(4).
           05  WI-ASSIGNED-TO           PIC X(8).
           05  WI-ASSIGNED-BY           PIC X(8).
           05  WI-ASSIGNED-DATE         PIC 9(8).
           05  WI-ASSIGNED-TIME         PIC 9(6).
           05  WI-NOTE                  PIC X(40).
           05  WI-NOTE-BY               PIC X(8).
           05  WI-NOTE-DATE             PIC 9(8).
           05  WI-LAST-SEEN             PIC 9(14).
           05  WI-CLOSED-DATE           PIC 9(8).
           05  FILLER                   PIC X(8).
