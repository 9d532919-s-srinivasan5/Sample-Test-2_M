      *****************************************************************
      *    EVNTREC - STUDENT CHANGE EVENT                             *
      *    One structured record per applied replacement or master    *
      *    maintenance change, put on the EVNT transient data queue   *
      *    as it is published and kept on the event log so the night  *
      *    can prove it against the subscriber files (see EVNTRCN).   *
      *    The online paths publish as they commit - SMNT (STUDMNTC)  *
      *    a maintenance change, SAPL (STUDAPLC) a replacement        *
      *    applied at the counter; the batch changes are published    *
      *    after the run by EVNTPUB off the audit trail and the       *
      *    maintenance journal.  EVNTRTE routes each event to the     *
      *    subscribers' queues the way SUBSCRIB selects for SUBEXT.   *
      *    EV-SEQ-NO is one global sequence across every publisher,   *
      *    taken under the EVNTSEQ enqueue off the event control      *
      *    (see EVNTCTL.cpy and EVNTPRC.cpy).                         *
      *    A replacement (RPL) is the old id renumbered to the new    *
      *    id; the name, EXTRA and status are what the student now    *
      *    carries, the effective date the date it was applied.       *
      *    A maintenance event (MNT) carries the journal action and   *
      *    the master row it left: the old id is the row's own id,    *
      *    the new id its staged replacement (zero on a delete or a   *
      *    dormant move), the effective date the replacement's.  A    *
      *    merge (action M) is the retired id into the surviving id,  *
      *    dated the day it was applied.                              *
      *    EV-BUS-DATE is the business date the event belongs to -    *
      *    the run date for batch, the counter's date online, the     *
      *    same date the night takes the counter's rows under (see    *
      *    INTRAPRC.cpy).  EV-RUN-SEQ is the batch run's number       *
      *    (blank online).                                            *
      *****************************************************************
       01  EVENT-RECORD.
           05  EV-SEQ-NO                PIC 9(9).
           05  EV-BUS-DATE              PIC 9(8).
           05  EV-RUN-SEQ               PIC X(1).
           05  EV-STAMP-DATE            PIC 9(8).
           05  EV-STAMP-TIME            PIC X(6).
           05  EV-SOURCE                PIC X(1).
             88  EV-FROM-ONLINE                 VALUE 'O'.
             88  EV-FROM-BATCH                  VALUE 'B'.
           05  EV-ORIGIN                PIC X(8).
           05  EV-TYPE                  PIC X(3).
             88  EV-REPLACEMENT                 VALUE 'RPL'.
             88  EV-MAINTENANCE                 VALUE 'MNT'.
           05  EV-ACTION                PIC X(1).
             88  EV-ACTION-MERGE                VALUE 'M'.
           05  EV-CAMPUS-ID             PIC X(8).
           05  EV-OLD-ID                PIC 9(6).
           05  EV-NEW-ID                PIC 9(6).
           05  EV-NAME                  PIC A(15).
           05  EV-EXTRA                 PIC X(10).
           05  EV-EFF-DATE              PIC 9(8).
           05  EV-STATUS-CODE           PIC X(1).
           05  EV-STATUS-DATE           PIC 9(8).
           05  EV-OPERATOR              PIC X(8).
           05  FILLER                   PIC X(5).
