      *****************************************************************
      *    EVNTCTL - EVENT PUBLICATION CONTROL RECORD                 *
      *    One record, read and rewritten only under the EVNTSEQ      *
      *    enqueue (see EVNTPRC.cpy).  EC-LAST-SEQ is the last event  *
      *    sequence number handed out by any publisher, online or     *
      *    batch.  The rest is EVNTPUB's own position: the last run   *
      *    whose audit-trail replacements it published (a restart     *
      *    does not publish them twice) and how far into the          *
      *    maintenance journal it reached - the same date, time and   *
      *    rows-at-that-stamp mark DRPACK keeps (see DRCTL.cpy).  An  *
      *    empty file is a system that has never published.           *
      *****************************************************************
       01  EVENT-CONTROL-RECORD.
           05  EC-LAST-SEQ              PIC 9(9).
           05  EC-LAST-DATE             PIC 9(8).
           05  EC-LAST-TIME             PIC X(6).
           05  EC-AUDIT-BUS-DATE        PIC 9(8).
           05  EC-AUDIT-RUN-SEQ         PIC X(1).
           05  EC-JRNL-MARK-DATE        PIC 9(8).
           05  EC-JRNL-MARK-TIME        PIC X(6).
           05  EC-JRNL-MARK-ROWS        PIC 9(5).
           05  FILLER                   PIC X(29).
