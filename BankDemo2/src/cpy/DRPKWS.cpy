      *****************************************************************
      *    DRPKWS - WORK AREAS FOR THE DR PACKAGE TALLY               *
      *    Paired with the DRPKPRC procedure copybook the same way    *
      *    STEPTMWS pairs with STEPTIME.  The caller moves a package  *
      *    row's PK-DATA to WS-DRP-ROW and performs 0910; the views   *
      *    below pick out the ids each section is hashed on and are   *
      *    laid out exactly as the copybooks the rows come from.      *
      *    WS-DRP-SECTIONS is laid out as PM-SECTIONS on the          *
      *    manifest so the two compare whole.                         *
      *****************************************************************
       01  WS-DRP-TOTALS.
           05  WS-DRP-SECTIONS.
               10  WS-DRP-SECTION       OCCURS 5 TIMES.
                   15  WS-DRP-SECT-TYPE     PIC X(2).
                   15  WS-DRP-SECT-COUNT    PIC 9(7).
                   15  WS-DRP-SECT-HASH     PIC 9(12).
           05  WS-DRP-ROWS              PIC 9(7) VALUE 0.
           05  WS-DRP-CHECK             PIC 9(12) VALUE 0.

       01  WS-DRP-WORK.
           05  WS-DRP-SUB               PIC 9(2) COMP VALUE 0.
           05  WS-DRP-ROW-HASH          PIC 9(12) VALUE 0.
           05  WS-DRP-ID                PIC 9(6) VALUE 0.

       01  WS-DRP-ROW                   PIC X(194).

      *    RUNCTL.cpy - the run date leads the record.
       01  WS-DRP-RUNCTL-VIEW REDEFINES WS-DRP-ROW.
           05  WS-DRP-RC-RUN-DATE       PIC X(8).
           05  FILLER                   PIC X(186).

      *    MNTJRNL.cpy - the key at the front of each image.
       01  WS-DRP-JOURNAL-VIEW REDEFINES WS-DRP-ROW.
           05  FILLER                   PIC X(23).
           05  WS-DRP-JR-BEFORE-CAMPUS  PIC X(8).
           05  WS-DRP-JR-BEFORE-ID      PIC X(6).
           05  FILLER                   PIC X(65).
           05  WS-DRP-JR-AFTER-CAMPUS   PIC X(8).
           05  WS-DRP-JR-AFTER-ID       PIC X(6).
           05  FILLER                   PIC X(78).

      *    APLDREC.cpy.
       01  WS-DRP-MARKER-VIEW REDEFINES WS-DRP-ROW.
           05  WS-DRP-AM-CAMPUS         PIC X(8).
           05  WS-DRP-AM-ID             PIC X(6).
           05  FILLER                   PIC X(180).

      *    AUDITREC.cpy - a detail row, and the segment trailer.
       01  WS-DRP-AUDIT-VIEW REDEFINES WS-DRP-ROW.
           05  WS-DRP-AU-SUBPROGRAM     PIC X(8).
           05  WS-DRP-AU-BEFORE-ID      PIC X(6).
           05  FILLER                   PIC X(15).
           05  WS-DRP-AU-AFTER-ID       PIC X(6).
           05  FILLER                   PIC X(159).

       01  WS-DRP-TRAILER-VIEW REDEFINES WS-DRP-ROW.
           05  WS-DRP-AT-MARKER         PIC X(8).
           05  WS-DRP-AT-RUN-DATE       PIC X(8).
           05  WS-DRP-AT-ROW-COUNT      PIC X(7).
           05  FILLER                   PIC X(171).

      *    XREFREC.cpy.
       01  WS-DRP-XREF-VIEW REDEFINES WS-DRP-ROW.
           05  WS-DRP-XR-CAMPUS         PIC X(8).
           05  WS-DRP-XR-OLD-ID         PIC X(6).
           05  WS-DRP-XR-NEW-ID         PIC X(6).
           05  FILLER                   PIC X(174).
