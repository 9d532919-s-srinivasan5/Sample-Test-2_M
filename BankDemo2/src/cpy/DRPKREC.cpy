      *****************************************************************
      *    DRPKREC - DISASTER-RECOVERY SHIPMENT PACKAGE RECORD        *
      *    One transmittable file per night (see DRPACK), read at the *
      *    recovery site by DRAPPLY.  A header row, then the night's  *
      *    rows section by section, each carried whole in PK-DATA in  *
      *    its own layout:                                            *
      *      RC - the RUNCTL record (business date and run state);    *
      *      JR - maintenance journal rows (MNTJRNL.cpy);             *
      *      AM - applied-marker rows (APLDREC.cpy);                  *
      *      AU - the audit segment with its trailer (AUDITREC.cpy);  *
      *      XR - cross-reference additions (XREFREC.cpy);            *
      *    and a closing manifest: count and id hash per section, the *
      *    row count and a check value chained across every row in   *
      *    package order (see DRPKPRC.cpy).  PH-PACKAGE-SEQ runs 1,   *
      *    2, 3 ... with no gaps; the recovery site applies them in   *
      *    that order only.                                           *
      *****************************************************************
       01  DR-PACKAGE-RECORD.
           05  PK-RECORD-TYPE           PIC X(2).
             88  PK-HEADER                      VALUE 'HD'.
             88  PK-RUNCTL-ROW                  VALUE 'RC'.
             88  PK-JOURNAL-ROW                 VALUE 'JR'.
             88  PK-MARKER-ROW                  VALUE 'AM'.
             88  PK-AUDIT-ROW                   VALUE 'AU'.
             88  PK-XREF-ROW                    VALUE 'XR'.
             88  PK-MANIFEST                    VALUE 'MF'.
           05  PK-DATA                  PIC X(194).
           05  PK-HEADER-DATA REDEFINES PK-DATA.
               10  PH-PACKAGE-SEQ       PIC 9(6).
               10  PH-BUSINESS-DATE     PIC 9(8).
               10  PH-RUN-SEQ           PIC X(1).
               10  PH-CREATED-DATE      PIC 9(8).
               10  PH-CREATED-TIME      PIC X(6).
      *        the package before this one - zero on the first.
               10  PH-PRIOR-SEQ         PIC 9(6).
               10  PH-PRIOR-BUS-DATE    PIC 9(8).
      *        journal rows stamped after this point are carried.
               10  PH-JRNL-FROM-DATE    PIC 9(8).
               10  PH-JRNL-FROM-TIME    PIC X(6).
               10  FILLER               PIC X(137).
           05  PK-MANIFEST-DATA REDEFINES PK-DATA.
               10  PM-PACKAGE-SEQ       PIC 9(6).
               10  PM-SECTIONS.
                   15  PM-SECTION       OCCURS 5 TIMES.
                       20  PM-SECTION-TYPE  PIC X(2).
                       20  PM-SECTION-COUNT PIC 9(7).
                       20  PM-SECTION-HASH  PIC 9(12).
               10  PM-ROW-COUNT         PIC 9(7).
               10  PM-PACKAGE-CHECK     PIC 9(12).
               10  FILLER               PIC X(64).
           05  FILLER                   PIC X(4).
