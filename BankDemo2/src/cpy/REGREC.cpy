      *    carrying the detail count and a hash total of the old and  *
      *    new ids so the registrar's load can prove the              *
      *    transmission complete (see REGEXT).                        *
      *    Each detail carries the student's lifecycle status and     *
      *    status date off the master (see STUDMSTR.cpy).             *
      *    RG-D-CAMPUS-ID names the campus both ids belong to.        *
      *    The header says whether the interchange is the night's     *
      *    full extract or a supplemental run's delta, and carries    *
      *    the interchange number within the business date (0 the     *
      *    night, 1-9 each supplemental delta) so the registrar can   *
      *    apply them in order.  Old headers hold spaces = full.      *
      *    RG-D-CHANGE-KIND tells a renumbering (R; spaces on old     *
      *    details) from a duplicate-person merge (M): a merge's old  *
      *    id is retired into its new id, an existing student, and    *
      *    RG-D-NEW-NAME is the survivor's name (see MRGNOTE.cpy).    *
      *****************************************************************
       01  REG-HEADER-RECORD.
           05  RG-H-TYPE                PIC X(3).
             88  RG-HEADER                      VALUE 'IHD'.
           05  RG-H-SENDER              PIC X(8).
           05  RG-H-RUN-DATE            PIC 9(8).
           05  RG-H-EXTRACT-KIND        PIC X(1).
             88  RG-FULL-EXTRACT                VALUE 'F' SPACE.
             88  RG-DELTA-EXTRACT               VALUE 'D'.
           05  RG-H-INTERCHANGE-SEQ     PIC 9(1).
           05  FILLER                   PIC X(39).

       01  REG-DETAIL-RECORD.
           05  RG-D-TYPE                PIC X(3).
           05  RG-D-NEW-ID              PIC 9(6).
           05  RG-D-NEW-NAME            PIC A(15).
           05  RG-D-EFF-DATE            PIC 9(8).
           05  RG-D-STATUS-CODE         PIC X(1).
           05  RG-D-STATUS-DATE         PIC 9(8).
           05  RG-D-CAMPUS-ID           PIC X(8).
           05  RG-D-CHANGE-KIND         PIC X(1).
             88  RG-RENUMBERING                 VALUE 'R' SPACE.
             88  RG-MERGE                       VALUE 'M'.
           05  FILLER                   PIC X(4).

       01  REG-TRAILER-RECORD.
           05  RG-T-TYPE                PIC X(3).
