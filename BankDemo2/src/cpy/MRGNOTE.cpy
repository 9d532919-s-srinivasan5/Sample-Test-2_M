      *****************************************************************
      *    MRGNOTE - DUPLICATE-PERSON MERGE NOTICE                    *
      *    One row per merge STUDMNT applies: the retired id, the     *
      *    surviving id of the same campus and the survivor's name,   *
      *    EXTRA and lifecycle status as they stood after the merge.  *
      *    REGEXT and SUBEXT send each waiting notice on the night's  *
      *    full extract as a merge detail - not a renumbering - and   *
      *    the chain empties the file once both have run clean.       *
      *****************************************************************
       01  MERGE-NOTICE-RECORD.
           05  MN-MERGE-DATE            PIC 9(8).
           05  MN-CAMPUS-ID             PIC X(8).
           05  MN-RETIRED-ID            PIC 9(6).
           05  MN-SURVIVING-ID          PIC 9(6).
           05  MN-SURVIVING-NAME        PIC A(15).
           05  MN-SURVIVING-EXTRA       PIC X(10).
           05  MN-STATUS-CODE           PIC X(1).
           05  MN-STATUS-DATE           PIC 9(8).
           05  MN-OPERATOR              PIC X(8).
           05  MN-APPROVER              PIC X(8).
           05  FILLER                   PIC X(2).
