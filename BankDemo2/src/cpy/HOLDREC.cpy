      *****************************************************************
      *    HOLDREC - HELD-STUDENT RECORD                              *
      *    One row per input student the lookup found on an           *
      *    administrative hold (SM-STATUS-CODE H - see STUDMSTR.cpy). *
      *    The replacement is withheld and the student goes here      *
      *    with the reason instead of to STUDOUT, so nothing          *
      *    downstream acts on a renumbering the registrar has frozen. *
      *    HD-CAMPUS-ID names the campus the id belongs to, the same  *
      *    as SO-CAMPUS-ID on STUDOUT, so a held row always traces    *
      *    back to one master row.                                    *
      *****************************************************************
       01  HOLDOUT-RECORD.
           05  HD-STUDENT-ID            PIC 9(6).
           05  HD-STUDENT-NAME          PIC A(15).
           05  HD-STATUS-CODE           PIC X(1).
           05  HD-STATUS-DATE           PIC 9(8).
           05  HD-REASON                PIC X(30).
           05  HD-SUBPROGRAM            PIC X(8).
           05  HD-RUN-DATE              PIC 9(8).
           05  HD-CAMPUS-ID             PIC X(8).
           05  FILLER                   PIC X(4).
