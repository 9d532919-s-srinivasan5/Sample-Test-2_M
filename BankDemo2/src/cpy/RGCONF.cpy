      *****************************************************************
      *    RGCONF - REGISTRAR CHANGE CONFLICT ROW                     *
      *    One row per inbound registrar change REGCHG would not      *
      *    queue: the reason code and text, and the detail exactly    *
      *    as the registrar sent it, so the desk can settle it with   *
      *    them instead of re-keying from a phone call.               *
      *      ED = edit failure (non-numeric id, blank name)           *
      *      NM = student not on the master                           *
      *      RT = student id already retired (XREF old id)            *
      *      RN = new id is a retired id                              *
      *      TC = new id already belongs to another master row        *
      *      PS = a maintenance item is already staged for the id     *
      *      FS = a different future-dated replacement is staged      *
      *      DF = the id appears more than once in the feed           *
      *****************************************************************
       01  REG-CONFLICT-RECORD.
           05  CF-RUN-DATE              PIC 9(8).
           05  CF-REASON-CODE           PIC X(2).
           05  CF-REASON-TEXT           PIC X(30).
           05  CF-DETAIL-IMAGE          PIC X(60).
