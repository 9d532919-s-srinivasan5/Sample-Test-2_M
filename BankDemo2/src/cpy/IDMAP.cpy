      *****************************************************************
      *    IDMAP - REAL-TO-FAKE STUDENT ID MAP FOR ONE MASKED COPY    *
      *    Keyed by the real id; only written when the IDREMAP rule   *
      *    asks for ids to be remapped (see MASKRULE.cpy).  Same      *
      *    scratch life as NAMEMAP.                                   *
      *    The real id is qualified by its campus - the same id in    *
      *    two campuses is two students and takes two fakes.          *
      *****************************************************************
       01  ID-MAP-RECORD.
           05  IM-REAL-KEY.
               10  IM-CAMPUS-ID         PIC X(8).
               10  IM-REAL-ID           PIC 9(6).
           05  IM-FAKE-ID               PIC 9(6).
           05  FILLER                   PIC X(8).
