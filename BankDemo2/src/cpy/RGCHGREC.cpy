      *****************************************************************
      *    RGCHGREC - INBOUND REGISTRAR CHANGE FEED RECORDS           *
      *    The registrar's own renumberings and renames, sent to us   *
      *    the other way round from REGOUT: a header naming the       *
      *    sender and the registrar's run date, one detail per        *
      *    student they changed (current id, the id and name it      *
      *    moves to, and the effective date), and a trailer with the  *
      *    detail count and a hash total of the current+new ids -     *
      *    the same controls as REG-HEADER/REG-TRAILER so REGCHG can  *
      *    prove the file complete before anything is queued.         *
      *    RCH-D-CAMPUS-ID is the student's campus; blank is the      *
      *    home campus (see CAMPWS.cpy).                              *
      *****************************************************************
       01  RCH-HEADER-RECORD.
           05  RCH-H-TYPE               PIC X(3).
             88  RCH-HEADER                     VALUE 'CHD'.
           05  RCH-H-SENDER             PIC X(8).
           05  RCH-H-RUN-DATE           PIC 9(8).
           05  FILLER                   PIC X(41).

       01  RCH-DETAIL-RECORD.
           05  RCH-D-TYPE               PIC X(3).
             88  RCH-DETAIL                     VALUE 'CDT'.
           05  RCH-D-STUDENT-ID         PIC 9(6).
           05  RCH-D-NEW-ID             PIC 9(6).
           05  RCH-D-NEW-NAME           PIC A(15).
           05  RCH-D-EFF-DATE           PIC 9(8).
      *    the registrar's own change reference, carried so a
      *    conflict can be quoted back to them.
           05  RCH-D-REG-REF            PIC X(10).
           05  RCH-D-CAMPUS-ID          PIC X(8).
           05  FILLER                   PIC X(4).

       01  RCH-TRAILER-RECORD.
           05  RCH-T-TYPE               PIC X(3).
             88  RCH-TRAILER                    VALUE 'CTR'.
           05  RCH-T-DETAIL-COUNT       PIC 9(7).
           05  RCH-T-HASH-TOTAL         PIC 9(12).
           05  FILLER                   PIC X(38).
