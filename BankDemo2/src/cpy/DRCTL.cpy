      *****************************************************************
      *    DRCTL - DISASTER-RECOVERY POSITION RECORD                  *
      *    One record, the same layout at both sites.  At the home    *
      *    site (the ship control, written by DRPACK) it is the last  *
      *    package cut and how far into the maintenance journal it    *
      *    reached; at the recovery site (the standby control,        *
      *    written by DRAPPLY) it is the last package applied to the  *
      *    standby.  DC-JRNL-MARK-ROWS is how many journal rows carry *
      *    exactly the mark's date and time - rows written in the     *
      *    same second as the last one shipped are not lost or sent   *
      *    twice.  An empty file is a site that has never shipped or  *
      *    applied a package.                                         *
      *****************************************************************
       01  DR-CONTROL-RECORD.
           05  DC-PACKAGE-SEQ           PIC 9(6).
           05  DC-BUSINESS-DATE         PIC 9(8).
           05  DC-RUN-SEQ               PIC X(1).
           05  DC-JRNL-MARK-DATE        PIC 9(8).
           05  DC-JRNL-MARK-TIME        PIC X(6).
           05  DC-JRNL-MARK-ROWS        PIC 9(5).
           05  DC-STAMP-DATE            PIC 9(8).
           05  DC-STAMP-TIME            PIC X(6).
           05  FILLER                   PIC X(12).
