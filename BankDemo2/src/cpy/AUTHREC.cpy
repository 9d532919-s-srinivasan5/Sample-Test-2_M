      *    flagged) and who may run master inquiries.  SYSCTL and     *
      *    STUDINQ load this file and reject requests from anyone     *
      *    else.                                                      *
      *    AU-APPLY-SW is who may push a single student through the   *
      *    lookup rules at the counter (the SAPL transaction, see     *
      *    STUDAPLC) - it writes a result the night then takes as     *
      *    done, so it needs the inquiry flag as well.                *
      *    AU-APPROVE-SW is who is entrusted to sign maintenance      *
      *    decisions as the checker (MNTAPPR's approver).  MNTAPPR    *
      *    still only refuses a checker who keyed the item; the flag  *
      *    is what the quarterly recertification (see ACCRCRT) holds  *
      *    each approver's use against, and a state-change holder     *
      *    who also holds it is reported as a duties conflict.        *
      *****************************************************************
       01  AUTHOPS-RECORD.
           05  AU-OPERATOR-ID           PIC X(8).
             88  AU-MAY-CHANGE-STATE            VALUE 'Y'.
           05  AU-INQUIRY-SW            PIC X(1).
             88  AU-MAY-INQUIRE                 VALUE 'Y'.
           05  AU-APPLY-SW              PIC X(1).
             88  AU-MAY-APPLY                   VALUE 'Y'.
           05  AU-APPROVE-SW            PIC X(1).
             88  AU-MAY-APPROVE                 VALUE 'Y'.
           05  FILLER                   PIC X(48).
