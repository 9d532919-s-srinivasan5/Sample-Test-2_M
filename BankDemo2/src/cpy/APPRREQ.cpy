      *    for one id).  MNTAPPR refuses a decision whose approver    *
      *    is the operator who keyed the item - that is the whole     *
      *    point of the second pair of eyes.                          *
      *    A decision naming a batch id instead settles every item    *
      *    still pending under that batch (a renumbering plan queued  *
      *    by RNPLAN) - one approvable plan, not hundreds of rows.    *
      *    AP-CAMPUS-ID is the student's campus (blank = home) - the  *
      *    same id can be pending in two campuses at once.            *
      *****************************************************************
       01  APPROVAL-RECORD.
           05  AP-DECISION              PIC X(1).
           05  AP-STUDENT-ID            PIC 9(6).
           05  AP-TX-ACTION             PIC X(1).
           05  AP-APPROVER              PIC X(8).
           05  AP-BATCH-ID              PIC X(5).
           05  AP-CAMPUS-ID             PIC X(8).
           05  FILLER                   PIC X(31).
