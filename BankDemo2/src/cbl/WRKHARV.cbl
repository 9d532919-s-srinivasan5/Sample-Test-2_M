       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRKHARV.
      *
      *    CHANGE LOG
      *    ----------
      *    Operator work-queue harvest.  Work that needs a person
      *    waited in five places and nobody owned any of it:
      *    maintenance keyed and waiting for its checker on the
      *    pending file, open and escalated alerts on the alert
      *    file, aged exception cases on the case file, live
      *    two-person recovery approvals on RCVAPPR, and the
      *    master-update lock while MSTRLOCK holds it.  This step
      *    gathers every open item into the work-item KSDS (see
      *    WRKITEM.cpy) with its type, opened stamp, priority and
      *    the screen that works it, for the WRKQ transaction to
      *    list and assign.  A row already on file keeps its owner,
      *    note and opened stamp; an item no longer at its source
      *    is closed, and closed rows past the keep period come off.
      *    A source that will not open closes nothing of its type -
      *    a missing file is not the work being done.
      *    Runs in the chain ahead of OPSDASH and at each shift
      *    change from BANKWRKQ so the screen stays current.
      *    An exception case is for one campus's id now (see
      *    CASEREC.cpy), so a case item's reference is the campus
      *    (blank is the home campus) followed by the id - the same
      *    id missing on two campuses is two items.  Open case
      *    items posted under the bare id close on the next harvest
      *    and reopen under the new reference.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDFILE ASSIGN TO 'PENDFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDFILE-STATUS.

           SELECT ALERTOUT ASSIGN TO 'ALERTOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALERTOUT-STATUS.

           SELECT CASEFILE ASSIGN TO 'CASEFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASEFILE-STATUS.

           SELECT RCVAPPR ASSIGN TO 'RCVAPPR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCVAPPR-STATUS.

           SELECT CTLAUDIT ASSIGN TO 'CTLAUDIT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLAUDIT-STATUS.

           SELECT WORKITEM ASSIGN TO 'WORKITEM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WI-KEY
               FILE STATUS IS WS-WORKITEM-STATUS.

           SELECT STEPLOG ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDFILE
           LABEL RECORDS ARE STANDARD.
           COPY PENDREC.

       FD  ALERTOUT
           LABEL RECORDS ARE STANDARD.
           COPY ALERTREC.

       FD  CASEFILE
           LABEL RECORDS ARE STANDARD.
           COPY CASEREC.

       FD  RCVAPPR
           LABEL RECORDS ARE STANDARD.
           COPY RCVAPPR.

       FD  CTLAUDIT
           LABEL RECORDS ARE STANDARD.
           COPY CTLAUDIT.

       FD  WORKITEM
           LABEL RECORDS ARE STANDARD.
           COPY WRKITEM.

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-PENDFILE-STATUS       PIC X(2) VALUE '00'.
             88  PENDFILE-OK                      VALUE '00'.
           05  WS-ALERTOUT-STATUS       PIC X(2) VALUE '00'.
             88  ALERTOUT-OK                      VALUE '00'.
           05  WS-CASEFILE-STATUS       PIC X(2) VALUE '00'.
             88  CASEFILE-OK                      VALUE '00'.
           05  WS-RCVAPPR-STATUS        PIC X(2) VALUE '00'.
             88  RCVAPPR-OK                       VALUE '00'.
           05  WS-CTLAUDIT-STATUS       PIC X(2) VALUE '00'.
             88  CTLAUDIT-OK                      VALUE '00'.
           05  WS-WORKITEM-STATUS       PIC X(2) VALUE '00'.
             88  WORKITEM-OK                      VALUE '00'.
             88  WORKITEM-NOTFND                  VALUE '23'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-FILE                       VALUE 'Y'.

      *    which sources were read this pass - only their types may
      *    have items closed for not being seen.
       01  WS-HARVESTED-SWITCHES.
           05  WS-PEND-READ-SW          PIC X(1) VALUE 'N'.
             88  WS-PEND-READ                     VALUE 'Y'.
           05  WS-ALRT-READ-SW          PIC X(1) VALUE 'N'.
             88  WS-ALRT-READ                     VALUE 'Y'.
           05  WS-CASE-READ-SW          PIC X(1) VALUE 'N'.
             88  WS-CASE-READ                     VALUE 'Y'.
           05  WS-RCVA-READ-SW          PIC X(1) VALUE 'N'.
             88  WS-RCVA-READ                     VALUE 'Y'.
           05  WS-LOCK-READ-SW          PIC X(1) VALUE 'N'.
             88  WS-LOCK-READ                     VALUE 'Y'.
           05  WS-TYPE-READ-SW          PIC X(1).
             88  WS-TYPE-READ                     VALUE 'Y'.
           05  WS-SOURCES-MISSING       PIC 9(1) VALUE 0.

       01  WS-HARVEST-LIMITS.
      *    an exception case is "aged" - worth a person - once the
      *    id has missed this many nights running.
           05  WS-CASE-AGED-NIGHTS      PIC 9(5) VALUE 3.
           05  WS-CASE-URGENT-NIGHTS    PIC 9(5) VALUE 10.
      *    closed rows stay visible to the next shifts this long.
           05  WS-CLOSED-KEEP-DAYS      PIC 9(3) VALUE 30.

       01  WS-NOW-FIELDS.
           05  WS-NOW-DATE              PIC 9(8).
           05  WS-NOW-TIME-X            PIC X(8).
           05  WS-NOW-STAMP             PIC 9(14).
           05  WS-NOW-INT               PIC 9(7).
           05  WS-CUTOFF-INT            PIC 9(7).
           05  WS-CLOSED-CUTOFF         PIC 9(8).
           05  WS-RCVA-CUTOFF           PIC 9(8).

      *    the item being posted, filled by each source paragraph.
       01  WS-POST-ITEM.
           05  WS-POST-TYPE             PIC X(4).
           05  WS-POST-REF              PIC X(20).
           05  WS-POST-PRIORITY         PIC 9(1).
           05  WS-POST-OPENED-DATE      PIC 9(8).
           05  WS-POST-OPENED-TIME      PIC 9(6).
           05  WS-POST-DESCRIPTION      PIC X(40).
           05  WS-POST-SCREEN           PIC X(4).

       01  WS-PEND-REF.
           05  WS-PR-STUDENT-ID         PIC 9(6).
           05  WS-PR-REQUEST-DATE       PIC 9(8).
           05  WS-PR-ACTION             PIC X(1).
           05  WS-PR-BATCH-ID           PIC X(5).

       01  WS-CASE-REF.
           05  WS-CR-CAMPUS-ID          PIC X(8).
           05  WS-CR-STUDENT-ID         PIC 9(6).
           05  FILLER                   PIC X(6) VALUE SPACES.

       01  WS-RCVA-REF.
           05  WS-RR-FUNCTION           PIC X(8).
           05  WS-RR-RUN-DATE           PIC 9(8).
           05  FILLER                   PIC X(4) VALUE SPACES.

       01  WS-LOCK-STATE.
           05  WS-LOCK-VALUE            PIC X(8) VALUE SPACES.
           05  WS-LOCK-DATE             PIC X(8) VALUE SPACES.
           05  WS-LOCK-TIME             PIC X(6) VALUE SPACES.

       01  WS-NIGHTS-ED                 PIC ZZZZ9.

       01  WS-HARVEST-COUNTERS.
           05  WS-ITEMS-SEEN            PIC 9(5) VALUE 0.
           05  WS-ITEMS-NEW             PIC 9(5) VALUE 0.
           05  WS-ITEMS-CLOSED          PIC 9(5) VALUE 0.
           05  WS-ITEMS-PURGED          PIC 9(5) VALUE 0.
           05  WS-ITEMS-OPEN            PIC 9(5) VALUE 0.
           05  WS-ITEMS-UNASSIGNED      PIC 9(5) VALUE 0.

       COPY CAMPWS.

       COPY STEPTMWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 9150-NOTE-STEP-START

           ACCEPT WS-NOW-DATE   FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME-X FROM TIME
           MOVE WS-NOW-DATE         TO WS-NOW-STAMP(1:8)
           MOVE WS-NOW-TIME-X(1:6)  TO WS-NOW-STAMP(9:6)

           COMPUTE WS-NOW-INT = FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
           COMPUTE WS-CUTOFF-INT = WS-NOW-INT - WS-CLOSED-KEEP-DAYS
           COMPUTE WS-CLOSED-CUTOFF =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
      *    an approval for last night's run date is still live the
      *    morning after - older rows are history, not work.
           COMPUTE WS-CUTOFF-INT = WS-NOW-INT - 1
           COMPUTE WS-RCVA-CUTOFF =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)

           OPEN I-O WORKITEM
           IF NOT WORKITEM-OK
               DISPLAY 'WORK-ITEM FILE NOT AVAILABLE - STATUS '
                   WS-WORKITEM-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9100-WRITE-STEPLOG
               STOP RUN
           END-IF

           DISPLAY 'OPERATOR WORK-QUEUE HARVEST ' WS-NOW-DATE ' '
               WS-NOW-TIME-X(1:6)
           DISPLAY '------------------------------------------------'

           PERFORM 1000-HARVEST-PENDING
           PERFORM 2000-HARVEST-ALERTS
           PERFORM 3000-HARVEST-CASES
           PERFORM 4000-HARVEST-APPROVALS
           PERFORM 4500-HARVEST-LOCK

           PERFORM 6000-CLOSE-GONE-ITEMS

           CLOSE WORKITEM

           PERFORM 9000-END-OF-JOB

           STOP RUN.

       1000-HARVEST-PENDING.

      *    keyed maintenance still waiting for a checker - approved
      *    rows are STUDMNT's to apply, not a person's.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PENDFILE
           IF PENDFILE-OK
               SET WS-PEND-READ TO TRUE
           ELSE
               DISPLAY 'PENDING MAINTENANCE FILE NOT AVAILABLE'
               ADD 1 TO WS-SOURCES-MISSING
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ PENDFILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF PD-PENDING
                           PERFORM 1100-POST-PENDING
                       END-IF
               END-READ
           END-PERFORM
           IF PENDFILE-OK OR WS-PENDFILE-STATUS = '10'
               CLOSE PENDFILE
           END-IF.

       1100-POST-PENDING.

           MOVE PD-STUDENT-ID    TO WS-PR-STUDENT-ID
           MOVE PD-REQUEST-DATE  TO WS-PR-REQUEST-DATE
           MOVE PD-ACTION        TO WS-PR-ACTION
           MOVE PD-BATCH-ID      TO WS-PR-BATCH-ID
           MOVE 'PEND'           TO WS-POST-TYPE
           MOVE WS-PEND-REF      TO WS-POST-REF
           MOVE 2                TO WS-POST-PRIORITY
           MOVE PD-REQUEST-DATE  TO WS-POST-OPENED-DATE
           MOVE 0                TO WS-POST-OPENED-TIME
           MOVE 'SMNT'           TO WS-POST-SCREEN
           MOVE SPACES           TO WS-POST-DESCRIPTION
           EVALUATE TRUE
               WHEN PD-FROM-REGISTRAR
                   STRING 'REGISTRAR ' PD-ACTION ' ' PD-STUDENT-ID
                       ' NEEDS A CHECKER'
                       DELIMITED BY SIZE INTO WS-POST-DESCRIPTION
               WHEN PD-FROM-PLAN
                   STRING 'PLAN ' PD-BATCH-ID ' ' PD-ACTION ' '
                       PD-STUDENT-ID ' NEEDS A CHECKER'
                       DELIMITED BY SIZE INTO WS-POST-DESCRIPTION
               WHEN OTHER
                   STRING 'MAINT ' PD-ACTION ' ' PD-STUDENT-ID
                       ' BY ' PD-OPERATOR ' NEEDS CHECKER'
                       DELIMITED BY SIZE INTO WS-POST-DESCRIPTION
           END-EVALUATE
           PERFORM 5000-POST-ITEM.

       2000-HARVEST-ALERTS.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ALERTOUT
           IF ALERTOUT-OK
               SET WS-ALRT-READ TO TRUE
           ELSE
               DISPLAY 'ALERT FILE NOT AVAILABLE'
               ADD 1 TO WS-SOURCES-MISSING
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ ALERTOUT
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF AL-OPEN OR AL-ESCALATED
                           PERFORM 2100-POST-ALERT
                       END-IF
               END-READ
           END-PERFORM
           IF ALERTOUT-OK OR WS-ALERTOUT-STATUS = '10'
               CLOSE ALERTOUT
           END-IF.

       2100-POST-ALERT.

           MOVE 'ALRT'           TO WS-POST-TYPE
           MOVE AL-ALERT-ID      TO WS-POST-REF
           IF AL-ESCALATED OR AL-SEV-CRITICAL
               MOVE 1            TO WS-POST-PRIORITY
           ELSE
               MOVE 2            TO WS-POST-PRIORITY
           END-IF
           IF AL-DATE IS NUMERIC
               MOVE AL-DATE      TO WS-POST-OPENED-DATE
           ELSE
               MOVE WS-NOW-DATE  TO WS-POST-OPENED-DATE
           END-IF
           IF AL-TIME IS NUMERIC
               MOVE AL-TIME      TO WS-POST-OPENED-TIME
           ELSE
               MOVE 0            TO WS-POST-OPENED-TIME
           END-IF
           MOVE 'AACK'           TO WS-POST-SCREEN
           MOVE SPACES           TO WS-POST-DESCRIPTION
           IF AL-ESCALATED
               STRING AL-SEVERITY ' ESCALATED ' AL-MESSAGE
                   DELIMITED BY SIZE INTO WS-POST-DESCRIPTION
           ELSE
               STRING AL-SEVERITY ' ' AL-MESSAGE
                   DELIMITED BY SIZE INTO WS-POST-DESCRIPTION
           END-IF
           PERFORM 5000-POST-ITEM.

       3000-HARVEST-CASES.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CASEFILE
           IF CASEFILE-OK
               SET WS-CASE-READ TO TRUE
           ELSE
               DISPLAY 'EXCEPTION CASE FILE NOT AVAILABLE'
               ADD 1 TO WS-SOURCES-MISSING
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ CASEFILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CS-OPEN
                           AND CS-NIGHTS NOT < WS-CASE-AGED-NIGHTS
                           PERFORM 3100-POST-CASE
                       END-IF
               END-READ
           END-PERFORM
           IF CASEFILE-OK OR WS-CASEFILE-STATUS = '10'
               CLOSE CASEFILE
           END-IF.

       3100-POST-CASE.

           MOVE CS-CAMPUS-ID     TO WS-CR-CAMPUS-ID
           IF WS-CR-CAMPUS-ID = SPACES
               MOVE WS-HOME-CAMPUS TO WS-CR-CAMPUS-ID
           END-IF
           MOVE CS-STUDENT-ID    TO WS-CR-STUDENT-ID
           MOVE 'CASE'           TO WS-POST-TYPE
           MOVE WS-CASE-REF      TO WS-POST-REF
           IF CS-NIGHTS NOT < WS-CASE-URGENT-NIGHTS
               MOVE 2            TO WS-POST-PRIORITY
           ELSE
               MOVE 3            TO WS-POST-PRIORITY
           END-IF
           MOVE CS-OPENED-DATE   TO WS-POST-OPENED-DATE
           MOVE 0                TO WS-POST-OPENED-TIME
           MOVE 'SINQ'           TO WS-POST-SCREEN
           MOVE CS-NIGHTS        TO WS-NIGHTS-ED
           MOVE SPACES           TO WS-POST-DESCRIPTION
           STRING 'MISS ' CS-STUDENT-ID ' ' CS-STUDENT-NAME
               WS-NIGHTS-ED ' NIGHTS'
               DELIMITED BY SIZE INTO WS-POST-DESCRIPTION
           PERFORM 5000-POST-ITEM.

       4000-HARVEST-APPROVALS.

      *    a two-person approval for last night or later means a
      *    backout or rebuild is about to run, or is waiting on
      *    its second name.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RCVAPPR
           IF RCVAPPR-OK
               SET WS-RCVA-READ TO TRUE
           ELSE
               DISPLAY 'RECOVERY APPROVAL FILE NOT AVAILABLE'
               ADD 1 TO WS-SOURCES-MISSING
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ RCVAPPR
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF RV-RUN-DATE IS NUMERIC
                           AND RV-RUN-DATE NOT < WS-RCVA-CUTOFF
                           PERFORM 4100-POST-APPROVAL
                       END-IF
               END-READ
           END-PERFORM
           IF RCVAPPR-OK OR WS-RCVAPPR-STATUS = '10'
               CLOSE RCVAPPR
           END-IF.

       4100-POST-APPROVAL.

           MOVE RV-FUNCTION      TO WS-RR-FUNCTION
           MOVE RV-RUN-DATE      TO WS-RR-RUN-DATE
           MOVE 'RCVA'           TO WS-POST-TYPE
           MOVE WS-RCVA-REF      TO WS-POST-REF
           MOVE 1                TO WS-POST-PRIORITY
           MOVE RV-RUN-DATE      TO WS-POST-OPENED-DATE
           MOVE 0                TO WS-POST-OPENED-TIME
           MOVE 'CPRG'           TO WS-POST-SCREEN
           MOVE SPACES           TO WS-POST-DESCRIPTION
           IF RV-OPERATOR-2 = SPACES
               OR RV-OPERATOR-2 = RV-OPERATOR-1
               STRING RV-FUNCTION ' ' RV-RUN-DATE
                   ' NEEDS SECOND APPROVER'
                   DELIMITED BY SIZE INTO WS-POST-DESCRIPTION
           ELSE
               STRING RV-FUNCTION ' ' RV-RUN-DATE ' BY '
                   RV-OPERATOR-1 '/' RV-OPERATOR-2
                   DELIMITED BY SIZE INTO WS-POST-DESCRIPTION
           END-IF
           PERFORM 5000-POST-ITEM.

       4500-HARVEST-LOCK.

      *    the last MSTRLOCK row on the control-change trail is the
      *    lock's state - LOCKED means maintenance is queuing behind
      *    the batch window until someone frees it.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CTLAUDIT
           IF CTLAUDIT-OK
               SET WS-LOCK-READ TO TRUE
           ELSE
               DISPLAY 'CONTROL AUDIT NOT AVAILABLE - LOCK NOT CHECKED'
               ADD 1 TO WS-SOURCES-MISSING
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ CTLAUDIT
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CA-SWITCH-NAME = 'MSTRLOCK'
                           MOVE CA-NEW-VALUE TO WS-LOCK-VALUE
                           MOVE CA-DATE      TO WS-LOCK-DATE
                           MOVE CA-TIME      TO WS-LOCK-TIME
                       END-IF
               END-READ
           END-PERFORM
           IF CTLAUDIT-OK OR WS-CTLAUDIT-STATUS = '10'
               CLOSE CTLAUDIT
           END-IF

           IF WS-LOCK-VALUE = 'LOCKED'
               MOVE 'LOCK'           TO WS-POST-TYPE
               MOVE 'MSTRLOCK'       TO WS-POST-REF
               MOVE 1                TO WS-POST-PRIORITY
               IF WS-LOCK-DATE IS NUMERIC
                   MOVE WS-LOCK-DATE TO WS-POST-OPENED-DATE
               ELSE
                   MOVE WS-NOW-DATE  TO WS-POST-OPENED-DATE
               END-IF
               IF WS-LOCK-TIME IS NUMERIC
                   MOVE WS-LOCK-TIME TO WS-POST-OPENED-TIME
               ELSE
                   MOVE 0            TO WS-POST-OPENED-TIME
               END-IF
               MOVE 'CPRG'           TO WS-POST-SCREEN
               MOVE 'MASTER LOCK HELD - CHANGES QUEUING'
                 TO WS-POST-DESCRIPTION
               PERFORM 5000-POST-ITEM
           END-IF.

      *****************************************************************
      *    POST ONE HARVESTED ITEM - NEW ROW OR REFRESH THE OLD ONE   *
      *****************************************************************
       5000-POST-ITEM.

           ADD 1 TO WS-ITEMS-SEEN
           MOVE WS-POST-TYPE TO WI-TYPE
           MOVE WS-POST-REF  TO WI-ITEM-REF
           READ WORKITEM KEY IS WI-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF WORKITEM-OK
      *        the owner and note are the desk's - only what the
      *        source says changes.  A closed item that came back
      *        reopens under its old owner.
               MOVE 'O'                 TO WI-STATUS
               MOVE WS-POST-PRIORITY    TO WI-PRIORITY
               MOVE WS-POST-DESCRIPTION TO WI-DESCRIPTION
               MOVE WS-POST-SCREEN      TO WI-SCREEN
               MOVE WS-NOW-STAMP        TO WI-LAST-SEEN
               MOVE 0                   TO WI-CLOSED-DATE
               REWRITE WORK-ITEM-RECORD
           ELSE
               MOVE SPACES              TO WORK-ITEM-RECORD
               MOVE WS-POST-TYPE        TO WI-TYPE
               MOVE WS-POST-REF         TO WI-ITEM-REF
               MOVE 'O'                 TO WI-STATUS
               MOVE WS-POST-PRIORITY    TO WI-PRIORITY
               MOVE WS-POST-OPENED-DATE TO WI-OPENED-DATE
               MOVE WS-POST-OPENED-TIME TO WI-OPENED-TIME
               MOVE WS-POST-DESCRIPTION TO WI-DESCRIPTION
               MOVE WS-POST-SCREEN      TO WI-SCREEN
               MOVE 0                   TO WI-ASSIGNED-DATE
               MOVE 0                   TO WI-ASSIGNED-TIME
               MOVE 0                   TO WI-NOTE-DATE
               MOVE WS-NOW-STAMP        TO WI-LAST-SEEN
               MOVE 0                   TO WI-CLOSED-DATE
               WRITE WORK-ITEM-RECORD
               ADD 1 TO WS-ITEMS-NEW
               DISPLAY 'NEW    ' WI-TYPE ' ' WI-ITEM-REF ' '
                   WI-DESCRIPTION
           END-IF.

      *****************************************************************
      *    CLOSE WHAT HAS LEFT ITS SOURCE, PURGE OLD CLOSED ROWS      *
      *****************************************************************
       6000-CLOSE-GONE-ITEMS.

           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO WI-KEY
           START WORKITEM KEY IS NOT LESS THAN WI-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ WORKITEM NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   IF WORKITEM-OK
                       PERFORM 6100-CHECK-ONE-ITEM
                   ELSE
                       SET WS-END-OF-FILE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       6100-CHECK-ONE-ITEM.

           MOVE 'N' TO WS-TYPE-READ-SW
           EVALUATE TRUE
               WHEN WI-TYPE-PENDING AND WS-PEND-READ
               WHEN WI-TYPE-ALERT AND WS-ALRT-READ
               WHEN WI-TYPE-CASE AND WS-CASE-READ
               WHEN WI-TYPE-RECOVERY AND WS-RCVA-READ
               WHEN WI-TYPE-LOCK AND WS-LOCK-READ
                   SET WS-TYPE-READ TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EVALUATE TRUE
               WHEN WI-OPEN AND WI-LAST-SEEN < WS-NOW-STAMP
                   AND WS-TYPE-READ
                   MOVE 'C'         TO WI-STATUS
                   MOVE WS-NOW-DATE TO WI-CLOSED-DATE
                   REWRITE WORK-ITEM-RECORD
                   ADD 1 TO WS-ITEMS-CLOSED
                   DISPLAY 'CLOSED ' WI-TYPE ' ' WI-ITEM-REF
                       ' OWNER ' WI-ASSIGNED-TO
               WHEN WI-CLOSED AND WI-CLOSED-DATE < WS-CLOSED-CUTOFF
                   DELETE WORKITEM RECORD
                   ADD 1 TO WS-ITEMS-PURGED
               WHEN WI-OPEN
                   ADD 1 TO WS-ITEMS-OPEN
                   IF WI-ASSIGNED-TO = SPACES
                       ADD 1 TO WS-ITEMS-UNASSIGNED
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       9000-END-OF-JOB.

           DISPLAY '------------------------------------------------'
           DISPLAY 'ITEMS HARVESTED     : ' WS-ITEMS-SEEN
           DISPLAY 'NEW ITEMS           : ' WS-ITEMS-NEW
           DISPLAY 'ITEMS CLOSED        : ' WS-ITEMS-CLOSED
           DISPLAY 'CLOSED ROWS PURGED  : ' WS-ITEMS-PURGED
           DISPLAY 'OPEN ITEMS          : ' WS-ITEMS-OPEN
           DISPLAY 'OPEN AND UNASSIGNED : ' WS-ITEMS-UNASSIGNED

           IF WS-SOURCES-MISSING > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9100-WRITE-STEPLOG.

       9100-WRITE-STEPLOG.

      *    one row per chain step so the morning dashboard can show
      *    pass/fail without scraping job logs (see STEPLOG.cpy).
           MOVE 'WRKHARV'     TO SL-STEP-NAME
           MOVE RETURN-CODE   TO SL-RETURN-CODE
           PERFORM 9160-STAMP-STEP-TIMES
           OPEN EXTEND STEPLOG
           WRITE STEPLOG-RECORD
           CLOSE STEPLOG.

       COPY STEPTIME.

       END PROGRAM WRKHARV.
