      *    journaled with the approver beside the requester - and
      *    applied items are marked D (edit failures E) on the
      *    rewritten pending file so a rerun cannot apply them twice.
      *
      *    Lifecycle status: an item may set the student's status
      *    code (A/W/G/H) and status date (see STUDMSTR.cpy) like
      *    any other field.  A blank code leaves a changed row's
      *    status as it was and brings an added row in active; a
      *    blank date stamps the day the item applies.  An unknown
      *    code or a non-numeric date rejects the item.
      *
      *    Former names: a change that replaces SM-STUDENT-NAME now
      *    writes the old name to the name-alias file (see
      *    ALIASREC.cpy) with the day it stopped being current, so a
      *    lookup or browse on the old name still finds the student.
      *    The alias file is optional here - without it the change
      *    still applies and the miss is reported.
      *
      *    EXTRA codes: an add or change whose replacement EXTRA is
      *    not on the code table, is retired, or is not in effect
      *    today is rejected (see XTRACODE.cpy / XTRAPRC.cpy); a
      *    blank EXTRA is no code and passes.  Without the table the
      *    items still apply, the miss is reported and the step
      *    ends 4.
      *
      *    Campuses: the master is keyed by campus plus id, so each
      *    item is applied to its own campus's row (a blank campus
      *    on the item is the home campus, see CAMPWS.cpy), and a
      *    former name is kept as an alias within that campus.
      *
      *    Duplicate-person merges: an approved M item (see
      *    STUDTXN.cpy) retires its id into the surviving id of the
      *    same campus.  The retired id goes on the cross-reference
      *    pointing at the survivor, so every lookup of it answers
      *    with the survivor; its master row is deleted and its
      *    name kept as an alias of the survivor; the merge is
      *    journaled as one M row, retired row before and surviving
      *    row after; any replacement staged onto the retired id is
      *    re-pointed at the survivor (each a journaled change); and
      *    a merge notice is written for the night's registrar and
      *    subscriber extracts to send as a merge (see MRGNOTE.cpy).
      *    Without the cross-reference or the notice file a merge is
      *    rejected and nothing is touched.
      *
      *    Last-seen date: an add stamps the new row's last-seen date
      *    (see STUDMSTR.cpy) with the apply date, and the images follow
      *    the row to 79 bytes.
      *
      *    Student contacts: an approved K item (see STUDTXN.cpy) adds
      *    or replaces the student's contact row (see CONTREC.cpy) with
      *    its maker and checker, or removes it when the item is all
      *    blank.  The student must be on the master; the master row is
      *    not touched and nothing is journaled.  A merge now carries
      *    the retired id's contact to the survivor unless the survivor
      *    has its own (see CONTPRC.cpy).  The contact file is optional
      *    - without it contact items are rejected and merges still
      *    apply.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT STUDMSTR ASSIGN TO 'STUDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-KEY
               ALTERNATE RECORD KEY IS SM-STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDMSTR-STATUS.

               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNTJRNL-STATUS.

           SELECT NAMEALS ASSIGN TO 'NAMEALS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NA-ALIAS-KEY
               FILE STATUS IS WS-NAMEALS-STATUS.

           SELECT XTRACODE ASSIGN TO 'XTRACODE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XC-CODE
               FILE STATUS IS WS-XTRACODE-STATUS.

           SELECT XREFFILE ASSIGN TO 'XREFFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-OLD-KEY
               FILE STATUS IS WS-XREFFILE-STATUS.

           SELECT MRGNOTE ASSIGN TO 'MRGNOTE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MRGNOTE-STATUS.

           SELECT CONTFILE ASSIGN TO 'CONTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-STUDENT-KEY
               FILE STATUS IS WS-CONTFILE-STATUS.

           SELECT PENDNEW ASSIGN TO 'PENDNEW'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDNEW-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY MNTJRNL.

       FD  NAMEALS
           LABEL RECORDS ARE STANDARD.
           COPY ALIASREC.

       FD  XTRACODE
           LABEL RECORDS ARE STANDARD.
           COPY XTRACODE.

       FD  XREFFILE
           LABEL RECORDS ARE STANDARD.
           COPY XREFREC.

       FD  MRGNOTE
           LABEL RECORDS ARE STANDARD.
           COPY MRGNOTE.

       FD  CONTFILE
           LABEL RECORDS ARE STANDARD.
           COPY CONTREC.

       FD  PENDNEW
           LABEL RECORDS ARE STANDARD.
       01  PENDNEW-RECORD               PIC X(268).

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
             88  STUDMSTR-NOT-FOUND               VALUE '23'.
             88  STUDMSTR-DUP-KEY                 VALUE '22'.
           05  WS-MNTJRNL-STATUS        PIC X(2) VALUE '00'.
           05  WS-NAMEALS-STATUS        PIC X(2) VALUE '00'.
             88  NAMEALS-OK                       VALUE '00'.
           05  WS-XREFFILE-STATUS       PIC X(2) VALUE '00'.
             88  XREFFILE-OK                      VALUE '00'.
           05  WS-MRGNOTE-STATUS        PIC X(2) VALUE '00'.
             88  MRGNOTE-OK                       VALUE '00'.
           05  WS-PENDNEW-STATUS        PIC X(2) VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

           05  WS-APPLIED-COUNT         PIC 9(7) VALUE 0.
           05  WS-REJECTED-COUNT        PIC 9(7) VALUE 0.
           05  WS-HELD-COUNT            PIC 9(7) VALUE 0.
           05  WS-MERGED-COUNT          PIC 9(7) VALUE 0.
           05  WS-REPOINTED-COUNT       PIC 9(7) VALUE 0.
           05  WS-CONTACT-COUNT         PIC 9(7) VALUE 0.

       01  WS-REJECT-REASON             PIC X(30).

       01  WS-CONT-RESULT-TEXT          PIC X(8).

       01  WS-JOURNAL-FIELDS.
           05  WS-JRNL-DATE             PIC 9(8).
           05  WS-JRNL-TIME             PIC X(8).
           05  WS-JRNL-ACTION           PIC X(1).
           05  WS-BEFORE-IMAGE          PIC X(79).
           05  WS-BEFORE-FIELDS REDEFINES WS-BEFORE-IMAGE.
               10  WS-BEFORE-CAMPUS     PIC X(8).
               10  WS-BEFORE-ID         PIC X(6).
               10  WS-BEFORE-NAME       PIC X(15).
               10  FILLER               PIC X(45).

       01  WS-ALIAS-OPEN-SW             PIC X(1) VALUE 'N'.
         88  WS-ALIAS-OPEN                        VALUE 'Y'.

       01  WS-MERGE-FIELDS.
           05  WS-XREF-OPEN-SW          PIC X(1) VALUE 'N'.
             88  WS-XREF-OPEN                     VALUE 'Y'.
           05  WS-MRGNOTE-OPEN-SW       PIC X(1) VALUE 'N'.
             88  WS-MRGNOTE-OPEN                  VALUE 'Y'.
           05  WS-WALK-SW               PIC X(1).
             88  WS-WALK-DONE                     VALUE 'Y'.
           05  WS-SURVIVOR-IMAGE        PIC X(79).

      *    the campus the item's student belongs to - a blank
      *    campus on the item is the home campus.
       01  WS-PEND-CAMPUS               PIC X(8).

       COPY CAMPWS.

       COPY XTRAWS.

       COPY CONTWS.

       COPY STEPTMWS.

           OPEN I-O STUDMSTR
           OPEN EXTEND MNTJRNL
           OPEN OUTPUT PENDNEW
           PERFORM 0500-OPEN-ALIAS-FILE
           PERFORM 0550-OPEN-MERGE-FILES
           PERFORM 0700-LOAD-EXTRA-CODES
      *    only a contact item or a merge's carry-over needs it.
           PERFORM 0800-OPEN-CONTACT-FILE

           DISPLAY 'STUDENT-MASTER MAINTENANCE REPORT'
           DISPLAY '---------------------------------'
           CLOSE STUDMSTR
           CLOSE MNTJRNL
           CLOSE PENDNEW
           IF WS-ALIAS-OPEN
               CLOSE NAMEALS
           END-IF
           IF WS-XREF-OPEN
               CLOSE XREFFILE
           END-IF
           IF WS-MRGNOTE-OPEN
               CLOSE MRGNOTE
           END-IF
           IF WS-CONT-OPEN
               CLOSE CONTFILE
           END-IF

           PERFORM 9000-END-OF-JOB

           STOP RUN.

       0500-OPEN-ALIAS-FILE.

           OPEN I-O NAMEALS
           IF NAMEALS-OK
               SET WS-ALIAS-OPEN TO TRUE
           ELSE
               DISPLAY 'NAME-ALIAS FILE NOT AVAILABLE - STATUS '
                   WS-NAMEALS-STATUS ' - FORMER NAMES NOT RECORDED'
           END-IF.

       0550-OPEN-MERGE-FILES.

      *    only a merge needs these - their absence is reported and
      *    any merge on the file is rejected.
           OPEN I-O XREFFILE
           IF XREFFILE-OK
               SET WS-XREF-OPEN TO TRUE
           ELSE
               DISPLAY 'ID CROSS-REFERENCE NOT AVAILABLE - STATUS '
                   WS-XREFFILE-STATUS ' - MERGES NOT APPLIED'
           END-IF
           OPEN EXTEND MRGNOTE
           IF MRGNOTE-OK
               SET WS-MRGNOTE-OPEN TO TRUE
           ELSE
               DISPLAY 'MERGE NOTICE FILE NOT AVAILABLE - STATUS '
                   WS-MRGNOTE-STATUS ' - MERGES NOT APPLIED'
           END-IF.

       1500-ROUTE-PENDING-ITEM.

      *    only items a second operator approved touch the master -
       2000-APPLY-TRANSACTION.

           MOVE SPACES TO WS-REJECT-REASON
           MOVE PD-ACTION TO WS-JRNL-ACTION
           MOVE PD-CAMPUS-ID TO WS-PEND-CAMPUS
           IF WS-PEND-CAMPUS = SPACES
               MOVE WS-HOME-CAMPUS TO WS-PEND-CAMPUS
           END-IF

           MOVE PD-REPLACEMENT-EXTRA TO WS-XTRA-CHECK-CODE
           MOVE WS-JRNL-DATE         TO WS-XTRA-CHECK-DATE
           PERFORM 0750-CHECK-EXTRA-CODE

           EVALUATE TRUE
               WHEN NOT PD-ACTION-VALID
                   MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
               WHEN PD-STUDENT-ID NOT NUMERIC
                   MOVE 'STUDENT ID NOT NUMERIC' TO WS-REJECT-REASON
               WHEN NOT PD-STATUS-VALID
                   MOVE 'INVALID STATUS CODE' TO WS-REJECT-REASON
               WHEN PD-STATUS-DATE NOT = SPACES
                   AND PD-STATUS-DATE NOT NUMERIC
                   MOVE 'STATUS DATE NOT NUMERIC' TO WS-REJECT-REASON
               WHEN NOT PD-ACTION-DELETE
                   AND NOT PD-ACTION-MERGE
                   AND NOT PD-ACTION-CONTACT
                   AND WS-XTRA-REJECTED
                   MOVE WS-XTRA-REASON TO WS-REJECT-REASON
               WHEN PD-ACTION-ADD
                   PERFORM 2100-ADD-MASTER
               WHEN PD-ACTION-CHANGE
                   PERFORM 2200-CHANGE-MASTER
               WHEN PD-ACTION-DELETE
                   PERFORM 2300-DELETE-MASTER
               WHEN PD-ACTION-MERGE
                   PERFORM 2700-MERGE-MASTER
               WHEN PD-ACTION-CONTACT
                   PERFORM 2800-APPLY-CONTACT
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-APPLIED-COUNT
               MOVE 'D' TO PD-STATUS
               DISPLAY 'APPLIED  ' PD-ACTION ' STUDENT '
                   WS-PEND-CAMPUS ' ' PD-STUDENT-ID ' ' PD-STUDENT-NAME
                   ' APPROVED BY ' PD-APPROVER
               IF NOT PD-STATUS-UNCHANGED
                   AND NOT PD-ACTION-CONTACT
                   DISPLAY '         STATUS SET TO ' PD-STATUS-CODE
                       ' AS OF ' SM-STATUS-DATE
               END-IF
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE 'E' TO PD-STATUS
               DISPLAY 'REJECTED ' PD-ACTION ' STUDENT '
                   WS-PEND-CAMPUS ' ' PD-STUDENT-ID ' ' PD-STUDENT-NAME
                   ' : ' WS-REJECT-REASON
           END-IF.


       2200-CHANGE-MASTER.

           MOVE WS-PEND-CAMPUS TO SM-CAMPUS-ID
           MOVE PD-STUDENT-ID TO SM-STUDENT-ID
           READ STUDMSTR KEY IS SM-STUDENT-KEY
               INVALID KEY
                   MOVE 'NOT ON MASTER' TO WS-REJECT-REASON
           END-READ

           IF WS-REJECT-REASON = SPACES
               PERFORM 2500-WRITE-JOURNAL
               PERFORM 2600-RECORD-FORMER-NAME
           END-IF.

       2300-DELETE-MASTER.

           MOVE WS-PEND-CAMPUS TO SM-CAMPUS-ID
           MOVE PD-STUDENT-ID TO SM-STUDENT-ID
           READ STUDMSTR KEY IS SM-STUDENT-KEY
               INVALID KEY
                   MOVE 'NOT ON MASTER' TO WS-REJECT-REASON
           END-READ

       2400-BUILD-MASTER-RECORD.

           MOVE WS-PEND-CAMPUS       TO SM-CAMPUS-ID
           MOVE PD-STUDENT-ID        TO SM-STUDENT-ID
           MOVE PD-STUDENT-NAME      TO SM-STUDENT-NAME
           MOVE PD-REPLACEMENT-ID    TO SM-REPLACEMENT-ID
                 TO SM-REPLACEMENT-EFF-DATE
           ELSE
               MOVE ZERO TO SM-REPLACEMENT-EFF-DATE
           END-IF

      *    a change read the row first, so a blank code leaves its
      *    status standing; an add has nothing to keep.
           IF PD-STATUS-UNCHANGED
               IF PD-ACTION-ADD
                   MOVE 'A'          TO SM-STATUS-CODE
                   MOVE WS-JRNL-DATE TO SM-STATUS-DATE
               END-IF
           ELSE
               MOVE PD-STATUS-CODE TO SM-STATUS-CODE
               IF PD-STATUS-DATE NUMERIC
                   MOVE PD-STATUS-DATE TO SM-STATUS-DATE
               ELSE
                   MOVE WS-JRNL-DATE   TO SM-STATUS-DATE
               END-IF
           END-IF
      *    an add starts the student's last-seen clock today; a
      *    change keeps the date the row already carries.
           IF PD-ACTION-ADD
               MOVE WS-JRNL-DATE TO SM-LAST-SEEN-DATE
           END-IF.

       2500-WRITE-JOURNAL.

      *    before-image is spaces on an add, after-image spaces on a
      *    delete; everything else carries the full 79-byte record
      *    both ways so a roll-forward needs no other source.
           MOVE SPACES          TO MNTJRNL-RECORD
           MOVE WS-JRNL-DATE    TO MJ-DATE
           MOVE WS-JRNL-TIME(1:6) TO MJ-TIME
           MOVE PD-OPERATOR     TO MJ-OPERATOR
           MOVE WS-JRNL-ACTION  TO MJ-ACTION
           MOVE PD-APPROVER     TO MJ-APPROVER
           MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
           IF WS-JRNL-ACTION = 'D'
               MOVE SPACES TO MJ-AFTER-IMAGE
           ELSE
               MOVE STUDMSTR-RECORD TO MJ-AFTER-IMAGE
           END-IF
           WRITE MNTJRNL-RECORD.

       2600-RECORD-FORMER-NAME.

      *    the name the change replaced becomes an alias for this
      *    id, ended today - a repeat of the same old name just
      *    moves its end date.
           IF WS-ALIAS-OPEN
               AND WS-BEFORE-NAME NOT = SPACES
               AND WS-BEFORE-NAME NOT = SM-STUDENT-NAME
               MOVE SPACES          TO NAME-ALIAS-RECORD
               MOVE WS-BEFORE-NAME  TO NA-FORMER-NAME
               MOVE SM-CAMPUS-ID    TO NA-CAMPUS-ID
               MOVE SM-STUDENT-ID   TO NA-STUDENT-ID
               MOVE WS-JRNL-DATE    TO NA-END-DATE
               SET NA-FROM-MAINTENANCE TO TRUE
               WRITE NAME-ALIAS-RECORD
                   INVALID KEY
                       REWRITE NAME-ALIAS-RECORD
                           INVALID KEY
                               DISPLAY 'ALIAS WRITE FAILED FOR '
                                   SM-CAMPUS-ID ' '
                                   SM-STUDENT-ID ' STATUS '
                                   WS-NAMEALS-STATUS
                       END-REWRITE
               END-WRITE
               IF NAMEALS-OK
                   DISPLAY '         FORMER NAME ' WS-BEFORE-NAME
                       ' KEPT AS ALIAS'
               END-IF
           END-IF.

       2700-MERGE-MASTER.

      *    both rows are proved before anything is touched, and the
      *    cross-reference row goes on first - if the delete then
      *    failed, the retired id would still answer from its own
      *    row and nothing would be lost.
           EVALUATE TRUE
               WHEN NOT WS-XREF-OPEN
                   MOVE 'XREF NOT AVAILABLE' TO WS-REJECT-REASON
               WHEN NOT WS-MRGNOTE-OPEN
                   MOVE 'MERGE NOTICE NOT AVAILABLE'
                     TO WS-REJECT-REASON
               WHEN PD-REPLACEMENT-ID NOT NUMERIC
                   OR PD-REPLACEMENT-ID = ZERO
                   OR PD-REPLACEMENT-ID = PD-STUDENT-ID
                   MOVE 'NO SEPARATE SURVIVING ID' TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
               MOVE WS-PEND-CAMPUS    TO SM-CAMPUS-ID
               MOVE PD-REPLACEMENT-ID TO SM-STUDENT-ID
               READ STUDMSTR KEY IS SM-STUDENT-KEY
                   INVALID KEY
                       MOVE 'SURVIVOR NOT ON MASTER'
                         TO WS-REJECT-REASON
               END-READ
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE STUDMSTR-RECORD TO WS-SURVIVOR-IMAGE
               MOVE WS-PEND-CAMPUS  TO SM-CAMPUS-ID
               MOVE PD-STUDENT-ID   TO SM-STUDENT-ID
               READ STUDMSTR KEY IS SM-STUDENT-KEY
                   INVALID KEY
                       MOVE 'NOT ON MASTER' TO WS-REJECT-REASON
               END-READ
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE STUDMSTR-RECORD TO WS-BEFORE-IMAGE
               PERFORM 2710-RETIRE-INTO-XREF
           END-IF
           IF WS-REJECT-REASON = SPACES
               DELETE STUDMSTR
                   INVALID KEY
                       MOVE 'DELETE FAILED' TO WS-REJECT-REASON
               END-DELETE
           END-IF

           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-MERGED-COUNT
               MOVE WS-SURVIVOR-IMAGE TO STUDMSTR-RECORD
               PERFORM 2500-WRITE-JOURNAL
               PERFORM 2600-RECORD-FORMER-NAME
               PERFORM 2720-WRITE-MERGE-NOTICE
               DISPLAY '         RETIRED INTO ' SM-CAMPUS-ID ' '
                   SM-STUDENT-ID ' ' SM-STUDENT-NAME
               PERFORM 2750-CARRY-MERGED-CONTACT
               PERFORM 2730-REPOINT-STAGED
           END-IF.

       2710-RETIRE-INTO-XREF.

      *    the retired id was live until now, so a row already
      *    keyed by it can only be stale - it is overwritten.
           MOVE SPACES            TO XREF-RECORD
           MOVE WS-PEND-CAMPUS    TO XR-CAMPUS-ID
           MOVE PD-STUDENT-ID     TO XR-OLD-ID
           MOVE PD-REPLACEMENT-ID TO XR-NEW-ID
           MOVE WS-JRNL-DATE      TO XR-APPLIED-DATE
           WRITE XREF-RECORD
               INVALID KEY
                   REWRITE XREF-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE
           IF NOT XREFFILE-OK
               MOVE 'XREF WRITE FAILED' TO WS-REJECT-REASON
           END-IF.

       2720-WRITE-MERGE-NOTICE.

           MOVE SPACES               TO MERGE-NOTICE-RECORD
           MOVE WS-JRNL-DATE         TO MN-MERGE-DATE
           MOVE SM-CAMPUS-ID         TO MN-CAMPUS-ID
           MOVE PD-STUDENT-ID        TO MN-RETIRED-ID
           MOVE SM-STUDENT-ID        TO MN-SURVIVING-ID
           MOVE SM-STUDENT-NAME      TO MN-SURVIVING-NAME
           MOVE SM-REPLACEMENT-EXTRA TO MN-SURVIVING-EXTRA
      *    a blank code is an old master row - active.
           IF SM-STATUS-CODE = SPACE
               MOVE 'A'              TO MN-STATUS-CODE
           ELSE
               MOVE SM-STATUS-CODE   TO MN-STATUS-CODE
           END-IF
           IF SM-STATUS-DATE IS NUMERIC
               MOVE SM-STATUS-DATE   TO MN-STATUS-DATE
           ELSE
               MOVE 0                TO MN-STATUS-DATE
           END-IF
           MOVE PD-OPERATOR          TO MN-OPERATOR
           MOVE PD-APPROVER          TO MN-APPROVER
           WRITE MERGE-NOTICE-RECORD.

       2730-REPOINT-STAGED.

      *    a replacement staged onto the retired id would hand a
      *    student an id that no longer exists - walk the campus's
      *    rows and move each one to the survivor, journaled as a
      *    change under this item's maker and checker.
           MOVE 'C' TO WS-JRNL-ACTION
           MOVE 'N' TO WS-WALK-SW
           MOVE WS-PEND-CAMPUS TO SM-CAMPUS-ID
           MOVE ZERO           TO SM-STUDENT-ID
           START STUDMSTR KEY IS NOT LESS THAN SM-STUDENT-KEY
               INVALID KEY
                   SET WS-WALK-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-WALK-DONE
               READ STUDMSTR NEXT RECORD
                   AT END
                       SET WS-WALK-DONE TO TRUE
               END-READ
               IF NOT WS-WALK-DONE
                   IF NOT STUDMSTR-OK
                       OR SM-CAMPUS-ID NOT = WS-PEND-CAMPUS
                       SET WS-WALK-DONE TO TRUE
                   ELSE
                       IF SM-REPLACEMENT-ID = PD-STUDENT-ID
                           PERFORM 2740-REPOINT-ONE-ROW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE PD-ACTION TO WS-JRNL-ACTION.

       2740-REPOINT-ONE-ROW.

      *    the survivor staged onto the id it absorbed would end up
      *    replaced by itself - that one is left for the desk.
           IF SM-STUDENT-ID = PD-REPLACEMENT-ID
               DISPLAY '         SURVIVOR WAS STAGED ONTO THE RETIRED '
                   'ID - LEFT FOR REVIEW'
           ELSE
               MOVE STUDMSTR-RECORD   TO WS-BEFORE-IMAGE
               MOVE PD-REPLACEMENT-ID TO SM-REPLACEMENT-ID
               REWRITE STUDMSTR-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF STUDMSTR-OK
                   ADD 1 TO WS-REPOINTED-COUNT
                   PERFORM 2500-WRITE-JOURNAL
                   DISPLAY '         STAGED REPLACEMENT OF '
                       SM-STUDENT-ID ' RE-POINTED TO '
                       PD-REPLACEMENT-ID
               ELSE
                   DISPLAY '         STAGED REPLACEMENT OF '
                       SM-STUDENT-ID ' NOT RE-POINTED - STATUS '
                       WS-STUDMSTR-STATUS
               END-IF
           END-IF.

       2750-CARRY-MERGED-CONTACT.

      *    the retired id's contact follows it to the survivor
      *    unless the survivor has one of its own (see CONTPRC).
           MOVE WS-PEND-CAMPUS    TO WS-CONT-CAMPUS
           MOVE PD-STUDENT-ID     TO WS-CONT-FROM-ID
           MOVE PD-REPLACEMENT-ID TO WS-CONT-TO-ID
           MOVE WS-JRNL-DATE      TO WS-CONT-DATE
           PERFORM 0850-CARRY-CONTACT
           EVALUATE TRUE
               WHEN WS-CONT-CARRIED
                   DISPLAY '         CONTACT CARRIED TO THE SURVIVOR'
               WHEN WS-CONT-KEPT
                   DISPLAY '         SURVIVOR KEEPS ITS OWN CONTACT'
               WHEN WS-CONT-FAILED
                   DISPLAY '         CONTACT NOT CARRIED - STATUS '
                       WS-CONTFILE-STATUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2800-APPLY-CONTACT.

      *    the contact belongs to a student on the master; the
      *    master row itself is not touched or journaled - the
      *    contact row carries its own maker and checker.
           IF NOT WS-CONT-OPEN
               MOVE 'CONTACT FILE NOT AVAILABLE' TO WS-REJECT-REASON
           ELSE
               MOVE WS-PEND-CAMPUS TO SM-CAMPUS-ID
               MOVE PD-STUDENT-ID  TO SM-STUDENT-ID
               READ STUDMSTR KEY IS SM-STUDENT-KEY
                   INVALID KEY
                       MOVE 'NOT ON MASTER' TO WS-REJECT-REASON
               END-READ
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE WS-PEND-CAMPUS TO CN-CAMPUS-ID
               MOVE PD-STUDENT-ID  TO CN-STUDENT-ID
               READ CONTFILE KEY IS CN-STUDENT-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF PD-CONTACT-DETAILS = SPACES
                   PERFORM 2810-REMOVE-CONTACT
               ELSE
                   PERFORM 2820-STORE-CONTACT
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-CONTACT-COUNT
           END-IF.

       2810-REMOVE-CONTACT.

           IF NOT CONTFILE-OK
               MOVE 'NO CONTACT ON FILE TO REMOVE' TO WS-REJECT-REASON
           ELSE
               DELETE CONTFILE
                   INVALID KEY
                       MOVE 'CONTACT DELETE FAILED' TO WS-REJECT-REASON
               END-DELETE
           END-IF
           IF WS-REJECT-REASON = SPACES
               DISPLAY '         CONTACT REMOVED'
           END-IF.

       2820-STORE-CONTACT.

           IF CONTFILE-OK
               MOVE 'REPLACED' TO WS-CONT-RESULT-TEXT
           ELSE
               MOVE 'ADDED'    TO WS-CONT-RESULT-TEXT
           END-IF
           MOVE SPACES             TO CONTACT-RECORD
           MOVE WS-PEND-CAMPUS     TO CN-CAMPUS-ID
           MOVE PD-STUDENT-ID      TO CN-STUDENT-ID
           MOVE PD-CONTACT-DETAILS TO CN-CONTACT-DETAILS
           MOVE WS-JRNL-DATE       TO CN-UPDATED-DATE
           MOVE PD-OPERATOR        TO CN-OPERATOR
           MOVE PD-APPROVER        TO CN-APPROVER
           MOVE ZERO               TO CN-CARRIED-FROM
           IF WS-CONT-RESULT-TEXT = 'REPLACED'
               REWRITE CONTACT-RECORD
                   INVALID KEY
                       MOVE 'CONTACT REWRITE FAILED'
                         TO WS-REJECT-REASON
               END-REWRITE
           ELSE
               WRITE CONTACT-RECORD
                   INVALID KEY
                       MOVE 'CONTACT WRITE FAILED'
                         TO WS-REJECT-REASON
               END-WRITE
           END-IF
           IF WS-REJECT-REASON = SPACES
               DISPLAY '         CONTACT ' WS-CONT-RESULT-TEXT
           END-IF.

       9000-END-OF-JOB.

           DISPLAY 'MAINTENANCE APPLIED  : ' WS-APPLIED-COUNT
           DISPLAY 'MAINTENANCE REJECTED : ' WS-REJECTED-COUNT
           DISPLAY 'AWAITING APPROVAL    : ' WS-HELD-COUNT
           DISPLAY 'MERGES APPLIED       : ' WS-MERGED-COUNT
           DISPLAY 'STAGED REPLACEMENTS RE-POINTED : '
               WS-REPOINTED-COUNT
           DISPLAY 'CONTACTS UPDATED     : ' WS-CONTACT-COUNT

           IF WS-REJECTED-COUNT > 0
               OR NOT WS-XTRA-TABLE-LOADED
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           WRITE STEPLOG-RECORD
           CLOSE STEPLOG.

       COPY XTRAPRC.

       COPY CONTPRC.

       COPY STEPTIME.

       END PROGRAM STUDMNT.
