      *    on the control-change audit trail the way OPRCTL records
      *    a switch flip, so OPSDASH shows when the master was
      *    frozen and released.
      *    Queued items carry the lifecycle status code and date
      *    now (see STUDTXN.cpy) and apply under the same status
      *    rules and edits as STUDMNT.
      *    A queued change that replaces the student's name records
      *    the old name on the name-alias file, as STUDMNT does.
      *    Queued items carry the student's campus (blank = home)
      *    and apply to that campus's row of the campus + id keyed
      *    master, as STUDMNT does.
      *    Taking the lock also drops the SAPL counter's chain state
      *    (TS queue INTRACHN): the counter's applied file is handed
      *    to the night and emptied inside the window, so the next
      *    counter row starts a new chain.
      *    An add stamps the new row's last-seen date (see STUDMSTR.cpy)
      *    with the apply date; the before-image follows the row to 79
      *    bytes.
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

           SELECT CTLAUDIT ASSIGN TO 'CTLAUDIT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLAUDIT-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY MNTJRNL.

       FD  NAMEALS
           LABEL RECORDS ARE STANDARD.
           COPY ALIASREC.

       FD  CTLAUDIT
           LABEL RECORDS ARE STANDARD.
           COPY CTLAUDIT.
           05  WS-STUDMSTR-STATUS       PIC X(2) VALUE '00'.
             88  STUDMSTR-OK                      VALUE '00'.
           05  WS-MNTJRNL-STATUS        PIC X(2) VALUE '00'.
           05  WS-NAMEALS-STATUS        PIC X(2) VALUE '00'.
             88  NAMEALS-OK                       VALUE '00'.
           05  WS-CTLAUDIT-STATUS       PIC X(2) VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-JOURNAL-FIELDS.
           05  WS-JRNL-DATE             PIC 9(8).
           05  WS-JRNL-TIME             PIC X(8).
           05  WS-BEFORE-IMAGE          PIC X(79).
           05  WS-BEFORE-FIELDS REDEFINES WS-BEFORE-IMAGE.
               10  WS-BEFORE-CAMPUS     PIC X(8).
               10  WS-BEFORE-ID         PIC X(6).
               10  WS-BEFORE-NAME       PIC X(15).
               10  FILLER               PIC X(45).

       01  WS-ALIAS-OPEN-SW             PIC X(1) VALUE 'N'.
         88  WS-ALIAS-OPEN                        VALUE 'Y'.

      *    the campus the queued item's student belongs to - blank
      *    on the item is the home campus.
       01  WS-TXN-CAMPUS                PIC X(8).

       COPY CAMPWS.

       01  WS-LOCK-COUNTERS.
           05  WS-QUEUED-APPLIED        PIC 9(5) VALUE 0.
             NOHANDLE
           END-EXEC

      *    the counter's applied file is handed to the night under
      *    this lock and started empty again (see STUDAPLC), so its
      *    chain state goes too - the first counter row after the
      *    window opens a new chain at sequence 1.
           EXEC CICS DELETEQ TS
             QUEUE('INTRACHN')
             RESP(WS-CICSRESP)
             NOHANDLE
           END-EXEC

           DISPLAY 'MASTER-UPDATE LOCK TAKEN'
           MOVE 'LOCKED' TO WS-LOCK-VALUE
           PERFORM 8000-WRITE-LOCK-AUDIT.
      *    before the lock lifts - queued, never lost.
           OPEN I-O STUDMSTR
           OPEN EXTEND MNTJRNL
           PERFORM 2050-OPEN-ALIAS-FILE

           PERFORM 2100-DRAIN-ONE-QUEUED-ITEM
               UNTIL WS-DRAIN-DONE

           CLOSE STUDMSTR
           CLOSE MNTJRNL
           IF WS-ALIAS-OPEN
               CLOSE NAMEALS
           END-IF

           EXEC CICS DELETEQ TS
             QUEUE('MNTQUEUE')
           MOVE 'UNLOCKED' TO WS-LOCK-VALUE
           PERFORM 8000-WRITE-LOCK-AUDIT.

       2050-OPEN-ALIAS-FILE.

           OPEN I-O NAMEALS
           IF NAMEALS-OK
               SET WS-ALIAS-OPEN TO TRUE
           ELSE
               DISPLAY 'NAME-ALIAS FILE NOT AVAILABLE - STATUS '
                   WS-NAMEALS-STATUS ' - FORMER NAMES NOT RECORDED'
           END-IF.

       2100-DRAIN-ONE-QUEUED-ITEM.

           MOVE SPACES TO STUDTXN-RECORD

      *    same edits STUDMNT enforces, same journal contract.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE TX-CAMPUS-ID TO WS-TXN-CAMPUS
           IF WS-TXN-CAMPUS = SPACES
               MOVE WS-HOME-CAMPUS TO WS-TXN-CAMPUS
           END-IF

           EVALUATE TRUE
               WHEN NOT TX-ACTION-VALID
               WHEN TX-STUDENT-ID NOT NUMERIC
                   MOVE 'STUDENT ID NOT NUMERIC'
                     TO WS-REJECT-REASON
               WHEN NOT TX-STATUS-VALID
                   MOVE 'INVALID STATUS CODE' TO WS-REJECT-REASON
               WHEN TX-STATUS-DATE NOT = SPACES
                   AND TX-STATUS-DATE NOT NUMERIC
                   MOVE 'STATUS DATE NOT NUMERIC'
                     TO WS-REJECT-REASON
               WHEN TX-ACTION-ADD
                   PERFORM 3100-ADD-MASTER
               WHEN TX-ACTION-CHANGE
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-QUEUED-APPLIED
               DISPLAY 'APPLIED QUEUED ' TX-ACTION ' STUDENT '
                   WS-TXN-CAMPUS ' ' TX-STUDENT-ID
                   ' KEYED BY ' TX-OPERATOR
           ELSE
               ADD 1 TO WS-QUEUED-REJECTED
               DISPLAY 'REJECTED QUEUED ' TX-ACTION ' STUDENT '
                   WS-TXN-CAMPUS ' ' TX-STUDENT-ID
                   ' : ' WS-REJECT-REASON
           END-IF.

       3100-ADD-MASTER.

       3200-CHANGE-MASTER.

           MOVE WS-TXN-CAMPUS TO SM-CAMPUS-ID
           MOVE TX-STUDENT-ID TO SM-STUDENT-ID
           READ STUDMSTR KEY IS SM-STUDENT-KEY
               INVALID KEY
                   MOVE 'NOT ON MASTER' TO WS-REJECT-REASON
           END-READ
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 3500-WRITE-JOURNAL
               PERFORM 3600-RECORD-FORMER-NAME
           END-IF.

       3300-DELETE-MASTER.

           MOVE WS-TXN-CAMPUS TO SM-CAMPUS-ID
           MOVE TX-STUDENT-ID TO SM-STUDENT-ID
           READ STUDMSTR KEY IS SM-STUDENT-KEY
               INVALID KEY
                   MOVE 'NOT ON MASTER' TO WS-REJECT-REASON
           END-READ

       3400-BUILD-MASTER-RECORD.

           MOVE WS-TXN-CAMPUS        TO SM-CAMPUS-ID
           MOVE TX-STUDENT-ID        TO SM-STUDENT-ID
           MOVE TX-STUDENT-NAME      TO SM-STUDENT-NAME
           MOVE TX-REPLACEMENT-ID    TO SM-REPLACEMENT-ID
                 TO SM-REPLACEMENT-EFF-DATE
           ELSE
               MOVE ZERO TO SM-REPLACEMENT-EFF-DATE
           END-IF
           IF TX-STATUS-UNCHANGED
               IF TX-ACTION-ADD
                   MOVE 'A'          TO SM-STATUS-CODE
                   MOVE WS-JRNL-DATE TO SM-STATUS-DATE
               END-IF
           ELSE
               MOVE TX-STATUS-CODE TO SM-STATUS-CODE
               IF TX-STATUS-DATE NUMERIC
                   MOVE TX-STATUS-DATE TO SM-STATUS-DATE
               ELSE
                   MOVE WS-JRNL-DATE   TO SM-STATUS-DATE
               END-IF
           END-IF
      *    an add starts the student's last-seen clock today; a
      *    change keeps the date the row already carries.
           IF TX-ACTION-ADD
               MOVE WS-JRNL-DATE TO SM-LAST-SEEN-DATE
           END-IF.

       3500-WRITE-JOURNAL.
           END-IF
           WRITE MNTJRNL-RECORD.

       3600-RECORD-FORMER-NAME.

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

       8000-WRITE-LOCK-AUDIT.

      *    the freeze and the release are control changes like any
