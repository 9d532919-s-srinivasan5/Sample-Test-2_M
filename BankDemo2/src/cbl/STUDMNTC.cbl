      *    it.  The journal is written as a plain sequential file
      *    the way MONALERT writes ALERTOUT; the master goes
      *    through the CICS file entry with READ UPDATE.
      *    The screen carries the student's lifecycle status code
      *    and status date (see STUDMSTR.cpy) under the same rules
      *    as STUDMNT: blank leaves a changed row's status alone and
      *    brings an add in active, a blank date stamps today.
      *    An add or change whose replacement EXTRA is not on the
      *    code table (CICS file XTRACODE, see XTRACODE.cpy), is
      *    retired, or is not in effect today is refused before it
      *    is applied or queued, with the same reasons STUDMNT and
      *    MNTPEND give; a blank EXTRA is no code and passes.
      *
      *    Students are now keyed by campus and id.  The screen takes
      *    a campus beside the id (blank means the home campus); the
      *    master is read and written on campus + id, a queued change
      *    carries the campus on its STUDTXN row, and the journal
      *    images lead with it the way STUDMNT's do.
      *
      *    An add stamps the new row's last-seen date (see STUDMSTR.cpy)
      *    with the apply date; the before-image follows the row to 79
      *    bytes.
      *
      *    Every applied change is now published as it commits: a
      *    maintenance event (see EVNTREC.cpy) numbered off the global
      *    event sequence, written to the event log and put on the EVNT
      *    queue for EVNTRTE to route to the subscribers (see
      *    EVNTPRC.cpy). A change queued behind the batch lock is
      *    published by the night's EVNTPUB off the journal once
      *    MSTRLOCK applies it.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNTJRNL-STATUS.

           SELECT EVNTCTL ASSIGN TO 'EVNTCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVNTCTL-STATUS.

           SELECT EVNTLOG ASSIGN TO 'EVNTLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVNTLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MNTJRNL
           LABEL RECORDS ARE STANDARD.
           COPY MNTJRNL.

       FD  EVNTCTL
           LABEL RECORDS ARE STANDARD.
       01  EVNTCTL-RECORD               PIC X(80).

       FD  EVNTLOG
           LABEL RECORDS ARE STANDARD.
       01  EVNTLOG-RECORD               PIC X(130).

       WORKING-STORAGE SECTION.

           COPY DFHAID.
           05  MACTL                    PIC S9(4) COMP.
           05  MACTA                    PIC X(1).
           05  MACTI                    PIC X(1).
           05  MCAMPL                   PIC S9(4) COMP.
           05  MCAMPA                   PIC X(1).
           05  MCAMPI                   PIC X(8).
           05  MNAMEL                   PIC S9(4) COMP.
           05  MNAMEA                   PIC X(1).
           05  MNAMEI                   PIC X(15).
           05  MEFFL                    PIC S9(4) COMP.
           05  MEFFA                    PIC X(1).
           05  MEFFI                    PIC X(8).
           05  MSTATL                   PIC S9(4) COMP.
           05  MSTATA                   PIC X(1).
           05  MSTATI                   PIC X(1).
           05  MSTDTL                   PIC S9(4) COMP.
           05  MSTDTA                   PIC X(1).
           05  MSTDTI                   PIC X(8).
           05  MMSGL                    PIC S9(4) COMP.
           05  MMSGA                    PIC X(1).
           05  MMSGI                    PIC X(60).

           COPY STUDMSTR.

           COPY CAMPWS.

       01  WS-WORK-FIELDS.
           05  WS-RID-KEY.
               10  WS-RID-CAMPUS        PIC X(8).
               10  WS-RID-ID            PIC 9(6).
           05  WS-ACTION                PIC X(1).
             88  WS-ACTION-ADD                  VALUE 'A'.
             88  WS-ACTION-CHANGE               VALUE 'C'.
             88  WS-ACTION-DELETE               VALUE 'D'.
             88  WS-ACTION-VALID                VALUE 'A' 'C' 'D'.
           05  WS-OPERATOR              PIC X(8).
           05  WS-BEFORE-IMAGE          PIC X(79).
           05  WS-REJECT-REASON         PIC X(30).
           05  WS-STATUS-CODE           PIC X(1).
             88  WS-STATUS-UNCHANGED            VALUE SPACE.
             88  WS-STATUS-VALID                VALUE SPACE 'A' 'W'
                                                      'G' 'H'.
           05  WS-STATUS-DATE           PIC X(8).
           05  WS-STATUS-DATE-N REDEFINES WS-STATUS-DATE
                                        PIC 9(8).

       01  WS-JOURNAL-FIELDS.
           05  WS-JRNL-DATE             PIC 9(8).

       COPY STUDTXN.

           COPY XTRACODE.

       01  WS-EXTRA-KEY                 PIC X(10).

       COPY EVNTWS.

       COPY EVNTREC.

       COPY EVNTCTL.

       LINKAGE SECTION.

           COPY DFHEIBLK.
           MOVE LOW-VALUES TO STUDMNTI
           MOVE 'ENTER A STUDENT ID (AND AN ACTION TO APPLY)'
             TO MMSGI
           MOVE WS-HOME-CAMPUS TO MCAMPI
           EXEC CICS SEND
             MAP('STUDMNT')
             MAPSET('STUDMNTM')
           IF MIDL = 0 OR MIDI NOT NUMERIC
               MOVE 'ENTER A NUMERIC STUDENT ID' TO MMSGI
           ELSE
               MOVE SPACES TO WS-RID-CAMPUS
               IF MCAMPL > 0
                   MOVE MCAMPI TO WS-RID-CAMPUS
               END-IF
               IF WS-RID-CAMPUS = SPACES OR WS-RID-CAMPUS = LOW-VALUES
                   MOVE WS-HOME-CAMPUS TO WS-RID-CAMPUS
               END-IF
               MOVE WS-RID-CAMPUS TO MCAMPI
               MOVE MIDI TO WS-RID-ID
               IF MACTL = 0 OR MACTI = SPACE
                   PERFORM 0300-DISPLAY-MASTER-ROW
               ELSE
                   MOVE MACTI TO WS-ACTION
                   PERFORM 0270-PICK-UP-STATUS
                   PERFORM 0280-CHECK-EXTRA-CODE
                   IF WS-REJECT-REASON NOT = SPACES
                       STRING 'REJECTED: ' WS-REJECT-REASON
                           DELIMITED BY SIZE INTO MMSGI
                   ELSE
                       PERFORM 0250-TEST-BATCH-LOCK
                       IF MASTER-IS-LOCKED
                           PERFORM 0260-QUEUE-THE-CHANGE
                       ELSE
                           PERFORM 0400-APPLY-MAINTENANCE
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 0410-STAMP-WHO-AND-WHEN
           MOVE SPACES      TO STUDTXN-RECORD
           MOVE WS-ACTION   TO TX-ACTION
           MOVE WS-RID-CAMPUS TO TX-CAMPUS-ID
           MOVE MIDI        TO TX-STUDENT-ID
           MOVE MNAMEI      TO TX-STUDENT-NAME
           IF MRIDI NUMERIC
           MOVE MREXTI      TO TX-REPLACEMENT-EXTRA
           MOVE MEFFI       TO TX-REPLACEMENT-EFF-DATE
           MOVE WS-OPERATOR TO TX-OPERATOR
           MOVE WS-STATUS-CODE TO TX-STATUS-CODE
           MOVE WS-STATUS-DATE TO TX-STATUS-DATE

           MOVE LENGTH OF STUDTXN-RECORD TO WS-LOCK-LEN
           EXEC CICS WRITEQ TS
           MOVE 'MASTER FROZEN FOR BATCH - CHANGE QUEUED, '
               'APPLIES WHEN THE LOCK LIFTS' TO MMSGI.

       0270-PICK-UP-STATUS.

      *    an untouched field comes back empty - the same as blank.
           MOVE SPACE  TO WS-STATUS-CODE
           MOVE SPACES TO WS-STATUS-DATE
           IF MSTATL > 0
               MOVE MSTATI TO WS-STATUS-CODE
           END-IF
           IF MSTDTL > 0
               MOVE MSTDTI TO WS-STATUS-DATE
           END-IF.

       0280-CHECK-EXTRA-CODE.

      *    the same judgement as XTRAPRC's 0750-CHECK-EXTRA-CODE,
      *    read straight off the code table by key.
           IF (WS-ACTION-ADD OR WS-ACTION-CHANGE)
               AND MREXTI NOT = SPACES
               AND MREXTI NOT = LOW-VALUES
               PERFORM 0410-STAMP-WHO-AND-WHEN
               MOVE MREXTI TO WS-EXTRA-KEY
               EXEC CICS READ
                 FILE('XTRACODE')
                 INTO(EXTRA-CODE-RECORD)
                 RIDFLD(WS-EXTRA-KEY)
                 RESP(WS-CICSRESP)
                 NOHANDLE
               END-EXEC
               EVALUATE TRUE
                   WHEN CICS-RESP-NOTFND
                       MOVE 'EXTRA CODE NOT ON CODE TABLE'
                         TO WS-REJECT-REASON
                   WHEN NOT CICS-RESP-NORMAL
                       MOVE 'EXTRA CODE TABLE NOT AVAILABLE'
                         TO WS-REJECT-REASON
                   WHEN NOT XC-ACTIVE
                       MOVE 'EXTRA CODE RETIRED' TO WS-REJECT-REASON
                   WHEN WS-JRNL-DATE < XC-EFFECTIVE-FROM
                   WHEN WS-JRNL-DATE > XC-EFFECTIVE-TO
                       MOVE 'EXTRA CODE NOT IN EFFECT'
                         TO WS-REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       0300-DISPLAY-MASTER-ROW.

           EXEC CICS READ
             FILE('STUDMSTR')
             INTO(STUDMSTR-RECORD)
             RIDFLD(WS-RID-KEY)
             RESP(WS-CICSRESP)
             NOHANDLE
           END-EXEC
               MOVE SM-REPLACEMENT-NAME  TO MRNAMEI
               MOVE SM-REPLACEMENT-EXTRA TO MREXTI
               MOVE SM-REPLACEMENT-EFF-DATE TO MEFFI
               MOVE SM-STATUS-CODE TO MSTATI
               IF SM-STATUS-DATE NUMERIC
                   MOVE SM-STATUS-DATE TO WS-STATUS-DATE-N
                   MOVE WS-STATUS-DATE TO MSTDTI
               ELSE
                   MOVE SPACES TO MSTDTI
               END-IF
               MOVE 'MASTER ROW DISPLAYED - KEY AN ACTION TO '
                   'APPLY' TO MMSGI
           ELSE
               MOVE SPACES TO MNAMEI MRIDI MRNAMEI MREXTI MEFFI
                              MSTATI MSTDTI
               MOVE 'STUDENT NOT ON MASTER' TO MMSGI
           END-IF.

           EVALUATE TRUE
               WHEN NOT WS-ACTION-VALID
                   MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
               WHEN NOT WS-STATUS-VALID
                   MOVE 'INVALID STATUS CODE' TO WS-REJECT-REASON
               WHEN WS-STATUS-DATE NOT = SPACES
                   AND WS-STATUS-DATE NOT NUMERIC
                   MOVE 'STATUS DATE NOT NUMERIC' TO WS-REJECT-REASON
               WHEN WS-ACTION-ADD
                   PERFORM 0500-ADD-MASTER
               WHEN WS-ACTION-CHANGE

           IF WS-REJECT-REASON = SPACES
               PERFORM 0800-WRITE-JOURNAL
               PERFORM 0850-PUBLISH-MAINTENANCE
               STRING 'APPLIED ' WS-ACTION ' FOR STUDENT '
                   WS-RID-CAMPUS ' ' MIDI ' BY ' WS-OPERATOR
                   DELIMITED BY SIZE INTO MMSGI
           ELSE
               STRING 'REJECTED: ' WS-REJECT-REASON
           EXEC CICS WRITE
             FILE('STUDMSTR')
             FROM(STUDMSTR-RECORD)
             RIDFLD(WS-RID-KEY)
             RESP(WS-CICSRESP)
             NOHANDLE
           END-EXEC
           EXEC CICS READ
             FILE('STUDMSTR')
             INTO(STUDMSTR-RECORD)
             RIDFLD(WS-RID-KEY)
             UPDATE
             RESP(WS-CICSRESP)
             NOHANDLE
           EXEC CICS READ
             FILE('STUDMSTR')
             INTO(STUDMSTR-RECORD)
             RIDFLD(WS-RID-KEY)
             UPDATE
             RESP(WS-CICSRESP)
             NOHANDLE

       0750-BUILD-MASTER-RECORD.

           MOVE WS-RID-KEY TO SM-STUDENT-KEY
           MOVE MNAMEI    TO SM-STUDENT-NAME
           IF MRIDI NUMERIC
               MOVE MRIDI TO SM-REPLACEMENT-ID
               MOVE MEFFI TO SM-REPLACEMENT-EFF-DATE
           ELSE
               MOVE ZERO  TO SM-REPLACEMENT-EFF-DATE
           END-IF
           IF WS-STATUS-UNCHANGED
               IF WS-ACTION-ADD
                   MOVE 'A'          TO SM-STATUS-CODE
                   MOVE WS-JRNL-DATE TO SM-STATUS-DATE
               END-IF
           ELSE
               MOVE WS-STATUS-CODE TO SM-STATUS-CODE
               IF WS-STATUS-DATE NUMERIC
                   MOVE WS-STATUS-DATE-N TO SM-STATUS-DATE
               ELSE
                   MOVE WS-JRNL-DATE     TO SM-STATUS-DATE
               END-IF
           END-IF
      *    an add starts the student's last-seen clock today; a
      *    change keeps the date the row already carries.
           IF WS-ACTION-ADD
               MOVE WS-JRNL-DATE TO SM-LAST-SEEN-DATE
           END-IF.

       0800-WRITE-JOURNAL.
           WRITE MNTJRNL-RECORD
           CLOSE MNTJRNL.

       0850-PUBLISH-MAINTENANCE.

      *    the subscribers hear of the change as it commits - the
      *    row the journal took as its after-image, or the row just
      *    deleted (see EVNTREC.cpy).
           MOVE SPACES            TO EVENT-RECORD
           MOVE WS-JRNL-DATE      TO EV-BUS-DATE
           MOVE WS-JRNL-DATE      TO EV-STAMP-DATE
           MOVE WS-JRNL-TIME(1:6) TO EV-STAMP-TIME
           SET EV-FROM-ONLINE     TO TRUE
           MOVE 'SMNT'            TO EV-ORIGIN
           SET EV-MAINTENANCE     TO TRUE
           MOVE WS-ACTION         TO EV-ACTION
           MOVE WS-OPERATOR       TO EV-OPERATOR
           PERFORM 8560-EVENT-FROM-MASTER
           IF WS-ACTION-DELETE
               MOVE ZERO TO EV-NEW-ID
           END-IF
           PERFORM 8500-PUBLISH-EVENT.

       0900-EXIT-TRANSACTION.

           EXEC CICS SEND CONTROL
           EXEC CICS RETURN
           END-EXEC.

       COPY EVNTPRC.

       END PROGRAM STUDMNTC.
