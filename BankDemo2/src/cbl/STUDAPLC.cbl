       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDAPLC.
      *
      *    CHANGE LOG
      *    ----------
      *    Online single-student apply (transaction SAPL, map
      *    STUDAPLM).  A student at the counter whose renumbering
      *    was due today had to wait for the night's MAIN/MAINALT
      *    to see it applied.  This program puts one student -
      *    campus, id and name as the feed would carry them -
      *    through the same rules UTIL applies for STUDPROC's
      *    2000-PROCESS-STUDENT: the master row's replacement once
      *    its effective date is reached (today's date here, the
      *    run date at night), never for a held student, and a
      *    missing id followed through the cross-reference to
      *    today's id.  The result - the STUDOUT fields, the
      *    disposition and an audit row with its own sequence
      *    number and chained check value - is written to the
      *    INTRADAY file (see INTRAREC.cpy) the way STUDMNTC
      *    writes MNTJRNL.  The night hands that file to the
      *    drivers under the master-update lock, and they take an
      *    applied, unchanged or held result instead of looking
      *    the student up a second time; a not-found student is
      *    recorded as an exception and looked up again at night.
      *    The transaction refuses while the batch holds the
      *    MSTRLOCK queue, and only an operator with both the
      *    inquiry and the new apply flag on AUTHOPS may use it
      *    (read the way SYSCTL reads it).  The chain state - date,
      *    last sequence and last check value - is kept on TS queue
      *    INTRACHN under an ENQ, so two terminals never take the
      *    same sequence; a new date starts the chain again at 1.
      *    A replacement applied at the counter is now published as it
      *    commits: a replacement event (see EVNTREC.cpy) numbered off
      *    the global event sequence, written to the event log and put
      *    on the EVNT queue for EVNTRTE to route to the subscribers
      *    (see EVNTPRC.cpy), so housing and billing hear of it the same
      *    morning.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHOPS ASSIGN TO 'AUTHOPS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTHOPS-STATUS.

           SELECT INTRADAY ASSIGN TO 'INTRADAY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTRADAY-STATUS.

           SELECT EVNTCTL ASSIGN TO 'EVNTCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVNTCTL-STATUS.

           SELECT EVNTLOG ASSIGN TO 'EVNTLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVNTLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTHOPS
           LABEL RECORDS ARE STANDARD.
           COPY AUTHREC.

       FD  INTRADAY
           LABEL RECORDS ARE STANDARD.
           COPY INTRAREC.

       FD  EVNTCTL
           LABEL RECORDS ARE STANDARD.
       01  EVNTCTL-RECORD               PIC X(80).

       FD  EVNTLOG
           LABEL RECORDS ARE STANDARD.
       01  EVNTLOG-RECORD               PIC X(130).

       WORKING-STORAGE SECTION.

           COPY DFHAID.

       01  WS-FILE-STATUSES.
           05  WS-AUTHOPS-STATUS        PIC X(2) VALUE '00'.
             88  AUTHOPS-OK                       VALUE '00'.
           05  WS-INTRADAY-STATUS       PIC X(2) VALUE '00'.
             88  INTRADAY-OK                      VALUE '00'.

       01  BINARY-WORK-AREAS                                COMP.
           05  WS-CICSRESP                     PIC S9(8).
             88  CICS-RESP-NORMAL   VALUE DFHRESP(NORMAL).
             88  CICS-RESP-NOTFND   VALUE DFHRESP(NOTFND).
             88  CICS-RESP-MAPFAIL  VALUE DFHRESP(MAPFAIL).
           05  WS-CICSRESP2                    PIC S9(8).

      *    symbolic map for STUDAPLM (hand-kept alongside the BMS
      *    source the same way STUDMNTC keeps STUDMNTM's).
       01  STUDAPLI.
           05  FILLER                   PIC X(12).
           05  AIDL                     PIC S9(4) COMP.
           05  AIDA                     PIC X(1).
           05  AIDI                     PIC X(6).
           05  ACAMPL                   PIC S9(4) COMP.
           05  ACAMPA                   PIC X(1).
           05  ACAMPI                   PIC X(8).
           05  ANAMEL                   PIC S9(4) COMP.
           05  ANAMEA                   PIC X(1).
           05  ANAMEI                   PIC X(15).
           05  ARIDL                    PIC S9(4) COMP.
           05  ARIDA                    PIC X(1).
           05  ARIDI                    PIC X(6).
           05  ARNAMEL                  PIC S9(4) COMP.
           05  ARNAMEA                  PIC X(1).
           05  ARNAMEI                  PIC X(15).
           05  AREXTL                   PIC S9(4) COMP.
           05  AREXTA                   PIC X(1).
           05  AREXTI                   PIC X(10).
           05  ASTATL                   PIC S9(4) COMP.
           05  ASTATA                   PIC X(1).
           05  ASTATI                   PIC X(1).
           05  ADISPL                   PIC S9(4) COMP.
           05  ADISPA                   PIC X(1).
           05  ADISPI                   PIC X(1).
           05  ASEQL                    PIC S9(4) COMP.
           05  ASEQA                    PIC X(1).
           05  ASEQI                    PIC X(7).
           05  AMSGL                    PIC S9(4) COMP.
           05  AMSGA                    PIC X(1).
           05  AMSGI                    PIC X(60).

           COPY STUDMSTR.

           COPY XREFREC.

           COPY CAMPWS.

       01  WS-WORK-FIELDS.
           05  WS-RID-KEY.
               10  WS-RID-CAMPUS        PIC X(8).
               10  WS-RID-ID            PIC 9(6).
           05  WS-ASKED-CAMPUS          PIC X(8).
           05  WS-ASKED-ID              PIC 9(6).
           05  WS-ASKED-NAME            PIC A(15).
           05  WS-OPERATOR              PIC X(8).
           05  WS-REJECT-REASON         PIC X(40).

      *    the lookup's answer - the fields UTIL hands back to the
      *    driver, plus what the counter did with the student.
       01  WS-RESULT-FIELDS.
           05  WS-RESULT-ID             PIC 9(6).
           05  WS-RESULT-NAME           PIC A(15).
           05  WS-RESULT-EXTRA          PIC X(10).
           05  WS-RESULT-EXTRA-SW       PIC X(1).
           05  WS-RESULT-FOUND-SW       PIC X(1).
           05  WS-RESULT-STATUS         PIC X(1).
           05  WS-RESULT-STAT-DATE      PIC 9(8).
           05  WS-RESULT-DISP           PIC X(1).
             88  WS-DISP-APPLIED                VALUE 'A'.
             88  WS-DISP-NOT-EFFECTIVE          VALUE 'U'.
             88  WS-DISP-HELD                   VALUE 'H'.
             88  WS-DISP-EXCEPTION              VALUE 'E'.

       01  WS-AUTH-FIELDS.
           05  WS-AUTH-EOF-SW           PIC X(1).
             88  WS-AUTH-EOF                    VALUE 'Y'.
           05  WS-AUTH-FOUND-SW         PIC X(1).
             88  WS-AUTH-FOUND                  VALUE 'Y'.
           05  WS-AUTH-INQ-SW           PIC X(1).
           05  WS-AUTH-APPLY-SW         PIC X(1).

      *    XREFFILE is followed hop by hop to today's id, same
      *    rule and hop limit as UTIL/UTIL2's not-found path.
       01  WS-XREF-CONTROL.
           05  WS-XREF-RESOLVED-SW      PIC X(1).
             88  WS-XREF-RESOLVED                 VALUE 'Y'.
           05  WS-XREF-DONE-SW          PIC X(1).
             88  WS-XREF-DONE                     VALUE 'Y'.
           05  WS-XREF-CUR-ID           PIC 9(6).
           05  WS-XREF-HOPS             PIC 9(2).

      *    the counter's audit chain - one item on TS queue INTRACHN,
      *    read and rewritten under an ENQ on the same name.
       01  WS-CHAIN-RESOURCE            PIC X(8) VALUE 'INTRACHN'.
       01  WS-CHAIN-STATE.
           05  WS-CHAIN-DATE            PIC 9(8).
           05  WS-CHAIN-SEQ             PIC 9(7).
           05  WS-CHAIN-CHECK           PIC 9(12).
       01  WS-CHAIN-CONTROL.
           05  WS-CHAIN-LEN             PIC S9(4) COMP.
           05  WS-CHAIN-RESP            PIC S9(8) COMP.
             88  CHAIN-QUEUE-THERE  VALUE DFHRESP(NORMAL).
           05  WS-CHAIN-QUEUE-SW        PIC X(1).
             88  WS-CHAIN-QUEUE-EXISTS          VALUE 'Y'.

       01  WS-JOURNAL-FIELDS.
           05  WS-JRNL-DATE             PIC 9(8).
           05  WS-JRNL-TIME             PIC X(8).

       01  WS-ABSTIME                   PIC S9(15) COMP-3.
       01  WS-TIME-FORMATTED            PIC X(8).
       01  WS-TIME-MMDDYY               PIC X(6).

      *    batch-window lock state: while the chain holds the
      *    MSTRLOCK queue the night owns the students - nothing is
      *    applied at the counter until the lock lifts.
       01  WS-LOCK-FIELDS.
           05  WS-LOCK-CHECK            PIC X(8).
           05  WS-LOCK-LEN              PIC S9(4) COMP.
           05  WS-LOCK-RESP             PIC S9(8) COMP.
             88  MASTER-IS-LOCKED   VALUE DFHRESP(NORMAL).

       COPY EVNTWS.

       COPY EVNTREC.

       COPY EVNTCTL.

       LINKAGE SECTION.

           COPY DFHEIBLK.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           EVALUATE EIBAID
               WHEN DFHPF3
               WHEN DFHCLEAR
                   PERFORM 0900-EXIT-TRANSACTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           EXEC CICS RECEIVE
             MAP('STUDAPL')
             MAPSET('STUDAPLM')
             INTO(STUDAPLI)
             RESP(WS-CICSRESP)
             NOHANDLE
           END-EXEC

           IF CICS-RESP-MAPFAIL
               PERFORM 0100-SEND-FRESH-MAP
           ELSE
               PERFORM 0200-PROCESS-REQUEST
           END-IF

           EXEC CICS RETURN
             TRANSID('SAPL')
           END-EXEC.

       0100-SEND-FRESH-MAP.

           MOVE LOW-VALUES TO STUDAPLI
           MOVE 'ENTER A STUDENT ID (AND NAME) TO APPLY TODAY'
             TO AMSGI
           MOVE WS-HOME-CAMPUS TO ACAMPI
           EXEC CICS SEND
             MAP('STUDAPL')
             MAPSET('STUDAPLM')
             FROM(STUDAPLI)
             ERASE
             RESP(WS-CICSRESP)
             NOHANDLE
           END-EXEC.

       0200-PROCESS-REQUEST.

           MOVE SPACES TO AMSGI
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO ARIDI ARNAMEI AREXTI ASTATI ADISPI ASEQI

           IF AIDL = 0 OR AIDI NOT NUMERIC
               MOVE 'ENTER A NUMERIC STUDENT ID' TO AMSGI
           ELSE
               MOVE SPACES TO WS-ASKED-CAMPUS
               IF ACAMPL > 0
                   MOVE ACAMPI TO WS-ASKED-CAMPUS
               END-IF
               IF WS-ASKED-CAMPUS = SPACES
                   OR WS-ASKED-CAMPUS = LOW-VALUES
                   MOVE WS-HOME-CAMPUS TO WS-ASKED-CAMPUS
               END-IF
               MOVE WS-ASKED-CAMPUS TO ACAMPI
               MOVE AIDI TO WS-ASKED-ID
               MOVE SPACES TO WS-ASKED-NAME
               IF ANAMEL > 0
                   MOVE ANAMEI TO WS-ASKED-NAME
               END-IF

               PERFORM 0210-STAMP-WHO-AND-WHEN
               PERFORM 0220-CHECK-AUTHORITY
               IF WS-REJECT-REASON = SPACES
                   PERFORM 0250-TEST-BATCH-LOCK
                   IF MASTER-IS-LOCKED
                       MOVE 'MASTER LOCKED FOR THE BATCH WINDOW'
                         TO WS-REJECT-REASON
                   END-IF
               END-IF

               IF WS-REJECT-REASON = SPACES
                   PERFORM 0300-APPLY-LOOKUP-RULES
                   PERFORM 0500-RECORD-THE-RESULT
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 0550-PUBLISH-REPLACEMENT
                   END-IF
               END-IF

               IF WS-REJECT-REASON = SPACES
                   PERFORM 0600-SHOW-THE-RESULT
               ELSE
                   STRING 'REFUSED: ' WS-REJECT-REASON
                       DELIMITED BY SIZE INTO AMSGI
               END-IF
           END-IF

           EXEC CICS SEND
             MAP('STUDAPL')
             MAPSET('STUDAPLM')
             FROM(STUDAPLI)
             RESP(WS-CICSRESP2)
             NOHANDLE
           END-EXEC.

       0210-STAMP-WHO-AND-WHEN.

      *    the signed-on operator is the one the operators file is
      *    checked for - the same ASSIGN USERID check CESNTRK trusts.
           MOVE SPACES TO WS-OPERATOR
           EXEC CICS ASSIGN
             USERID(WS-OPERATOR)
             RESP(WS-CICSRESP)
             NOHANDLE
           END-EXEC

           EXEC CICS ASKTIME
             ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
             ABSTIME(WS-ABSTIME)
             MMDDYY(WS-TIME-MMDDYY)
             TIME(WS-TIME-FORMATTED)
           END-EXEC
      *    same MMDDYY-to-YYYYMMDD assembly as MONALERT's stamp.
           MOVE '20'                TO WS-JRNL-DATE(1:2)
           MOVE WS-TIME-MMDDYY(5:2) TO WS-JRNL-DATE(3:2)
           MOVE WS-TIME-MMDDYY(1:2) TO WS-JRNL-DATE(5:2)
           MOVE WS-TIME-MMDDYY(3:2) TO WS-JRNL-DATE(7:2)
           MOVE WS-TIME-FORMATTED   TO WS-JRNL-TIME.

       0220-CHECK-AUTHORITY.

      *    the operators file is read the way SYSCTL reads it; the
      *    counter needs the inquiry flag and the apply flag both.
           MOVE 'N' TO WS-AUTH-EOF-SW
           MOVE 'N' TO WS-AUTH-FOUND-SW
           MOVE 'N' TO WS-AUTH-INQ-SW
           MOVE 'N' TO WS-AUTH-APPLY-SW
           OPEN INPUT AUTHOPS
           IF NOT AUTHOPS-OK
               MOVE 'OPERATORS FILE NOT AVAILABLE'
                 TO WS-REJECT-REASON
               SET WS-AUTH-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-AUTH-EOF
               READ AUTHOPS
                   AT END
                       SET WS-AUTH-EOF TO TRUE
                   NOT AT END
                       IF AU-OPERATOR-ID = WS-OPERATOR
                           SET WS-AUTH-FOUND TO TRUE
                           SET WS-AUTH-EOF TO TRUE
                           MOVE AU-INQUIRY-SW TO WS-AUTH-INQ-SW
                           MOVE AU-APPLY-SW   TO WS-AUTH-APPLY-SW
                       END-IF
               END-READ
           END-PERFORM
           IF AUTHOPS-OK OR WS-AUTHOPS-STATUS = '10'
               CLOSE AUTHOPS
           END-IF

           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN NOT WS-AUTH-FOUND
                       MOVE 'NOT AN AUTHORIZED OPERATOR'
                         TO WS-REJECT-REASON
                   WHEN WS-AUTH-INQ-SW NOT = 'Y'
                       MOVE 'NO INQUIRY PERMISSION'
                         TO WS-REJECT-REASON
                   WHEN WS-AUTH-APPLY-SW NOT = 'Y'
                       MOVE 'NO APPLY PERMISSION'
                         TO WS-REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       0250-TEST-BATCH-LOCK.

           MOVE SPACES TO WS-LOCK-CHECK
           MOVE LENGTH OF WS-LOCK-CHECK TO WS-LOCK-LEN
           EXEC CICS READQ TS
             QUEUE('MSTRLOCK')
             INTO(WS-LOCK-CHECK)
             LENGTH(WS-LOCK-LEN)
             ITEM(1)
             RESP(WS-LOCK-RESP)
             NOHANDLE
           END-EXEC.

       0300-APPLY-LOOKUP-RULES.

      *    UTIL's rules, one student: the row found is returned with
      *    its status, and its replacement applies once today has
      *    reached the effective date (zero = always) unless the
      *    student is held.
           MOVE WS-ASKED-ID   TO WS-RESULT-ID
           MOVE WS-ASKED-NAME TO WS-RESULT-NAME
           MOVE SPACES        TO WS-RESULT-EXTRA
           MOVE 'N'           TO WS-RESULT-EXTRA-SW
           MOVE 'N'           TO WS-RESULT-FOUND-SW
           MOVE SPACE         TO WS-RESULT-STATUS
           MOVE ZERO          TO WS-RESULT-STAT-DATE

           MOVE WS-ASKED-CAMPUS TO WS-RID-CAMPUS
           MOVE WS-ASKED-ID     TO WS-RID-ID
           EXEC CICS READ
             FILE('STUDMSTR')
             INTO(STUDMSTR-RECORD)
             RIDFLD(WS-RID-KEY)
             RESP(WS-CICSRESP)
             NOHANDLE
           END-EXEC

           IF CICS-RESP-NORMAL
               MOVE 'Y' TO WS-RESULT-FOUND-SW
               PERFORM 0350-RETURN-STATUS
               EVALUATE TRUE
                   WHEN SM-STATUS-HOLD
                       SET WS-DISP-HELD TO TRUE
                   WHEN SM-REPLACEMENT-EFF-DATE NOT > WS-JRNL-DATE
                       MOVE SM-REPLACEMENT-ID    TO WS-RESULT-ID
                       MOVE SM-REPLACEMENT-NAME  TO WS-RESULT-NAME
                       MOVE SM-REPLACEMENT-EXTRA TO WS-RESULT-EXTRA
                       MOVE 'Y' TO WS-RESULT-EXTRA-SW
                       SET WS-DISP-APPLIED TO TRUE
                   WHEN OTHER
                       SET WS-DISP-NOT-EFFECTIVE TO TRUE
               END-EVALUATE
           ELSE
      *        a retired id answers with who the student is today -
      *        the current row's own staged replacement is not
      *        applied, and a held student is left as asked.
               PERFORM 0400-RESOLVE-RETIRED-ID
               IF WS-XREF-RESOLVED
                   MOVE 'Y' TO WS-RESULT-FOUND-SW
                   PERFORM 0350-RETURN-STATUS
                   IF SM-STATUS-HOLD
                       SET WS-DISP-HELD TO TRUE
                   ELSE
                       MOVE SM-STUDENT-ID   TO WS-RESULT-ID
                       MOVE SM-STUDENT-NAME TO WS-RESULT-NAME
                       SET WS-DISP-APPLIED TO TRUE
                   END-IF
               ELSE
                   SET WS-DISP-EXCEPTION TO TRUE
               END-IF
           END-IF.

       0350-RETURN-STATUS.

      *    rows loaded before the status existed carry spaces in
      *    the packed date - hand those back as zero.
           MOVE SM-STATUS-CODE TO WS-RESULT-STATUS
           IF SM-STATUS-DATE NUMERIC
               MOVE SM-STATUS-DATE TO WS-RESULT-STAT-DATE
           ELSE
               MOVE ZERO TO WS-RESULT-STAT-DATE
           END-IF.

       0400-RESOLVE-RETIRED-ID.

           MOVE 'N' TO WS-XREF-RESOLVED-SW
           MOVE WS-ASKED-ID TO WS-XREF-CUR-ID
           MOVE ZERO TO WS-XREF-HOPS
           MOVE 'N' TO WS-XREF-DONE-SW
           PERFORM 0450-FOLLOW-ONE-HOP
               UNTIL WS-XREF-DONE

           IF WS-XREF-HOPS > 0
               MOVE WS-ASKED-CAMPUS TO WS-RID-CAMPUS
               MOVE WS-XREF-CUR-ID  TO WS-RID-ID
               EXEC CICS READ
                 FILE('STUDMSTR')
                 INTO(STUDMSTR-RECORD)
                 RIDFLD(WS-RID-KEY)
                 RESP(WS-CICSRESP)
                 NOHANDLE
               END-EXEC
               IF CICS-RESP-NORMAL
                   SET WS-XREF-RESOLVED TO TRUE
               END-IF
           END-IF.

       0450-FOLLOW-ONE-HOP.

      *    retired ids map within their own campus.
           MOVE WS-ASKED-CAMPUS TO WS-RID-CAMPUS
           MOVE WS-XREF-CUR-ID  TO WS-RID-ID
           EXEC CICS READ
             FILE('XREFFILE')
             INTO(XREF-RECORD)
             RIDFLD(WS-RID-KEY)
             RESP(WS-CICSRESP)
             NOHANDLE
           END-EXEC
           IF CICS-RESP-NORMAL
               MOVE XR-NEW-ID TO WS-XREF-CUR-ID
               ADD 1 TO WS-XREF-HOPS
      *        hop limit - a bad mapping must not cycle.
               IF WS-XREF-HOPS > 10
                   SET WS-XREF-DONE TO TRUE
               END-IF
           ELSE
               SET WS-XREF-DONE TO TRUE
           END-IF.

       0500-RECORD-THE-RESULT.

      *    take the next link of the day's chain, write the row,
      *    and only then move the chain on - a row that could not
      *    be written leaves the chain where it was.  The ENQ keeps
      *    two terminals off the same sequence number, and the file
      *    gets its rows in chain order.
           EXEC CICS ENQ
             RESOURCE(WS-CHAIN-RESOURCE)
             LENGTH(LENGTH OF WS-CHAIN-RESOURCE)
             RESP(WS-CICSRESP)
             NOHANDLE
           END-EXEC

           MOVE LENGTH OF WS-CHAIN-STATE TO WS-CHAIN-LEN
           EXEC CICS READQ TS
             QUEUE('INTRACHN')
             INTO(WS-CHAIN-STATE)
             LENGTH(WS-CHAIN-LEN)
             ITEM(1)
             RESP(WS-CHAIN-RESP)
             NOHANDLE
           END-EXEC
           IF CHAIN-QUEUE-THERE
               MOVE 'Y' TO WS-CHAIN-QUEUE-SW
           ELSE
               MOVE 'N' TO WS-CHAIN-QUEUE-SW
           END-IF
           IF NOT CHAIN-QUEUE-THERE
               OR WS-CHAIN-DATE NOT = WS-JRNL-DATE
               MOVE WS-JRNL-DATE TO WS-CHAIN-DATE
               MOVE ZERO         TO WS-CHAIN-SEQ
               MOVE ZERO         TO WS-CHAIN-CHECK
           END-IF

           PERFORM 0510-BUILD-INTRADAY-ROW
           OPEN EXTEND INTRADAY
           IF INTRADAY-OK
               WRITE INTRADAY-RECORD
               IF NOT INTRADAY-OK
                   MOVE 'INTRADAY FILE NOT WRITTEN'
                     TO WS-REJECT-REASON
               END-IF
               CLOSE INTRADAY
           ELSE
               MOVE 'INTRADAY FILE NOT AVAILABLE' TO WS-REJECT-REASON
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE IA-SEQ-NO      TO WS-CHAIN-SEQ
               MOVE IA-CHECK-VALUE TO WS-CHAIN-CHECK
               MOVE LENGTH OF WS-CHAIN-STATE TO WS-CHAIN-LEN
               IF WS-CHAIN-QUEUE-EXISTS
                   EXEC CICS WRITEQ TS
                     QUEUE('INTRACHN')
                     FROM(WS-CHAIN-STATE)
                     LENGTH(WS-CHAIN-LEN)
                     ITEM(1)
                     REWRITE
                     RESP(WS-CICSRESP)
                     NOHANDLE
                   END-EXEC
               ELSE
                   EXEC CICS WRITEQ TS
                     QUEUE('INTRACHN')
                     FROM(WS-CHAIN-STATE)
                     LENGTH(WS-CHAIN-LEN)
                     RESP(WS-CICSRESP)
                     NOHANDLE
                   END-EXEC
               END-IF
           END-IF

           EXEC CICS DEQ
             RESOURCE(WS-CHAIN-RESOURCE)
             LENGTH(LENGTH OF WS-CHAIN-RESOURCE)
             RESP(WS-CICSRESP)
             NOHANDLE
           END-EXEC.

       0510-BUILD-INTRADAY-ROW.

      *    the audit row as STUDPROC's 2200 builds it, chained with
      *    the same formula; the exception row keeps the student as
      *    asked (nothing was applied).
           MOVE SPACES              TO INTRADAY-RECORD
           MOVE 'SAPL'              TO IA-SUBPROGRAM
           MOVE WS-ASKED-ID         TO IA-BEFORE-ID
           MOVE WS-ASKED-NAME       TO IA-BEFORE-NAME
           MOVE WS-RESULT-ID        TO IA-AFTER-ID
           MOVE WS-RESULT-NAME      TO IA-AFTER-NAME
           MOVE WS-RESULT-EXTRA     TO IA-AFTER-EXTRA
           MOVE WS-RESULT-FOUND-SW  TO IA-FOUND-SW
           MOVE WS-JRNL-DATE        TO IA-RUN-DATE
           MOVE WS-RESULT-STATUS    TO IA-STUDENT-STATUS
           MOVE WS-ASKED-CAMPUS     TO IA-CAMPUS-ID
           MOVE SPACE               TO IA-RUN-SEQ
           COMPUTE IA-SEQ-NO = WS-CHAIN-SEQ + 1
           COMPUTE IA-CHECK-VALUE =
               FUNCTION MOD(WS-CHAIN-CHECK * 7
                   + IA-SEQ-NO + IA-BEFORE-ID + IA-AFTER-ID,
                   1000000000000)
           MOVE WS-RESULT-STAT-DATE TO IA-STATUS-DATE
           MOVE WS-RESULT-DISP      TO IA-DISPOSITION
           MOVE WS-RESULT-EXTRA-SW  TO IA-EXTRA-SW
           MOVE WS-OPERATOR         TO IA-OPERATOR
           MOVE WS-JRNL-TIME(1:6)   TO IA-APPLY-TIME.

       0550-PUBLISH-REPLACEMENT.

      *    a renumbering applied at the counter goes out to the
      *    subscribers now, not with tomorrow's SUBEXT file - only
      *    a student who actually changed, the same test the night's
      *    extracts make (see EVNTREC.cpy).  The night takes this
      *    row as the lookup and EVNTPUB does not publish it again.
           IF WS-DISP-APPLIED
               AND (WS-RESULT-ID NOT = WS-ASKED-ID
                   OR (WS-ASKED-NAME NOT = SPACES
                       AND WS-RESULT-NAME NOT = WS-ASKED-NAME))
               MOVE SPACES              TO EVENT-RECORD
               MOVE WS-JRNL-DATE        TO EV-BUS-DATE
               MOVE WS-JRNL-DATE        TO EV-STAMP-DATE
               MOVE WS-JRNL-TIME(1:6)   TO EV-STAMP-TIME
               SET EV-FROM-ONLINE       TO TRUE
               MOVE 'SAPL'              TO EV-ORIGIN
               SET EV-REPLACEMENT       TO TRUE
               MOVE WS-ASKED-CAMPUS     TO EV-CAMPUS-ID
               MOVE WS-ASKED-ID         TO EV-OLD-ID
               MOVE WS-RESULT-ID        TO EV-NEW-ID
               MOVE WS-RESULT-NAME      TO EV-NAME
               MOVE WS-RESULT-EXTRA     TO EV-EXTRA
               MOVE WS-JRNL-DATE        TO EV-EFF-DATE
               MOVE WS-RESULT-STATUS    TO EV-STATUS-CODE
               IF EV-STATUS-CODE = SPACE
                   MOVE 'A'             TO EV-STATUS-CODE
               END-IF
               MOVE WS-RESULT-STAT-DATE TO EV-STATUS-DATE
               MOVE WS-OPERATOR         TO EV-OPERATOR
               PERFORM 8500-PUBLISH-EVENT
           END-IF.

       0600-SHOW-THE-RESULT.

           MOVE WS-RESULT-ID     TO ARIDI
           MOVE WS-RESULT-NAME   TO ARNAMEI
           MOVE WS-RESULT-EXTRA  TO AREXTI
           MOVE WS-RESULT-STATUS TO ASTATI
           MOVE WS-RESULT-DISP   TO ADISPI
           MOVE IA-SEQ-NO        TO ASEQI
           EVALUATE TRUE
               WHEN WS-DISP-APPLIED
                   STRING 'APPLIED - NOW STUDENT ' WS-ASKED-CAMPUS
                       ' ' WS-RESULT-ID ' BY ' WS-OPERATOR
                       DELIMITED BY SIZE INTO AMSGI
               WHEN WS-DISP-NOT-EFFECTIVE
                   MOVE 'ON MASTER - REPLACEMENT NOT YET EFFECTIVE'
                     TO AMSGI
               WHEN WS-DISP-HELD
                   MOVE 'STUDENT ON HOLD - REPLACEMENT WITHHELD'
                     TO AMSGI
               WHEN OTHER
                   MOVE 'NOT ON MASTER - RECORDED, NIGHT LOOKS AGAIN'
                     TO AMSGI
           END-EVALUATE.

       0900-EXIT-TRANSACTION.

           EXEC CICS SEND CONTROL
             ERASE
             FREEKB
             NOHANDLE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

       COPY EVNTPRC.

       END PROGRAM STUDAPLC.
