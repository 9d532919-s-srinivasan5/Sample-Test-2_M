      *    count and id hash, exactly the discipline the registrar
      *    feed carries.  Adding a consumer is a control-file row
      *    and a DD card, not a program.
      *    Each detail now carries the student's lifecycle status
      *    and status date (see STUDMSTR.cpy) so billing stops
      *    chasing graduates.  The STUDOUT selection takes them off
      *    the output record; the replacement selection takes the
      *    code off the audit row and the date off the master by the
      *    old id, the same as REGEXT.  A not-found STUDOUT row
      *    carries a blank code and a zero date.
      *    Each detail now names the campus its ids belong to (see
      *    SUBREC.cpy) - off the output row or the audit row, a
      *    blank on either written as the home campus - and the
      *    status date is read off the master under that campus.
      *    A supplemental intraday run's extract is a delta - only
      *    the replacements that run applied, off its own audit
      *    trail - so the header is marked D and carries the run
      *    number off RUNCTL as its interchange number within the
      *    business date; the night's file is marked F, number 0.
      *    The feed files grew from 60 to 68 bytes to carry it.
      *    A replacement-selection subscriber also gets the
      *    duplicate-person merges waiting on the merge notice file
      *    (see MRGNOTE.cpy), marked as merges on the night's full
      *    file exactly as REGEXT sends them; replacement details
      *    are marked R.  A supplemental delta leaves the merges for
      *    the night.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTCTL-STATUS.

           SELECT MRGNOTE ASSIGN TO 'MRGNOTE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MRGNOTE-STATUS.

           SELECT STUDMSTR ASSIGN TO 'STUDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-KEY
               ALTERNATE RECORD KEY IS SM-STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDMSTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL

       FD  SUBOUT1
           LABEL RECORDS ARE STANDARD.
       01  SUBOUT1-RECORD               PIC X(68).
       FD  SUBOUT2
           LABEL RECORDS ARE STANDARD.
       01  SUBOUT2-RECORD               PIC X(68).
       FD  SUBOUT3
           LABEL RECORDS ARE STANDARD.
       01  SUBOUT3-RECORD               PIC X(68).
       FD  SUBOUT4
           LABEL RECORDS ARE STANDARD.
       01  SUBOUT4-RECORD               PIC X(68).

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
           COPY RSTREC.

       FD  MRGNOTE
           LABEL RECORDS ARE STANDARD.
           COPY MRGNOTE.

       FD  STUDMSTR
           LABEL RECORDS ARE STANDARD.
           COPY STUDMSTR.

       WORKING-STORAGE SECTION.

       COPY RSTCHKWS.
           05  WS-SUBOUT3-STATUS        PIC X(2) VALUE '00'.
           05  WS-SUBOUT4-STATUS        PIC X(2) VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.
           05  WS-STUDMSTR-STATUS       PIC X(2) VALUE '00'.
             88  STUDMSTR-OK                      VALUE '00'.
           05  WS-MRGNOTE-STATUS        PIC X(2) VALUE '00'.
             88  MRGNOTE-OK                       VALUE '00'.

       01  WS-STUDMSTR-OPEN-SW          PIC X(1) VALUE 'N'.
         88  WS-STUDMSTR-OPEN                     VALUE 'Y'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-FILE                       VALUE 'Y'.

       01  WS-EXTRACT-FIELDS.
           05  WS-RUN-DATE              PIC 9(8) VALUE 0.
           05  WS-RUN-SEQ               PIC 9(1) VALUE 0.
           05  WS-EXTRACT-KIND          PIC X(1) VALUE 'F'.
           05  WS-CUR-SLOT              PIC 9(1) VALUE 0.
           05  WS-DETAIL-COUNT          PIC 9(7) VALUE 0.
           05  WS-HASH-TOTAL            PIC 9(12) VALUE 0.
           05  WS-MERGE-COUNT           PIC 9(7) VALUE 0.
           05  WS-OUT-RECORD            PIC X(68).

       01  WS-EXTRACT-COUNTERS.
           05  WS-SUBSCRIBER-COUNT      PIC 9(3) VALUE 0.
           05  WS-REJECT-COUNT          PIC 9(3) VALUE 0.

       COPY CAMPWS.

       COPY STEPTMWS.

       PROCEDURE DIVISION.
           OPEN OUTPUT SUBOUT3
           OPEN OUTPUT SUBOUT4

           OPEN INPUT STUDMSTR
           IF STUDMSTR-OK
               SET WS-STUDMSTR-OPEN TO TRUE
           ELSE
               DISPLAY 'STUDMSTR NOT AVAILABLE - STATUS DATES ZERO'
           END-IF

           DISPLAY 'SUBSCRIBER EXTRACTS FOR RUN ' WS-RUN-DATE
           DISPLAY '-------------------------------'

           CLOSE SUBOUT2
           CLOSE SUBOUT3
           CLOSE SUBOUT4
           IF WS-STUDMSTR-OPEN
               CLOSE STUDMSTR
           END-IF

           PERFORM 9000-END-OF-JOB

               MOVE RC-RUN-YEAR  TO WS-RUN-DATE(1:4)
               MOVE RC-RUN-MONTH TO WS-RUN-DATE(5:2)
               MOVE RC-RUN-DAY   TO WS-RUN-DATE(7:2)
               IF RC-SUPPLEMENTAL-RUN
                   MOVE RC-RUN-SEQ   TO WS-RUN-SEQ
                   MOVE 'D'          TO WS-EXTRACT-KIND
               END-IF
           END-IF.

       2000-EXTRACT-ONE-SUBSCRIBER.
               MOVE SB-SLOT TO WS-CUR-SLOT
               MOVE ZERO TO WS-DETAIL-COUNT
               MOVE ZERO TO WS-HASH-TOTAL
               MOVE ZERO TO WS-MERGE-COUNT

               PERFORM 3000-WRITE-SUB-HEADER
               IF SB-SELECT-ALL
                   PERFORM 4000-EXTRACT-FROM-STUDOUT
               ELSE
                   PERFORM 5000-EXTRACT-FROM-AUDIT
                   IF WS-EXTRACT-KIND = 'F'
                       PERFORM 5500-EXTRACT-MERGES
                   END-IF
               END-IF
               PERFORM 6000-WRITE-SUB-TRAILER

                   ' SELECTION ' SB-SELECTION
                   ' DETAILS ' WS-DETAIL-COUNT
                   ' HASH ' WS-HASH-TOTAL
               IF WS-MERGE-COUNT > 0
                   DISPLAY '           OF WHICH MERGES '
                       WS-MERGE-COUNT
               END-IF
           END-IF.

       3000-WRITE-SUB-HEADER.
           MOVE 'BANKDEMO'    TO SH-SENDER
           MOVE SB-SUBSCRIBER TO SH-SUBSCRIBER
           MOVE WS-RUN-DATE   TO SH-RUN-DATE
           MOVE WS-EXTRACT-KIND TO SH-EXTRACT-KIND
           MOVE WS-RUN-SEQ    TO SH-INTERCHANGE-SEQ
           MOVE SUB-HEADER-RECORD TO WS-OUT-RECORD
           PERFORM 7000-WRITE-TO-SLOT.

                       MOVE SO-STUDENT-NAME TO SD-NAME
                       MOVE SO-EXTRA-1      TO SD-EXTRA
                       MOVE WS-RUN-DATE     TO SD-EFF-DATE
                       MOVE SO-CAMPUS-ID    TO SD-CAMPUS-ID
                       IF SD-CAMPUS-ID = SPACES
                           MOVE WS-HOME-CAMPUS TO SD-CAMPUS-ID
                       END-IF
                       MOVE SO-STATUS-CODE  TO SD-STATUS-CODE
                       IF SO-FOUND-SW = 'Y'
                           AND SO-STATUS-CODE = SPACE
                           MOVE 'A'         TO SD-STATUS-CODE
                       END-IF
                       IF SO-STATUS-DATE IS NUMERIC
                           MOVE SO-STATUS-DATE TO SD-STATUS-DATE
                       ELSE
                           MOVE 0 TO SD-STATUS-DATE
                       END-IF
                       MOVE SUB-DETAIL-RECORD TO WS-OUT-RECORD
                       PERFORM 7000-WRITE-TO-SLOT
               END-READ
                           MOVE AR-AFTER-NAME TO SD-NAME
                           MOVE AR-AFTER-EXTRA TO SD-EXTRA
                           MOVE WS-RUN-DATE   TO SD-EFF-DATE
                           MOVE AR-CAMPUS-ID  TO SD-CAMPUS-ID
                           IF SD-CAMPUS-ID = SPACES
                               MOVE WS-HOME-CAMPUS TO SD-CAMPUS-ID
                           END-IF
                           MOVE 'R'           TO SD-CHANGE-KIND
                           PERFORM 5100-FILL-STATUS
                           MOVE SUB-DETAIL-RECORD TO WS-OUT-RECORD
                           PERFORM 7000-WRITE-TO-SLOT
                       END-IF
               CLOSE AUDITOUT
           END-IF.

       5100-FILL-STATUS.

      *    a blank code on the trail is an old master row - active.
           IF AR-STUDENT-STATUS = SPACE
               MOVE 'A'               TO SD-STATUS-CODE
           ELSE
               MOVE AR-STUDENT-STATUS TO SD-STATUS-CODE
           END-IF
           MOVE 0 TO SD-STATUS-DATE
           IF WS-STUDMSTR-OPEN
               MOVE SD-CAMPUS-ID TO SM-CAMPUS-ID
               MOVE AR-BEFORE-ID TO SM-STUDENT-ID
               READ STUDMSTR KEY IS SM-STUDENT-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF STUDMSTR-OK
                   IF SM-STATUS-DATE IS NUMERIC
                       MOVE SM-STATUS-DATE TO SD-STATUS-DATE
                   END-IF
               END-IF
           END-IF.

       5500-EXTRACT-MERGES.

      *    the same notices REGEXT sends - no notice file is no
      *    merges waiting.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MRGNOTE
           IF NOT MRGNOTE-OK
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ MRGNOTE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 5600-EXTRACT-ONE-MERGE
               END-READ
           END-PERFORM
           IF MRGNOTE-OK OR WS-MRGNOTE-STATUS = '10'
               CLOSE MRGNOTE
           END-IF.

       5600-EXTRACT-ONE-MERGE.

           ADD 1 TO WS-DETAIL-COUNT
           ADD 1 TO WS-MERGE-COUNT
           ADD MN-RETIRED-ID   TO WS-HASH-TOTAL
           ADD MN-SURVIVING-ID TO WS-HASH-TOTAL
           MOVE SPACES             TO SUB-DETAIL-RECORD
           MOVE 'DTL'              TO SD-TYPE
           MOVE MN-RETIRED-ID      TO SD-OLD-ID
           MOVE MN-SURVIVING-ID    TO SD-NEW-ID
           MOVE MN-SURVIVING-NAME  TO SD-NAME
           MOVE MN-SURVIVING-EXTRA TO SD-EXTRA
           MOVE MN-MERGE-DATE      TO SD-EFF-DATE
           MOVE MN-STATUS-CODE     TO SD-STATUS-CODE
           MOVE MN-STATUS-DATE     TO SD-STATUS-DATE
           MOVE MN-CAMPUS-ID       TO SD-CAMPUS-ID
           MOVE 'M'                TO SD-CHANGE-KIND
           MOVE SUB-DETAIL-RECORD  TO WS-OUT-RECORD
           PERFORM 7000-WRITE-TO-SLOT.

       6000-WRITE-SUB-TRAILER.

           MOVE SPACES          TO SUB-TRAILER-RECORD
