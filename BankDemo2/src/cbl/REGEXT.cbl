      *    RUNCTL run date, one detail per replacement, trailer with
      *    the detail count and a hash total of old+new ids (see
      *    REGREC.cpy).
      *    Each detail now carries the student's lifecycle status
      *    and status date (see STUDMSTR.cpy) so the registrar and
      *    billing stop chasing students who have left.  The code
      *    comes off the audit row as the lookup saw it; the date is
      *    read from the master by the old id (zero if the master is
      *    not available or the row has gone).
      *    Each detail names the student's campus too, off the
      *    audit row (blank on an old row is the home campus), and
      *    the status date is read under campus plus old id.
      *    A supplemental intraday run's extract is a delta - only
      *    the replacements that run applied, off its own audit
      *    trail - so the header is marked D and carries the run
      *    number off RUNCTL as its interchange number within the
      *    business date; the night's file is marked F, number 0.
      *    Duplicate-person merges STUDMNT applied since the last
      *    night's extract (the merge notice file, see MRGNOTE.cpy)
      *    go on the night's full file as merge details - change
      *    kind M, the retired id as old and the survivor as new -
      *    counted and hashed like any other detail; replacement
      *    details are marked R.  A supplemental delta leaves the
      *    merges for the night.  The chain empties the notice file
      *    once this step and SUBEXT have run clean.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLTOT-STATUS.

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
           LABEL RECORDS ARE STANDARD.
           COPY CTLTOTR.

       FD  MRGNOTE
           LABEL RECORDS ARE STANDARD.
           COPY MRGNOTE.

       FD  STUDMSTR
           LABEL RECORDS ARE STANDARD.
           COPY STUDMSTR.

       WORKING-STORAGE SECTION.

       COPY RSTCHKWS.
             88  AUDITOUT-OK                      VALUE '00'.
           05  WS-REGOUT-STATUS         PIC X(2) VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.
           05  WS-STUDMSTR-STATUS       PIC X(2) VALUE '00'.
             88  STUDMSTR-OK                      VALUE '00'.
           05  WS-MRGNOTE-STATUS        PIC X(2) VALUE '00'.
             88  MRGNOTE-OK                       VALUE '00'.

       01  WS-STUDMSTR-OPEN-SW          PIC X(1) VALUE 'N'.
         88  WS-STUDMSTR-OPEN                     VALUE 'Y'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-AUDIT                      VALUE 'Y'.

       01  WS-EXTRACT-FIELDS.
           05  WS-RUN-DATE              PIC 9(8) VALUE 0.
           05  WS-RUN-SEQ               PIC 9(1) VALUE 0.
           05  WS-EXTRACT-KIND          PIC X(1) VALUE 'F'.
           05  WS-DETAIL-COUNT          PIC 9(7) VALUE 0.
           05  WS-UTIL2-ROWS-IN         PIC 9(7) VALUE 0.
           05  WS-HASH-TOTAL            PIC 9(12) VALUE 0.
           05  WS-MERGE-COUNT           PIC 9(7) VALUE 0.

       COPY CAMPWS.

       COPY STEPTMWS.

           OPEN INPUT AUDITOUT
           OPEN OUTPUT REGOUT

           OPEN INPUT STUDMSTR
           IF STUDMSTR-OK
               SET WS-STUDMSTR-OPEN TO TRUE
           ELSE
               DISPLAY 'STUDMSTR NOT AVAILABLE - STATUS DATES ZERO'
           END-IF

           PERFORM 2000-WRITE-HEADER

           IF NOT AUDITOUT-OK
               END-READ
           END-PERFORM

           IF WS-EXTRACT-KIND = 'F'
               PERFORM 3500-EXTRACT-MERGES
           END-IF

           PERFORM 4000-WRITE-TRAILER

           IF AUDITOUT-OK OR WS-AUDITOUT-STATUS = '10'
               CLOSE AUDITOUT
           END-IF
           CLOSE REGOUT
           IF WS-STUDMSTR-OPEN
               CLOSE STUDMSTR
           END-IF

           PERFORM 9000-END-OF-JOB

               MOVE RC-RUN-YEAR  TO WS-RUN-DATE(1:4)
               MOVE RC-RUN-MONTH TO WS-RUN-DATE(5:2)
               MOVE RC-RUN-DAY   TO WS-RUN-DATE(7:2)
               MOVE RC-RUN-SEQ   TO WS-CTL-RUN-SEQ
               IF RC-SUPPLEMENTAL-RUN
                   MOVE RC-RUN-SEQ   TO WS-RUN-SEQ
                   MOVE 'D'          TO WS-EXTRACT-KIND
               END-IF
           END-IF.

       2000-WRITE-HEADER.
           MOVE 'IHD'       TO RG-H-TYPE
           MOVE 'BANKDEMO'  TO RG-H-SENDER
           MOVE WS-RUN-DATE TO RG-H-RUN-DATE
           MOVE WS-EXTRACT-KIND TO RG-H-EXTRACT-KIND
           MOVE WS-RUN-SEQ  TO RG-H-INTERCHANGE-SEQ
           WRITE REGOUT-RECORD FROM REG-HEADER-RECORD.

       3000-EXTRACT-REPLACEMENT.
               MOVE AR-AFTER-ID    TO RG-D-NEW-ID
               MOVE AR-AFTER-NAME  TO RG-D-NEW-NAME
               MOVE WS-RUN-DATE    TO RG-D-EFF-DATE
               MOVE AR-CAMPUS-ID   TO RG-D-CAMPUS-ID
               IF AR-CAMPUS-ID = SPACES
                   MOVE WS-HOME-CAMPUS TO RG-D-CAMPUS-ID
               END-IF
               MOVE 'R'            TO RG-D-CHANGE-KIND
               PERFORM 3100-FILL-STATUS
               WRITE REGOUT-RECORD FROM REG-DETAIL-RECORD
           END-IF.

       3100-FILL-STATUS.

      *    a blank code on the trail is an old master row - active.
           IF AR-STUDENT-STATUS = SPACE
               MOVE 'A'               TO RG-D-STATUS-CODE
           ELSE
               MOVE AR-STUDENT-STATUS TO RG-D-STATUS-CODE
           END-IF
           MOVE 0 TO RG-D-STATUS-DATE
           IF WS-STUDMSTR-OPEN
               MOVE RG-D-CAMPUS-ID TO SM-CAMPUS-ID
               MOVE AR-BEFORE-ID TO SM-STUDENT-ID
               READ STUDMSTR KEY IS SM-STUDENT-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF STUDMSTR-OK
                   IF SM-STATUS-DATE IS NUMERIC
                       MOVE SM-STATUS-DATE TO RG-D-STATUS-DATE
                   END-IF
               END-IF
           END-IF.

       3500-EXTRACT-MERGES.

      *    no notice file is no merges waiting.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MRGNOTE
           IF NOT MRGNOTE-OK
               SET WS-END-OF-AUDIT TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-AUDIT
               READ MRGNOTE
                   AT END
                       SET WS-END-OF-AUDIT TO TRUE
                   NOT AT END
                       PERFORM 3600-EXTRACT-ONE-MERGE
               END-READ
           END-PERFORM
           IF MRGNOTE-OK OR WS-MRGNOTE-STATUS = '10'
               CLOSE MRGNOTE
           END-IF.

       3600-EXTRACT-ONE-MERGE.

      *    the survivor's status comes off the notice as it stood
      *    when the merge applied; the effective date is that day.
           ADD 1 TO WS-DETAIL-COUNT
           ADD 1 TO WS-MERGE-COUNT
           ADD MN-RETIRED-ID   TO WS-HASH-TOTAL
           ADD MN-SURVIVING-ID TO WS-HASH-TOTAL

           MOVE SPACES            TO REG-DETAIL-RECORD
           MOVE 'DTL'             TO RG-D-TYPE
           MOVE MN-RETIRED-ID     TO RG-D-OLD-ID
           MOVE MN-SURVIVING-ID   TO RG-D-NEW-ID
           MOVE MN-SURVIVING-NAME TO RG-D-NEW-NAME
           MOVE MN-MERGE-DATE     TO RG-D-EFF-DATE
           MOVE MN-STATUS-CODE    TO RG-D-STATUS-CODE
           MOVE MN-STATUS-DATE    TO RG-D-STATUS-DATE
           MOVE MN-CAMPUS-ID      TO RG-D-CAMPUS-ID
           MOVE 'M'               TO RG-D-CHANGE-KIND
           WRITE REGOUT-RECORD FROM REG-DETAIL-RECORD.

       4000-WRITE-TRAILER.

           MOVE SPACES          TO REG-TRAILER-RECORD

           DISPLAY 'REGISTRAR EXTRACT FOR RUN ' WS-RUN-DATE
           DISPLAY '  DETAILS WRITTEN : ' WS-DETAIL-COUNT
           DISPLAY '    OF WHICH MERGES: ' WS-MERGE-COUNT
           DISPLAY '  ID HASH TOTAL   : ' WS-HASH-TOTAL

           MOVE WS-RUN-DATE     TO WS-CTL-RUN-DATE
