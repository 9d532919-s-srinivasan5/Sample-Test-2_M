      *    touching JES.  The report id comes from the RPTID
      *    scheduler option, the retention days from RETDAYS (same
      *    pattern as DRYRUN / LOOKUPMD).
      *    A report step that writes a spreadsheet export (see
      *    EXPPRC.cpy) hands it to its capture as EXPIN, and the export
      *    is loaded into the export store KSDS (see EXPREC.cpy) under
      *    the same run date and report id as the print copy, replacing
      *    whatever an earlier run that night stored, and purged on the
      *    same retention - so the desk downloads it the next morning
      *    with EXPPULL.  A capture without EXPIN never opens the export
      *    store.
      *    A capture with no RPTID option takes its report id from the
      *    RPTIDIN handoff the report step wrote (MSTRSEL's ad hoc
      *    selection names its own id on a card).  A handed id may
      *    not overwrite a different report filed under the same id
      *    that night - the first lines must match or nothing is
      *    captured (RC 8) - and a matching earlier capture is cleared
      *    first, so a shorter rerun leaves none of the first run's
      *    trailing lines.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTIN-STATUS.

           SELECT RPTIDIN ASSIGN TO 'RPTIDIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPTIDIN-STATUS.

           SELECT RPTSTORE ASSIGN TO 'RPTSTORE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-KEY
               FILE STATUS IS WS-RPTSTORE-STATUS.

           SELECT EXPIN ASSIGN TO 'EXPIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPIN-STATUS.

           SELECT EXPSTORE ASSIGN TO 'EXPSTORE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-KEY
               FILE STATUS IS WS-EXPSTORE-STATUS.

           SELECT STEPLOG ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.
           LABEL RECORDS ARE STANDARD.
       01  RPTIN-RECORD                 PIC X(80).

       FD  RPTIDIN
           LABEL RECORDS ARE STANDARD.
       01  RPTIDIN-RECORD               PIC X(80).

       FD  RPTSTORE
           LABEL RECORDS ARE STANDARD.
           COPY RPTREC.

       FD  EXPIN
           LABEL RECORDS ARE STANDARD.
       01  EXPIN-RECORD                 PIC X(250).

       FD  EXPSTORE
           LABEL RECORDS ARE STANDARD.
           COPY EXPREC.

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.
             88  RUNCTL-OK                        VALUE '00'.
           05  WS-RPTIN-STATUS          PIC X(2) VALUE '00'.
             88  RPTIN-OK                         VALUE '00'.
           05  WS-RPTIDIN-STATUS        PIC X(2) VALUE '00'.
             88  RPTIDIN-OK                       VALUE '00'.
           05  WS-RPTSTORE-STATUS       PIC X(2) VALUE '00'.
             88  RPTSTORE-OK                      VALUE '00'.
           05  WS-EXPIN-STATUS          PIC X(2) VALUE '00'.
             88  EXPIN-OK                         VALUE '00'.
           05  WS-EXPSTORE-STATUS       PIC X(2) VALUE '00'.
             88  EXPSTORE-OK                      VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
           05  WS-REPORT-ID             PIC X(8) VALUE SPACES.
           05  WS-ENVVAL                PIC X(10) VALUE SPACES.
           05  WS-RETAIN-DAYS           PIC 9(3) VALUE 30.
           05  WS-HANDED-ID-SW          PIC X(1) VALUE 'N'.
             88  WS-HANDED-ID                     VALUE 'Y'.

       01  WS-CAPTURE-FIELDS.
           05  WS-RUN-DATE              PIC 9(8) VALUE 0.
           05  WS-LINE-SEQ              PIC 9(7) VALUE 0.
           05  WS-CUTOFF-DATE           PIC 9(8) VALUE 0.
           05  WS-CUTOFF-INT            PIC 9(7) COMP.
           05  WS-FIRST-LINE            PIC X(80) VALUE SPACES.
           05  WS-CLEAR-DONE-SW         PIC X(1) VALUE 'N'.
             88  WS-CLEAR-DONE                    VALUE 'Y'.

       01  WS-EXPORT-SWITCHES.
           05  WS-EXPSTORE-SW           PIC X(1) VALUE 'N'.
             88  WS-EXPSTORE-OPEN                 VALUE 'Y'.
           05  WS-EXPORT-DONE-SW        PIC X(1) VALUE 'N'.
             88  WS-EXPORT-DONE                   VALUE 'Y'.

       01  WS-CAPTURE-COUNTERS.
           05  WS-LINES-STORED          PIC 9(7) VALUE 0.
           05  WS-ROWS-PURGED           PIC 9(7) VALUE 0.
           05  WS-LINES-CLEARED         PIC 9(7) VALUE 0.
           05  WS-EXPORT-SEQ            PIC 9(7) VALUE 0.
           05  WS-EXPORT-CLEARED        PIC 9(7) VALUE 0.
           05  WS-EXPORT-PURGED         PIC 9(7) VALUE 0.

       COPY STEPTMWS.

               OPEN I-O RPTSTORE
           END-IF

           IF WS-HANDED-ID
               PERFORM 1500-CHECK-HANDED-ID
               IF RETURN-CODE = 8
                   CLOSE RPTSTORE
                   PERFORM 9100-WRITE-STEPLOG
                   STOP RUN
               END-IF
           END-IF

           PERFORM 2000-LOAD-REPORT
           PERFORM 2500-LOAD-EXPORT
           PERFORM 3000-PURGE-EXPIRED

           CLOSE RPTSTORE
           IF WS-EXPSTORE-OPEN
               CLOSE EXPSTORE
           END-IF

           PERFORM 9000-END-OF-JOB

           ACCEPT WS-ENVVAL FROM ENVIRONMENT-VALUE
           IF WS-ENVVAL(1:3) NUMERIC
               MOVE WS-ENVVAL(1:3) TO WS-RETAIN-DAYS
           END-IF

      *    no RPTID - the report step may have named its own id.
           IF WS-REPORT-ID = SPACES
               OPEN INPUT RPTIDIN
               IF RPTIDIN-OK
                   READ RPTIDIN
                       AT END
                           CONTINUE
                   END-READ
                   IF RPTIDIN-OK
                       MOVE RPTIDIN-RECORD(1:8) TO WS-REPORT-ID
                       SET WS-HANDED-ID TO TRUE
                   END-IF
                   CLOSE RPTIDIN
               END-IF
           END-IF.

       1000-READ-RUNCTL.
               MOVE RC-RUN-DAY   TO WS-RUN-DATE(7:2)
           END-IF.

       1500-CHECK-HANDED-ID.

      *    an id off a card could be any id, a chain report's among
      *    them - only the same report is replaced, known by its
      *    first line.
           MOVE SPACES TO WS-FIRST-LINE
           OPEN INPUT RPTIN
           IF RPTIN-OK
               READ RPTIN
                   AT END
                       CONTINUE
               END-READ
               IF RPTIN-OK
                   MOVE RPTIN-RECORD TO WS-FIRST-LINE
               END-IF
               CLOSE RPTIN
           END-IF

           MOVE WS-RUN-DATE  TO RP-RUN-DATE
           MOVE WS-REPORT-ID TO RP-REPORT-ID
           MOVE 1            TO RP-LINE-SEQ
           READ RPTSTORE KEY IS RP-KEY
               INVALID KEY
                   CONTINUE
           END-READ
           IF RPTSTORE-OK
               IF RP-LINE NOT = WS-FIRST-LINE
                   DISPLAY 'REPORT ' WS-REPORT-ID ' RUN ' WS-RUN-DATE
                       ' ALREADY HOLDS ANOTHER REPORT'
                   DISPLAY '  NOTHING CAPTURED - CHOOSE ANOTHER REPORT '
                       'ID'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 1600-CLEAR-EARLIER-CAPTURE
               END-IF
           END-IF.

       1600-CLEAR-EARLIER-CAPTURE.

      *    as 2600-CLEAR-NIGHTS-EXPORT - a shorter rerun must not
      *    leave the first run's trailing lines under it.
           MOVE 'N' TO WS-CLEAR-DONE-SW
           MOVE WS-RUN-DATE  TO RP-RUN-DATE
           MOVE WS-REPORT-ID TO RP-REPORT-ID
           MOVE ZERO         TO RP-LINE-SEQ
           START RPTSTORE KEY IS NOT LESS THAN RP-KEY
               INVALID KEY
                   SET WS-CLEAR-DONE TO TRUE
           END-START
           IF NOT RPTSTORE-OK
               SET WS-CLEAR-DONE TO TRUE
           END-IF
           PERFORM UNTIL WS-CLEAR-DONE
               READ RPTSTORE NEXT RECORD
                   AT END
                       SET WS-CLEAR-DONE TO TRUE
               END-READ
               IF NOT RPTSTORE-OK
                   OR RP-RUN-DATE NOT = WS-RUN-DATE
                   OR RP-REPORT-ID NOT = WS-REPORT-ID
                   SET WS-CLEAR-DONE TO TRUE
               ELSE
                   DELETE RPTSTORE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   ADD 1 TO WS-LINES-CLEARED
               END-IF
           END-PERFORM.

       2000-LOAD-REPORT.

           MOVE 'N' TO WS-EOF-SWITCH
           END-WRITE
           ADD 1 TO WS-LINES-STORED.

       2500-LOAD-EXPORT.

      *    no EXPIN DD means the report has no export - the export
      *    store is not touched.  An EXPIN that is there but empty
      *    (the report switched off on the control file) still
      *    clears what an earlier run tonight stored.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT EXPIN
           IF EXPIN-OK
               OPEN I-O EXPSTORE
               IF NOT EXPSTORE-OK
      *            first export ever - the store starts empty.
                   OPEN OUTPUT EXPSTORE
                   CLOSE EXPSTORE
                   OPEN I-O EXPSTORE
               END-IF
               IF EXPSTORE-OK
                   SET WS-EXPSTORE-OPEN TO TRUE
                   PERFORM 2600-CLEAR-NIGHTS-EXPORT
                   PERFORM UNTIL WS-END-OF-FILE
                       READ EXPIN
                           AT END
                               SET WS-END-OF-FILE TO TRUE
                           NOT AT END
                               PERFORM 2700-STORE-EXPORT-LINE
                       END-READ
                   END-PERFORM
               ELSE
                   DISPLAY 'EXPORT STORE NOT AVAILABLE - EXPORT NOT '
                       'CAPTURED'
               END-IF
               CLOSE EXPIN
           END-IF.

       2600-CLEAR-NIGHTS-EXPORT.

      *    an export is downloaded whole, so a shorter rerun must
      *    not leave the first run's trailing rows under it.
           MOVE 'N' TO WS-EXPORT-DONE-SW
           MOVE WS-RUN-DATE  TO EX-RUN-DATE
           MOVE WS-REPORT-ID TO EX-REPORT-ID
           MOVE ZERO         TO EX-LINE-SEQ
           START EXPSTORE KEY IS NOT LESS THAN EX-KEY
               INVALID KEY
                   SET WS-EXPORT-DONE TO TRUE
           END-START
           IF NOT EXPSTORE-OK
               SET WS-EXPORT-DONE TO TRUE
           END-IF
           PERFORM UNTIL WS-EXPORT-DONE
               READ EXPSTORE NEXT RECORD
                   AT END
                       SET WS-EXPORT-DONE TO TRUE
               END-READ
               IF NOT EXPSTORE-OK
                   OR EX-RUN-DATE NOT = WS-RUN-DATE
                   OR EX-REPORT-ID NOT = WS-REPORT-ID
                   SET WS-EXPORT-DONE TO TRUE
               ELSE
                   DELETE EXPSTORE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   ADD 1 TO WS-EXPORT-CLEARED
               END-IF
           END-PERFORM.

       2700-STORE-EXPORT-LINE.

           ADD 1 TO WS-EXPORT-SEQ
           MOVE SPACES        TO EXPORT-STORE-RECORD
           MOVE WS-RUN-DATE   TO EX-RUN-DATE
           MOVE WS-REPORT-ID  TO EX-REPORT-ID
           MOVE WS-EXPORT-SEQ TO EX-LINE-SEQ
           MOVE EXPIN-RECORD  TO EX-LINE
           WRITE EXPORT-STORE-RECORD
               INVALID KEY
                   REWRITE EXPORT-STORE-RECORD
           END-WRITE.

       3000-PURGE-EXPIRED.

      *    retention is a data setting, not a recompile: everything
               END-IF
               PERFORM 3100-PURGE-ONE-ROW
                   UNTIL WS-END-OF-FILE

               IF WS-EXPSTORE-OPEN
                   MOVE 'N' TO WS-EXPORT-DONE-SW
                   MOVE LOW-VALUES TO EX-KEY
                   START EXPSTORE KEY IS NOT LESS THAN EX-KEY
                       INVALID KEY
                           SET WS-EXPORT-DONE TO TRUE
                   END-START
                   IF NOT EXPSTORE-OK
                       SET WS-EXPORT-DONE TO TRUE
                   END-IF
                   PERFORM 3200-PURGE-ONE-EXPORT-ROW
                       UNTIL WS-EXPORT-DONE
               END-IF
           END-IF.

       3100-PURGE-ONE-ROW.
               END-IF
           END-IF.

       3200-PURGE-ONE-EXPORT-ROW.

           READ EXPSTORE NEXT RECORD
               AT END
                   SET WS-EXPORT-DONE TO TRUE
           END-READ
           IF NOT EXPSTORE-OK AND NOT WS-EXPORT-DONE
               SET WS-EXPORT-DONE TO TRUE
           END-IF

           IF NOT WS-EXPORT-DONE
               IF EX-RUN-DATE < WS-CUTOFF-DATE
                   DELETE EXPSTORE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   ADD 1 TO WS-EXPORT-PURGED
               END-IF
           END-IF.

       9000-END-OF-JOB.

           DISPLAY 'REPORT CAPTURE FOR ' WS-REPORT-ID
               ' RUN ' WS-RUN-DATE
           DISPLAY '  LINES STORED : ' WS-LINES-STORED
           IF WS-HANDED-ID
               DISPLAY '  ID HANDED ON BY THE REPORT STEP'
               DISPLAY '  RERUN CLEARED: ' WS-LINES-CLEARED ' LINES'
           END-IF
           DISPLAY '  ROWS PURGED  : ' WS-ROWS-PURGED
           DISPLAY '  RETAINED FOR : ' WS-RETAIN-DAYS ' DAYS'
           IF WS-EXPSTORE-OPEN
               DISPLAY '  EXPORT LINES : ' WS-EXPORT-SEQ
               DISPLAY '  EXPORT RERUN : ' WS-EXPORT-CLEARED
                   ' LINES REPLACED'
               DISPLAY '  EXPORT PURGED: ' WS-EXPORT-PURGED
           END-IF

           MOVE 0 TO RETURN-CODE
           PERFORM 9100-WRITE-STEPLOG.
