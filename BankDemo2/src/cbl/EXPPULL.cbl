       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPPULL.
      *
      *    CHANGE LOG
      *    ----------
      *    Morning download of a retained spreadsheet export.  The
      *    report steps write a delimited export beside their print
      *    report and RPTCAPT keeps it in the export store keyed by
      *    run date + report id (see EXPREC.cpy); this step unloads
      *    one report's export - header row first - to a flat
      *    dataset the desk transfers straight into a spreadsheet.
      *    The report comes from the RPTID scheduler option, the
      *    night from EXPDATE (YYYYMMDD), defaulting to the run date
      *    on RUNCTL - last night's run the morning after.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT EXPSTORE ASSIGN TO 'EXPSTORE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-KEY
               FILE STATUS IS WS-EXPSTORE-STATUS.

           SELECT EXPDOWN ASSIGN TO 'EXPDOWN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPDOWN-STATUS.

           SELECT STEPLOG ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  EXPSTORE
           LABEL RECORDS ARE STANDARD.
           COPY EXPREC.

       FD  EXPDOWN
           LABEL RECORDS ARE STANDARD.
       01  EXPDOWN-RECORD               PIC X(250).

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
             88  RUNCTL-OK                        VALUE '00'.
           05  WS-EXPSTORE-STATUS       PIC X(2) VALUE '00'.
             88  EXPSTORE-OK                      VALUE '00'.
           05  WS-EXPDOWN-STATUS        PIC X(2) VALUE '00'.
             88  EXPDOWN-OK                       VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-EXPORT                     VALUE 'Y'.

       01  WS-OPTIONS.
           05  WS-REPORT-ID             PIC X(8) VALUE SPACES.
           05  WS-ENVVAL                PIC X(10) VALUE SPACES.
           05  WS-EXPORT-DATE           PIC 9(8) VALUE 0.

       01  WS-LINES-PULLED              PIC 9(7) VALUE 0.

       COPY STEPTMWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 9150-NOTE-STEP-START

           PERFORM 0100-GET-OPTIONS

           IF WS-REPORT-ID = SPACES
               DISPLAY 'RPTID NOT SET - NOTHING PULLED'
               MOVE 8 TO RETURN-CODE
               PERFORM 9100-WRITE-STEPLOG
               STOP RUN
           END-IF

           OPEN INPUT EXPSTORE
           IF NOT EXPSTORE-OK
               DISPLAY 'EXPORT STORE NOT AVAILABLE - STATUS '
                   WS-EXPSTORE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9100-WRITE-STEPLOG
               STOP RUN
           END-IF

           OPEN OUTPUT EXPDOWN
           PERFORM 2000-PULL-EXPORT
           CLOSE EXPDOWN
           CLOSE EXPSTORE

           PERFORM 9000-END-OF-JOB

           STOP RUN.

       0100-GET-OPTIONS.

           DISPLAY 'RPTID' UPON ENVIRONMENT-NAME
           ACCEPT WS-ENVVAL FROM ENVIRONMENT-VALUE
           MOVE WS-ENVVAL(1:8) TO WS-REPORT-ID

           DISPLAY 'EXPDATE' UPON ENVIRONMENT-NAME
           MOVE SPACES TO WS-ENVVAL
           ACCEPT WS-ENVVAL FROM ENVIRONMENT-VALUE
           IF WS-ENVVAL(1:8) NUMERIC
               MOVE WS-ENVVAL(1:8) TO WS-EXPORT-DATE
           ELSE
               PERFORM 1000-READ-RUNCTL
           END-IF.

       1000-READ-RUNCTL.

           OPEN INPUT RUNCTL
           READ RUNCTL
               AT END
                   DISPLAY 'RUNCTL NOT AVAILABLE - NO RUN STAMP'
           END-READ
           CLOSE RUNCTL

           IF RUNCTL-OK
               MOVE RC-RUN-YEAR  TO WS-EXPORT-DATE(1:4)
               MOVE RC-RUN-MONTH TO WS-EXPORT-DATE(5:2)
               MOVE RC-RUN-DAY   TO WS-EXPORT-DATE(7:2)
           END-IF.

       2000-PULL-EXPORT.

           MOVE WS-EXPORT-DATE TO EX-RUN-DATE
           MOVE WS-REPORT-ID   TO EX-REPORT-ID
           MOVE ZERO           TO EX-LINE-SEQ
           START EXPSTORE KEY IS NOT LESS THAN EX-KEY
               INVALID KEY
                   SET WS-END-OF-EXPORT TO TRUE
           END-START
           IF NOT EXPSTORE-OK
               SET WS-END-OF-EXPORT TO TRUE
           END-IF
           PERFORM 2100-PULL-ONE-LINE
               UNTIL WS-END-OF-EXPORT.

       2100-PULL-ONE-LINE.

           READ EXPSTORE NEXT RECORD
               AT END
                   SET WS-END-OF-EXPORT TO TRUE
           END-READ
           IF NOT EXPSTORE-OK
               OR EX-RUN-DATE NOT = WS-EXPORT-DATE
               OR EX-REPORT-ID NOT = WS-REPORT-ID
               SET WS-END-OF-EXPORT TO TRUE
           ELSE
               WRITE EXPDOWN-RECORD FROM EX-LINE
               ADD 1 TO WS-LINES-PULLED
           END-IF.

       9000-END-OF-JOB.

           DISPLAY 'EXPORT DOWNLOAD FOR ' WS-REPORT-ID
               ' RUN ' WS-EXPORT-DATE
           DISPLAY '  LINES PULLED : ' WS-LINES-PULLED

      *    nothing stored for that night is worth a look (report
      *    not exported, or the capture did not run) but not a
      *    failure - the download file is simply empty.
           IF WS-LINES-PULLED = 0
               DISPLAY '  NO EXPORT STORED FOR THAT REPORT AND DATE'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM 9100-WRITE-STEPLOG.

       9100-WRITE-STEPLOG.

      *    one row per chain step so the morning dashboard can show
      *    pass/fail without scraping job logs (see STEPLOG.cpy).
           MOVE 'EXPPULL'     TO SL-STEP-NAME
           MOVE RETURN-CODE   TO SL-RETURN-CODE
           PERFORM 9160-STAMP-STEP-TIMES
           OPEN EXTEND STEPLOG
           WRITE STEPLOG-RECORD
           CLOSE STEPLOG.

       COPY STEPTIME.

       END PROGRAM EXPPULL.
