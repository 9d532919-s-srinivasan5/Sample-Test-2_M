       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGACC.
      *
      *    CHANGE LOG
      *    ----------
      *    Nightly department usage accumulator for the month-end
      *    chargeback.  STATS carries the night's volume as one
      *    total and the registrar and subscriber feeds are
      *    rewritten every night, so by month end nothing says how
      *    much of the chain's work each DEPTMAP department used.
      *    This step recounts the night's AUDITOUT (MAIN/UTIL2
      *    pass, the same rows STATACC counts), the REGEXT extract
      *    and the SUBEXT feeds by department of the student id and
      *    appends one row per department with any activity to the
      *    cumulative usage file DEPTCHG prices (see CHGUSE.cpy).
      *    A restarted night does not post the run twice.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT DEPTMAP ASSIGN TO 'DEPTMAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTMAP-STATUS.

           SELECT AUDITOUT ASSIGN TO 'AUDITOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITOUT-STATUS.

           SELECT REGOUT ASSIGN TO 'REGOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGOUT-STATUS.

           SELECT SUBFEEDS ASSIGN TO 'SUBFEEDS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBFEEDS-STATUS.

           SELECT CHGUSE ASSIGN TO 'CHGUSE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGUSE-STATUS.

           SELECT STEPLOG ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  DEPTMAP
           LABEL RECORDS ARE STANDARD.
           COPY DEPTREC.

       FD  AUDITOUT
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       FD  REGOUT
           LABEL RECORDS ARE STANDARD.
           COPY REGREC.

       FD  SUBFEEDS
           LABEL RECORDS ARE STANDARD.
           COPY SUBREC.

       FD  CHGUSE
           LABEL RECORDS ARE STANDARD.
           COPY CHGUSE.

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.

       WORKING-STORAGE SECTION.

       COPY DEPTWS.

       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
             88  RUNCTL-OK                        VALUE '00'.
           05  WS-AUDITOUT-STATUS       PIC X(2) VALUE '00'.
             88  AUDITOUT-OK                      VALUE '00'.
           05  WS-REGOUT-STATUS         PIC X(2) VALUE '00'.
             88  REGOUT-OK                        VALUE '00'.
           05  WS-SUBFEEDS-STATUS       PIC X(2) VALUE '00'.
             88  SUBFEEDS-OK                      VALUE '00'.
           05  WS-CHGUSE-STATUS         PIC X(2) VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-FILE                       VALUE 'Y'.

       01  WS-ALREADY-POSTED-SW         PIC X(1) VALUE 'N'.
         88  WS-ALREADY-POSTED                    VALUE 'Y'.

       01  WS-USAGE-FIELDS.
           05  WS-RUN-DATE              PIC 9(8) VALUE 0.
           05  WS-SLOT-IDX              PIC 9(3) COMP.
           05  WS-SOURCES-MISSING       PIC 9(1) VALUE 0.
           05  WS-ROWS-POSTED           PIC 9(3) VALUE 0.
           05  WS-TOT-PROCESSED         PIC 9(7) VALUE 0.
           05  WS-TOT-REGISTRAR         PIC 9(7) VALUE 0.
           05  WS-TOT-SUBSCRIBER        PIC 9(7) VALUE 0.
           05  WS-USAGE-TABLE.
               10  WS-USAGE-ENTRY       OCCURS 100 TIMES.
                   15  WS-USE-PROCESSED     PIC 9(7).
                   15  WS-USE-REGISTRAR     PIC 9(7).
                   15  WS-USE-SUBSCRIBER    PIC 9(7).

       COPY STEPTMWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 9150-NOTE-STEP-START

           INITIALIZE WS-USAGE-TABLE
           PERFORM 0600-LOAD-DEPT-MAP
           PERFORM 1000-READ-RUNCTL

      *    a restarted night reruns this step - the usage file must
      *    not carry the run twice or the department is billed
      *    twice for it.
           PERFORM 1500-CHECK-ALREADY-POSTED
           IF WS-ALREADY-POSTED
               DISPLAY 'USAGE ROWS ALREADY ON FILE FOR RUN '
                   WS-RUN-DATE ' - NOT RE-APPENDED'
               MOVE 0 TO RETURN-CODE
               PERFORM 9100-WRITE-STEPLOG
               STOP RUN
           END-IF

           PERFORM 2000-COUNT-AUDIT
           PERFORM 3000-COUNT-REGISTRAR
           PERFORM 4000-COUNT-SUBSCRIBERS
           PERFORM 5000-APPEND-USAGE
           PERFORM 9000-END-OF-JOB

           STOP RUN.

       1000-READ-RUNCTL.

           OPEN INPUT RUNCTL
           READ RUNCTL
               AT END
                   DISPLAY 'RUNCTL NOT AVAILABLE - NO RUN STAMP'
           END-READ
           CLOSE RUNCTL

           IF RUNCTL-OK
               MOVE RC-RUN-YEAR  TO WS-RUN-DATE(1:4)
               MOVE RC-RUN-MONTH TO WS-RUN-DATE(5:2)
               MOVE RC-RUN-DAY   TO WS-RUN-DATE(7:2)
           END-IF.

       1500-CHECK-ALREADY-POSTED.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CHGUSE
           IF WS-CHGUSE-STATUS NOT = '00'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ CHGUSE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-RUN-DATE > 0
                           AND CU-RUN-DATE = WS-RUN-DATE
                           SET WS-ALREADY-POSTED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CHGUSE-STATUS = '00'
               OR WS-CHGUSE-STATUS = '10'
               CLOSE CHGUSE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       2000-COUNT-AUDIT.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT AUDITOUT
           IF NOT AUDITOUT-OK
               DISPLAY 'AUDITOUT NOT AVAILABLE - NO VOLUME COUNTS'
               ADD 1 TO WS-SOURCES-MISSING
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ AUDITOUT
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
      *                the canonical pass only, as STATACC counts
      *                it, so the month's processed units tie to
      *                STATRPT's month volume.
                       IF AR-SUBPROGRAM = 'UTIL2'
                           MOVE AR-BEFORE-ID TO WS-DEPT-LOOKUP-ID
                           PERFORM 0650-RESOLVE-DEPT
                           MOVE WS-DEPT-SEQ TO WS-SLOT-IDX
                           ADD 1 TO WS-USE-PROCESSED(WS-SLOT-IDX)
                           ADD 1 TO WS-TOT-PROCESSED
                       END-IF
               END-READ
           END-PERFORM
           IF AUDITOUT-OK OR WS-AUDITOUT-STATUS = '10'
               CLOSE AUDITOUT
           END-IF.

       3000-COUNT-REGISTRAR.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT REGOUT
           IF NOT REGOUT-OK
               DISPLAY 'REGISTRAR EXTRACT NOT AVAILABLE - NO '
                   'REGISTRAR COUNTS'
               ADD 1 TO WS-SOURCES-MISSING
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ REGOUT
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF RG-DETAIL
                           MOVE RG-D-OLD-ID TO WS-DEPT-LOOKUP-ID
                           PERFORM 0650-RESOLVE-DEPT
                           MOVE WS-DEPT-SEQ TO WS-SLOT-IDX
                           ADD 1 TO WS-USE-REGISTRAR(WS-SLOT-IDX)
                           ADD 1 TO WS-TOT-REGISTRAR
                       END-IF
               END-READ
           END-PERFORM
           IF REGOUT-OK OR WS-REGOUT-STATUS = '10'
               CLOSE REGOUT
           END-IF.

       4000-COUNT-SUBSCRIBERS.

      *    every subscriber's nightly file, concatenated - each
      *    detail is one student sent to one subscriber.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SUBFEEDS
           IF NOT SUBFEEDS-OK
               DISPLAY 'SUBSCRIBER FEEDS NOT AVAILABLE - NO '
                   'SUBSCRIBER COUNTS'
               ADD 1 TO WS-SOURCES-MISSING
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ SUBFEEDS
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF SD-DETAIL
                           MOVE SD-OLD-ID TO WS-DEPT-LOOKUP-ID
                           PERFORM 0650-RESOLVE-DEPT
                           MOVE WS-DEPT-SEQ TO WS-SLOT-IDX
                           ADD 1 TO WS-USE-SUBSCRIBER(WS-SLOT-IDX)
                           ADD 1 TO WS-TOT-SUBSCRIBER
                       END-IF
               END-READ
           END-PERFORM
           IF SUBFEEDS-OK OR WS-SUBFEEDS-STATUS = '10'
               CLOSE SUBFEEDS
           END-IF.

       5000-APPEND-USAGE.

           OPEN EXTEND CHGUSE
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 100
               IF WS-USE-PROCESSED(WS-SLOT-IDX) > 0
                   OR WS-USE-REGISTRAR(WS-SLOT-IDX) > 0
                   OR WS-USE-SUBSCRIBER(WS-SLOT-IDX) > 0
                   PERFORM 5100-WRITE-ONE-ROW
               END-IF
           END-PERFORM
           CLOSE CHGUSE.

       5100-WRITE-ONE-ROW.

           MOVE SPACES      TO CHARGE-USAGE-RECORD
           MOVE WS-RUN-DATE TO CU-RUN-DATE
           MOVE WS-SLOT-IDX TO CU-DEPT-SEQ
           IF WS-SLOT-IDX NOT > WS-DEPT-COUNT
               MOVE WS-DEPT-NAME(WS-SLOT-IDX) TO CU-DEPT-NAME
           ELSE
               MOVE 'UNMAPPED' TO CU-DEPT-NAME
           END-IF
           MOVE WS-USE-PROCESSED(WS-SLOT-IDX)
             TO CU-RECORDS-PROCESSED
           MOVE WS-USE-REGISTRAR(WS-SLOT-IDX)
             TO CU-REGISTRAR-DETAILS
           MOVE WS-USE-SUBSCRIBER(WS-SLOT-IDX)
             TO CU-SUBSCRIBER-DETAILS
           WRITE CHARGE-USAGE-RECORD
           ADD 1 TO WS-ROWS-POSTED.

       9000-END-OF-JOB.

           DISPLAY 'DEPARTMENT USAGE APPENDED FOR RUN ' WS-RUN-DATE
           DISPLAY '  DEPARTMENT ROWS     : ' WS-ROWS-POSTED
           DISPLAY '  RECORDS PROCESSED   : ' WS-TOT-PROCESSED
           DISPLAY '  REGISTRAR DETAILS   : ' WS-TOT-REGISTRAR
           DISPLAY '  SUBSCRIBER DETAILS  : ' WS-TOT-SUBSCRIBER

      *    a missing extract under-bills the night - post what was
      *    there but make the gap visible on the dashboard.
           IF WS-SOURCES-MISSING > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9100-WRITE-STEPLOG.

       9100-WRITE-STEPLOG.

      *    one row per chain step so the morning dashboard can show
      *    pass/fail without scraping job logs (see STEPLOG.cpy).
           MOVE 'CHGACC'      TO SL-STEP-NAME
           MOVE RETURN-CODE   TO SL-RETURN-CODE
           PERFORM 9160-STAMP-STEP-TIMES
           OPEN EXTEND STEPLOG
           WRITE STEPLOG-RECORD
           CLOSE STEPLOG.

       COPY DEPTPRC.

       COPY STEPTIME.

       END PROGRAM CHGACC.
