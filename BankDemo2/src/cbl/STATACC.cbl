      *    one row of run date, volume, exceptions, replacements and
      *    per-range exception counts to the cumulative statistics
      *    file STATRPT summarizes at month end.
      *    Beside the STATS row it now appends one row per
      *    replacement EXTRA value the night's replacements carried,
      *    with its count, to the by-code statistics file (see
      *    XTRASTAT.cpy), so STATRPT can break the month down by
      *    code.  The value is taken as it stood on the audit row;
      *    the code table is not consulted here.
      *    It now also appends one row per not-found cause with the
      *    night's MAIN/UTIL2 exceptions under it (see CAUSSTAT.cpy),
      *    off tonight's classified file from EXCPCLS (see
      *    EXCPCAUS.cpy), so STATRPT can show the month's exceptions by
      *    cause.  Without that file for tonight - or when its count
      *    does not tie to EXCPOUT's - the night's exceptions post as
      *    not classified, so the cause rows always add up to the STATS
      *    row.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCPOUT-STATUS.

           SELECT EXCPCAUS ASSIGN TO 'EXCPCAUS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCPCAUS-STATUS.

           SELECT DEPTMAP ASSIGN TO 'DEPTMAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTMAP-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATHIST-STATUS.

           SELECT XTRASTAT ASSIGN TO 'XTRASTAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XTRASTAT-STATUS.

           SELECT CAUSSTAT ASSIGN TO 'CAUSSTAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAUSSTAT-STATUS.

           SELECT STEPLOG ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY EXCPREC.

       FD  EXCPCAUS
           LABEL RECORDS ARE STANDARD.
           COPY EXCPCAUS.

       FD  DEPTMAP
           LABEL RECORDS ARE STANDARD.
           COPY DEPTREC.
           LABEL RECORDS ARE STANDARD.
           COPY STATREC.

       FD  XTRASTAT
           LABEL RECORDS ARE STANDARD.
           COPY XTRASTAT.

       FD  CAUSSTAT
           LABEL RECORDS ARE STANDARD.
           COPY CAUSSTAT.

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.

       COPY DEPTWS.

       COPY CAUSWS.

       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
             88  RUNCTL-OK                        VALUE '00'.
             88  AUDITOUT-OK                      VALUE '00'.
           05  WS-EXCPOUT-STATUS        PIC X(2) VALUE '00'.
             88  EXCPOUT-OK                       VALUE '00'.
           05  WS-EXCPCAUS-STATUS       PIC X(2) VALUE '00'.
             88  EXCPCAUS-OK                      VALUE '00'.
           05  WS-STATHIST-STATUS       PIC X(2) VALUE '00'.
           05  WS-XTRASTAT-STATUS       PIC X(2) VALUE '00'.
           05  WS-CAUSSTAT-STATUS       PIC X(2) VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
           05  WS-RANGE-COUNTS.
               10  WS-RANGE-EXCP        PIC 9(5) OCCURS 100 TIMES.

      *    the MAIN/UTIL2 pass's exceptions by cause - the slots of
      *    the cause table (see CAUSWS.cpy).
       01  WS-CAUSE-COUNTS.
           05  WS-CAUSE-EXCP            PIC 9(7) OCCURS 6 TIMES.
           05  WS-CAUSE-READ            PIC 9(7).
           05  WS-CAUSE-FILE-SW         PIC X(1).
             88  WS-CAUSE-FILE-TONIGHT            VALUE 'Y'.

      *    replacements by EXTRA value, the fiftieth and later
      *    distinct values pooled under OTHER.
       01  WS-CODE-COUNTS.
           05  WS-CODE-COUNT            PIC 9(2) VALUE 0.
           05  WS-CODE-ENTRY            OCCURS 50 TIMES.
               10  WS-CODE-VALUE        PIC X(10).
               10  WS-CODE-REPLACEMENTS PIC 9(7).
           05  WS-CODE-IDX              PIC 9(2) COMP.
           05  WS-CODE-HIT              PIC 9(2).

       COPY STEPTMWS.

       PROCEDURE DIVISION.
           PERFORM 9150-NOTE-STEP-START

           INITIALIZE WS-RANGE-COUNTS
           INITIALIZE WS-CODE-COUNTS
           PERFORM 0600-LOAD-DEPT-MAP
           PERFORM 1000-READ-RUNCTL


           PERFORM 2000-COUNT-AUDIT
           PERFORM 3000-COUNT-EXCEPTIONS
           PERFORM 3500-COUNT-CAUSES
           PERFORM 4000-APPEND-STATS
           PERFORM 9000-END-OF-JOB

                                   OR AR-BEFORE-NAME NOT =
                                       AR-AFTER-NAME)
                               ADD 1 TO WS-REPLACEMENTS
                               PERFORM 2100-TALLY-EXTRA-CODE
                           END-IF
                       END-IF
               END-READ
               CLOSE AUDITOUT
           END-IF.

       2100-TALLY-EXTRA-CODE.

           MOVE ZERO TO WS-CODE-HIT
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > WS-CODE-COUNT
                   OR WS-CODE-HIT > 0
               IF WS-CODE-VALUE(WS-CODE-IDX) = AR-AFTER-EXTRA
                   MOVE WS-CODE-IDX TO WS-CODE-HIT
               END-IF
           END-PERFORM

           IF WS-CODE-HIT = 0
               IF WS-CODE-COUNT < 49
                   ADD 1 TO WS-CODE-COUNT
                   MOVE WS-CODE-COUNT  TO WS-CODE-HIT
                   MOVE AR-AFTER-EXTRA TO WS-CODE-VALUE(WS-CODE-HIT)
               ELSE
                   MOVE 50 TO WS-CODE-HIT
                   MOVE 'OTHER' TO WS-CODE-VALUE(WS-CODE-HIT)
               END-IF
           END-IF
           ADD 1 TO WS-CODE-REPLACEMENTS(WS-CODE-HIT).

       3000-COUNT-EXCEPTIONS.

           MOVE 'N' TO WS-EOF-SWITCH
               CLOSE EXCPOUT
           END-IF.

       3500-COUNT-CAUSES.

           PERFORM VARYING WS-CAUSE-IDX FROM 1 BY 1
                   UNTIL WS-CAUSE-IDX > WS-CAUSE-SLOTS
               MOVE ZERO TO WS-CAUSE-EXCP(WS-CAUSE-IDX)
           END-PERFORM
           MOVE ZERO TO WS-CAUSE-READ
           MOVE 'N'  TO WS-CAUSE-FILE-SW
           MOVE 'N'  TO WS-EOF-SWITCH
           OPEN INPUT EXCPCAUS
           IF NOT EXCPCAUS-OK
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ EXCPCAUS
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
      *                an older night's file is not tonight's causes.
                       IF WS-RUN-DATE = 0
                           OR EC-RUN-DATE NOT = WS-RUN-DATE
                           SET WS-END-OF-FILE TO TRUE
                       ELSE
                           SET WS-CAUSE-FILE-TONIGHT TO TRUE
                           MOVE EC-EXCEPTION-ROW TO EXCPOUT-RECORD
                           IF ER-SUBPROGRAM = 'UTIL2'
                               ADD 1 TO WS-CAUSE-READ
                               MOVE EC-CAUSE TO WS-CAUSE-CHECK
                               PERFORM 0960-FIND-CAUSE
                               ADD 1 TO WS-CAUSE-EXCP(WS-CAUSE-HIT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF EXCPCAUS-OK OR WS-EXCPCAUS-STATUS = '10'
               CLOSE EXCPCAUS
           END-IF

           IF NOT WS-CAUSE-FILE-TONIGHT
               OR WS-CAUSE-READ NOT = WS-EXCEPTIONS
               IF WS-EXCEPTIONS > 0
                   DISPLAY 'NO CLASSIFIED EXCEPTIONS TYING TO EXCPOUT '
                       '- POSTED AS NOT CLASSIFIED'
               END-IF
               PERFORM VARYING WS-CAUSE-IDX FROM 1 BY 1
                       UNTIL WS-CAUSE-IDX > WS-CAUSE-SLOTS
                   MOVE ZERO TO WS-CAUSE-EXCP(WS-CAUSE-IDX)
               END-PERFORM
               MOVE WS-EXCEPTIONS TO WS-CAUSE-EXCP(WS-CAUSE-SLOTS)
           END-IF.

       4000-APPEND-STATS.

           OPEN EXTEND STATHIST
           MOVE WS-REPLACEMENTS TO ST-REPLACEMENTS
           MOVE WS-RANGE-COUNTS TO ST-RANGE-TABLE
           WRITE STATS-RECORD
           CLOSE STATHIST

           OPEN EXTEND XTRASTAT
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > 50
               IF WS-CODE-REPLACEMENTS(WS-CODE-IDX) > 0
                   MOVE SPACES      TO XTRA-STATS-RECORD
                   MOVE WS-RUN-DATE TO XS-RUN-DATE
                   MOVE WS-CODE-VALUE(WS-CODE-IDX) TO XS-CODE
                   MOVE WS-CODE-REPLACEMENTS(WS-CODE-IDX)
                     TO XS-REPLACEMENTS
                   WRITE XTRA-STATS-RECORD
               END-IF
           END-PERFORM
           CLOSE XTRASTAT

           OPEN EXTEND CAUSSTAT
           PERFORM VARYING WS-CAUSE-IDX FROM 1 BY 1
                   UNTIL WS-CAUSE-IDX > WS-CAUSE-SLOTS
               IF WS-CAUSE-EXCP(WS-CAUSE-IDX) > 0
                   MOVE SPACES      TO CAUSE-STATS-RECORD
                   MOVE WS-RUN-DATE TO CT-RUN-DATE
                   MOVE WS-CAUSE-CODE(WS-CAUSE-IDX) TO CT-CAUSE
                   MOVE WS-CAUSE-EXCP(WS-CAUSE-IDX) TO CT-EXCEPTIONS
                   WRITE CAUSE-STATS-RECORD
               END-IF
           END-PERFORM
           CLOSE CAUSSTAT.

       9000-END-OF-JOB.

           DISPLAY '  PROCESSED    : ' WS-PROCESSED
           DISPLAY '  EXCEPTIONS   : ' WS-EXCEPTIONS
           DISPLAY '  REPLACEMENTS : ' WS-REPLACEMENTS
           PERFORM VARYING WS-CAUSE-IDX FROM 1 BY 1
                   UNTIL WS-CAUSE-IDX > WS-CAUSE-SLOTS
               IF WS-CAUSE-EXCP(WS-CAUSE-IDX) > 0
                   DISPLAY '    ' WS-CAUSE-NAME(WS-CAUSE-IDX) ' : '
                       WS-CAUSE-EXCP(WS-CAUSE-IDX)
               END-IF
           END-PERFORM

           MOVE 0 TO RETURN-CODE
           PERFORM 9100-WRITE-STEPLOG.

       COPY DEPTPRC.

       COPY CAUSPRC.

       COPY STEPTIME.

       END PROGRAM STATACC.
