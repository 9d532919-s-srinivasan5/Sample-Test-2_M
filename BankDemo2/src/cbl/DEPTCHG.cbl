       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTCHG.
      *
      *    CHANGE LOG
      *    ----------
      *    Month-end department chargeback.  The registrar office,
      *    graduate school, continuing ed and admissions all use the
      *    chain, and nothing showed any of them what that cost.
      *    This step prices the month's work per DEPTMAP department:
      *    records processed and registrar / subscriber details sent
      *    off the nightly usage file CHGACC appends (see
      *    CHGUSE.cpy), exceptions worked off the cumulative STATS
      *    file's department slots, and maintenance transactions
      *    applied off the maintenance journal.  Unit rates and the
      *    wording for each activity come from the desk's rate
      *    table (see CHGRATE.cpy).  One statement per department,
      *    addressed to its DP-CONTACT, then a summary whose totals
      *    tie back to STATRPT's month volume and exceptions - a
      *    total that does not tie ends the step RC=4.
      *
      *    Runs on BIZDATE's month-end processing date (RUNCTL month
      *    end flag) for the month in the run date; any other night
      *    it prints nothing.  The CHGMONTH scheduler option (YYYYMM)
      *    re-issues a named month's statements off-cycle, same
      *    option convention as DRYRUN / LOOKUPMD.
      *
      *    Journal images now lead with the owning campus.  The
      *    department ranges in DEPTMAP stay by student id, so the
      *    lookup reads past the campus to the id as before.
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

           SELECT CHGRATES ASSIGN TO 'CHGRATES'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGRATES-STATUS.

           SELECT STATHIST ASSIGN TO 'STATHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATHIST-STATUS.

           SELECT CHGUSE ASSIGN TO 'CHGUSE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGUSE-STATUS.

           SELECT MNTJRNL ASSIGN TO 'MNTJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNTJRNL-STATUS.

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

       FD  CHGRATES
           LABEL RECORDS ARE STANDARD.
           COPY CHGRATE.

       FD  STATHIST
           LABEL RECORDS ARE STANDARD.
           COPY STATREC.

       FD  CHGUSE
           LABEL RECORDS ARE STANDARD.
           COPY CHGUSE.

       FD  MNTJRNL
           LABEL RECORDS ARE STANDARD.
           COPY MNTJRNL.

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.

       WORKING-STORAGE SECTION.

       COPY DEPTWS.

       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
             88  RUNCTL-OK                        VALUE '00'.
           05  WS-CHGRATES-STATUS       PIC X(2) VALUE '00'.
             88  CHGRATES-OK                      VALUE '00'.
           05  WS-STATHIST-STATUS       PIC X(2) VALUE '00'.
             88  STATHIST-OK                      VALUE '00'.
           05  WS-CHGUSE-STATUS         PIC X(2) VALUE '00'.
             88  CHGUSE-OK                        VALUE '00'.
           05  WS-MNTJRNL-STATUS        PIC X(2) VALUE '00'.
             88  MNTJRNL-OK                       VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-FILE                       VALUE 'Y'.

       01  WS-OPTIONS.
           05  WS-ENVVAL                PIC X(10) VALUE SPACES.
           05  WS-REPORT-MONTH          PIC 9(6) VALUE 0.
           05  WS-MONTH-END-SW          PIC X(1) VALUE 'N'.
             88  WS-MONTH-END-NIGHT               VALUE 'Y'.
           05  WS-FORCED-SW             PIC X(1) VALUE 'N'.
             88  WS-MONTH-FORCED                  VALUE 'Y'.

      *    the chargeable activities in statement order, with the
      *    wording printed when the rate table has no row for one.
       01  WS-ACTIVITY-VALUES.
           05  FILLER PIC X(34)
               VALUE 'PROCRECORDS PROCESSED             '.
           05  FILLER PIC X(34)
               VALUE 'EXCPEXCEPTIONS WORKED             '.
           05  FILLER PIC X(34)
               VALUE 'REGXREGISTRAR DETAILS SENT        '.
           05  FILLER PIC X(34)
               VALUE 'SUBXSUBSCRIBER DETAILS SENT       '.
           05  FILLER PIC X(34)
               VALUE 'MANTMAINTENANCE TRANSACTIONS      '.
       01  WS-ACTIVITY-TABLE REDEFINES WS-ACTIVITY-VALUES.
           05  WS-ACTIVITY-ENTRY        OCCURS 5 TIMES.
               10  WS-ACT-CODE          PIC X(4).
               10  WS-ACT-DESC          PIC X(30).

       01  WS-ACTIVITY-RATES.
           05  WS-RATE-ENTRY            OCCURS 5 TIMES.
               10  WS-ACT-RATE          PIC 9(3)V9(4).
               10  WS-ACT-RATE-SW       PIC X(1).
                 88  WS-ACT-RATE-FOUND            VALUE 'Y'.

       01  WS-ACT-IDX                   PIC 9(1) COMP.

      *    units per department slot (100 = UNMAPPED) per activity.
       01  WS-SLOT-TABLE.
           05  WS-SLOT-ENTRY            OCCURS 100 TIMES.
               10  WS-SLOT-UNITS        PIC 9(9)
                   OCCURS 5 TIMES.
               10  WS-SLOT-AMOUNT       PIC 9(9)V99.

       01  WS-SLOT-WORK.
           05  WS-SLOT-IDX              PIC 9(3) COMP.
           05  WS-SLOT-ACTIVE-SW        PIC X(1).
             88  WS-SLOT-ACTIVE                   VALUE 'Y'.
           05  WS-LINE-AMOUNT           PIC 9(9)V99.
           05  WS-JOURNAL-ID            PIC 9(6).

      *    the master-record images the journal carries, field by
      *    field (see STUDMSTR.cpy).
       01  WS-BEFORE-IMAGE.
           05  BI-CAMPUS-ID             PIC X(8).
           05  BI-STUDENT-ID            PIC X(6).
           05  FILLER                   PIC X(60).

       01  WS-AFTER-IMAGE.
           05  AI-CAMPUS-ID             PIC X(8).
           05  AI-STUDENT-ID            PIC X(6).
           05  FILLER                   PIC X(60).

       01  WS-MONTH-TOTALS.
           05  WS-STATS-DAYS            PIC 9(3) VALUE 0.
           05  WS-STATS-PROCESSED       PIC 9(9) VALUE 0.
           05  WS-STATS-EXCEPTIONS      PIC 9(9) VALUE 0.
           05  WS-STATS-REPLACEMENTS    PIC 9(9) VALUE 0.
           05  WS-USAGE-DAYS            PIC 9(3) VALUE 0.
           05  WS-LAST-USAGE-DATE       PIC 9(8) VALUE 0.
           05  WS-CHARGED-UNITS         PIC 9(9)
               OCCURS 5 TIMES.
           05  WS-GRAND-AMOUNT          PIC 9(11)V99 VALUE 0.
           05  WS-STATEMENTS            PIC 9(3) VALUE 0.
           05  WS-TIE-BREAKS            PIC 9(1) VALUE 0.
           05  WS-RATES-MISSING         PIC 9(1) VALUE 0.

       01  WS-EDIT-FIELDS.
           05  WS-UNITS-ED              PIC ZZZ,ZZZ,ZZ9.
           05  WS-RATE-ED               PIC ZZ9.9999.
           05  WS-AMOUNT-ED             PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-GRAND-ED              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-STATS-ED              PIC ZZZ,ZZZ,ZZ9.

       COPY STEPTMWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 9150-NOTE-STEP-START

           INITIALIZE WS-SLOT-TABLE
           INITIALIZE WS-ACTIVITY-RATES
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > 5
               MOVE 0 TO WS-CHARGED-UNITS(WS-ACT-IDX)
           END-PERFORM

           PERFORM 0600-LOAD-DEPT-MAP
           PERFORM 1000-SET-REPORT-MONTH

           IF NOT WS-MONTH-END-NIGHT AND NOT WS-MONTH-FORCED
               DISPLAY 'NOT THE MONTH-END PROCESSING DATE - NO '
                   'CHARGEBACK STATEMENTS'
               MOVE 0 TO RETURN-CODE
               PERFORM 9100-WRITE-STEPLOG
               STOP RUN
           END-IF

           PERFORM 1500-LOAD-RATES
           PERFORM 2000-READ-STATS
           PERFORM 3000-READ-USAGE
           PERFORM 4000-READ-JOURNAL

           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 100
               PERFORM 5000-PRINT-STATEMENT
           END-PERFORM

           PERFORM 6000-PRINT-SUMMARY
           PERFORM 9000-END-OF-JOB

           STOP RUN.

       1000-SET-REPORT-MONTH.

           OPEN INPUT RUNCTL
           READ RUNCTL
               AT END
                   DISPLAY 'RUNCTL NOT AVAILABLE - NO REPORT MONTH'
           END-READ
           CLOSE RUNCTL

           IF RUNCTL-OK
               MOVE RC-RUN-YEAR  TO WS-REPORT-MONTH(1:4)
               MOVE RC-RUN-MONTH TO WS-REPORT-MONTH(5:2)
               IF RC-MONTH-END
                   SET WS-MONTH-END-NIGHT TO TRUE
               END-IF
           END-IF

           DISPLAY 'CHGMONTH' UPON ENVIRONMENT-NAME
           ACCEPT WS-ENVVAL FROM ENVIRONMENT-VALUE
           IF WS-ENVVAL(1:6) IS NUMERIC
               AND WS-ENVVAL(5:2) > '00'
               AND WS-ENVVAL(5:2) < '13'
               MOVE WS-ENVVAL(1:6) TO WS-REPORT-MONTH
               SET WS-MONTH-FORCED TO TRUE
               DISPLAY 'CHGMONTH OPTION - STATEMENTS RE-ISSUED FOR '
                   WS-REPORT-MONTH
           END-IF.

       1500-LOAD-RATES.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CHGRATES
           IF NOT CHGRATES-OK
               DISPLAY 'CHARGEBACK RATE TABLE NOT AVAILABLE'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ CHGRATES
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CR-ACTIVITY(1:1) NOT = '*'
                           PERFORM 1600-STORE-RATE
                       END-IF
               END-READ
           END-PERFORM
           IF CHGRATES-OK OR WS-CHGRATES-STATUS = '10'
               CLOSE CHGRATES
           END-IF

           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > 5
               IF NOT WS-ACT-RATE-FOUND(WS-ACT-IDX)
                   ADD 1 TO WS-RATES-MISSING
                   DISPLAY 'NO RATE FOR ' WS-ACT-CODE(WS-ACT-IDX)
                       ' - CHARGED AT ZERO'
               END-IF
           END-PERFORM.

       1600-STORE-RATE.

           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > 5
               IF CR-ACTIVITY = WS-ACT-CODE(WS-ACT-IDX)
                   IF CR-UNIT-RATE IS NUMERIC
                       MOVE CR-UNIT-RATE TO WS-ACT-RATE(WS-ACT-IDX)
                       SET WS-ACT-RATE-FOUND(WS-ACT-IDX) TO TRUE
                   ELSE
                       DISPLAY 'RATE FOR ' CR-ACTIVITY
                           ' NOT NUMERIC - IGNORED'
                   END-IF
                   IF CR-DESCRIPTION NOT = SPACES
                       MOVE CR-DESCRIPTION TO WS-ACT-DESC(WS-ACT-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       2000-READ-STATS.

      *    exceptions worked come straight off STATS' department
      *    slots; the month totals are what STATRPT prints.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT STATHIST
           IF NOT STATHIST-OK
               DISPLAY 'STATISTICS FILE NOT AVAILABLE - NO '
                   'EXCEPTION CHARGES'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ STATHIST
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF ST-RUN-DATE(1:6) = WS-REPORT-MONTH
                           PERFORM 2100-ADD-STATS-DAY
                       END-IF
               END-READ
           END-PERFORM
           IF STATHIST-OK OR WS-STATHIST-STATUS = '10'
               CLOSE STATHIST
           END-IF.

       2100-ADD-STATS-DAY.

           ADD 1 TO WS-STATS-DAYS
           ADD ST-RECORDS-PROCESSED TO WS-STATS-PROCESSED
           ADD ST-EXCEPTIONS        TO WS-STATS-EXCEPTIONS
           ADD ST-REPLACEMENTS      TO WS-STATS-REPLACEMENTS
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 100
               ADD ST-RANGE-EXCP(WS-SLOT-IDX)
                 TO WS-SLOT-UNITS(WS-SLOT-IDX, 2)
           END-PERFORM.

       3000-READ-USAGE.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CHGUSE
           IF NOT CHGUSE-OK
               DISPLAY 'DEPARTMENT USAGE FILE NOT AVAILABLE - NO '
                   'VOLUME OR TRANSMISSION CHARGES'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ CHGUSE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CU-RUN-DATE(1:6) = WS-REPORT-MONTH
                           PERFORM 3100-ADD-USAGE-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF CHGUSE-OK OR WS-CHGUSE-STATUS = '10'
               CLOSE CHGUSE
           END-IF.

       3100-ADD-USAGE-ROW.

      *    rows are appended a night at a time, so a change of date
      *    is a new run day.
           IF CU-RUN-DATE NOT = WS-LAST-USAGE-DATE
               ADD 1 TO WS-USAGE-DAYS
               MOVE CU-RUN-DATE TO WS-LAST-USAGE-DATE
           END-IF
           IF CU-DEPT-SEQ > 0 AND CU-DEPT-SEQ NOT > 100
               MOVE CU-DEPT-SEQ TO WS-SLOT-IDX
           ELSE
               MOVE 100 TO WS-SLOT-IDX
           END-IF
           ADD CU-RECORDS-PROCESSED  TO WS-SLOT-UNITS(WS-SLOT-IDX, 1)
           ADD CU-REGISTRAR-DETAILS  TO WS-SLOT-UNITS(WS-SLOT-IDX, 3)
           ADD CU-SUBSCRIBER-DETAILS TO WS-SLOT-UNITS(WS-SLOT-IDX, 4).

       4000-READ-JOURNAL.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MNTJRNL
           IF NOT MNTJRNL-OK
               DISPLAY 'MAINTENANCE JOURNAL NOT AVAILABLE - NO '
                   'MAINTENANCE CHARGES'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ MNTJRNL
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF MJ-DATE(1:6) = WS-REPORT-MONTH
                           PERFORM 4100-ADD-JOURNAL-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF MNTJRNL-OK OR WS-MNTJRNL-STATUS = '10'
               CLOSE MNTJRNL
           END-IF.

       4100-ADD-JOURNAL-ROW.

      *    the department of the student the change was made to -
      *    the after-image, or the before-image of a delete.
           MOVE MJ-BEFORE-IMAGE TO WS-BEFORE-IMAGE
           MOVE MJ-AFTER-IMAGE  TO WS-AFTER-IMAGE
           MOVE 0 TO WS-JOURNAL-ID
           IF AI-STUDENT-ID IS NUMERIC
               MOVE AI-STUDENT-ID TO WS-JOURNAL-ID
           END-IF
           IF WS-JOURNAL-ID = 0 AND BI-STUDENT-ID IS NUMERIC
               MOVE BI-STUDENT-ID TO WS-JOURNAL-ID
           END-IF
           MOVE WS-JOURNAL-ID TO WS-DEPT-LOOKUP-ID
           PERFORM 0650-RESOLVE-DEPT
           MOVE WS-DEPT-SEQ TO WS-SLOT-IDX
           ADD 1 TO WS-SLOT-UNITS(WS-SLOT-IDX, 5).

      *****************************************************************
      *    ONE STATEMENT PER DEPARTMENT                               *
      *****************************************************************
       5000-PRINT-STATEMENT.

      *    every mapped department gets a statement, even a nil
      *    one; UNMAPPED only when ids outside every range cost
      *    something - the reference file's gap, billed to nobody.
           MOVE 'N' TO WS-SLOT-ACTIVE-SW
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > 5
               IF WS-SLOT-UNITS(WS-SLOT-IDX, WS-ACT-IDX) > 0
                   SET WS-SLOT-ACTIVE TO TRUE
               END-IF
           END-PERFORM

           IF WS-SLOT-IDX NOT > WS-DEPT-COUNT
               OR (WS-SLOT-IDX = 100 AND WS-SLOT-ACTIVE)
               PERFORM 5100-STATEMENT-BODY
           END-IF.

       5100-STATEMENT-BODY.

           ADD 1 TO WS-STATEMENTS
           IF WS-SLOT-IDX NOT > WS-DEPT-COUNT
               MOVE WS-DEPT-NAME(WS-SLOT-IDX)    TO WS-DEPT-NAME-OUT
               MOVE WS-DEPT-CONTACT(WS-SLOT-IDX) TO WS-DEPT-CONTACT-OUT
           ELSE
               MOVE 'UNMAPPED'                   TO WS-DEPT-NAME-OUT
               MOVE 'NO CONTACT - ID RANGE GAP'  TO WS-DEPT-CONTACT-OUT
           END-IF

           DISPLAY '================================================'
               '========================'
           DISPLAY 'DEPARTMENT CHARGEBACK STATEMENT      MONTH '
               WS-REPORT-MONTH
           DISPLAY 'TO     : ' WS-DEPT-CONTACT-OUT
           IF WS-SLOT-IDX NOT > WS-DEPT-COUNT
               DISPLAY 'DEPT   : ' WS-DEPT-NAME-OUT
                   '  IDS ' WS-DEPT-LOW(WS-SLOT-IDX)
                   ' - ' WS-DEPT-HIGH(WS-SLOT-IDX)
           ELSE
               DISPLAY 'DEPT   : ' WS-DEPT-NAME-OUT
           END-IF
           DISPLAY ' '
           DISPLAY '  ACTIVITY                            UNITS'
               '     RATE         AMOUNT'

           MOVE 0 TO WS-SLOT-AMOUNT(WS-SLOT-IDX)
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > 5
               PERFORM 5200-STATEMENT-LINE
           END-PERFORM

           MOVE WS-SLOT-AMOUNT(WS-SLOT-IDX) TO WS-AMOUNT-ED
           DISPLAY '  TOTAL DUE                                   '
               '          ' WS-AMOUNT-ED
           ADD WS-SLOT-AMOUNT(WS-SLOT-IDX) TO WS-GRAND-AMOUNT.

       5200-STATEMENT-LINE.

           COMPUTE WS-LINE-AMOUNT ROUNDED =
               WS-SLOT-UNITS(WS-SLOT-IDX, WS-ACT-IDX)
               * WS-ACT-RATE(WS-ACT-IDX)
           ADD WS-LINE-AMOUNT TO WS-SLOT-AMOUNT(WS-SLOT-IDX)
           ADD WS-SLOT-UNITS(WS-SLOT-IDX, WS-ACT-IDX)
             TO WS-CHARGED-UNITS(WS-ACT-IDX)
           MOVE WS-SLOT-UNITS(WS-SLOT-IDX, WS-ACT-IDX)
             TO WS-UNITS-ED
           MOVE WS-ACT-RATE(WS-ACT-IDX) TO WS-RATE-ED
           MOVE WS-LINE-AMOUNT          TO WS-AMOUNT-ED
           DISPLAY '  ' WS-ACT-DESC(WS-ACT-IDX)
               WS-UNITS-ED ' ' WS-RATE-ED ' ' WS-AMOUNT-ED.

      *****************************************************************
      *    SUMMARY AND TIE-BACK TO STATRPT                            *
      *****************************************************************
       6000-PRINT-SUMMARY.

           DISPLAY '================================================'
               '========================'
           DISPLAY 'CHARGEBACK SUMMARY                   MONTH '
               WS-REPORT-MONTH
           DISPLAY ' '
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 100
               IF WS-SLOT-IDX NOT > WS-DEPT-COUNT
                   OR WS-SLOT-AMOUNT(WS-SLOT-IDX) > 0
                   PERFORM 6100-SUMMARY-LINE
               END-IF
           END-PERFORM
           MOVE WS-GRAND-AMOUNT TO WS-GRAND-ED
           DISPLAY '  TOTAL CHARGED                   ' WS-GRAND-ED

           DISPLAY ' '
           DISPLAY 'TIE-BACK TO STATRPT MONTH TOTALS'
           MOVE WS-STATS-PROCESSED TO WS-STATS-ED
           MOVE WS-CHARGED-UNITS(1) TO WS-UNITS-ED
           DISPLAY '  RECORDS PROCESSED  STATS ' WS-STATS-ED
               '  CHARGED ' WS-UNITS-ED
           IF WS-STATS-PROCESSED NOT = WS-CHARGED-UNITS(1)
               ADD 1 TO WS-TIE-BREAKS
               DISPLAY '    *** DOES NOT TIE ***'
           END-IF
           MOVE WS-STATS-EXCEPTIONS TO WS-STATS-ED
           MOVE WS-CHARGED-UNITS(2) TO WS-UNITS-ED
           DISPLAY '  EXCEPTIONS         STATS ' WS-STATS-ED
               '  CHARGED ' WS-UNITS-ED
           IF WS-STATS-EXCEPTIONS NOT = WS-CHARGED-UNITS(2)
               ADD 1 TO WS-TIE-BREAKS
               DISPLAY '    *** DOES NOT TIE ***'
           END-IF
      *    replacements reach the registrar only on nights the
      *    interchange was released - a held night shows here as
      *    the difference, which is information, not an error.
           MOVE WS-STATS-REPLACEMENTS TO WS-STATS-ED
           MOVE WS-CHARGED-UNITS(3) TO WS-UNITS-ED
           DISPLAY '  REPLACEMENTS       STATS ' WS-STATS-ED
               '  SENT    ' WS-UNITS-ED
           DISPLAY '  RUN DAYS           STATS ' WS-STATS-DAYS
               '          USAGE   ' WS-USAGE-DAYS
           IF WS-STATS-DAYS NOT = WS-USAGE-DAYS
               ADD 1 TO WS-TIE-BREAKS
               DISPLAY '    *** DOES NOT TIE ***'
           END-IF.

       6100-SUMMARY-LINE.

           IF WS-SLOT-IDX NOT > WS-DEPT-COUNT
               MOVE WS-DEPT-NAME(WS-SLOT-IDX) TO WS-DEPT-NAME-OUT
           ELSE
               MOVE 'UNMAPPED'                TO WS-DEPT-NAME-OUT
           END-IF
           MOVE WS-SLOT-AMOUNT(WS-SLOT-IDX) TO WS-AMOUNT-ED
           DISPLAY '  ' WS-DEPT-NAME-OUT '             '
               WS-AMOUNT-ED.

       9000-END-OF-JOB.

           DISPLAY '================================================'
               '========================'
           DISPLAY 'STATEMENTS PRINTED  : ' WS-STATEMENTS
           DISPLAY 'RATES MISSING       : ' WS-RATES-MISSING
           DISPLAY 'TOTALS NOT TYING    : ' WS-TIE-BREAKS

           IF WS-TIE-BREAKS > 0 OR WS-RATES-MISSING > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9100-WRITE-STEPLOG.

       9100-WRITE-STEPLOG.

      *    one row per chain step so the morning dashboard can show
      *    pass/fail without scraping job logs (see STEPLOG.cpy).
           MOVE 'DEPTCHG'     TO SL-STEP-NAME
           MOVE RETURN-CODE   TO SL-RETURN-CODE
           PERFORM 9160-STAMP-STEP-TIMES
           OPEN EXTEND STEPLOG
           WRITE STEPLOG-RECORD
           CLOSE STEPLOG.

       COPY DEPTPRC.

       COPY STEPTIME.

       END PROGRAM DEPTCHG.
