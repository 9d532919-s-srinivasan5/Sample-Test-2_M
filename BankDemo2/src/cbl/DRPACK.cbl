       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRPACK.
      *
      *    CHANGE LOG
      *    ----------
      *    Disaster-recovery shipment package.  The recovery plan
      *    assumed the last STUDBKP unload plus a rebuild, yet
      *    nothing left the data centre each night but the
      *    registrar and subscriber feeds.  This step runs at the
      *    end of the night and bundles everything the recovery
      *    site needs to bring its standby forward into one
      *    transmittable file (see DRPKREC.cpy):
      *      - the RUNCTL record - business date and run state;
      *      - the master delta: maintenance journal rows written
      *        since the last package (the ship control's journal
      *        mark, see DRCTL.cpy) and applied-marker rows stamped
      *        on or after the last package's business date;
      *      - the night's audit segment with its trailer;
      *      - cross-reference rows posted on or after the last
      *        package's business date.
      *    The markers and cross-reference rows are keyed and land
      *    by replacement at the recovery site, so reaching back to
      *    the last package's date - and picking up anything a
      *    supplemental run posted after it - sends nothing twice
      *    that matters.  A manifest closes the file with a count
      *    and id hash per section and a chained check value (see
      *    DRPKPRC.cpy), and the package takes the next sequence
      *    number off the ship control, which is rewritten only once
      *    the package is complete.  A business date already
      *    packaged is not packaged again (a restart past this step
      *    leaves the night's package as it was); the step ends 4.
      *    The first package, with no ship control yet, carries the
      *    whole journal and every marker and cross-reference row.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT DRSHIP ASSIGN TO 'DRSHIP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRSHIP-STATUS.

           SELECT MNTJRNL ASSIGN TO 'MNTJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNTJRNL-STATUS.

           SELECT APLDFILE ASSIGN TO 'APLDFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AD-STUDENT-KEY
               FILE STATUS IS WS-APLDFILE-STATUS.

           SELECT AUDITOUT ASSIGN TO 'AUDITOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITOUT-STATUS.

           SELECT XREFFILE ASSIGN TO 'XREFFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XR-OLD-KEY
               FILE STATUS IS WS-XREFFILE-STATUS.

           SELECT DRPKG ASSIGN TO 'DRPKG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRPKG-STATUS.

           SELECT STEPLOG ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  DRSHIP
           LABEL RECORDS ARE STANDARD.
           COPY DRCTL.

       FD  MNTJRNL
           LABEL RECORDS ARE STANDARD.
           COPY MNTJRNL.

       FD  APLDFILE
           LABEL RECORDS ARE STANDARD.
           COPY APLDREC.

       FD  AUDITOUT
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       FD  XREFFILE
           LABEL RECORDS ARE STANDARD.
           COPY XREFREC.

       FD  DRPKG
           LABEL RECORDS ARE STANDARD.
           COPY DRPKREC.

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
             88  RUNCTL-OK                        VALUE '00'.
           05  WS-DRSHIP-STATUS         PIC X(2) VALUE '00'.
             88  DRSHIP-OK                        VALUE '00'.
           05  WS-MNTJRNL-STATUS        PIC X(2) VALUE '00'.
             88  MNTJRNL-OK                       VALUE '00'.
           05  WS-APLDFILE-STATUS       PIC X(2) VALUE '00'.
             88  APLDFILE-OK                      VALUE '00'.
           05  WS-AUDITOUT-STATUS       PIC X(2) VALUE '00'.
             88  AUDITOUT-OK                      VALUE '00'.
           05  WS-XREFFILE-STATUS       PIC X(2) VALUE '00'.
             88  XREFFILE-OK                      VALUE '00'.
           05  WS-DRPKG-STATUS          PIC X(2) VALUE '00'.
             88  DRPKG-OK                         VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-FILE                       VALUE 'Y'.

       01  WS-RUN-DATE                  PIC 9(8) VALUE 0.
       01  WS-RUN-SEQ                   PIC X(1) VALUE SPACE.
       01  WS-RUNCTL-IMAGE              PIC X(20) VALUE SPACES.

       01  WS-PACK-SWITCHES.
           05  WS-ALREADY-SW            PIC X(1) VALUE 'N'.
             88  WS-ALREADY-PACKAGED              VALUE 'Y'.
           05  WS-SHORT-SW              PIC X(1) VALUE 'N'.
             88  WS-SECTION-SHORT                 VALUE 'Y'.
           05  WS-WRITE-FAILED-SW       PIC X(1) VALUE 'N'.
             88  WS-WRITE-FAILED                  VALUE 'Y'.

      *    the last package cut, off the ship control - all zero
      *    before the first.
       01  WS-LAST-PACKAGE.
           05  WS-LAST-SEQ              PIC 9(6) VALUE 0.
           05  WS-LAST-BUS-DATE         PIC 9(8) VALUE 0.
           05  WS-LAST-MARK-ROWS        PIC 9(5) VALUE 0.

       01  WS-THIS-PACKAGE.
           05  WS-PACKAGE-SEQ           PIC 9(6) VALUE 0.
           05  WS-NOW-DATE              PIC 9(8) VALUE 0.
           05  WS-NOW-TIME              PIC X(8) VALUE SPACES.

      *    journal stamps compare as date then time of day.
       01  WS-JOURNAL-STAMPS.
           05  WS-MARK-STAMP.
               10  WS-MARK-DATE         PIC 9(8) VALUE 0.
               10  WS-MARK-TIME         PIC X(6) VALUE ZEROS.
           05  WS-ROW-STAMP.
               10  WS-ROW-DATE          PIC 9(8).
               10  WS-ROW-TIME          PIC X(6).
           05  WS-HIGH-STAMP.
               10  WS-HIGH-DATE         PIC 9(8) VALUE 0.
               10  WS-HIGH-TIME         PIC X(6) VALUE ZEROS.
           05  WS-HIGH-ROWS             PIC 9(5) VALUE 0.
           05  WS-AT-MARK-SEEN          PIC 9(5) VALUE 0.

       01  WS-PACK-COUNTERS.
           05  WS-JRNL-READ             PIC 9(7) VALUE 0.
           05  WS-MARKERS-READ          PIC 9(7) VALUE 0.
           05  WS-XREF-READ             PIC 9(7) VALUE 0.

       COPY DRPKWS.

       COPY STEPTMWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 9150-NOTE-STEP-START

           PERFORM 1000-READ-RUNCTL
           IF NOT RUNCTL-OK OR WS-RUN-DATE = 0
               MOVE 8 TO RETURN-CODE
               PERFORM 9100-WRITE-STEPLOG
               STOP RUN
           END-IF

           PERFORM 1100-READ-SHIP-CONTROL
           IF WS-ALREADY-PACKAGED
               DISPLAY 'BUSINESS DATE ' WS-RUN-DATE
                   ' ALREADY PACKAGED AS ' WS-LAST-SEQ
                   ' - NOTHING CUT'
               MOVE 4 TO RETURN-CODE
               PERFORM 9100-WRITE-STEPLOG
               STOP RUN
           END-IF

           OPEN OUTPUT DRPKG
           IF NOT DRPKG-OK
               DISPLAY 'DR PACKAGE WOULD NOT OPEN - STATUS '
                   WS-DRPKG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9100-WRITE-STEPLOG
               STOP RUN
           END-IF

           PERFORM 0900-CLEAR-PACKAGE-TOTALS
           PERFORM 2000-WRITE-HEADER
           PERFORM 3000-PACK-RUNCTL
           PERFORM 3100-PACK-JOURNAL
           PERFORM 3200-PACK-MARKERS
           PERFORM 3300-PACK-AUDIT
           PERFORM 3400-PACK-XREF
           PERFORM 4000-WRITE-MANIFEST
           CLOSE DRPKG

      *    the ship control moves on only for a whole package - a
      *    failed one is cut again from the same mark.
           IF NOT WS-WRITE-FAILED
               PERFORM 5000-WRITE-SHIP-CONTROL
           END-IF

           PERFORM 9000-END-OF-JOB

           STOP RUN.

       1000-READ-RUNCTL.

           OPEN INPUT RUNCTL
           READ RUNCTL
               AT END
                   DISPLAY 'RUNCTL NOT AVAILABLE - NO PACKAGE CUT'
           END-READ
           CLOSE RUNCTL

           IF RUNCTL-OK
               MOVE RC-RUN-YEAR  TO WS-RUN-DATE(1:4)
               MOVE RC-RUN-MONTH TO WS-RUN-DATE(5:2)
               MOVE RC-RUN-DAY   TO WS-RUN-DATE(7:2)
               MOVE RC-RUN-SEQ   TO WS-RUN-SEQ
               MOVE RUNCTL-RECORD TO WS-RUNCTL-IMAGE
           END-IF.

       1100-READ-SHIP-CONTROL.

      *    no ship control (or an empty one) is the first package.
           OPEN INPUT DRSHIP
           IF DRSHIP-OK
               READ DRSHIP
                   AT END
                       DISPLAY 'SHIP CONTROL EMPTY - FIRST PACKAGE'
               END-READ
               IF DRSHIP-OK
                   MOVE DC-PACKAGE-SEQ    TO WS-LAST-SEQ
                   MOVE DC-BUSINESS-DATE  TO WS-LAST-BUS-DATE
                   MOVE DC-JRNL-MARK-DATE TO WS-MARK-DATE
                   MOVE DC-JRNL-MARK-TIME TO WS-MARK-TIME
                   MOVE DC-JRNL-MARK-ROWS TO WS-LAST-MARK-ROWS
               END-IF
               CLOSE DRSHIP
           ELSE
               DISPLAY 'SHIP CONTROL NOT AVAILABLE - FIRST PACKAGE'
           END-IF

           IF WS-LAST-SEQ > 0
               AND WS-LAST-BUS-DATE = WS-RUN-DATE
               SET WS-ALREADY-PACKAGED TO TRUE
           END-IF

           ADD 1 WS-LAST-SEQ GIVING WS-PACKAGE-SEQ
           MOVE WS-MARK-STAMP   TO WS-HIGH-STAMP
           MOVE WS-LAST-MARK-ROWS TO WS-HIGH-ROWS.

       2000-WRITE-HEADER.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME

           MOVE SPACES              TO DR-PACKAGE-RECORD
           SET PK-HEADER            TO TRUE
           MOVE WS-PACKAGE-SEQ      TO PH-PACKAGE-SEQ
           MOVE WS-RUN-DATE         TO PH-BUSINESS-DATE
           MOVE WS-RUN-SEQ          TO PH-RUN-SEQ
           MOVE WS-NOW-DATE         TO PH-CREATED-DATE
           MOVE WS-NOW-TIME(1:6)    TO PH-CREATED-TIME
           MOVE WS-LAST-SEQ         TO PH-PRIOR-SEQ
           MOVE WS-LAST-BUS-DATE    TO PH-PRIOR-BUS-DATE
           MOVE WS-MARK-DATE        TO PH-JRNL-FROM-DATE
           MOVE WS-MARK-TIME        TO PH-JRNL-FROM-TIME
           PERFORM 3900-WRITE-PACKAGE-RECORD

           DISPLAY 'DISASTER-RECOVERY PACKAGE ' WS-PACKAGE-SEQ
               ' - BUSINESS DATE ' WS-RUN-DATE
           DISPLAY '------------------------------------------------'
           DISPLAY 'PRIOR PACKAGE         : ' WS-LAST-SEQ
               ' OF ' WS-LAST-BUS-DATE
           DISPLAY 'JOURNAL AFTER         : ' WS-MARK-DATE
               ' ' WS-MARK-TIME.

       3000-PACK-RUNCTL.

           MOVE SPACES         TO DR-PACKAGE-RECORD
           SET PK-RUNCTL-ROW   TO TRUE
           MOVE WS-RUNCTL-IMAGE TO PK-DATA
           PERFORM 3800-TALLY-AND-WRITE.

       3100-PACK-JOURNAL.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MNTJRNL
           IF NOT MNTJRNL-OK
               DISPLAY 'JOURNAL NOT AVAILABLE - NO MASTER DELTA'
               SET WS-SECTION-SHORT TO TRUE
               SET WS-END-OF-FILE TO TRUE
           END-IF

           PERFORM UNTIL WS-END-OF-FILE
               READ MNTJRNL
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-JRNL-READ
                       PERFORM 3110-PACK-ONE-JOURNAL-ROW
               END-READ
           END-PERFORM

           IF MNTJRNL-OK OR WS-MNTJRNL-STATUS = '10'
               CLOSE MNTJRNL
           END-IF.

       3110-PACK-ONE-JOURNAL-ROW.

           MOVE MJ-DATE TO WS-ROW-DATE
           MOVE MJ-TIME TO WS-ROW-TIME

      *    rows sharing the mark's exact stamp: the first so many
      *    went in the last package.
           IF WS-ROW-STAMP = WS-MARK-STAMP
               ADD 1 TO WS-AT-MARK-SEEN
           END-IF

      *    the newest stamp on file, and how many rows carry it,
      *    become the next package's mark.
           EVALUATE TRUE
               WHEN WS-ROW-STAMP > WS-HIGH-STAMP
                   MOVE WS-ROW-STAMP TO WS-HIGH-STAMP
                   MOVE 1 TO WS-HIGH-ROWS
               WHEN WS-ROW-STAMP = WS-HIGH-STAMP
                   AND WS-ROW-STAMP > WS-MARK-STAMP
                   ADD 1 TO WS-HIGH-ROWS
               WHEN WS-ROW-STAMP = WS-HIGH-STAMP
                   AND WS-AT-MARK-SEEN > WS-LAST-MARK-ROWS
                   ADD 1 TO WS-HIGH-ROWS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-ROW-STAMP > WS-MARK-STAMP
               OR (WS-ROW-STAMP = WS-MARK-STAMP
                   AND WS-AT-MARK-SEEN > WS-LAST-MARK-ROWS)
               MOVE SPACES          TO DR-PACKAGE-RECORD
               SET PK-JOURNAL-ROW   TO TRUE
               MOVE MNTJRNL-RECORD  TO PK-DATA
               PERFORM 3800-TALLY-AND-WRITE
           END-IF.

       3200-PACK-MARKERS.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT APLDFILE
           IF NOT APLDFILE-OK
               DISPLAY 'APPLIED MARKERS NOT AVAILABLE - NONE SENT'
               SET WS-SECTION-SHORT TO TRUE
               SET WS-END-OF-FILE TO TRUE
           END-IF

           PERFORM UNTIL WS-END-OF-FILE
               READ APLDFILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MARKERS-READ
                       IF AD-LAST-APPLIED NOT < WS-LAST-BUS-DATE
                           MOVE SPACES          TO DR-PACKAGE-RECORD
                           SET PK-MARKER-ROW    TO TRUE
                           MOVE APPLIED-MARK-RECORD TO PK-DATA
                           PERFORM 3800-TALLY-AND-WRITE
                       END-IF
               END-READ
           END-PERFORM

           IF APLDFILE-OK OR WS-APLDFILE-STATUS = '10'
               CLOSE APLDFILE
           END-IF.

       3300-PACK-AUDIT.

      *    the whole segment, trailer and all, so the recovery site
      *    can prove the chain the same way AUDVERIF does here.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT AUDITOUT
           IF NOT AUDITOUT-OK
               DISPLAY 'AUDITOUT NOT AVAILABLE - NO AUDIT SEGMENT'
               SET WS-SECTION-SHORT TO TRUE
               SET WS-END-OF-FILE TO TRUE
           END-IF

           PERFORM UNTIL WS-END-OF-FILE
               READ AUDITOUT
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE SPACES          TO DR-PACKAGE-RECORD
                       SET PK-AUDIT-ROW     TO TRUE
                       MOVE AUDITOUT-RECORD TO PK-DATA
                       PERFORM 3800-TALLY-AND-WRITE
               END-READ
           END-PERFORM

           IF AUDITOUT-OK OR WS-AUDITOUT-STATUS = '10'
               CLOSE AUDITOUT
           END-IF.

       3400-PACK-XREF.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT XREFFILE
           IF NOT XREFFILE-OK
               DISPLAY 'CROSS-REFERENCE NOT AVAILABLE - NONE SENT'
               SET WS-SECTION-SHORT TO TRUE
               SET WS-END-OF-FILE TO TRUE
           END-IF

           PERFORM UNTIL WS-END-OF-FILE
               READ XREFFILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-XREF-READ
                       IF XR-APPLIED-DATE NOT < WS-LAST-BUS-DATE
                           MOVE SPACES          TO DR-PACKAGE-RECORD
                           SET PK-XREF-ROW      TO TRUE
                           MOVE XREF-RECORD     TO PK-DATA
                           PERFORM 3800-TALLY-AND-WRITE
                       END-IF
               END-READ
           END-PERFORM

           IF XREFFILE-OK OR WS-XREFFILE-STATUS = '10'
               CLOSE XREFFILE
           END-IF.

       3800-TALLY-AND-WRITE.

           MOVE PK-DATA TO WS-DRP-ROW
           PERFORM 0910-TALLY-PACKAGE-ROW
           PERFORM 3900-WRITE-PACKAGE-RECORD.

       3900-WRITE-PACKAGE-RECORD.

           WRITE DR-PACKAGE-RECORD
           IF NOT DRPKG-OK
               IF NOT WS-WRITE-FAILED
                   DISPLAY 'DR PACKAGE WRITE FAILED - STATUS '
                       WS-DRPKG-STATUS
               END-IF
               SET WS-WRITE-FAILED TO TRUE
           END-IF.

       4000-WRITE-MANIFEST.

           MOVE SPACES              TO DR-PACKAGE-RECORD
           SET PK-MANIFEST          TO TRUE
           MOVE WS-PACKAGE-SEQ      TO PM-PACKAGE-SEQ
           MOVE WS-DRP-SECTIONS     TO PM-SECTIONS
           MOVE WS-DRP-ROWS         TO PM-ROW-COUNT
           MOVE WS-DRP-CHECK        TO PM-PACKAGE-CHECK
           PERFORM 3900-WRITE-PACKAGE-RECORD.

       5000-WRITE-SHIP-CONTROL.

           OPEN OUTPUT DRSHIP
           IF NOT DRSHIP-OK
               DISPLAY 'SHIP CONTROL WOULD NOT OPEN - STATUS '
                   WS-DRSHIP-STATUS ' - NEXT PACKAGE REPEATS '
                   WS-PACKAGE-SEQ
               SET WS-SECTION-SHORT TO TRUE
           ELSE
               MOVE SPACES            TO DR-CONTROL-RECORD
               MOVE WS-PACKAGE-SEQ    TO DC-PACKAGE-SEQ
               MOVE WS-RUN-DATE       TO DC-BUSINESS-DATE
               MOVE WS-RUN-SEQ        TO DC-RUN-SEQ
               MOVE WS-HIGH-DATE      TO DC-JRNL-MARK-DATE
               MOVE WS-HIGH-TIME      TO DC-JRNL-MARK-TIME
               MOVE WS-HIGH-ROWS      TO DC-JRNL-MARK-ROWS
               MOVE WS-NOW-DATE       TO DC-STAMP-DATE
               MOVE WS-NOW-TIME(1:6)  TO DC-STAMP-TIME
               WRITE DR-CONTROL-RECORD
               CLOSE DRSHIP
           END-IF.

       9000-END-OF-JOB.

           DISPLAY 'JOURNAL ROWS READ     : ' WS-JRNL-READ
           DISPLAY 'MARKER ROWS READ      : ' WS-MARKERS-READ
           DISPLAY 'XREF ROWS READ        : ' WS-XREF-READ
           DISPLAY 'JOURNAL MARK NOW      : ' WS-HIGH-DATE
               ' ' WS-HIGH-TIME ' (' WS-HIGH-ROWS ' ROWS)'
           DISPLAY '------------------------------------------------'
           DISPLAY 'SECTION   ROWS        ID HASH'
           PERFORM VARYING WS-DRP-SUB FROM 1 BY 1
                   UNTIL WS-DRP-SUB > 5
               DISPLAY '  ' WS-DRP-SECT-TYPE(WS-DRP-SUB)
                   '    ' WS-DRP-SECT-COUNT(WS-DRP-SUB)
                   ' ' WS-DRP-SECT-HASH(WS-DRP-SUB)
           END-PERFORM
           DISPLAY 'PACKAGE ROWS          : ' WS-DRP-ROWS
           DISPLAY 'PACKAGE CHECK VALUE   : ' WS-DRP-CHECK

      *    a package that could not be written is no package; one
      *    missing a section still ships what it has.
           EVALUATE TRUE
               WHEN WS-WRITE-FAILED
                   DISPLAY 'PACKAGE ' WS-PACKAGE-SEQ
                       ' INCOMPLETE - NOT SHIPPABLE'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SECTION-SHORT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9100-WRITE-STEPLOG.

       9100-WRITE-STEPLOG.

      *    one row per chain step so the morning dashboard can show
      *    pass/fail without scraping job logs (see STEPLOG.cpy).
           MOVE 'DRPACK'      TO SL-STEP-NAME
           MOVE RETURN-CODE   TO SL-RETURN-CODE
           PERFORM 9160-STAMP-STEP-TIMES
           OPEN EXTEND STEPLOG
           WRITE STEPLOG-RECORD
           CLOSE STEPLOG.

       COPY DRPKPRC.

       COPY STEPTIME.

       END PROGRAM DRPACK.
