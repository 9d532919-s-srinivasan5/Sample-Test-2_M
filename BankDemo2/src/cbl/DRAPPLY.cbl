       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAPPLY.
      *
      *    CHANGE LOG
      *    ----------
      *    Disaster-recovery apply, run at the recovery site against
      *    each night's package (see DRPACK / DRPKREC.cpy).  Nothing
      *    touches the standby until the package has proved itself:
      *      - the whole file is read once and every row tallied the
      *        way DRPACK tallied it (see DRPKPRC.cpy); a package
      *        with no header, no manifest (truncated in transit),
      *        rows after the manifest, a row of unknown type, or
      *        any count, id hash or the chained check value off
      *        the manifest is refused;
      *      - the package must be the next in sequence after the
      *        last one applied (the standby control, see DRCTL.cpy)
      *        - a gap is refused naming the package expected, and
      *        one already applied is not applied again.  A standby
      *        with nothing applied yet starts at whatever package
      *        it is given.
      *    A proven package is then applied in package order: the
      *    journal rows roll the standby master forward exactly as
      *    STUDRBLD rolls a backup (adds, changes and reinstatements
      *    store the after-image, deletes, merges and archive moves
      *    remove the before-image's key), the marker and
      *    cross-reference rows land by replacement on the standby
      *    copies, the audit segment is written whole as the
      *    standby's archive generation, and the RUNCTL record
      *    becomes the standby's run control.  The standby control
      *    moves on last.  Every run ends with the standby's
      *    position: the last package applied against the newest
      *    received (DRLATEST, optional) and how many nights behind
      *    that leaves it.
      *    Return codes: 0 applied and current; 4 applied but still
      *    behind, a row that would not apply, an empty package, or
      *    one already applied; 8 refused.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRPKG ASSIGN TO 'DRPKG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRPKG-STATUS.

           SELECT DRLATEST ASSIGN TO 'DRLATEST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRLATEST-STATUS.

           SELECT DRCTL ASSIGN TO 'DRCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRCTL-STATUS.

           SELECT STUDMSTR ASSIGN TO 'STUDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-KEY
               ALTERNATE RECORD KEY IS SM-STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDMSTR-STATUS.

           SELECT APLDFILE ASSIGN TO 'APLDFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-STUDENT-KEY
               FILE STATUS IS WS-APLDFILE-STATUS.

           SELECT XREFFILE ASSIGN TO 'XREFFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-OLD-KEY
               FILE STATUS IS WS-XREFFILE-STATUS.

           SELECT AUDARCH ASSIGN TO 'AUDARCH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDARCH-STATUS.

           SELECT RUNCTL ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT STEPLOG ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRPKG
           LABEL RECORDS ARE STANDARD.
           COPY DRPKREC.

      *    only the newest package's header is wanted here - laid
      *    out as the front of DRPKREC.cpy.
       FD  DRLATEST
           LABEL RECORDS ARE STANDARD.
       01  DR-LATEST-RECORD.
           05  LT-RECORD-TYPE           PIC X(2).
           05  LT-PACKAGE-SEQ           PIC 9(6).
           05  LT-BUSINESS-DATE         PIC 9(8).
           05  FILLER                   PIC X(184).

       FD  DRCTL
           LABEL RECORDS ARE STANDARD.
           COPY DRCTL.

       FD  STUDMSTR
           LABEL RECORDS ARE STANDARD.
           COPY STUDMSTR.

       FD  APLDFILE
           LABEL RECORDS ARE STANDARD.
           COPY APLDREC.

       FD  XREFFILE
           LABEL RECORDS ARE STANDARD.
           COPY XREFREC.

       FD  AUDARCH
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-DRPKG-STATUS          PIC X(2) VALUE '00'.
             88  DRPKG-OK                         VALUE '00'.
           05  WS-DRLATEST-STATUS       PIC X(2) VALUE '00'.
             88  DRLATEST-OK                      VALUE '00'.
           05  WS-DRCTL-STATUS          PIC X(2) VALUE '00'.
             88  DRCTL-OK                         VALUE '00'.
           05  WS-STUDMSTR-STATUS       PIC X(2) VALUE '00'.
             88  STUDMSTR-OK                      VALUE '00'.
             88  STUDMSTR-NOT-FOUND               VALUE '23'.
           05  WS-APLDFILE-STATUS       PIC X(2) VALUE '00'.
             88  APLDFILE-OK                      VALUE '00'.
           05  WS-XREFFILE-STATUS       PIC X(2) VALUE '00'.
             88  XREFFILE-OK                      VALUE '00'.
           05  WS-AUDARCH-STATUS        PIC X(2) VALUE '00'.
             88  AUDARCH-OK                       VALUE '00'.
           05  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
             88  RUNCTL-OK                        VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-PACKAGE                    VALUE 'Y'.

      *    what became of the package presented.
       01  WS-OUTCOME-SW                PIC X(1) VALUE SPACE.
         88  WS-PACKAGE-APPLIED                   VALUE 'A'.
         88  WS-PACKAGE-REFUSED                   VALUE 'R'.
         88  WS-PACKAGE-REPEATED                  VALUE 'D'.
         88  WS-PACKAGE-EMPTY                     VALUE 'E'.
         88  WS-OUTCOME-DECIDED                   VALUE 'R' 'D' 'E'.
       01  WS-REFUSE-REASON             PIC X(40) VALUE SPACES.

       01  WS-PROOF-SWITCHES.
           05  WS-HEADER-SW             PIC X(1) VALUE 'N'.
             88  WS-HEADER-SEEN                   VALUE 'Y'.
           05  WS-MANIFEST-SW           PIC X(1) VALUE 'N'.
             88  WS-MANIFEST-SEEN                 VALUE 'Y'.
           05  WS-STANDBY-OPEN-SW       PIC X(1) VALUE 'N'.
             88  WS-STANDBY-OPEN                  VALUE 'Y'.

       01  WS-PROOF-COUNTERS.
           05  WS-PKG-RECORDS           PIC 9(7) VALUE 0.
           05  WS-MISPLACED-ROWS        PIC 9(7) VALUE 0.
           05  WS-UNKNOWN-ROWS          PIC 9(7) VALUE 0.

      *    the package presented, off its header and manifest.
       01  WS-PACKAGE-FIELDS.
           05  WS-PKG-SEQ               PIC 9(6) VALUE 0.
           05  WS-PKG-BUS-DATE          PIC 9(8) VALUE 0.
           05  WS-PKG-CREATED-DATE      PIC 9(8) VALUE 0.
           05  WS-PKG-CREATED-TIME      PIC X(6) VALUE SPACES.
           05  WS-MAN-SEQ               PIC 9(6) VALUE 0.
           05  WS-MAN-SECTIONS.
               10  WS-MAN-SECTION       OCCURS 5 TIMES.
                   15  WS-MAN-SECT-TYPE     PIC X(2).
                   15  WS-MAN-SECT-COUNT    PIC 9(7).
                   15  WS-MAN-SECT-HASH     PIC 9(12).
           05  WS-MAN-ROWS              PIC 9(7) VALUE 0.
           05  WS-MAN-CHECK             PIC 9(12) VALUE 0.

      *    the standby, off its control record - zero before the
      *    first package is applied.
       01  WS-STANDBY-FIELDS.
           05  WS-APPLIED-SEQ           PIC 9(6) VALUE 0.
           05  WS-APPLIED-BUS-DATE      PIC 9(8) VALUE 0.
           05  WS-APPLIED-DATE          PIC 9(8) VALUE 0.
           05  WS-APPLIED-TIME          PIC X(6) VALUE SPACES.
           05  WS-EXPECTED-SEQ          PIC 9(6) VALUE 0.
           05  WS-NEWEST-SEQ            PIC 9(6) VALUE 0.
           05  WS-NEWEST-BUS-DATE       PIC 9(8) VALUE 0.
           05  WS-NIGHTS-BEHIND         PIC 9(6) VALUE 0.
           05  WS-NOW-DATE              PIC 9(8) VALUE 0.
           05  WS-NOW-TIME              PIC X(8) VALUE SPACES.

       01  WS-APPLY-COUNTERS.
           05  WS-MASTER-STORED         PIC 9(7) VALUE 0.
           05  WS-MASTER-REMOVED        PIC 9(7) VALUE 0.
           05  WS-MASTER-ALREADY-GONE   PIC 9(7) VALUE 0.
           05  WS-JOURNAL-SKIPPED       PIC 9(7) VALUE 0.
           05  WS-MARKERS-STORED        PIC 9(7) VALUE 0.
           05  WS-XREF-STORED           PIC 9(7) VALUE 0.
           05  WS-AUDIT-WRITTEN         PIC 9(7) VALUE 0.
           05  WS-RUNCTL-WRITTEN        PIC 9(7) VALUE 0.
           05  WS-ROWS-FAILED           PIC 9(7) VALUE 0.

      *    a journal row off the package, as MNTJRNL.cpy lays it out.
           COPY MNTJRNL.

       COPY DRPKWS.

       COPY STEPTMWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 9150-NOTE-STEP-START

           PERFORM 1000-READ-STANDBY-CONTROL
           PERFORM 2000-PROVE-PACKAGE
           IF NOT WS-OUTCOME-DECIDED
               PERFORM 2500-CHECK-SEQUENCE
           END-IF

           IF NOT WS-OUTCOME-DECIDED
               PERFORM 3000-OPEN-STANDBY
               IF WS-STANDBY-OPEN
                   PERFORM 3100-APPLY-PACKAGE
                   PERFORM 3900-CLOSE-STANDBY
                   PERFORM 4000-WRITE-STANDBY-CONTROL
                   SET WS-PACKAGE-APPLIED TO TRUE
               END-IF
           END-IF

           PERFORM 8000-REPORT-POSITION
           PERFORM 9000-END-OF-JOB

           STOP RUN.

       1000-READ-STANDBY-CONTROL.

      *    no standby control (or an empty one) is a standby that
      *    has had nothing applied yet.
           OPEN INPUT DRCTL
           IF DRCTL-OK
               READ DRCTL
                   AT END
                       CONTINUE
               END-READ
               IF DRCTL-OK
                   MOVE DC-PACKAGE-SEQ   TO WS-APPLIED-SEQ
                   MOVE DC-BUSINESS-DATE TO WS-APPLIED-BUS-DATE
                   MOVE DC-STAMP-DATE    TO WS-APPLIED-DATE
                   MOVE DC-STAMP-TIME    TO WS-APPLIED-TIME
               END-IF
               CLOSE DRCTL
           END-IF.

       2000-PROVE-PACKAGE.

           PERFORM 0900-CLEAR-PACKAGE-TOTALS
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT DRPKG
           IF NOT DRPKG-OK
               SET WS-PACKAGE-REFUSED TO TRUE
               MOVE 'PACKAGE NOT AVAILABLE' TO WS-REFUSE-REASON
               SET WS-END-OF-PACKAGE TO TRUE
           END-IF

           PERFORM UNTIL WS-END-OF-PACKAGE
               READ DRPKG
                   AT END
                       SET WS-END-OF-PACKAGE TO TRUE
                   NOT AT END
                       PERFORM 2100-PROVE-ONE-RECORD
               END-READ
           END-PERFORM

           IF DRPKG-OK OR WS-DRPKG-STATUS = '10'
               CLOSE DRPKG
           END-IF

           IF NOT WS-OUTCOME-DECIDED
               PERFORM 2200-JUDGE-MANIFEST
           END-IF.

       2100-PROVE-ONE-RECORD.

           ADD 1 TO WS-PKG-RECORDS
           EVALUATE TRUE
               WHEN WS-MANIFEST-SEEN
                   ADD 1 TO WS-MISPLACED-ROWS
               WHEN PK-HEADER
                   IF WS-PKG-RECORDS = 1
                       SET WS-HEADER-SEEN TO TRUE
                       MOVE PH-PACKAGE-SEQ   TO WS-PKG-SEQ
                       MOVE PH-BUSINESS-DATE TO WS-PKG-BUS-DATE
                       MOVE PH-CREATED-DATE  TO WS-PKG-CREATED-DATE
                       MOVE PH-CREATED-TIME  TO WS-PKG-CREATED-TIME
                   ELSE
                       ADD 1 TO WS-MISPLACED-ROWS
                   END-IF
               WHEN PK-MANIFEST
                   SET WS-MANIFEST-SEEN TO TRUE
                   MOVE PM-PACKAGE-SEQ   TO WS-MAN-SEQ
                   MOVE PM-SECTIONS      TO WS-MAN-SECTIONS
                   MOVE PM-ROW-COUNT     TO WS-MAN-ROWS
                   MOVE PM-PACKAGE-CHECK TO WS-MAN-CHECK
               WHEN OTHER
                   MOVE PK-DATA TO WS-DRP-ROW
                   PERFORM 0910-TALLY-PACKAGE-ROW
                   IF WS-DRP-SUB = 0
                       ADD 1 TO WS-UNKNOWN-ROWS
                   END-IF
           END-EVALUATE.

       2200-JUDGE-MANIFEST.

           EVALUATE TRUE
               WHEN WS-PKG-RECORDS = 0
                   SET WS-PACKAGE-EMPTY TO TRUE
                   MOVE 'PACKAGE EMPTY - NOTHING SHIPPED'
                     TO WS-REFUSE-REASON
               WHEN NOT WS-HEADER-SEEN
                   SET WS-PACKAGE-REFUSED TO TRUE
                   MOVE 'NO HEADER ROW FIRST' TO WS-REFUSE-REASON
               WHEN NOT WS-MANIFEST-SEEN
                   SET WS-PACKAGE-REFUSED TO TRUE
                   MOVE 'NO MANIFEST - PACKAGE TRUNCATED'
                     TO WS-REFUSE-REASON
               WHEN WS-MISPLACED-ROWS > 0
                   SET WS-PACKAGE-REFUSED TO TRUE
                   MOVE 'HEADER OR ROWS OUT OF PLACE'
                     TO WS-REFUSE-REASON
               WHEN WS-UNKNOWN-ROWS > 0
                   SET WS-PACKAGE-REFUSED TO TRUE
                   MOVE 'ROWS OF UNKNOWN TYPE' TO WS-REFUSE-REASON
               WHEN WS-MAN-SEQ NOT = WS-PKG-SEQ
                   SET WS-PACKAGE-REFUSED TO TRUE
                   MOVE 'MANIFEST IS FOR ANOTHER PACKAGE'
                     TO WS-REFUSE-REASON
               WHEN WS-MAN-SECTIONS NOT = WS-DRP-SECTIONS
                   OR WS-MAN-ROWS NOT = WS-DRP-ROWS
                   OR WS-MAN-CHECK NOT = WS-DRP-CHECK
                   SET WS-PACKAGE-REFUSED TO TRUE
                   MOVE 'MANIFEST DOES NOT PROVE' TO WS-REFUSE-REASON
                   PERFORM 2210-SHOW-MANIFEST-BREAKS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2210-SHOW-MANIFEST-BREAKS.

           DISPLAY 'MANIFEST BREAKS - PACKAGE ' WS-PKG-SEQ
           DISPLAY 'SECTION  MANIFEST ROWS/HASH     COUNTED ROWS/HASH'
           PERFORM VARYING WS-DRP-SUB FROM 1 BY 1
                   UNTIL WS-DRP-SUB > 5
               IF WS-MAN-SECTION(WS-DRP-SUB)
                   NOT = WS-DRP-SECTION(WS-DRP-SUB)
                   DISPLAY '  ' WS-DRP-SECT-TYPE(WS-DRP-SUB)
                       '     ' WS-MAN-SECT-COUNT(WS-DRP-SUB)
                       ' ' WS-MAN-SECT-HASH(WS-DRP-SUB)
                       '  ' WS-DRP-SECT-COUNT(WS-DRP-SUB)
                       ' ' WS-DRP-SECT-HASH(WS-DRP-SUB)
               END-IF
           END-PERFORM
           DISPLAY '  ROWS    ' WS-MAN-ROWS '              '
               WS-DRP-ROWS
           DISPLAY '  CHECK   ' WS-MAN-CHECK '         '
               WS-DRP-CHECK.

       2500-CHECK-SEQUENCE.

           ADD 1 WS-APPLIED-SEQ GIVING WS-EXPECTED-SEQ
           EVALUATE TRUE
               WHEN WS-APPLIED-SEQ = 0
                   DISPLAY 'STANDBY HAS NO PACKAGE APPLIED - '
                       'STARTING AT ' WS-PKG-SEQ
               WHEN WS-PKG-SEQ < WS-EXPECTED-SEQ
                   SET WS-PACKAGE-REPEATED TO TRUE
                   MOVE 'ALREADY APPLIED TO THE STANDBY'
                     TO WS-REFUSE-REASON
               WHEN WS-PKG-SEQ > WS-EXPECTED-SEQ
                   SET WS-PACKAGE-REFUSED TO TRUE
                   MOVE 'OUT OF SEQUENCE' TO WS-REFUSE-REASON
                   DISPLAY 'PACKAGE ' WS-PKG-SEQ ' PRESENTED - '
                       'STANDBY NEEDS ' WS-EXPECTED-SEQ ' FIRST'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3000-OPEN-STANDBY.

      *    the master must already be there (loaded once from a
      *    backup); the marker and cross-reference copies start
      *    empty the first time, as XREFUPD's does.
           OPEN I-O STUDMSTR
           IF NOT STUDMSTR-OK
               SET WS-PACKAGE-REFUSED TO TRUE
               MOVE 'STANDBY MASTER NOT AVAILABLE'
                 TO WS-REFUSE-REASON
               DISPLAY 'STANDBY MASTER STATUS ' WS-STUDMSTR-STATUS
           ELSE
               OPEN I-O APLDFILE
               IF NOT APLDFILE-OK
                   OPEN OUTPUT APLDFILE
                   CLOSE APLDFILE
                   OPEN I-O APLDFILE
               END-IF
               OPEN I-O XREFFILE
               IF NOT XREFFILE-OK
                   OPEN OUTPUT XREFFILE
                   CLOSE XREFFILE
                   OPEN I-O XREFFILE
               END-IF
               OPEN OUTPUT AUDARCH
               OPEN OUTPUT RUNCTL
               IF APLDFILE-OK AND XREFFILE-OK
                   AND AUDARCH-OK AND RUNCTL-OK
                   SET WS-STANDBY-OPEN TO TRUE
               ELSE
                   SET WS-PACKAGE-REFUSED TO TRUE
                   MOVE 'STANDBY FILES NOT AVAILABLE'
                     TO WS-REFUSE-REASON
                   DISPLAY 'STANDBY STATUSES - MARKERS '
                       WS-APLDFILE-STATUS ' XREF ' WS-XREFFILE-STATUS
                       ' ARCHIVE ' WS-AUDARCH-STATUS
                       ' RUNCTL ' WS-RUNCTL-STATUS
                   PERFORM 3900-CLOSE-STANDBY
               END-IF
           END-IF.

       3100-APPLY-PACKAGE.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT DRPKG
           PERFORM UNTIL WS-END-OF-PACKAGE
               READ DRPKG
                   AT END
                       SET WS-END-OF-PACKAGE TO TRUE
                   NOT AT END
                       PERFORM 3110-APPLY-ONE-ROW
               END-READ
           END-PERFORM
           CLOSE DRPKG.

       3110-APPLY-ONE-ROW.

           EVALUATE TRUE
               WHEN PK-RUNCTL-ROW
                   MOVE PK-DATA(1:20) TO RUNCTL-RECORD
                   WRITE RUNCTL-RECORD
                   ADD 1 TO WS-RUNCTL-WRITTEN
               WHEN PK-JOURNAL-ROW
                   PERFORM 3200-APPLY-JOURNAL-ROW
               WHEN PK-MARKER-ROW
                   PERFORM 3300-APPLY-MARKER-ROW
               WHEN PK-AUDIT-ROW
                   MOVE PK-DATA(1:98) TO AUDITOUT-RECORD
                   WRITE AUDITOUT-RECORD
                   ADD 1 TO WS-AUDIT-WRITTEN
               WHEN PK-XREF-ROW
                   PERFORM 3400-APPLY-XREF-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3200-APPLY-JOURNAL-ROW.

           MOVE PK-DATA TO MNTJRNL-RECORD
           EVALUATE MJ-ACTION
               WHEN 'A'
               WHEN 'C'
               WHEN 'R'
                   MOVE MJ-AFTER-IMAGE TO STUDMSTR-RECORD
                   WRITE STUDMSTR-RECORD
                       INVALID KEY
                           REWRITE STUDMSTR-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                   END-WRITE
                   IF STUDMSTR-OK
                       ADD 1 TO WS-MASTER-STORED
                   ELSE
                       PERFORM 3800-REPORT-ROW-FAILED
                   END-IF
               WHEN 'D'
               WHEN 'M'
               WHEN 'X'
                   MOVE MJ-BEFORE-IMAGE(1:14) TO SM-STUDENT-KEY
                   DELETE STUDMSTR
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   EVALUATE TRUE
                       WHEN STUDMSTR-OK
                           ADD 1 TO WS-MASTER-REMOVED
                       WHEN STUDMSTR-NOT-FOUND
                           ADD 1 TO WS-MASTER-ALREADY-GONE
                       WHEN OTHER
                           PERFORM 3800-REPORT-ROW-FAILED
                   END-EVALUATE
               WHEN OTHER
                   ADD 1 TO WS-JOURNAL-SKIPPED
           END-EVALUATE.

       3300-APPLY-MARKER-ROW.

           MOVE PK-DATA(1:40) TO APPLIED-MARK-RECORD
           WRITE APPLIED-MARK-RECORD
               INVALID KEY
                   REWRITE APPLIED-MARK-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE
           IF APLDFILE-OK
               ADD 1 TO WS-MARKERS-STORED
           ELSE
               DISPLAY 'MARKER NOT STORED ' AD-CAMPUS-ID ' '
                   AD-STUDENT-ID ' - STATUS ' WS-APLDFILE-STATUS
               ADD 1 TO WS-ROWS-FAILED
           END-IF.

       3400-APPLY-XREF-ROW.

           MOVE PK-DATA(1:40) TO XREF-RECORD
           WRITE XREF-RECORD
               INVALID KEY
                   REWRITE XREF-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE
           IF XREFFILE-OK
               ADD 1 TO WS-XREF-STORED
           ELSE
               DISPLAY 'XREF NOT STORED ' XR-CAMPUS-ID ' '
                   XR-OLD-ID ' - STATUS ' WS-XREFFILE-STATUS
               ADD 1 TO WS-ROWS-FAILED
           END-IF.

       3800-REPORT-ROW-FAILED.

           ADD 1 TO WS-ROWS-FAILED
           DISPLAY 'JOURNAL ROW NOT APPLIED ' MJ-DATE ' ' MJ-TIME
               ' ACTION ' MJ-ACTION ' KEY ' SM-STUDENT-KEY
               ' - STATUS ' WS-STUDMSTR-STATUS.

       3900-CLOSE-STANDBY.

      *    also the way out when one of them would not open - a
      *    close of a file not open just sets its status.
           CLOSE STUDMSTR
           CLOSE APLDFILE
           CLOSE XREFFILE
           CLOSE AUDARCH
           CLOSE RUNCTL.

       4000-WRITE-STANDBY-CONTROL.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-PKG-SEQ          TO WS-APPLIED-SEQ
           MOVE WS-PKG-BUS-DATE     TO WS-APPLIED-BUS-DATE
           MOVE WS-NOW-DATE         TO WS-APPLIED-DATE
           MOVE WS-NOW-TIME(1:6)    TO WS-APPLIED-TIME

           OPEN OUTPUT DRCTL
           IF NOT DRCTL-OK
               DISPLAY 'STANDBY CONTROL WOULD NOT OPEN - STATUS '
                   WS-DRCTL-STATUS
               ADD 1 TO WS-ROWS-FAILED
           ELSE
               MOVE SPACES              TO DR-CONTROL-RECORD
               MOVE ZERO                TO DC-JRNL-MARK-DATE
               MOVE ZERO                TO DC-JRNL-MARK-ROWS
               MOVE WS-APPLIED-SEQ      TO DC-PACKAGE-SEQ
               MOVE WS-APPLIED-BUS-DATE TO DC-BUSINESS-DATE
               MOVE WS-APPLIED-DATE     TO DC-STAMP-DATE
               MOVE WS-APPLIED-TIME     TO DC-STAMP-TIME
               WRITE DR-CONTROL-RECORD
               CLOSE DRCTL
           END-IF.

       8000-REPORT-POSITION.

      *    the newest package received may be well ahead of the one
      *    presented when the standby is catching up.
           IF WS-HEADER-SEEN
               MOVE WS-PKG-SEQ      TO WS-NEWEST-SEQ
               MOVE WS-PKG-BUS-DATE TO WS-NEWEST-BUS-DATE
           END-IF
           OPEN INPUT DRLATEST
           IF DRLATEST-OK
               READ DRLATEST
                   AT END
                       CONTINUE
               END-READ
               IF DRLATEST-OK
                   AND LT-RECORD-TYPE = 'HD'
                   AND LT-PACKAGE-SEQ NUMERIC
                   AND LT-PACKAGE-SEQ > WS-NEWEST-SEQ
                   MOVE LT-PACKAGE-SEQ   TO WS-NEWEST-SEQ
                   MOVE LT-BUSINESS-DATE TO WS-NEWEST-BUS-DATE
               END-IF
               CLOSE DRLATEST
           END-IF

           IF WS-NEWEST-SEQ > WS-APPLIED-SEQ
               SUBTRACT WS-APPLIED-SEQ FROM WS-NEWEST-SEQ
                   GIVING WS-NIGHTS-BEHIND
           ELSE
               MOVE ZERO TO WS-NIGHTS-BEHIND
           END-IF

           DISPLAY 'DISASTER-RECOVERY STANDBY POSITION'
           DISPLAY '------------------------------------------------'
           IF WS-HEADER-SEEN
               DISPLAY 'PACKAGE PRESENTED     : ' WS-PKG-SEQ
                   ' OF ' WS-PKG-BUS-DATE ' CUT ' WS-PKG-CREATED-DATE
                   ' ' WS-PKG-CREATED-TIME
           END-IF
           IF WS-PACKAGE-APPLIED
               DISPLAY 'OUTCOME               : APPLIED'
           ELSE
               DISPLAY 'OUTCOME               : NOT APPLIED - '
                   WS-REFUSE-REASON
           END-IF
           DISPLAY 'STANDBY NOW AT        : ' WS-APPLIED-SEQ
               ' OF ' WS-APPLIED-BUS-DATE ' APPLIED '
               WS-APPLIED-DATE ' ' WS-APPLIED-TIME
           DISPLAY 'NEWEST PACKAGE HELD   : ' WS-NEWEST-SEQ
               ' OF ' WS-NEWEST-BUS-DATE
           DISPLAY 'NIGHTS BEHIND         : ' WS-NIGHTS-BEHIND
           DISPLAY '------------------------------------------------'.

       9000-END-OF-JOB.

           IF WS-PACKAGE-APPLIED
               DISPLAY 'MASTER ROWS STORED    : ' WS-MASTER-STORED
               DISPLAY 'MASTER ROWS REMOVED   : ' WS-MASTER-REMOVED
               DISPLAY 'ALREADY GONE          : '
                   WS-MASTER-ALREADY-GONE
               DISPLAY 'JOURNAL ROWS SKIPPED  : ' WS-JOURNAL-SKIPPED
               DISPLAY 'MARKER ROWS STORED    : ' WS-MARKERS-STORED
               DISPLAY 'XREF ROWS STORED      : ' WS-XREF-STORED
               DISPLAY 'AUDIT ROWS ARCHIVED   : ' WS-AUDIT-WRITTEN
               DISPLAY 'RUN CONTROL WRITTEN   : ' WS-RUNCTL-WRITTEN
               DISPLAY 'ROWS NOT APPLIED      : ' WS-ROWS-FAILED
           END-IF

           EVALUATE TRUE
               WHEN WS-PACKAGE-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PACKAGE-EMPTY
               WHEN WS-PACKAGE-REPEATED
                   MOVE 4 TO RETURN-CODE
               WHEN WS-ROWS-FAILED > 0
               WHEN WS-NIGHTS-BEHIND > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9100-WRITE-STEPLOG.

       9100-WRITE-STEPLOG.

      *    one row per chain step so the morning dashboard can show
      *    pass/fail without scraping job logs (see STEPLOG.cpy).
           MOVE 'DRAPPLY'     TO SL-STEP-NAME
           MOVE RETURN-CODE   TO SL-RETURN-CODE
           PERFORM 9160-STAMP-STEP-TIMES
           OPEN EXTEND STEPLOG
           WRITE STEPLOG-RECORD
           CLOSE STEPLOG.

       COPY DRPKPRC.

       COPY STEPTIME.

       END PROGRAM DRAPPLY.
