       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRSEL.
      *
      *    CHANGE LOG
      *    ----------
      *    Ad hoc master selection report (job BANKSEL).  Questions
      *    about the master - how many replacements take effect next
      *    month, which rows carry an EXTRA other than MASTR-1, which
      *    ids in a range have no replacement - each needed a one-off
      *    program.  The desk now loads selection cards (see
      *    SELCARD.cpy) and this step walks the master in key order,
      *    keeps the rows every card's criterion holds for - campus,
      *    id range, name prefix, replacement staged or not,
      *    effective-date range, EXTRA value, and applied or never
      *    applied off the applied-marker file (see APLDREC.cpy) -
      *    and lists them in the order the SORT card asks, or only
      *    counts them.  The cards are echoed at the head of the
      *    report.  The listing is captured into the report store
      *    under the card's report id: this step hands the id to the
      *    capture step on SELRPTID, and RPTCAPT takes it from there
      *    when no RPTID option is set.  A card that is not
      *    understood stops the step (RC 8) before anything is
      *    selected, so a wrong answer is never filed.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT SELCARDS ASSIGN TO 'SELCARDS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SELCARDS-STATUS.

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

           SELECT SELRPTID ASSIGN TO 'SELRPTID'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SELRPTID-STATUS.

           SELECT SELSORT ASSIGN TO 'SELSORT'.

           SELECT STEPLOG ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  SELCARDS
           LABEL RECORDS ARE STANDARD.
           COPY SELCARD.

       FD  STUDMSTR
           LABEL RECORDS ARE STANDARD.
           COPY STUDMSTR.

       FD  APLDFILE
           LABEL RECORDS ARE STANDARD.
           COPY APLDREC.

       FD  SELRPTID
           LABEL RECORDS ARE STANDARD.
       01  SELRPTID-RECORD              PIC X(80).

      *    the SORT card's field first, then campus and id, so rows
      *    that tie stay in master order.
       SD  SELSORT.
       01  SS-SORT-RECORD.
           05  SS-SORT-VALUE            PIC X(15).
           05  SS-CAMPUS-ID             PIC X(8).
           05  SS-STUDENT-ID            PIC 9(6).
           05  SS-STUDENT-NAME          PIC X(15).
           05  SS-REPLACEMENT-ID        PIC 9(6).
           05  SS-EXTRA                 PIC X(10).
           05  SS-EFF-DATE              PIC 9(8).
           05  SS-STATUS-CODE           PIC X(1).
           05  SS-LAST-APPLIED          PIC X(8).

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
             88  RUNCTL-OK                        VALUE '00'.
           05  WS-SELCARDS-STATUS       PIC X(2) VALUE '00'.
             88  SELCARDS-OK                      VALUE '00'.
           05  WS-STUDMSTR-STATUS       PIC X(2) VALUE '00'.
             88  STUDMSTR-OK                      VALUE '00'.
           05  WS-APLDFILE-STATUS       PIC X(2) VALUE '00'.
             88  APLDFILE-OK                      VALUE '00'.
           05  WS-SELRPTID-STATUS       PIC X(2) VALUE '00'.
             88  SELRPTID-OK                      VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-FILE                       VALUE 'Y'.

       01  WS-RUN-DATE                  PIC 9(8) VALUE 0.

      *    the criteria as the cards left them - a blank switch is a
      *    criterion not given.
       01  WS-SELECTION.
           05  WS-REPORT-ID             PIC X(8) VALUE SPACES.
           05  WS-SEL-CAMPUS            PIC X(8) VALUE SPACES.
           05  WS-ID-SW                 PIC X(1) VALUE 'N'.
             88  WS-ID-GIVEN                      VALUE 'Y'.
           05  WS-ID-LOW                PIC 9(6) VALUE 0.
           05  WS-ID-HIGH               PIC 9(6) VALUE 0.
           05  WS-NAME-PREFIX           PIC X(15) VALUE SPACES.
           05  WS-PREFIX-LEN            PIC 9(2) COMP VALUE 0.
           05  WS-REPL-SW               PIC X(1) VALUE SPACE.
             88  WS-WANT-REPLACED                 VALUE 'Y'.
             88  WS-WANT-NOT-REPLACED             VALUE 'N'.
           05  WS-EFF-SW                PIC X(1) VALUE 'N'.
             88  WS-EFF-GIVEN                     VALUE 'Y'.
           05  WS-EFF-LOW               PIC 9(8) VALUE 0.
           05  WS-EFF-HIGH              PIC 9(8) VALUE 0.
           05  WS-EXTRA-SW              PIC X(1) VALUE SPACE.
             88  WS-WANT-EXTRA-EQUAL              VALUE '='.
             88  WS-WANT-EXTRA-NOT-EQUAL          VALUE '#'.
           05  WS-EXTRA-VALUE           PIC X(10) VALUE SPACES.
           05  WS-APPLIED-SW            PIC X(1) VALUE SPACE.
             88  WS-WANT-APPLIED                  VALUE 'Y'.
             88  WS-WANT-NEVER-APPLIED            VALUE 'N'.
           05  WS-SORT-BY               PIC X(8) VALUE 'ID'.
             88  WS-SORT-VALID                    VALUE 'ID' 'NAME'
                                              'EFFDATE' 'EXTRA'
                                              'REPLID'.
           05  WS-OUTPUT-MODE           PIC X(8) VALUE 'LIST'.
             88  WS-COUNT-ONLY                    VALUE 'COUNT'.
             88  WS-OUTPUT-VALID                  VALUE 'LIST' 'COUNT'.

       01  WS-CARD-FIELDS.
           05  WS-CARD-COUNT            PIC 9(3) VALUE 0.
           05  WS-BAD-CARDS             PIC 9(3) VALUE 0.
           05  WS-CARD-SW               PIC X(1) VALUE 'Y'.
             88  WS-CARD-GOOD                     VALUE 'Y'.
           05  WS-CARD-NOTE             PIC X(20) VALUE SPACES.

       01  WS-ROW-FIELDS.
           05  WS-KEEP-SW               PIC X(1) VALUE 'N'.
             88  WS-KEEP-ROW                      VALUE 'Y'.
           05  WS-APPLIED-FOUND-SW      PIC X(1) VALUE 'N'.
             88  WS-ROW-APPLIED                   VALUE 'Y'.
           05  WS-LAST-APPLIED          PIC X(8) VALUE SPACES.
           05  WS-APLD-OPEN-SW          PIC X(1) VALUE 'N'.
             88  WS-APLD-OPEN                     VALUE 'Y'.
           05  WS-MSTR-OPEN-SW          PIC X(1) VALUE 'N'.
             88  WS-MSTR-OPEN                     VALUE 'Y'.

       01  WS-SELECT-COUNTERS.
           05  WS-ROWS-READ             PIC 9(7) VALUE 0.
           05  WS-ROWS-SELECTED         PIC 9(7) VALUE 0.
           05  WS-ROWS-LISTED           PIC 9(7) VALUE 0.

       01  WS-DETAIL-LINE.
           05  WS-DL-CAMPUS-ID          PIC X(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WS-DL-STUDENT-ID         PIC 9(6).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WS-DL-STUDENT-NAME       PIC X(15).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WS-DL-REPLACEMENT-ID     PIC X(6).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WS-DL-EXTRA              PIC X(10).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WS-DL-EFF-DATE           PIC X(8).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-DL-STATUS-CODE        PIC X(1).
           05  FILLER                   PIC X(2) VALUE SPACES.
           05  WS-DL-LAST-APPLIED       PIC X(8).

       COPY STEPTMWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 9150-NOTE-STEP-START

           PERFORM 1000-READ-RUNCTL

      *    the first line is the same on every run, so RPTCAPT can
      *    tell this report from any other filed under the id.
           DISPLAY 'AD HOC MASTER SELECTION REPORT'
           DISPLAY 'RUN DATE ' WS-RUN-DATE
           DISPLAY 'SELECTION CARDS:'
           PERFORM 1100-READ-CARDS

           IF WS-REPORT-ID = SPACES
               DISPLAY '  NO REPORTID CARD - THE LISTING HAS NO ID TO '
                   'BE FILED UNDER'
               ADD 1 TO WS-BAD-CARDS
           END-IF
           IF WS-BAD-CARDS > 0
               DISPLAY 'CARDS NOT UNDERSTOOD: ' WS-BAD-CARDS
                   ' - NOTHING SELECTED'
               MOVE 8 TO RETURN-CODE
               PERFORM 9100-WRITE-STEPLOG
               STOP RUN
           END-IF

           PERFORM 1300-OPEN-FILES
           IF NOT WS-MSTR-OPEN
               DISPLAY 'STUDMSTR NOT AVAILABLE - STATUS '
                   WS-STUDMSTR-STATUS ' - NOTHING SELECTED'
               MOVE 8 TO RETURN-CODE
               PERFORM 9100-WRITE-STEPLOG
               STOP RUN
           END-IF
           IF NOT WS-APLD-OPEN
               AND WS-APPLIED-SW NOT = SPACE
               DISPLAY 'APPLIED-MARKER FILE NOT AVAILABLE - STATUS '
                   WS-APLDFILE-STATUS ' - APPLIED CARD CANNOT BE MET'
               CLOSE STUDMSTR
               MOVE 8 TO RETURN-CODE
               PERFORM 9100-WRITE-STEPLOG
               STOP RUN
           END-IF

           DISPLAY '------------------------------------------------'
               '--------------------------'

           IF WS-COUNT-ONLY
               PERFORM 2000-SELECT-ROWS
           ELSE
               PERFORM 3050-WRITE-HEADINGS
               SORT SELSORT
                   ON ASCENDING KEY SS-SORT-VALUE
                                    SS-CAMPUS-ID
                                    SS-STUDENT-ID
                   INPUT PROCEDURE IS 2000-SELECT-ROWS
                   OUTPUT PROCEDURE IS 3000-LIST-ROWS
           END-IF

           CLOSE STUDMSTR
           IF WS-APLD-OPEN
               CLOSE APLDFILE
           END-IF

           PERFORM 4000-HAND-REPORT-ID
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

       1100-READ-CARDS.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SELCARDS
           IF NOT SELCARDS-OK
               DISPLAY '  SELECTION CARDS NOT AVAILABLE - STATUS '
                   WS-SELCARDS-STATUS
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ SELCARDS
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CARD-COUNT
                       PERFORM 1200-APPLY-ONE-CARD
               END-READ
           END-PERFORM
           IF SELCARDS-OK OR WS-SELCARDS-STATUS = '10'
               CLOSE SELCARDS
           END-IF.

       1200-APPLY-ONE-CARD.

           SET WS-CARD-GOOD TO TRUE
           MOVE SPACES TO WS-CARD-NOTE
           EVALUATE TRUE
               WHEN SC-KEYWORD(1:1) = '*'
                   CONTINUE
               WHEN SC-REPORT-ID
                   IF SC-VALUE(1:8) = SPACES
                       OR SC-VALUE(9:22) NOT = SPACES
                       MOVE 'N' TO WS-CARD-SW
                   ELSE
                       MOVE SC-VALUE(1:8) TO WS-REPORT-ID
                   END-IF
               WHEN SC-CAMPUS
                   IF SC-VALUE(1:8) = SPACES
                       OR SC-VALUE(9:22) NOT = SPACES
                       MOVE 'N' TO WS-CARD-SW
                   ELSE
                       MOVE SC-VALUE(1:8) TO WS-SEL-CAMPUS
                   END-IF
               WHEN SC-ID-RANGE
                   PERFORM 1210-TAKE-ID-RANGE
               WHEN SC-NAME-PREFIX
                   PERFORM 1220-TAKE-NAME-PREFIX
               WHEN SC-REPLACEMENT
                   EVALUATE SC-VALUE
                       WHEN 'YES'
                           SET WS-WANT-REPLACED TO TRUE
                       WHEN 'NO'
                           SET WS-WANT-NOT-REPLACED TO TRUE
                       WHEN OTHER
                           MOVE 'N' TO WS-CARD-SW
                   END-EVALUATE
               WHEN SC-EFF-RANGE
                   PERFORM 1230-TAKE-EFF-RANGE
               WHEN SC-EXTRA-EQUAL
                   SET WS-WANT-EXTRA-EQUAL TO TRUE
                   MOVE SC-VALUE(1:10) TO WS-EXTRA-VALUE
               WHEN SC-EXTRA-NOT-EQUAL
                   SET WS-WANT-EXTRA-NOT-EQUAL TO TRUE
                   MOVE SC-VALUE(1:10) TO WS-EXTRA-VALUE
               WHEN SC-APPLIED
                   EVALUATE SC-VALUE
                       WHEN 'YES'
                           SET WS-WANT-APPLIED TO TRUE
                       WHEN 'NO'
                           SET WS-WANT-NEVER-APPLIED TO TRUE
                       WHEN OTHER
                           MOVE 'N' TO WS-CARD-SW
                   END-EVALUATE
               WHEN SC-SORT
                   MOVE SC-VALUE(1:8) TO WS-SORT-BY
                   IF NOT WS-SORT-VALID
                       OR SC-VALUE(9:22) NOT = SPACES
                       MOVE 'N' TO WS-CARD-SW
                   END-IF
               WHEN SC-OUTPUT
                   MOVE SC-VALUE(1:8) TO WS-OUTPUT-MODE
                   IF NOT WS-OUTPUT-VALID
                       OR SC-VALUE(9:22) NOT = SPACES
                       MOVE 'N' TO WS-CARD-SW
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-CARD-SW
           END-EVALUATE

      *    every card goes on the report as it was punched, the ones
      *    not understood marked.
           IF NOT WS-CARD-GOOD
               ADD 1 TO WS-BAD-CARDS
               MOVE '<-- NOT UNDERSTOOD' TO WS-CARD-NOTE
           END-IF
           DISPLAY '  ' SELECTION-CARD-RECORD(1:57) ' ' WS-CARD-NOTE.

       1210-TAKE-ID-RANGE.

      *    one id is a range of one.
           SET WS-ID-GIVEN TO TRUE
           IF SC-ID-LOW NUMERIC
               MOVE SC-ID-LOW TO WS-ID-LOW
               EVALUATE TRUE
                   WHEN SC-VALUE(7:24) = SPACES
                       MOVE SC-ID-LOW  TO WS-ID-HIGH
                   WHEN SC-ID-DASH = '-'
                       AND SC-ID-HIGH NUMERIC
                       AND SC-VALUE(14:17) = SPACES
                       MOVE SC-ID-HIGH TO WS-ID-HIGH
                   WHEN OTHER
                       MOVE 'N' TO WS-CARD-SW
               END-EVALUATE
           ELSE
               MOVE 'N' TO WS-CARD-SW
           END-IF
           IF WS-CARD-GOOD AND WS-ID-LOW > WS-ID-HIGH
               MOVE 'N' TO WS-CARD-SW
           END-IF.

       1220-TAKE-NAME-PREFIX.

      *    the prefix is what was punched up to its last non-blank.
           MOVE SC-VALUE(1:15) TO WS-NAME-PREFIX
           MOVE 15 TO WS-PREFIX-LEN
           PERFORM UNTIL WS-PREFIX-LEN = 0
                   OR WS-NAME-PREFIX(WS-PREFIX-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-PREFIX-LEN
           END-PERFORM
           IF WS-PREFIX-LEN = 0
               OR SC-VALUE(16:15) NOT = SPACES
               MOVE 'N' TO WS-CARD-SW
           END-IF.

       1230-TAKE-EFF-RANGE.

           SET WS-EFF-GIVEN TO TRUE
           IF SC-DATE-LOW NUMERIC
               MOVE SC-DATE-LOW TO WS-EFF-LOW
               EVALUATE TRUE
                   WHEN SC-VALUE(9:22) = SPACES
                       MOVE SC-DATE-LOW  TO WS-EFF-HIGH
                   WHEN SC-DATE-DASH = '-'
                       AND SC-DATE-HIGH NUMERIC
                       AND SC-VALUE(18:13) = SPACES
                       MOVE SC-DATE-HIGH TO WS-EFF-HIGH
                   WHEN OTHER
                       MOVE 'N' TO WS-CARD-SW
               END-EVALUATE
           ELSE
               MOVE 'N' TO WS-CARD-SW
           END-IF
           IF WS-CARD-GOOD AND WS-EFF-LOW > WS-EFF-HIGH
               MOVE 'N' TO WS-CARD-SW
           END-IF.

       1300-OPEN-FILES.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT STUDMSTR
           IF STUDMSTR-OK
               SET WS-MSTR-OPEN TO TRUE
      *        one campus starts at its own first row; an id range
      *        within it at the range's first id.
               IF WS-SEL-CAMPUS = SPACES
                   MOVE LOW-VALUES TO SM-STUDENT-KEY
               ELSE
                   MOVE WS-SEL-CAMPUS TO SM-CAMPUS-ID
                   MOVE WS-ID-LOW     TO SM-STUDENT-ID
               END-IF
               START STUDMSTR
                   KEY IS NOT LESS THAN SM-STUDENT-KEY
                   INVALID KEY
                       SET WS-END-OF-FILE TO TRUE
               END-START
           END-IF

      *    without the marker file the applied column is left blank.
           OPEN INPUT APLDFILE
           IF APLDFILE-OK
               SET WS-APLD-OPEN TO TRUE
           ELSE
               DISPLAY '  APPLIED-MARKER FILE NOT AVAILABLE - LAST '
                   'APPLIED NOT SHOWN'
           END-IF.

       2000-SELECT-ROWS.

      *    same walk APPLMARK's stale report takes, from where
      *    1300-OPEN-FILES started it.
           PERFORM 2100-CHECK-ONE-ROW
               UNTIL WS-END-OF-FILE.

       2100-CHECK-ONE-ROW.

           READ STUDMSTR NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF NOT STUDMSTR-OK AND NOT WS-END-OF-FILE
               SET WS-END-OF-FILE TO TRUE
           END-IF
           IF NOT WS-END-OF-FILE
               AND WS-SEL-CAMPUS NOT = SPACES
               AND SM-CAMPUS-ID > WS-SEL-CAMPUS
               SET WS-END-OF-FILE TO TRUE
           END-IF

           IF NOT WS-END-OF-FILE
               ADD 1 TO WS-ROWS-READ
               PERFORM 2200-APPLY-CRITERIA
               IF WS-KEEP-ROW
                   ADD 1 TO WS-ROWS-SELECTED
                   IF NOT WS-COUNT-ONLY
                       PERFORM 2300-RELEASE-ROW
                   END-IF
               END-IF
           END-IF.

       2200-APPLY-CRITERIA.

           SET WS-KEEP-ROW TO TRUE

           IF WS-SEL-CAMPUS NOT = SPACES
               AND SM-CAMPUS-ID NOT = WS-SEL-CAMPUS
               MOVE 'N' TO WS-KEEP-SW
           END-IF
           IF WS-ID-GIVEN
               AND (SM-STUDENT-ID < WS-ID-LOW
                   OR SM-STUDENT-ID > WS-ID-HIGH)
               MOVE 'N' TO WS-KEEP-SW
           END-IF
           IF WS-PREFIX-LEN > 0
               AND SM-STUDENT-NAME(1:WS-PREFIX-LEN) NOT =
                   WS-NAME-PREFIX(1:WS-PREFIX-LEN)
               MOVE 'N' TO WS-KEEP-SW
           END-IF
           IF WS-WANT-REPLACED
               AND SM-REPLACEMENT-ID = ZERO
               MOVE 'N' TO WS-KEEP-SW
           END-IF
           IF WS-WANT-NOT-REPLACED
               AND SM-REPLACEMENT-ID NOT = ZERO
               MOVE 'N' TO WS-KEEP-SW
           END-IF
      *    an effective date means nothing without a replacement.
           IF WS-EFF-GIVEN
               AND (SM-REPLACEMENT-ID = ZERO
                   OR SM-REPLACEMENT-EFF-DATE < WS-EFF-LOW
                   OR SM-REPLACEMENT-EFF-DATE > WS-EFF-HIGH)
               MOVE 'N' TO WS-KEEP-SW
           END-IF
           IF WS-WANT-EXTRA-EQUAL
               AND SM-REPLACEMENT-EXTRA NOT = WS-EXTRA-VALUE
               MOVE 'N' TO WS-KEEP-SW
           END-IF
           IF WS-WANT-EXTRA-NOT-EQUAL
               AND SM-REPLACEMENT-EXTRA = WS-EXTRA-VALUE
               MOVE 'N' TO WS-KEEP-SW
           END-IF

      *    the marker file only for a row still in the running, and
      *    only when it is asked or shown.
           MOVE 'N'    TO WS-APPLIED-FOUND-SW
           MOVE SPACES TO WS-LAST-APPLIED
           IF WS-KEEP-ROW AND WS-APLD-OPEN
               AND (WS-APPLIED-SW NOT = SPACE
                   OR NOT WS-COUNT-ONLY)
               MOVE SM-STUDENT-KEY TO AD-STUDENT-KEY
               READ APLDFILE KEY IS AD-STUDENT-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF APLDFILE-OK
                   SET WS-ROW-APPLIED TO TRUE
                   MOVE AD-LAST-APPLIED TO WS-LAST-APPLIED
               END-IF
           END-IF
           IF WS-WANT-APPLIED AND NOT WS-ROW-APPLIED
               MOVE 'N' TO WS-KEEP-SW
           END-IF
           IF WS-WANT-NEVER-APPLIED AND WS-ROW-APPLIED
               MOVE 'N' TO WS-KEEP-SW
           END-IF.

       2300-RELEASE-ROW.

           MOVE SPACES                  TO SS-SORT-RECORD
           EVALUATE WS-SORT-BY
               WHEN 'NAME'
                   MOVE SM-STUDENT-NAME         TO SS-SORT-VALUE
               WHEN 'EFFDATE'
                   MOVE SM-REPLACEMENT-EFF-DATE TO SS-SORT-VALUE
               WHEN 'EXTRA'
                   MOVE SM-REPLACEMENT-EXTRA    TO SS-SORT-VALUE
               WHEN 'REPLID'
                   MOVE SM-REPLACEMENT-ID       TO SS-SORT-VALUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE SM-CAMPUS-ID            TO SS-CAMPUS-ID
           MOVE SM-STUDENT-ID           TO SS-STUDENT-ID
           MOVE SM-STUDENT-NAME         TO SS-STUDENT-NAME
           MOVE SM-REPLACEMENT-ID       TO SS-REPLACEMENT-ID
           MOVE SM-REPLACEMENT-EXTRA    TO SS-EXTRA
           MOVE SM-REPLACEMENT-EFF-DATE TO SS-EFF-DATE
           MOVE SM-STATUS-CODE          TO SS-STATUS-CODE
           MOVE WS-LAST-APPLIED         TO SS-LAST-APPLIED
           RELEASE SS-SORT-RECORD.

       3000-LIST-ROWS.

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM UNTIL WS-END-OF-FILE
               RETURN SELSORT
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 3100-LIST-ONE-ROW
               END-RETURN
           END-PERFORM.

       3050-WRITE-HEADINGS.

           DISPLAY 'CAMPUS   ID     NAME            REPL   EXTRA     '
               ' EFFECTIVE ST  APPLIED'
           DISPLAY '-------- ------ --------------- ------ ----------'
               ' --------  --  --------'.

       3100-LIST-ONE-ROW.

      *    no replacement shows blank rather than zeros.
           MOVE SS-CAMPUS-ID    TO WS-DL-CAMPUS-ID
           MOVE SS-STUDENT-ID   TO WS-DL-STUDENT-ID
           MOVE SS-STUDENT-NAME TO WS-DL-STUDENT-NAME
           MOVE SPACES          TO WS-DL-REPLACEMENT-ID
           MOVE SPACES          TO WS-DL-EFF-DATE
           IF SS-REPLACEMENT-ID NOT = ZERO
               MOVE SS-REPLACEMENT-ID TO WS-DL-REPLACEMENT-ID
               MOVE SS-EFF-DATE       TO WS-DL-EFF-DATE
           END-IF
           MOVE SS-EXTRA        TO WS-DL-EXTRA
           MOVE SS-STATUS-CODE  TO WS-DL-STATUS-CODE
           MOVE SS-LAST-APPLIED TO WS-DL-LAST-APPLIED
           DISPLAY WS-DETAIL-LINE
           ADD 1 TO WS-ROWS-LISTED.

       4000-HAND-REPORT-ID.

      *    the capture step files the listing under the card's id
      *    (see RPTCAPT).
           OPEN OUTPUT SELRPTID
           IF SELRPTID-OK
               MOVE SPACES       TO SELRPTID-RECORD
               MOVE WS-REPORT-ID TO SELRPTID-RECORD(1:8)
               WRITE SELRPTID-RECORD
               CLOSE SELRPTID
           ELSE
               DISPLAY 'REPORT ID NOT HANDED ON - STATUS '
                   WS-SELRPTID-STATUS ' - LISTING NOT FILED'
           END-IF.

       9000-END-OF-JOB.

           DISPLAY '------------------------------------------------'
               '--------------------------'
           DISPLAY 'MASTER ROWS READ      : ' WS-ROWS-READ
           DISPLAY 'ROWS SELECTED         : ' WS-ROWS-SELECTED
           IF NOT WS-COUNT-ONLY
               DISPLAY 'ROWS LISTED           : ' WS-ROWS-LISTED
                   '   IN ' WS-SORT-BY ' ORDER'
           END-IF
           DISPLAY 'FILED AS REPORT       : ' WS-REPORT-ID

      *    RC 4 - listed, but without the applied column.
           EVALUATE TRUE
               WHEN NOT SELRPTID-OK
                   MOVE 8 TO RETURN-CODE
               WHEN NOT WS-APLD-OPEN
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9100-WRITE-STEPLOG.

       9100-WRITE-STEPLOG.

      *    one row per chain step so the morning dashboard can show
      *    pass/fail without scraping job logs (see STEPLOG.cpy).
           MOVE 'MSTRSEL'     TO SL-STEP-NAME
           MOVE RETURN-CODE   TO SL-RETURN-CODE
           PERFORM 9160-STAMP-STEP-TIMES
           OPEN EXTEND STEPLOG
           WRITE STEPLOG-RECORD
           CLOSE STEPLOG.

       COPY STEPTIME.

       END PROGRAM MSTRSEL.
