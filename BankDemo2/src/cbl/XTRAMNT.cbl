       IDENTIFICATION DIVISION.
       PROGRAM-ID. XTRAMNT.
      *
      *    CHANGE LOG
      *    ----------
      *    Replacement EXTRA code table maintenance.  SM-REPLACEMENT-
      *    EXTRA was a free field and the desk had started keying
      *    variants of MASTR-1 that SUBEXT passed straight through
      *    to BILLING.  The valid values now live on the code table
      *    KSDS (see XTRACODE.cpy) and this is the only way they
      *    change: adds, changes, retirements and re-enables off the
      *    desk's XTRATXN requests, each edited (code and operator
      *    present, description on an add, real dates, a range that
      *    runs forwards) and each written to the code-table audit
      *    trail whether applied or rejected, with the row before
      *    and after (see XTRAAUD.cpy).  Nothing is ever deleted -
      *    a retired code still resolves for the rows and reports
      *    that carry it.  The run ends by listing the whole table
      *    as it now stands.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XTRATXN ASSIGN TO 'XTRATXN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XTRATXN-STATUS.

           SELECT XTRACODE ASSIGN TO 'XTRACODE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XC-CODE
               FILE STATUS IS WS-XTRACODE-STATUS.

           SELECT XTRAAUD ASSIGN TO 'XTRAAUD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XTRAAUD-STATUS.

           SELECT STEPLOG ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XTRATXN
           LABEL RECORDS ARE STANDARD.
           COPY XTRATXN.

       FD  XTRACODE
           LABEL RECORDS ARE STANDARD.
           COPY XTRACODE.

       FD  XTRAAUD
           LABEL RECORDS ARE STANDARD.
           COPY XTRAAUD.

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-XTRATXN-STATUS        PIC X(2) VALUE '00'.
             88  XTRATXN-OK                       VALUE '00'.
           05  WS-XTRACODE-STATUS       PIC X(2) VALUE '00'.
             88  XTRACODE-OK                      VALUE '00'.
             88  XTRACODE-NOT-FOUND               VALUE '23'.
           05  WS-XTRAAUD-STATUS        PIC X(2) VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-FILE                       VALUE 'Y'.

       01  WS-STAMP-FIELDS.
           05  WS-STAMP-DATE            PIC 9(8).
           05  WS-STAMP-TIME            PIC X(8).

       01  WS-EDIT-FIELDS.
           05  WS-REJECT-REASON         PIC X(30).
           05  WS-ON-FILE-SW            PIC X(1).
             88  WS-ON-FILE                       VALUE 'Y'.
           05  WS-BEFORE-IMAGE          PIC X(47).
           05  WS-EDIT-DATE-X           PIC X(8).
           05  WS-EDIT-DATE             PIC 9(8).
           05  WS-EDIT-DATE-INT         PIC 9(7) COMP.
           05  WS-DATE-OK-SW            PIC X(1).
             88  WS-DATE-OK                       VALUE 'Y'.
           05  WS-NEW-FROM              PIC 9(8).
           05  WS-NEW-TO                PIC 9(8).

       01  WS-OPEN-ENDED                PIC 9(8) VALUE 99999999.

       01  WS-MAINT-COUNTERS.
           05  WS-APPLIED-COUNT         PIC 9(5) VALUE 0.
           05  WS-REJECTED-COUNT        PIC 9(5) VALUE 0.
           05  WS-LISTED-COUNT          PIC 9(5) VALUE 0.

       01  WS-LIST-LINE.
           05  WL-CODE                  PIC X(10).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WL-STATUS                PIC X(7).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WL-FROM                  PIC 9(8).
           05  FILLER                   PIC X(1) VALUE '-'.
           05  WL-TO                    PIC 9(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WL-DESCRIPTION           PIC X(30).

       COPY STEPTMWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 9150-NOTE-STEP-START

           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME

           OPEN I-O XTRACODE
           IF NOT XTRACODE-OK
      *        first run ever - the code table starts empty.
               OPEN OUTPUT XTRACODE
               CLOSE XTRACODE
               OPEN I-O XTRACODE
           END-IF
           IF NOT XTRACODE-OK
               DISPLAY 'EXTRA CODE TABLE WILL NOT OPEN - STATUS '
                   WS-XTRACODE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9100-WRITE-STEPLOG
               STOP RUN
           END-IF

           OPEN INPUT XTRATXN
           IF NOT XTRATXN-OK
               DISPLAY 'NO EXTRA CODE REQUESTS - LISTING ONLY'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           OPEN EXTEND XTRAAUD

           DISPLAY 'REPLACEMENT EXTRA CODE TABLE MAINTENANCE'
           DISPLAY '----------------------------------------'

           PERFORM UNTIL WS-END-OF-FILE
               READ XTRATXN
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 2000-APPLY-ONE-REQUEST
               END-READ
           END-PERFORM

           IF XTRATXN-OK OR WS-XTRATXN-STATUS = '10'
               CLOSE XTRATXN
           END-IF
           CLOSE XTRAAUD

           PERFORM 5000-LIST-CODE-TABLE
           CLOSE XTRACODE

           PERFORM 9000-END-OF-JOB

           STOP RUN.

      *****************************************************************
      *    ONE DESK REQUEST                                           *
      *****************************************************************
       2000-APPLY-ONE-REQUEST.

           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE 'N'    TO WS-ON-FILE-SW

           IF XT-ACTION-VALID AND XT-CODE NOT = SPACES
               MOVE XT-CODE TO XC-CODE
               READ XTRACODE KEY IS XC-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ON-FILE TO TRUE
                       MOVE EXTRA-CODE-RECORD(11:47)
                         TO WS-BEFORE-IMAGE
               END-READ
           END-IF

           EVALUATE TRUE
               WHEN NOT XT-ACTION-VALID
                   MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
               WHEN XT-CODE = SPACES
                   MOVE 'NO CODE KEYED' TO WS-REJECT-REASON
               WHEN XT-OPERATOR = SPACES
                   MOVE 'NO OPERATOR KEYED' TO WS-REJECT-REASON
               WHEN XT-ACTION-ADD
                   PERFORM 2100-ADD-CODE
               WHEN XT-ACTION-CHANGE
                   PERFORM 2200-CHANGE-CODE
               WHEN XT-ACTION-RETIRE
                   PERFORM 2300-RETIRE-CODE
               WHEN XT-ACTION-ENABLE
                   PERFORM 2400-ENABLE-CODE
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY 'APPLIED  ' XT-ACTION ' ' XT-CODE ' '
                   XC-DESCRIPTION ' BY ' XT-OPERATOR
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'REJECTED ' XT-ACTION ' ' XT-CODE ' : '
                   WS-REJECT-REASON
           END-IF

           PERFORM 2900-WRITE-AUDIT.

       2100-ADD-CODE.

           EVALUATE TRUE
               WHEN WS-ON-FILE
                   MOVE 'ALREADY ON CODE TABLE' TO WS-REJECT-REASON
               WHEN XT-DESCRIPTION = SPACES
                   MOVE 'DESCRIPTION REQUIRED ON AN ADD'
                     TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE WS-STAMP-DATE TO WS-NEW-FROM
                   MOVE WS-OPEN-ENDED TO WS-NEW-TO
                   PERFORM 2500-EDIT-NEW-RANGE
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
               MOVE SPACES            TO EXTRA-CODE-RECORD
               MOVE XT-CODE           TO XC-CODE
               MOVE XT-DESCRIPTION    TO XC-DESCRIPTION
               SET XC-ACTIVE          TO TRUE
               MOVE WS-NEW-FROM       TO XC-EFFECTIVE-FROM
               MOVE WS-NEW-TO         TO XC-EFFECTIVE-TO
               PERFORM 2800-STAMP-CHANGE
               WRITE EXTRA-CODE-RECORD
                   INVALID KEY
                       MOVE 'WRITE FAILED' TO WS-REJECT-REASON
               END-WRITE
           END-IF.

       2200-CHANGE-CODE.

           IF NOT WS-ON-FILE
               MOVE 'NOT ON CODE TABLE' TO WS-REJECT-REASON
           ELSE
               MOVE XC-EFFECTIVE-FROM TO WS-NEW-FROM
               MOVE XC-EFFECTIVE-TO   TO WS-NEW-TO
               PERFORM 2500-EDIT-NEW-RANGE
           END-IF

           IF WS-REJECT-REASON = SPACES
               IF XT-DESCRIPTION NOT = SPACES
                   MOVE XT-DESCRIPTION TO XC-DESCRIPTION
               END-IF
               MOVE WS-NEW-FROM       TO XC-EFFECTIVE-FROM
               MOVE WS-NEW-TO         TO XC-EFFECTIVE-TO
               PERFORM 2800-STAMP-CHANGE
               PERFORM 2700-REWRITE-CODE
           END-IF.

       2300-RETIRE-CODE.

           EVALUATE TRUE
               WHEN NOT WS-ON-FILE
                   MOVE 'NOT ON CODE TABLE' TO WS-REJECT-REASON
               WHEN XC-RETIRED
                   MOVE 'ALREADY RETIRED' TO WS-REJECT-REASON
               WHEN OTHER
      *            the range closes today so the row reads the way
      *            it was used; an earlier end date stands.
                   SET XC-RETIRED TO TRUE
                   IF XC-EFFECTIVE-TO > WS-STAMP-DATE
                       MOVE WS-STAMP-DATE TO XC-EFFECTIVE-TO
                   END-IF
                   PERFORM 2800-STAMP-CHANGE
                   PERFORM 2700-REWRITE-CODE
           END-EVALUATE.

       2400-ENABLE-CODE.

           EVALUATE TRUE
               WHEN NOT WS-ON-FILE
                   MOVE 'NOT ON CODE TABLE' TO WS-REJECT-REASON
               WHEN XC-ACTIVE
                   MOVE 'ALREADY ACTIVE' TO WS-REJECT-REASON
               WHEN OTHER
      *            back in use from the day it was first good for,
      *            open-ended unless the request names an end date.
                   MOVE XC-EFFECTIVE-FROM TO WS-NEW-FROM
                   MOVE WS-OPEN-ENDED     TO WS-NEW-TO
                   PERFORM 2500-EDIT-NEW-RANGE
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
               SET XC-ACTIVE    TO TRUE
               MOVE WS-NEW-FROM TO XC-EFFECTIVE-FROM
               MOVE WS-NEW-TO   TO XC-EFFECTIVE-TO
               PERFORM 2800-STAMP-CHANGE
               PERFORM 2700-REWRITE-CODE
           END-IF.

       2500-EDIT-NEW-RANGE.

      *    a keyed date replaces the default the caller set up in
      *    WS-NEW-FROM / WS-NEW-TO; it must be a real day, and the
      *    range may not end before it starts.
           IF XT-EFFECTIVE-FROM NOT = SPACES
               MOVE XT-EFFECTIVE-FROM TO WS-EDIT-DATE-X
               PERFORM 2600-EDIT-ONE-DATE
               IF WS-DATE-OK
                   MOVE WS-EDIT-DATE TO WS-NEW-FROM
               ELSE
                   MOVE 'INVALID EFFECTIVE-FROM DATE'
                     TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               AND XT-EFFECTIVE-TO NOT = SPACES
               MOVE XT-EFFECTIVE-TO TO WS-EDIT-DATE-X
               PERFORM 2600-EDIT-ONE-DATE
               IF WS-DATE-OK
                   MOVE WS-EDIT-DATE TO WS-NEW-TO
               ELSE
                   MOVE 'INVALID EFFECTIVE-TO DATE'
                     TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               AND WS-NEW-TO < WS-NEW-FROM
               MOVE 'EFFECTIVE RANGE ENDS BEFORE START'
                 TO WS-REJECT-REASON
           END-IF.

       2600-EDIT-ONE-DATE.

      *    same calendar-day test as CALMNT's 3300-EDIT-THE-DATE.
           MOVE 'N' TO WS-DATE-OK-SW
           IF WS-EDIT-DATE-X NUMERIC
               MOVE WS-EDIT-DATE-X TO WS-EDIT-DATE
               IF WS-EDIT-DATE-X(5:2) >= '01'
                   AND WS-EDIT-DATE-X(5:2) <= '12'
                   AND WS-EDIT-DATE-X(7:2) >= '01'
                   AND WS-EDIT-DATE-X(7:2) <= '31'
                   COMPUTE WS-EDIT-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE)
                   IF WS-EDIT-DATE-INT > 0
                       SET WS-DATE-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

       2700-REWRITE-CODE.

           REWRITE EXTRA-CODE-RECORD
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE.

       2800-STAMP-CHANGE.

           MOVE WS-STAMP-DATE TO XC-CHANGED-DATE
           MOVE XT-OPERATOR   TO XC-CHANGED-BY.

       2900-WRITE-AUDIT.

      *    rejected requests are audited too - the trail shows what
      *    was attempted, not only what got through.
           MOVE SPACES             TO XTRA-AUDIT-RECORD
           MOVE WS-STAMP-DATE      TO XA-DATE
           MOVE WS-STAMP-TIME(1:6) TO XA-TIME
           MOVE XT-OPERATOR        TO XA-OPERATOR
           MOVE XT-ACTION          TO XA-ACTION
           MOVE XT-CODE            TO XA-CODE
           MOVE WS-BEFORE-IMAGE    TO XA-BEFORE-IMAGE
           IF WS-REJECT-REASON = SPACES
               SET XA-APPLIED TO TRUE
               MOVE EXTRA-CODE-RECORD(11:47) TO XA-AFTER-IMAGE
           ELSE
               SET XA-REJECTED TO TRUE
               MOVE WS-REJECT-REASON TO XA-REASON
               MOVE WS-BEFORE-IMAGE  TO XA-AFTER-IMAGE
           END-IF
           WRITE XTRA-AUDIT-RECORD.

      *****************************************************************
      *    THE TABLE AS IT NOW STANDS                                 *
      *****************************************************************
       5000-LIST-CODE-TABLE.

           DISPLAY ' '
           DISPLAY 'CODE       STATUS  EFFECTIVE RANGE   DESCRIPTION'
           DISPLAY '---------- ------- ----------------- -----------'

           MOVE LOW-VALUES TO XC-CODE
           MOVE 'N' TO WS-EOF-SWITCH
           START XTRACODE KEY IS NOT LESS THAN XC-CODE
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ XTRACODE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE XC-CODE           TO WL-CODE
                       IF XC-ACTIVE
                           MOVE 'ACTIVE'      TO WL-STATUS
                       ELSE
                           MOVE 'RETIRED'     TO WL-STATUS
                       END-IF
                       MOVE XC-EFFECTIVE-FROM TO WL-FROM
                       MOVE XC-EFFECTIVE-TO   TO WL-TO
                       MOVE XC-DESCRIPTION    TO WL-DESCRIPTION
                       DISPLAY WS-LIST-LINE
                       ADD 1 TO WS-LISTED-COUNT
               END-READ
           END-PERFORM.

       9000-END-OF-JOB.

           DISPLAY '----------------------------------------'
           DISPLAY 'CODES ON TABLE    : ' WS-LISTED-COUNT
           DISPLAY 'CHANGES APPLIED   : ' WS-APPLIED-COUNT
           DISPLAY 'CHANGES REJECTED  : ' WS-REJECTED-COUNT

           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM 9100-WRITE-STEPLOG.

       9100-WRITE-STEPLOG.

      *    one row per chain step so the morning dashboard can show
      *    pass/fail without scraping job logs (see STEPLOG.cpy).
           MOVE 'XTRAMNT'     TO SL-STEP-NAME
           MOVE RETURN-CODE   TO SL-RETURN-CODE
           PERFORM 9160-STAMP-STEP-TIMES
           OPEN EXTEND STEPLOG
           WRITE STEPLOG-RECORD
           CLOSE STEPLOG.

       COPY STEPTIME.

       END PROGRAM XTRAMNT.
