       IDENTIFICATION DIVISION.
       PROGRAM-ID. RNNOTICE.
      *
      *    CHANGE LOG
      *    ----------
      *    Renumbering notices.  A renumbered student used to find
      *    out from the registrar, weeks later, when a transcript
      *    request under the old id came back.  This step runs after
      *    XREFUPD and, for every replacement the night actually
      *    applied (the same found-and-renumbered test XREFUPD
      *    posts from), writes:
      *      - a print-ready letter (see NTCLTR.cpy) to the mailing
      *        address on the student's contact row, giving the old
      *        and the new id and the date the new one took effect;
      *      - an email request (see NTCMAIL.cpy) for the mail
      *        gateway when the contact row carries an email.
      *    XREFUPD has already carried the contact to the new id;
      *    a row still on the retired id is used if it was not.
      *    A student with neither an address nor an email on file
      *    is listed for the desk to chase, and the step ends 4.
      *    The effective date is the run date, as on the registrar
      *    extract (see REGEXT).  A student renumbered twice in one
      *    run is written once.  Each run cuts its own generation of
      *    both files, so the step honours the restart control (see
      *    RSTCHK.cpy) and does not send the same notices twice.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RSTCTL ASSIGN TO 'RSTCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTCTL-STATUS.

           SELECT AUDITOUT ASSIGN TO 'AUDITOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITOUT-STATUS.

           SELECT CONTFILE ASSIGN TO 'CONTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CN-STUDENT-KEY
               FILE STATUS IS WS-CONTFILE-STATUS.

           SELECT LETTERS ASSIGN TO 'LETTERS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LETTERS-STATUS.

           SELECT EMAILREQ ASSIGN TO 'EMAILREQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMAILREQ-STATUS.

           SELECT STEPLOG ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  RSTCTL
           LABEL RECORDS ARE STANDARD.
           COPY RSTREC.

       FD  AUDITOUT
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       FD  CONTFILE
           LABEL RECORDS ARE STANDARD.
           COPY CONTREC.

       FD  LETTERS
           LABEL RECORDS ARE STANDARD.
           COPY NTCLTR.

       FD  EMAILREQ
           LABEL RECORDS ARE STANDARD.
           COPY NTCMAIL.

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
             88  RUNCTL-OK                        VALUE '00'.
           05  WS-AUDITOUT-STATUS       PIC X(2) VALUE '00'.
             88  AUDITOUT-OK                      VALUE '00'.
           05  WS-CONTFILE-STATUS       PIC X(2) VALUE '00'.
             88  CONTFILE-OK                      VALUE '00'.
           05  WS-LETTERS-STATUS        PIC X(2) VALUE '00'.
           05  WS-EMAILREQ-STATUS       PIC X(2) VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-AUDIT                      VALUE 'Y'.

       01  WS-CONT-OPEN-SW              PIC X(1) VALUE 'N'.
         88  WS-CONT-OPEN                         VALUE 'Y'.

       01  WS-RUN-DATE                  PIC 9(8) VALUE 0.

       01  WS-NOTICE-COUNTERS.
           05  WS-RENUMBERED-COUNT      PIC 9(7) VALUE 0.
           05  WS-REPEAT-COUNT          PIC 9(7) VALUE 0.
           05  WS-LETTER-COUNT          PIC 9(7) VALUE 0.
           05  WS-EMAIL-COUNT           PIC 9(7) VALUE 0.
           05  WS-NO-CONTACT-COUNT      PIC 9(7) VALUE 0.

      *    the student being noticed - a blank campus on an old
      *    audit row is the home campus.
       01  WS-NOTICE-FIELDS.
           05  WS-NTC-CAMPUS            PIC X(8).
           05  WS-NTC-FOUND-SW          PIC X(1).
             88  WS-NTC-CONTACT-FOUND             VALUE 'Y'.
           05  WS-NTC-REASON            PIC X(24).
           05  WS-NTC-DATE-TEXT         PIC X(10).
           05  WS-NTC-DATE-IN           PIC 9(8).
           05  WS-NTC-DATE-PARTS REDEFINES WS-NTC-DATE-IN.
               10  WS-NTC-YEAR          PIC X(4).
               10  WS-NTC-MONTH         PIC X(2).
               10  WS-NTC-DAY           PIC X(2).

      *    every student noticed this run, so a second renumbering
      *    of the same student in the run is not written again.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-COUNT            PIC 9(4) VALUE 0.
           05  WS-SEEN-KEY              PIC X(14)
               OCCURS 5000 TIMES.

       01  WS-SEEN-WORK.
           05  WS-SEEN-IDX              PIC 9(4) COMP.
           05  WS-SEEN-THIS             PIC X(14).
           05  WS-SEEN-SW               PIC X(1).
             88  WS-ALREADY-NOTICED               VALUE 'Y'.

       COPY CAMPWS.

       COPY RSTCHKWS.

       COPY STEPTMWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 9150-NOTE-STEP-START

           PERFORM 1000-READ-RUNCTL

      *    on an operator restart tonight's notices may already
      *    have gone - no-op and pass the prior code through.
           MOVE 'RNNOTICE'   TO WS-RST-STEP-NAME
           MOVE WS-RUN-DATE  TO WS-RST-RUN-DATE
           PERFORM 0080-CHECK-RESTART-CONTROL
           IF WS-STEP-ALREADY-DONE
               MOVE WS-RST-PRIOR-RC TO RETURN-CODE
               PERFORM 9100-WRITE-STEPLOG
               STOP RUN
           END-IF

           OPEN INPUT CONTFILE
           IF CONTFILE-OK
               SET WS-CONT-OPEN TO TRUE
           ELSE
               DISPLAY 'CONTACT FILE NOT AVAILABLE - STATUS '
                   WS-CONTFILE-STATUS ' - EVERY STUDENT LISTED'
           END-IF
           OPEN OUTPUT LETTERS
           OPEN OUTPUT EMAILREQ

           DISPLAY 'RENUMBERING NOTICES - RUN ' WS-RUN-DATE
           DISPLAY '------------------------------------------------'
           DISPLAY 'NO CONTACT ON FILE - FOR THE DESK TO CHASE'
           DISPLAY '  CAMPUS   OLD ID NEW ID NAME            REASON'

           OPEN INPUT AUDITOUT
           IF NOT AUDITOUT-OK
               DISPLAY 'AUDITOUT NOT AVAILABLE - NO NOTICES'
               SET WS-END-OF-AUDIT TO TRUE
           END-IF

           PERFORM UNTIL WS-END-OF-AUDIT
               READ AUDITOUT
                   AT END
                       SET WS-END-OF-AUDIT TO TRUE
                   NOT AT END
      *                the found-and-actually-renumbered test
      *                XREFUPD posts from - a name-only change
      *                retires no id and needs no letter.
                       IF AR-SUBPROGRAM = 'UTIL2'
                           AND AR-FOUND-SW = 'Y'
                           AND AR-BEFORE-ID NOT = AR-AFTER-ID
                           PERFORM 2000-NOTICE-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM

           IF AUDITOUT-OK OR WS-AUDITOUT-STATUS = '10'
               CLOSE AUDITOUT
           END-IF
           IF WS-CONT-OPEN
               CLOSE CONTFILE
           END-IF
           CLOSE LETTERS
           CLOSE EMAILREQ

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

       2000-NOTICE-ONE-STUDENT.

           ADD 1 TO WS-RENUMBERED-COUNT
           MOVE AR-CAMPUS-ID TO WS-NTC-CAMPUS
           IF WS-NTC-CAMPUS = SPACES
               MOVE WS-HOME-CAMPUS TO WS-NTC-CAMPUS
           END-IF

           PERFORM 2100-CHECK-ALREADY-NOTICED
           IF WS-ALREADY-NOTICED
               ADD 1 TO WS-REPEAT-COUNT
           ELSE
               PERFORM 2200-FIND-CONTACT
               EVALUATE TRUE
                   WHEN NOT WS-NTC-CONTACT-FOUND
                       MOVE 'NO CONTACT ON FILE' TO WS-NTC-REASON
                       PERFORM 2900-LIST-NO-CONTACT
                   WHEN CN-ADDRESS-1 = SPACES
                       AND CN-EMAIL = SPACES
                       MOVE 'NO ADDRESS OR EMAIL' TO WS-NTC-REASON
                       PERFORM 2900-LIST-NO-CONTACT
                   WHEN OTHER
                       IF CN-ADDRESS-1 NOT = SPACES
                           PERFORM 3000-WRITE-LETTER
                       END-IF
                       IF CN-EMAIL NOT = SPACES
                           PERFORM 4000-WRITE-EMAIL-REQUEST
                       END-IF
               END-EVALUATE
           END-IF.

       2100-CHECK-ALREADY-NOTICED.

           MOVE WS-NTC-CAMPUS TO WS-SEEN-THIS(1:8)
           MOVE AR-BEFORE-ID  TO WS-SEEN-THIS(9:6)
           MOVE 'N' TO WS-SEEN-SW
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                   OR WS-ALREADY-NOTICED
               IF WS-SEEN-KEY(WS-SEEN-IDX) = WS-SEEN-THIS
                   SET WS-ALREADY-NOTICED TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-ALREADY-NOTICED
               AND WS-SEEN-COUNT < 5000
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-SEEN-THIS TO WS-SEEN-KEY(WS-SEEN-COUNT)
           END-IF.

       2200-FIND-CONTACT.

      *    XREFUPD moved the contact to the new id; without the
      *    contact file there it is still on the retired one.
           MOVE 'N' TO WS-NTC-FOUND-SW
           IF WS-CONT-OPEN
               MOVE WS-NTC-CAMPUS TO CN-CAMPUS-ID
               MOVE AR-AFTER-ID   TO CN-STUDENT-ID
               READ CONTFILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF NOT CONTFILE-OK
                   MOVE WS-NTC-CAMPUS TO CN-CAMPUS-ID
                   MOVE AR-BEFORE-ID  TO CN-STUDENT-ID
                   READ CONTFILE
                       INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
               IF CONTFILE-OK
                   SET WS-NTC-CONTACT-FOUND TO TRUE
               END-IF
           END-IF.

       2900-LIST-NO-CONTACT.

           ADD 1 TO WS-NO-CONTACT-COUNT
           DISPLAY '  ' WS-NTC-CAMPUS ' ' AR-BEFORE-ID ' '
               AR-AFTER-ID ' ' AR-AFTER-NAME ' ' WS-NTC-REASON.

       3000-WRITE-LETTER.

           MOVE AR-RUN-DATE TO WS-NTC-DATE-IN
           STRING WS-NTC-YEAR '-' WS-NTC-MONTH '-' WS-NTC-DAY
               DELIMITED BY SIZE INTO WS-NTC-DATE-TEXT

           MOVE SPACES TO NOTICE-LETTER-LINE
           SET NL-NEW-PAGE TO TRUE
           MOVE 'STUDENT RECORDS OFFICE' TO NL-TEXT
           WRITE NOTICE-LETTER-LINE
           SET NL-SINGLE-SPACE TO TRUE
           MOVE WS-NTC-DATE-TEXT TO NL-TEXT
           WRITE NOTICE-LETTER-LINE

           MOVE SPACES TO NOTICE-LETTER-LINE
           SET NL-DOUBLE-SPACE TO TRUE
           MOVE AR-AFTER-NAME TO NL-TEXT
           WRITE NOTICE-LETTER-LINE
           SET NL-SINGLE-SPACE TO TRUE
           MOVE CN-ADDRESS-1 TO NL-TEXT
           WRITE NOTICE-LETTER-LINE
           IF CN-ADDRESS-2 NOT = SPACES
               MOVE CN-ADDRESS-2 TO NL-TEXT
               WRITE NOTICE-LETTER-LINE
           END-IF
           MOVE SPACES TO NL-TEXT
           STRING CN-CITY DELIMITED BY '  '
               ' ' CN-REGION DELIMITED BY '  '
               '  ' CN-POSTAL-CODE DELIMITED BY SIZE
               INTO NL-TEXT
           WRITE NOTICE-LETTER-LINE

           MOVE SPACES TO NOTICE-LETTER-LINE
           SET NL-DOUBLE-SPACE TO TRUE
           STRING 'DEAR ' AR-AFTER-NAME DELIMITED BY '  '
               ',' DELIMITED BY SIZE INTO NL-TEXT
           WRITE NOTICE-LETTER-LINE

           MOVE SPACES TO NOTICE-LETTER-LINE
           SET NL-DOUBLE-SPACE TO TRUE
           MOVE 'YOUR STUDENT ID HAS BEEN CHANGED.  PLEASE QUOTE THE '
             TO NL-TEXT
           WRITE NOTICE-LETTER-LINE
           SET NL-SINGLE-SPACE TO TRUE
           MOVE 'NEW ID ON EVERYTHING YOU SEND US FROM THE EFFECTIVE '
             TO NL-TEXT
           WRITE NOTICE-LETTER-LINE
           MOVE 'DATE BELOW.' TO NL-TEXT
           WRITE NOTICE-LETTER-LINE

           MOVE SPACES TO NOTICE-LETTER-LINE
           SET NL-DOUBLE-SPACE TO TRUE
           STRING '    FORMER ID      : ' WS-NTC-CAMPUS ' '
               AR-BEFORE-ID DELIMITED BY SIZE INTO NL-TEXT
           WRITE NOTICE-LETTER-LINE
           MOVE SPACES TO NOTICE-LETTER-LINE
           SET NL-SINGLE-SPACE TO TRUE
           STRING '    NEW ID         : ' WS-NTC-CAMPUS ' '
               AR-AFTER-ID DELIMITED BY SIZE INTO NL-TEXT
           WRITE NOTICE-LETTER-LINE
           MOVE SPACES TO NOTICE-LETTER-LINE
           SET NL-SINGLE-SPACE TO TRUE
           STRING '    EFFECTIVE DATE : ' WS-NTC-DATE-TEXT
               DELIMITED BY SIZE INTO NL-TEXT
           WRITE NOTICE-LETTER-LINE

           MOVE SPACES TO NOTICE-LETTER-LINE
           SET NL-DOUBLE-SPACE TO TRUE
           MOVE 'YOUR FORMER ID WILL STILL BE RECOGNISED ON EARLIER '
             TO NL-TEXT
           WRITE NOTICE-LETTER-LINE
           SET NL-SINGLE-SPACE TO TRUE
           MOVE 'TRANSCRIPTS AND LETTERS.' TO NL-TEXT
           WRITE NOTICE-LETTER-LINE

           SET NL-DOUBLE-SPACE TO TRUE
           MOVE 'STUDENT RECORDS OFFICE' TO NL-TEXT
           WRITE NOTICE-LETTER-LINE

           ADD 1 TO WS-LETTER-COUNT.

       4000-WRITE-EMAIL-REQUEST.

           MOVE SPACES          TO NOTICE-EMAIL-RECORD
           MOVE 'EML'           TO NE-RECORD-TYPE
           MOVE WS-RUN-DATE     TO NE-RUN-DATE
           MOVE WS-NTC-CAMPUS   TO NE-CAMPUS-ID
           MOVE AR-BEFORE-ID    TO NE-OLD-ID
           MOVE AR-AFTER-ID     TO NE-NEW-ID
           MOVE AR-RUN-DATE     TO NE-EFF-DATE
           MOVE AR-AFTER-NAME   TO NE-STUDENT-NAME
           MOVE CN-EMAIL        TO NE-EMAIL
           MOVE 'RENUMBER'      TO NE-TEMPLATE-ID
           MOVE 'YOUR STUDENT ID HAS BEEN CHANGED' TO NE-SUBJECT
           WRITE NOTICE-EMAIL-RECORD
           ADD 1 TO WS-EMAIL-COUNT.

       9000-END-OF-JOB.

           IF WS-NO-CONTACT-COUNT = 0
               DISPLAY '  (NONE)'
           END-IF
           DISPLAY '------------------------------------------------'
           DISPLAY 'RENUMBERINGS APPLIED      : ' WS-RENUMBERED-COUNT
           DISPLAY 'REPEATS IN THE RUN        : ' WS-REPEAT-COUNT
           DISPLAY 'LETTERS WRITTEN           : ' WS-LETTER-COUNT
           DISPLAY 'EMAIL REQUESTS WRITTEN    : ' WS-EMAIL-COUNT
           DISPLAY 'NO CONTACT - DESK TO CHASE: ' WS-NO-CONTACT-COUNT

      *    the letters that did go out are good; the students
      *    without a contact are the desk's to follow up.
           IF WS-NO-CONTACT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM 9100-WRITE-STEPLOG.

       9100-WRITE-STEPLOG.

      *    one row per chain step so the morning dashboard can show
      *    pass/fail without scraping job logs (see STEPLOG.cpy).
           MOVE 'RNNOTICE'    TO SL-STEP-NAME
           MOVE RETURN-CODE   TO SL-RETURN-CODE
           PERFORM 9160-STAMP-STEP-TIMES
           OPEN EXTEND STEPLOG
           WRITE STEPLOG-RECORD
           CLOSE STEPLOG.

       COPY RSTCHK.

       COPY STEPTIME.

       END PROGRAM RNNOTICE.
