       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJRTN.
      *
      *    CHANGE LOG
      *    ----------
      *    Reject return feed for the STUDIN source campuses.
      *    STUDEDIT's reject file only ever helped us - CAMPUSA and
      *    CAMPUSB never learned their records were dropped, so the
      *    same bad ids came back night after night.  This step
      *    runs behind the edit, whatever its return code, and turns
      *    STUDREJ into one bracket per source (see RETFEED.cpy): a
      *    header naming the source and the business date its file
      *    carried, one row per rejected record with the record as
      *    sent, one row per whole-file refusal (header, trailer or
      *    feed-register failure) with the control record that
      *    failed, and a trailer with the counts.  Every reason
      *    goes back in plain text from the desk's EDTRULES rule;
      *    the original compiled-in edits and the file-level
      *    refusals carry their own text here when no rule names
      *    them.  A source with nothing rejected still gets its
      *    header and a zero trailer, so silence always means the
      *    feed did not run.  The job splits the feed by campus.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDREJ ASSIGN TO 'STUDREJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STUDREJ-STATUS.

           SELECT EDTRULES ASSIGN TO 'EDTRULES'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EDTRULES-STATUS.

           SELECT RUNCTL ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RETFEED ASSIGN TO 'RETFEED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETFEED-STATUS.

           SELECT STEPLOG ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

           SELECT REJSORT ASSIGN TO 'REJSORT'.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDREJ
           LABEL RECORDS ARE STANDARD.
           COPY EDTREJ.

       FD  EDTRULES
           LABEL RECORDS ARE STANDARD.
           COPY EDTRULE.

       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  RETFEED
           LABEL RECORDS ARE STANDARD.
       01  RETFEED-RECORD               PIC X(110).

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.

      *    source, then summary / record / file rows in that order,
      *    then the order STUDEDIT wrote them - the record rejects
      *    go back in the sequence the campus sent them.
       SD  REJSORT.
       01  SD-REJECT-RECORD.
           05  SD-SOURCE-ID             PIC X(8).
           05  SD-ROW-ORDER             PIC X(1).
           05  SD-SEQUENCE              PIC 9(7).
           05  SD-REJECT-IMAGE          PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-STUDREJ-STATUS        PIC X(2) VALUE '00'.
             88  STUDREJ-OK                       VALUE '00'.
           05  WS-EDTRULES-STATUS       PIC X(2) VALUE '00'.
             88  EDTRULES-OK                      VALUE '00'.
           05  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
             88  RUNCTL-OK                        VALUE '00'.
           05  WS-RETFEED-STATUS        PIC X(2) VALUE '00'.
             88  RETFEED-OK                       VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-FILE                       VALUE 'Y'.

       01  WS-RUN-DATE                  PIC 9(8) VALUE 0.

       01  WS-STUDREJ-SW                PIC X(1) VALUE 'Y'.
         88  WS-STUDREJ-MISSING                   VALUE 'N'.

      *    the desk's reason text by reason code, from EDTRULES.
       01  WS-RULE-TEXT-TABLE.
           05  WS-RULE-COUNT            PIC 9(2) VALUE 0.
           05  WS-RULE-ENTRY            OCCURS 30 TIMES.
               10  WS-RULE-REASON       PIC X(2).
               10  WS-RULE-TEXT         PIC X(22).

      *    text for the reasons no rule row names - the compiled-in
      *    edits STUDEDIT falls back on, and the whole-file refusals.
       01  WS-FIXED-REASONS.
           05  FILLER PIC X(32) VALUE
               '01ID NOT NUMERIC                '.
           05  FILLER PIC X(32) VALUE
               '02NAME IS BLANK                 '.
           05  FILLER PIC X(32) VALUE
               '03NAME NOT ALPHABETIC           '.
           05  FILLER PIC X(32) VALUE
               'F1HEADER DATE NOT BUSINESS DATE '.
           05  FILLER PIC X(32) VALUE
               'F2FILE HAS NO TRAILER           '.
           05  FILLER PIC X(32) VALUE
               'F3FILE SENT TWICE IN ONE NIGHT  '.
           05  FILLER PIC X(32) VALUE
               'F4TRAILER COUNT NOT DETAILS SENT'.
           05  FILLER PIC X(32) VALUE
               'F5TRAILER SOURCE NOT HEADER     '.
           05  FILLER PIC X(32) VALUE
               'F6DATE ALREADY RECEIVED - RESEND'.
           05  FILLER PIC X(32) VALUE
               'F7SAME CONTENT AS EARLIER FILE  '.
           05  FILLER PIC X(32) VALUE
               'F8TOO MANY SOURCES ON THE FEED  '.
       01  WS-FIXED-TABLE REDEFINES WS-FIXED-REASONS.
           05  WS-FIXED-ENTRY           OCCURS 11 TIMES.
               10  WS-FIXED-REASON      PIC X(2).
               10  WS-FIXED-TEXT        PIC X(30).

       01  WS-REASON-WORK.
           05  WS-RULE-IDX              PIC 9(2) COMP.
           05  WS-FIXED-IDX             PIC 9(2) COMP.
           05  WS-REASON-TEXT           PIC X(30).

       01  WS-BRACKET-WORK.
           05  WS-SEQUENCE              PIC 9(7) VALUE 0.
           05  WS-OPEN-SW               PIC X(1) VALUE 'N'.
             88  WS-BRACKET-OPEN                  VALUE 'Y'.
           05  WS-HELD-SOURCE           PIC X(8) VALUE SPACES.
           05  WS-HELD-DETAILS          PIC 9(7) VALUE 0.
           05  WS-HELD-REJECTS          PIC 9(7) VALUE 0.
           05  WS-HELD-FILE-REJECTS     PIC 9(3) VALUE 0.
           05  WS-HELD-ROWS             PIC 9(7) VALUE 0.

       01  WS-RETURN-COUNTERS.
           05  WS-ROWS-READ             PIC 9(7) VALUE 0.
           05  WS-SOURCES-RETURNED      PIC 9(3) VALUE 0.
           05  WS-RECORD-ROWS           PIC 9(7) VALUE 0.
           05  WS-FILE-ROWS             PIC 9(5) VALUE 0.
           05  WS-FEEDS-REFUSED         PIC 9(3) VALUE 0.

       COPY RETFEED.

       COPY STEPTMWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 9150-NOTE-STEP-START

           PERFORM 1000-READ-RUNCTL
           PERFORM 1100-LOAD-REASON-TEXT

           OPEN OUTPUT RETFEED
           IF NOT RETFEED-OK
               DISPLAY 'RETURN FEED WILL NOT OPEN - STATUS '
                   WS-RETFEED-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9100-WRITE-STEPLOG
               STOP RUN
           END-IF

           SORT REJSORT
               ON ASCENDING KEY SD-SOURCE-ID
                                SD-ROW-ORDER
                                SD-SEQUENCE
               INPUT PROCEDURE IS 2000-RELEASE-REJECTS
               OUTPUT PROCEDURE IS 3000-BUILD-RETURN-FEED

           CLOSE RETFEED

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

       1100-LOAD-REASON-TEXT.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT EDTRULES
           IF NOT EDTRULES-OK
               DISPLAY 'EDIT RULES FILE NOT AVAILABLE - FIXED '
                   'REASON TEXT ONLY'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ EDTRULES
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-RULE-COUNT < 30
                           AND RL-REASON-TEXT NOT = SPACES
                           ADD 1 TO WS-RULE-COUNT
                           MOVE RL-REASON TO
                               WS-RULE-REASON(WS-RULE-COUNT)
                           MOVE RL-REASON-TEXT TO
                               WS-RULE-TEXT(WS-RULE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF EDTRULES-OK OR WS-EDTRULES-STATUS = '10'
               CLOSE EDTRULES
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       2000-RELEASE-REJECTS.

           OPEN INPUT STUDREJ
           IF NOT STUDREJ-OK
               DISPLAY 'EDIT REJECT FILE NOT AVAILABLE - STATUS '
                   WS-STUDREJ-STATUS
               SET WS-STUDREJ-MISSING TO TRUE
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ STUDREJ
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       PERFORM 2100-RELEASE-ONE-ROW
               END-READ
           END-PERFORM
           IF STUDREJ-OK OR WS-STUDREJ-STATUS = '10'
               CLOSE STUDREJ
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       2100-RELEASE-ONE-ROW.

      *    a row with no source has nowhere to go back to.
           IF EJ-SOURCE-ID = SPACES
               DISPLAY 'REJECT ' EJ-REASON-CODE ' ID ' EJ-STUDENT-ID
                   ' CARRIES NO SOURCE - NOT RETURNED'
           ELSE
               ADD 1 TO WS-SEQUENCE
               MOVE EJ-SOURCE-ID  TO SD-SOURCE-ID
               EVALUATE TRUE
                   WHEN EJ-SOURCE-SUMMARY
                       MOVE '1' TO SD-ROW-ORDER
                   WHEN EJ-FILE-REJECT
                       MOVE '3' TO SD-ROW-ORDER
                   WHEN OTHER
                       MOVE '2' TO SD-ROW-ORDER
               END-EVALUATE
               MOVE WS-SEQUENCE   TO SD-SEQUENCE
               MOVE EDTREJ-RECORD TO SD-REJECT-IMAGE
               RELEASE SD-REJECT-RECORD
           END-IF.

       3000-BUILD-RETURN-FEED.

           PERFORM UNTIL WS-END-OF-FILE
               RETURN REJSORT
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE SD-REJECT-IMAGE TO EDTREJ-RECORD
                       IF NOT WS-BRACKET-OPEN
                           OR EJ-SOURCE-ID NOT = WS-HELD-SOURCE
                           IF WS-BRACKET-OPEN
                               PERFORM 3300-WRITE-TRAILER
                           END-IF
                           PERFORM 3100-WRITE-HEADER
                       END-IF
                       IF EJ-SOURCE-SUMMARY
                           MOVE EJ-SOURCE-DETAILS TO WS-HELD-DETAILS
                           MOVE EJ-SOURCE-REJECTS TO WS-HELD-REJECTS
                       ELSE
                           PERFORM 3200-WRITE-DETAIL
                       END-IF
               END-RETURN
           END-PERFORM
           IF WS-BRACKET-OPEN
               PERFORM 3300-WRITE-TRAILER
           END-IF.

       3100-WRITE-HEADER.

      *    the summary row sorts first, so the header carries the
      *    date the campus put on its own file; a bracket STUDEDIT
      *    never opened (a refused extra source) has only its refusal.
           SET WS-BRACKET-OPEN TO TRUE
           MOVE EJ-SOURCE-ID TO WS-HELD-SOURCE
           MOVE ZERO TO WS-HELD-DETAILS
           MOVE ZERO TO WS-HELD-REJECTS
           MOVE ZERO TO WS-HELD-FILE-REJECTS
           MOVE ZERO TO WS-HELD-ROWS
           ADD 1 TO WS-SOURCES-RETURNED

           MOVE SPACES TO RETURN-HEADER-RECORD
           SET RH-HEADER TO TRUE
           MOVE EJ-SOURCE-ID     TO RH-SOURCE-ID
           MOVE EJ-BUSINESS-DATE TO RH-BUSINESS-DATE
           MOVE WS-RUN-DATE      TO RH-RUN-DATE
           MOVE 'STUDIN REJECT RETURN' TO RH-FEED-TITLE
           WRITE RETFEED-RECORD FROM RETURN-HEADER-RECORD.

       3200-WRITE-DETAIL.

           PERFORM 3250-FIND-REASON-TEXT

           MOVE SPACES TO RETURN-DETAIL-RECORD
           IF EJ-FILE-REJECT
               SET RD-FILE-REJECT TO TRUE
               ADD 1 TO WS-HELD-FILE-REJECTS
               ADD 1 TO WS-FILE-ROWS
           ELSE
               SET RD-RECORD-REJECT TO TRUE
               ADD 1 TO WS-RECORD-ROWS
           END-IF
           MOVE EJ-SOURCE-ID    TO RD-SOURCE-ID
           MOVE EJ-REASON-CODE  TO RD-REASON-CODE
           MOVE WS-REASON-TEXT  TO RD-REASON-TEXT
           MOVE EJ-RECORD-IMAGE TO RD-RECORD-IMAGE
           WRITE RETFEED-RECORD FROM RETURN-DETAIL-RECORD
           ADD 1 TO WS-HELD-ROWS.

       3250-FIND-REASON-TEXT.

      *    the desk's wording first; the fixed text only where no
      *    rule names the code.
           MOVE SPACES TO WS-REASON-TEXT
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
                      OR WS-REASON-TEXT NOT = SPACES
               IF WS-RULE-REASON(WS-RULE-IDX) = EJ-REASON-CODE
                   MOVE WS-RULE-TEXT(WS-RULE-IDX) TO WS-REASON-TEXT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-FIXED-IDX FROM 1 BY 1
                   UNTIL WS-FIXED-IDX > 11
                      OR WS-REASON-TEXT NOT = SPACES
               IF WS-FIXED-REASON(WS-FIXED-IDX) = EJ-REASON-CODE
                   MOVE WS-FIXED-TEXT(WS-FIXED-IDX) TO WS-REASON-TEXT
               END-IF
           END-PERFORM
           IF WS-REASON-TEXT = SPACES
               MOVE 'EDIT REASON' TO WS-REASON-TEXT
               MOVE EJ-REASON-CODE TO WS-REASON-TEXT(13:2)
           END-IF.

       3300-WRITE-TRAILER.

           MOVE SPACES TO RETURN-TRAILER-RECORD
           SET RT-TRAILER TO TRUE
           MOVE WS-HELD-SOURCE       TO RT-SOURCE-ID
           MOVE WS-HELD-DETAILS      TO RT-DETAILS-RECEIVED
           MOVE WS-HELD-REJECTS      TO RT-RECORDS-REJECTED
           MOVE WS-HELD-FILE-REJECTS TO RT-FILE-REJECTS
           MOVE WS-HELD-ROWS         TO RT-RETURN-ROWS
           IF WS-HELD-FILE-REJECTS > 0
               SET RT-FEED-REFUSED TO TRUE
               ADD 1 TO WS-FEEDS-REFUSED
           ELSE
               SET RT-FEED-ACCEPTED TO TRUE
           END-IF
           WRITE RETFEED-RECORD FROM RETURN-TRAILER-RECORD

           DISPLAY '  ' WS-HELD-SOURCE
               ' DETAILS '  WS-HELD-DETAILS
               ' REJECTED ' WS-HELD-REJECTS
               ' FILE REJECTS ' WS-HELD-FILE-REJECTS
               ' DISPOSITION ' RT-FEED-DISPOSITION

           MOVE 'N' TO WS-OPEN-SW.

       9000-END-OF-JOB.

           DISPLAY 'STUDIN REJECT RETURN FEED'
           DISPLAY '  REJECT FILE ROWS READ : ' WS-ROWS-READ
           DISPLAY '  SOURCES RETURNED      : ' WS-SOURCES-RETURNED
           DISPLAY '  RECORD REJECTS SENT   : ' WS-RECORD-ROWS
           DISPLAY '  FILE REJECTS SENT     : ' WS-FILE-ROWS
           DISPLAY '  FEEDS REFUSED         : ' WS-FEEDS-REFUSED

      *    no reject file means the campuses hear nothing tonight -
      *    that is a failure of this step, not a quiet night.
           IF WS-STUDREJ-MISSING
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM 9100-WRITE-STEPLOG.

       9100-WRITE-STEPLOG.

           MOVE 'REJRTN'      TO SL-STEP-NAME
           MOVE RETURN-CODE   TO SL-RETURN-CODE
           PERFORM 9160-STAMP-STEP-TIMES
           OPEN EXTEND STEPLOG
           WRITE STEPLOG-RECORD
           CLOSE STEPLOG.

       COPY STEPTIME.

       END PROGRAM REJRTN.
