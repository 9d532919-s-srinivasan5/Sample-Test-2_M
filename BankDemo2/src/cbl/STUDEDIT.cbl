      *    volume totals reported by source - a short file from one
      *    campus is caught AND named instead of vanishing into a
      *    hand-concatenated single bracket.
      *
      *    The reject file now goes back to the campuses as well as
      *    to us: every reject row names its source bracket, that
      *    bracket's business date and the record image as it
      *    arrived, a header, trailer or feed-register failure is
      *    written as a whole-file reject against the source it
      *    belongs to, and each bracket closes with a summary row
      *    of its counts.  REJRTN turns the file into the per-source
      *    return feed (see EDTREJ.cpy); a control error with no
      *    bracket to name is still reported here only.
      *
      *    The campuses issue overlapping ids, so every clean detail
      *    now leaves here stamped with the campus that sent it -
      *    the header's source id, or the home campus for a blank
      *    source (see STUDIN.cpy / CAMPWS.cpy).  The drivers carry
      *    it into the campus-qualified master lookup.
      *
      *    The same edit runs in the supplemental intraday job
      *    (BANKSUPP) against a late source's feed: the header must
      *    still carry the business date, the feed register still
      *    refuses a source already taken for that date unless
      *    FEEDOVRD lets it through, and the control-totals row is
      *    posted under the RUNCTL run number so CTLVERIF can tell
      *    the supplemental run from the night.
      *
      *    Every record read is now stored as it arrived in the raw
      *    feed vault (see FEEDVLT.cpy), under its bracket's source
      *    and business date and this step's run date and start
      *    time, and the register row of each accepted transmission
      *    carries that time - the night a campus disputes can be
      *    pulled back out with FEEDRDRV.  The REDRIVE option (a
      *    business date) runs the edit over such a pulled-back
      *    night: headers are proved against that date, nothing is
      *    vaulted again, and a source already on the register goes
      *    through only on the re-drive row FEEDRDRV registered for
      *    the same count and hash - RDMODE=WHATIF for a what-if
      *    compare, otherwise a reprocessing run, whose pending row
      *    is used up so the same re-drive cannot go through twice.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EDTRULES-STATUS.

           SELECT FEEDVLT ASSIGN TO 'FEEDVLT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEDVLT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDIN
           LABEL RECORDS ARE STANDARD.
           COPY EDTRULE.

       FD  FEEDVLT
           LABEL RECORDS ARE STANDARD.
           COPY FEEDVLT.

       WORKING-STORAGE SECTION.

       COPY RSTCHKWS.
           05  WS-FEEDRNEW-STATUS       PIC X(2) VALUE '00'.
           05  WS-EDTRULES-STATUS       PIC X(2) VALUE '00'.
             88  EDTRULES-OK                      VALUE '00'.
           05  WS-FEEDVLT-STATUS        PIC X(2) VALUE '00'.
             88  FEEDVLT-OK                       VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-STUDIN                     VALUE 'Y'.
           05  WS-REJECT-COUNT          PIC 9(7) VALUE 0.
           05  WS-WARN-COUNT            PIC 9(7) VALUE 0.
           05  WS-CONTROL-ERRORS        PIC 9(3) VALUE 0.
           05  WS-FILE-REJECTS          PIC 9(3) VALUE 0.

      *    the desk's edit rules, loaded once per run - no rules
      *    file means the original three compiled-in edits.

       01  WS-FEED-CONTROL.
           05  WS-RUN-DATE              PIC 9(8) VALUE 0.
           05  WS-EXPECT-DATE           PIC 9(8) VALUE 0.

      *    a pulled-back night being edited again (REDRIVE option -
      *    see FEEDRDRV) - never vaulted twice, and let through on
      *    its re-drive row instead of the override file.
       01  WS-REDRIVE-CONTROL.
           05  WS-REDRIVE-DATE          PIC 9(8) VALUE 0.
           05  WS-REDRIVE-MODE          PIC X(8) VALUE SPACES.
             88  WS-REDRIVE-WHATIF                VALUE 'WHATIF'.
           05  WS-REDRIVE-SW            PIC X(1) VALUE 'N'.
             88  WS-REDRIVE-RUN                   VALUE 'Y'.
           05  WS-RDRV-FOUND-SW         PIC X(1) VALUE 'N'.
             88  WS-RDRV-FOUND                    VALUE 'Y'.

       01  WS-VAULT-CONTROL.
           05  WS-VAULT-SW              PIC X(1) VALUE 'N'.
             88  WS-VAULT-OPEN                    VALUE 'Y'.
           05  WS-VAULT-TIME            PIC 9(6) VALUE 0.
           05  WS-VAULT-SEQ             PIC 9(7) VALUE 0.
           05  WS-VAULT-SOURCE          PIC X(8) VALUE SPACES.
           05  WS-VAULT-BDATE           PIC 9(8) VALUE 0.
           05  WS-VAULT-IMAGE           PIC X(60).

      *    one entry per source bracket on tonight's feed - counts
      *    proved per source so a short campus file is named.
               10  WS-SRC-BDATE         PIC 9(8).
               10  WS-SRC-HASH          PIC 9(12).
               10  WS-SRC-OVRD-OP       PIC X(8).
               10  WS-SRC-CAMPUS        PIC X(8).
               10  WS-SRC-REDRIVE-SW    PIC X(1).
                 88  WS-SRC-REDRIVEN              VALUE 'Y'.

       01  WS-SOURCE-WORK.
           05  WS-SRC-IDX               PIC 9(2) COMP.
           05  WS-CUR-SRC               PIC 9(2) COMP VALUE 0.
           05  WS-WORK-SOURCE           PIC X(8).

      *    a whole-file reject as it goes onto STUDREJ - the source
      *    it is returned to, its business date, the reason and the
      *    control record that failed (spaces when none arrived).
       01  WS-FILE-REJECT-WORK.
           05  WS-FREJ-SOURCE           PIC X(8).
           05  WS-FREJ-BDATE            PIC 9(8).
           05  WS-FREJ-REASON           PIC X(2).
           05  WS-FREJ-IMAGE            PIC X(60).

      *    every transmission ever accepted, by source and business
      *    date with its content hash (see FEEDREG.cpy) - the proof
      *    against a re-sent file double-processing.
               10  WS-FREG-HASH         PIC 9(12).
               10  WS-FREG-ACCEPTED     PIC 9(8).
               10  WS-FREG-OVRD-OP      PIC X(8).
               10  WS-FREG-VAULT-TIME   PIC 9(6).
               10  WS-FREG-KIND         PIC X(1).

       01  WS-OVRD-TABLE.
           05  WS-OVRD-COUNT            PIC 9(2) VALUE 0.

       COPY STUDHT.

       COPY CAMPWS.

       COPY STEPTMWS.

       PROCEDURE DIVISION.
           PERFORM 9150-NOTE-STEP-START

           PERFORM 0150-READ-RUNCTL
           PERFORM 0160-GET-REDRIVE-OPTION

      *    on an operator restart this step may already be done -
      *    no-op and pass the prior code through (see RSTCHK.cpy).
           OPEN INPUT STUDIN
           OPEN OUTPUT STUDOK
           OPEN OUTPUT STUDREJ
           PERFORM 0200-OPEN-VAULT

           DISPLAY 'STUDENT INPUT EDIT REPORT'
           DISPLAY '-------------------------'
                       SET WS-END-OF-STUDIN TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE STUDIN-RECORD TO WS-VAULT-IMAGE
                       PERFORM 1500-ROUTE-RECORD
                       IF WS-VAULT-OPEN
                           PERFORM 1900-VAULT-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE STUDIN
           CLOSE STUDOK
           IF WS-VAULT-OPEN
               CLOSE FEEDVLT
           END-IF

           PERFORM 8000-PROVE-CONTROLS
           PERFORM 8100-WRITE-SOURCE-SUMMARIES
           CLOSE STUDREJ

           PERFORM 8500-UPDATE-REGISTER
           PERFORM 9000-END-OF-JOB

               MOVE RC-RUN-YEAR  TO WS-RUN-DATE(1:4)
               MOVE RC-RUN-MONTH TO WS-RUN-DATE(5:2)
               MOVE RC-RUN-DAY   TO WS-RUN-DATE(7:2)
               MOVE RC-RUN-SEQ   TO WS-CTL-RUN-SEQ
           END-IF
           MOVE WS-RUN-DATE TO WS-EXPECT-DATE.

       0160-GET-REDRIVE-OPTION.

      *    a re-driven night's headers carry that night's date, not
      *    tonight's stamp.
           DISPLAY 'REDRIVE' UPON ENVIRONMENT-NAME
           ACCEPT WS-ENVVAL FROM ENVIRONMENT-VALUE
           IF WS-ENVVAL(1:8) NUMERIC
               AND WS-ENVVAL(1:8) NOT = ZERO
               SET WS-REDRIVE-RUN TO TRUE
               MOVE WS-ENVVAL(1:8) TO WS-REDRIVE-DATE
               MOVE WS-REDRIVE-DATE TO WS-EXPECT-DATE
               DISPLAY 'RDMODE' UPON ENVIRONMENT-NAME
               ACCEPT WS-ENVVAL FROM ENVIRONMENT-VALUE
               MOVE WS-ENVVAL(1:8) TO WS-REDRIVE-MODE
               IF WS-REDRIVE-WHATIF
                   DISPLAY 'RE-DRIVE OF ' WS-REDRIVE-DATE
                       ' FOR A WHAT-IF COMPARE'
               ELSE
                   DISPLAY 'RE-DRIVE OF ' WS-REDRIVE-DATE
                       ' FOR REPROCESSING'
               END-IF
           END-IF.

       0170-LOAD-FEED-REGISTER.
                               WS-FREG-ACCEPTED(WS-FREG-COUNT)
                           MOVE FR-OVERRIDE-OP TO
                               WS-FREG-OVRD-OP(WS-FREG-COUNT)
      *                    rows registered before the vault carry
      *                    no stamp.
                           IF FR-VAULT-TIME NUMERIC
                               MOVE FR-VAULT-TIME TO
                                   WS-FREG-VAULT-TIME(WS-FREG-COUNT)
                           ELSE
                               MOVE ZERO TO
                                   WS-FREG-VAULT-TIME(WS-FREG-COUNT)
                           END-IF
                           MOVE FR-ENTRY-KIND TO
                               WS-FREG-KIND(WS-FREG-COUNT)
                       ELSE
      *                    a register that can lose rows is no
      *                    register - fail the feed hard instead.
               DISPLAY 'EDIT RULES LOADED : ' WS-RULE-COUNT
           END-IF.

       0200-OPEN-VAULT.

      *    the vault copy is stamped with this step's start, which
      *    the register rows of tonight's accepted sources carry.
           IF NOT WS-REDRIVE-RUN
               MOVE WS-STEP-START-TIME TO WS-VAULT-TIME
               OPEN EXTEND FEEDVLT
               IF FEEDVLT-OK
                   SET WS-VAULT-OPEN TO TRUE
               ELSE
                   DISPLAY 'FEED VAULT NOT AVAILABLE - STATUS '
                       WS-FEEDVLT-STATUS ' - FEED NOT VAULTED'
                   MOVE ZERO TO WS-VAULT-TIME
               END-IF
           END-IF.

       1500-ROUTE-RECORD.

      *    control records bracket each source's details; a detail
               DISPLAY 'CONTROL ERROR: HEADER FOR '
                   WS-WORK-SOURCE ' BEFORE TRAILER OF '
                   WS-SRC-ID(WS-CUR-SRC)
               MOVE WS-SRC-ID(WS-CUR-SRC)    TO WS-FREJ-SOURCE
               MOVE WS-SRC-BDATE(WS-CUR-SRC) TO WS-FREJ-BDATE
               MOVE 'F2'                     TO WS-FREJ-REASON
               MOVE SPACES                   TO WS-FREJ-IMAGE
               PERFORM 2200-WRITE-FILE-REJECT
           END-IF

           MOVE WS-WORK-SOURCE TO WS-FREJ-SOURCE
           IF FH-BUSINESS-DATE NUMERIC
               MOVE FH-BUSINESS-DATE TO WS-FREJ-BDATE
           ELSE
               MOVE ZERO TO WS-FREJ-BDATE
           END-IF
           MOVE WS-WORK-SOURCE TO WS-VAULT-SOURCE
           MOVE WS-FREJ-BDATE  TO WS-VAULT-BDATE
           MOVE STUDIN-RECORD TO WS-FREJ-IMAGE

      *    the same source twice in one night is the double-feed
      *    the hand concatenation used to hide.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   ADD 1 TO WS-CONTROL-ERRORS
                   DISPLAY 'CONTROL ERROR: SOURCE '
                       WS-WORK-SOURCE ' TRANSMITTED TWICE'
                   MOVE 'F3' TO WS-FREJ-REASON
                   PERFORM 2200-WRITE-FILE-REJECT
               END-IF
           END-PERFORM

               MOVE ZERO TO WS-SRC-REJECTS(WS-CUR-SRC)
               MOVE ZERO TO WS-SRC-HASH(WS-CUR-SRC)
               MOVE SPACES TO WS-SRC-OVRD-OP(WS-CUR-SRC)
               MOVE 'N'    TO WS-SRC-REDRIVE-SW(WS-CUR-SRC)
               IF FH-SOURCE-ID = SPACES
                   MOVE WS-HOME-CAMPUS TO WS-SRC-CAMPUS(WS-CUR-SRC)
               ELSE
                   MOVE FH-SOURCE-ID   TO WS-SRC-CAMPUS(WS-CUR-SRC)
               END-IF
               IF FH-BUSINESS-DATE NUMERIC
                   MOVE FH-BUSINESS-DATE
                     TO WS-SRC-BDATE(WS-CUR-SRC)
           ELSE
               ADD 1 TO WS-CONTROL-ERRORS
               DISPLAY 'CONTROL ERROR: MORE THAN 10 SOURCES'
               MOVE 'F8' TO WS-FREJ-REASON
               PERFORM 2200-WRITE-FILE-REJECT
           END-IF

      *    an all-zero header date means the feeder did not stamp
                   ' UNDATED - ACCEPTED'
           ELSE
           IF FH-BUSINESS-DATE NOT NUMERIC
               OR FH-BUSINESS-DATE NOT = WS-EXPECT-DATE
               ADD 1 TO WS-CONTROL-ERRORS
               DISPLAY 'CONTROL ERROR: ' WS-WORK-SOURCE
                   ' HEADER DATE ' STUDHDR-RECORD(4:8)
                   ' DOES NOT MATCH RUN DATE ' WS-EXPECT-DATE
               MOVE 'F1' TO WS-FREJ-REASON
               PERFORM 2200-WRITE-FILE-REJECT
           ELSE
               DISPLAY 'FEED HEADER ' WS-WORK-SOURCE ' DATE '
                   FH-BUSINESS-DATE ' MATCHES RUN DATE'
               ADD 1 TO WS-CONTROL-ERRORS
               DISPLAY 'CONTROL ERROR: TRAILER WITHOUT A HEADER'
           ELSE
               MOVE WS-SRC-ID(WS-CUR-SRC)    TO WS-FREJ-SOURCE
               MOVE WS-SRC-BDATE(WS-CUR-SRC) TO WS-FREJ-BDATE
               MOVE STUDIN-RECORD            TO WS-FREJ-IMAGE
               IF FT-SOURCE-ID = SPACES
                   MOVE WS-SRC-ID(WS-CUR-SRC) TO WS-WORK-SOURCE
               ELSE
                   DISPLAY 'CONTROL ERROR: TRAILER SOURCE '
                       WS-WORK-SOURCE ' INSIDE BRACKET OF '
                       WS-SRC-ID(WS-CUR-SRC)
                   MOVE 'F5' TO WS-FREJ-REASON
                   PERFORM 2200-WRITE-FILE-REJECT
               END-IF
               IF FT-DETAIL-COUNT NOT NUMERIC
                   OR FT-DETAIL-COUNT NOT =
                       ' TRAILER COUNT ' STUDTRL-RECORD(4:7)
                       ' VS DETAILS READ '
                       WS-SRC-DETAILS(WS-CUR-SRC)
                   MOVE 'F4' TO WS-FREJ-REASON
                   PERFORM 2200-WRITE-FILE-REJECT
               ELSE
                   DISPLAY 'FEED TRAILER ' WS-SRC-ID(WS-CUR-SRC)
                       ' COUNT ' FT-DETAIL-COUNT
      *    the register is the defence the header/trailer controls
      *    cannot give: yesterday's file under today's header
      *    balances perfectly and still must not process twice.
      *    A proved re-drive is the one file that may - and only
      *    re-drive rows stand for one.
           IF WS-REDRIVE-RUN
               PERFORM 1870-FIND-REDRIVE
           END-IF
           PERFORM VARYING WS-FREG-IDX FROM 1 BY 1
                   UNTIL WS-FREG-IDX > WS-FREG-COUNT
                   OR WS-SRC-REDRIVEN(WS-CUR-SRC)
               IF WS-FREG-SOURCE(WS-FREG-IDX)
                   = WS-SRC-ID(WS-CUR-SRC)
                   AND WS-FREG-KIND(WS-FREG-IDX) = SPACE
                   IF WS-FREG-BDATE(WS-FREG-IDX)
                       = WS-SRC-BDATE(WS-CUR-SRC)
                       PERFORM 1850-JUDGE-RETRANSMISSION
               DISPLAY 'CONTROL ERROR: ' WS-SRC-ID(WS-CUR-SRC)
                   ' DATE ' WS-SRC-BDATE(WS-CUR-SRC)
                   ' ALREADY ACCEPTED - RESEND NEEDS OVERRIDE'
               MOVE 'F6' TO WS-FREJ-REASON
               PERFORM 2200-WRITE-FILE-REJECT
           END-IF.

       1860-JUDGE-IDENTICAL-CONTENT.
                   ' CONTENT IDENTICAL TO TRANSMISSION OF '
                   WS-FREG-BDATE(WS-FREG-IDX)
                   ' - RESEND NEEDS OVERRIDE'
               MOVE 'F7' TO WS-FREJ-REASON
               PERFORM 2200-WRITE-FILE-REJECT
           END-IF.

       1870-FIND-REDRIVE.

      *    the re-drive FEEDRDRV registered for this source's night
      *    at this count and hash.  A what-if pass takes either
      *    kind and uses nothing up; a reprocessing run only a
      *    pending one, which it uses up.
           MOVE 'N' TO WS-RDRV-FOUND-SW
           PERFORM VARYING WS-FREG-IDX FROM 1 BY 1
                   UNTIL WS-FREG-IDX > WS-FREG-COUNT
                   OR WS-RDRV-FOUND
               IF WS-FREG-SOURCE(WS-FREG-IDX)
                   = WS-SRC-ID(WS-CUR-SRC)
                   AND WS-FREG-BDATE(WS-FREG-IDX)
                   = WS-SRC-BDATE(WS-CUR-SRC)
                   AND WS-FREG-DETAILS(WS-FREG-IDX)
                   = WS-SRC-DETAILS(WS-CUR-SRC)
                   AND WS-FREG-HASH(WS-FREG-IDX)
                   = WS-SRC-HASH(WS-CUR-SRC)
                   IF WS-FREG-KIND(WS-FREG-IDX) = 'P'
                       OR (WS-FREG-KIND(WS-FREG-IDX) = 'W'
                           AND WS-REDRIVE-WHATIF)
                       SET WS-RDRV-FOUND TO TRUE
                       IF NOT WS-REDRIVE-WHATIF
                           MOVE 'U' TO WS-FREG-KIND(WS-FREG-IDX)
                       END-IF
                       DISPLAY 'RE-DRIVE OF ' WS-SRC-ID(WS-CUR-SRC)
                           ' ' WS-SRC-BDATE(WS-CUR-SRC)
                           ' ACCEPTED - ASKED FOR BY '
                           WS-FREG-OVRD-OP(WS-FREG-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RDRV-FOUND
               MOVE 'Y' TO WS-SRC-REDRIVE-SW(WS-CUR-SRC)
           ELSE
               DISPLAY 'NO PROVED RE-DRIVE OF ' WS-SRC-ID(WS-CUR-SRC)
                   ' ' WS-SRC-BDATE(WS-CUR-SRC) ' ON THE REGISTER'
           END-IF.

       1880-FIND-OVERRIDE.
               END-IF
           END-PERFORM.

       1900-VAULT-RECORD.

      *    the record as it arrived, before the campus stamp; the
      *    trailer closes its bracket on the vault too.
           ADD 1 TO WS-VAULT-SEQ
           MOVE SPACES          TO FEED-VAULT-RECORD
           MOVE WS-VAULT-SOURCE TO FV-SOURCE-ID
           MOVE WS-VAULT-BDATE  TO FV-BUSINESS-DATE
           MOVE WS-RUN-DATE     TO FV-STORED-DATE
           MOVE WS-VAULT-TIME   TO FV-STORED-TIME
           MOVE WS-VAULT-SEQ    TO FV-RECORD-SEQ
           MOVE WS-VAULT-IMAGE  TO FV-RECORD-IMAGE
           WRITE FEED-VAULT-RECORD
           IF WS-VAULT-IMAGE(1:3) = 'TRL'
               MOVE SPACES TO WS-VAULT-SOURCE
               MOVE ZERO   TO WS-VAULT-BDATE
           END-IF.

       8000-PROVE-CONTROLS.

           IF WS-SOURCE-COUNT = 0
               ADD 1 TO WS-CONTROL-ERRORS
               DISPLAY 'CONTROL ERROR: SOURCE '
                   WS-SRC-ID(WS-CUR-SRC) ' MISSING ITS TRAILER'
               MOVE WS-SRC-ID(WS-CUR-SRC)    TO WS-FREJ-SOURCE
               MOVE WS-SRC-BDATE(WS-CUR-SRC) TO WS-FREJ-BDATE
               MOVE 'F2'                     TO WS-FREJ-REASON
               MOVE SPACES                   TO WS-FREJ-IMAGE
               PERFORM 2200-WRITE-FILE-REJECT
           END-IF.

       8100-WRITE-SOURCE-SUMMARIES.

      *    one closing row per bracket so the return feed can tell a
      *    campus how many of its records arrived even on a night
      *    nothing of theirs was rejected.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
               MOVE SPACES TO EDTREJ-RECORD
               SET EJ-SOURCE-SUMMARY TO TRUE
               MOVE WS-SRC-ID(WS-SRC-IDX)      TO EJ-SOURCE-ID
               MOVE WS-SRC-BDATE(WS-SRC-IDX)   TO EJ-BUSINESS-DATE
               MOVE WS-SRC-DETAILS(WS-SRC-IDX) TO EJ-SOURCE-DETAILS
               MOVE WS-SRC-REJECTS(WS-SRC-IDX) TO EJ-SOURCE-REJECTS
               WRITE EDTREJ-RECORD
           END-PERFORM.

       8500-UPDATE-REGISTER.

      *    a clean feed registers every source's transmission; a
               END-IF
           END-PERFORM

      *    a re-driven source is on the register already, under its
      *    original row and its re-drive row.
           IF WS-CONTROL-ERRORS = 0
               PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                       UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
                   IF NOT WS-SRC-REDRIVEN(WS-SRC-IDX)
                       MOVE SPACES TO FEED-REGISTER-RECORD
                       MOVE WS-SRC-ID(WS-SRC-IDX)
                         TO FR-SOURCE-ID
                       MOVE WS-SRC-BDATE(WS-SRC-IDX)
                         TO FR-BUSINESS-DATE
                       MOVE WS-SRC-DETAILS(WS-SRC-IDX)
                         TO FR-DETAIL-COUNT
                       MOVE WS-SRC-HASH(WS-SRC-IDX)
                         TO FR-CONTENT-HASH
                       MOVE WS-RUN-DATE TO FR-ACCEPT-DATE
                       MOVE WS-SRC-OVRD-OP(WS-SRC-IDX)
                         TO FR-OVERRIDE-OP
                       MOVE WS-VAULT-TIME TO FR-VAULT-TIME
                       SET FR-ACCEPTED-FEED TO TRUE
                       WRITE FEEDRNEW-RECORD
                         FROM FEED-REGISTER-RECORD
                   END-IF
               END-PERFORM
           END-IF
           CLOSE FEEDRNEW.
             TO FR-ACCEPT-DATE
           MOVE WS-FREG-OVRD-OP(WS-FREG-IDX)
             TO FR-OVERRIDE-OP
           MOVE WS-FREG-VAULT-TIME(WS-FREG-IDX)
             TO FR-VAULT-TIME
           MOVE WS-FREG-KIND(WS-FREG-IDX)
             TO FR-ENTRY-KIND
           WRITE FEEDRNEW-RECORD FROM FEED-REGISTER-RECORD.

       2000-EDIT-RECORD.
           ELSE
               ADD 1 TO WS-CLEAN-COUNT
               ADD 1 TO WS-SRC-CLEAN(WS-CUR-SRC)
      *        whatever the feeder left in the campus bytes, the
      *        bracket's header is what says whose id this is.
               MOVE WS-SRC-CAMPUS(WS-CUR-SRC) TO SI-CAMPUS-ID
               WRITE STUDOK-RECORD FROM STUDIN-RECORD
           END-IF.


           ADD 1 TO WS-REJECT-COUNT
           ADD 1 TO WS-SRC-REJECTS(WS-CUR-SRC)
           MOVE SPACES TO EDTREJ-RECORD
           MOVE WS-REJECT-REASON-CODE TO EJ-REASON-CODE
           MOVE SI-STUDENT-ID   TO EJ-STUDENT-ID
           MOVE SI-STUDENT-NAME TO EJ-STUDENT-NAME
           SET EJ-RECORD-REJECT TO TRUE
           MOVE WS-SRC-ID(WS-CUR-SRC)    TO EJ-SOURCE-ID
           MOVE WS-SRC-BDATE(WS-CUR-SRC) TO EJ-BUSINESS-DATE
           MOVE STUDIN-RECORD   TO EJ-RECORD-IMAGE
           MOVE ZERO TO EJ-SOURCE-DETAILS
           MOVE ZERO TO EJ-SOURCE-REJECTS
           WRITE EDTREJ-RECORD

           DISPLAY 'REJECTED ID ' EJ-STUDENT-ID
               ' NAME ' EJ-STUDENT-NAME
               ' REASON ' EJ-REASON-CODE.

       2200-WRITE-FILE-REJECT.

      *    the whole transmission is refused - the campus gets the
      *    reason and the control record that failed, and resends.
           ADD 1 TO WS-FILE-REJECTS
           MOVE SPACES TO EDTREJ-RECORD
           MOVE WS-FREJ-REASON TO EJ-REASON-CODE
           SET EJ-FILE-REJECT TO TRUE
           MOVE WS-FREJ-SOURCE TO EJ-SOURCE-ID
           MOVE WS-FREJ-BDATE  TO EJ-BUSINESS-DATE
           MOVE WS-FREJ-IMAGE  TO EJ-RECORD-IMAGE
           MOVE ZERO TO EJ-SOURCE-DETAILS
           MOVE ZERO TO EJ-SOURCE-REJECTS
           WRITE EDTREJ-RECORD.

       9000-END-OF-JOB.

           DISPLAY 'RECORDS READ     : ' WS-READ-COUNT
           DISPLAY 'RECORDS REJECTED : ' WS-REJECT-COUNT
           DISPLAY 'RULE WARNINGS    : ' WS-WARN-COUNT
           DISPLAY 'CONTROL ERRORS   : ' WS-CONTROL-ERRORS
           DISPLAY 'FILE REJECTS     : ' WS-FILE-REJECTS
           IF WS-VAULT-OPEN
               DISPLAY 'RECORDS VAULTED  : ' WS-VAULT-SEQ
           END-IF
           DISPLAY 'TOTALS BY SOURCE :'
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
