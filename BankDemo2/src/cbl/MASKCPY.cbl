       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKCPY.
      *
      *    CHANGE LOG
      *    ----------
      *    Masked production-to-test copy.  Testing a change meant
      *    copying the real STUDMSTR, STUDIN and audit files into
      *    the test region, real student names and all, where far
      *    more people can see them.  This program makes the test
      *    versions instead: an unload of the master, the STUDIN
      *    feed, an unload of the XREF file and one audit
      *    generation, with every name replaced by a fake one.  The
      *    same real name becomes the same fake name in every file
      *    and two names never share a fake (see NAMEMAP.cpy), so
      *    name lookups and duplicate checks behave as they do in
      *    production.  Ids are remapped too when the IDREMAP rule
      *    asks (see MASKRULE.cpy), kept consistent the same way.
      *    STUDIN headers and trailers are rebuilt round the masked
      *    details so STUDEDIT still balances, and the audit chain
      *    and segment trailers are recomputed over remapped ids so
      *    AUDVERIF still proves the copy.  A name that fails the
      *    alphabetic edit keeps failing it masked, so the edit
      *    rejects the same records.  Prints a summary of what was
      *    masked.  Run through BANKMASK.jcl.
      *
      *    Ids are unique only within a campus now, so the id map
      *    is keyed by campus plus real id (see IDMAP.cpy), and a
      *    STUDIN detail takes the campus of its bracket's source.
      *
      *    A supplemental run's segment continues the chain from the
      *    trailer before it (see AUDITREC.cpy), so a remapped copy
      *    re-seeds such a segment from the rechained trailer before
      *    it and writes that value as the trailer's opening check.
      *
      *    The test master follows the live row to 79 bytes; the
      *    last-seen date is copied as it stands.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASKCTL ASSIGN TO 'MASKCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASKCTL-STATUS.

           SELECT STUDMSTR ASSIGN TO 'STUDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-KEY
               ALTERNATE RECORD KEY IS SM-STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDMSTR-STATUS.

           SELECT XREFFILE ASSIGN TO 'XREFFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-OLD-KEY
               FILE STATUS IS WS-XREFFILE-STATUS.

           SELECT STUDIN ASSIGN TO 'STUDIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STUDIN-STATUS.

           SELECT AUDITIN ASSIGN TO 'AUDITIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITIN-STATUS.

           SELECT NAMEMAP ASSIGN TO 'NAMEMAP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NM-REAL-NAME
               FILE STATUS IS WS-NAMEMAP-STATUS.

           SELECT IDMAP ASSIGN TO 'IDMAP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-REAL-KEY
               FILE STATUS IS WS-IDMAP-STATUS.

           SELECT TSTMSTR ASSIGN TO 'TSTMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TSTMSTR-STATUS.

           SELECT TSTXREF ASSIGN TO 'TSTXREF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TSTXREF-STATUS.

           SELECT TSTIN ASSIGN TO 'TSTIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TSTIN-STATUS.

           SELECT TSTAUDIT ASSIGN TO 'TSTAUDIT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TSTAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASKCTL
           LABEL RECORDS ARE STANDARD.
           COPY MASKRULE.

       FD  STUDMSTR
           LABEL RECORDS ARE STANDARD.
           COPY STUDMSTR.

       FD  XREFFILE
           LABEL RECORDS ARE STANDARD.
           COPY XREFREC.

       FD  STUDIN
           LABEL RECORDS ARE STANDARD.
           COPY STUDIN.

       FD  AUDITIN
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       FD  NAMEMAP
           LABEL RECORDS ARE STANDARD.
           COPY NAMEMAP.

       FD  IDMAP
           LABEL RECORDS ARE STANDARD.
           COPY IDMAP.

       FD  TSTMSTR
           LABEL RECORDS ARE STANDARD.
       01  TSTMSTR-RECORD               PIC X(79).

       FD  TSTXREF
           LABEL RECORDS ARE STANDARD.
       01  TSTXREF-RECORD               PIC X(40).

       FD  TSTIN
           LABEL RECORDS ARE STANDARD.
       01  TSTIN-RECORD                 PIC X(60).

       FD  TSTAUDIT
           LABEL RECORDS ARE STANDARD.
       01  TSTAUDIT-RECORD              PIC X(98).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-MASKCTL-STATUS        PIC X(2) VALUE '00'.
             88  MASKCTL-OK                       VALUE '00'.
           05  WS-STUDMSTR-STATUS       PIC X(2) VALUE '00'.
             88  STUDMSTR-OK                      VALUE '00'.
           05  WS-XREFFILE-STATUS       PIC X(2) VALUE '00'.
             88  XREFFILE-OK                      VALUE '00'.
           05  WS-STUDIN-STATUS         PIC X(2) VALUE '00'.
             88  STUDIN-OK                        VALUE '00'.
           05  WS-AUDITIN-STATUS        PIC X(2) VALUE '00'.
             88  AUDITIN-OK                       VALUE '00'.
           05  WS-NAMEMAP-STATUS        PIC X(2) VALUE '00'.
             88  NAMEMAP-OK                       VALUE '00'.
             88  NAMEMAP-NOT-FOUND                VALUE '23'.
           05  WS-IDMAP-STATUS          PIC X(2) VALUE '00'.
             88  IDMAP-OK                         VALUE '00'.
             88  IDMAP-NOT-FOUND                  VALUE '23'.
           05  WS-TSTMSTR-STATUS        PIC X(2) VALUE '00'.
           05  WS-TSTXREF-STATUS        PIC X(2) VALUE '00'.
           05  WS-TSTIN-STATUS          PIC X(2) VALUE '00'.
           05  WS-TSTAUDIT-STATUS       PIC X(2) VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-FILE                       VALUE 'Y'.

      *    the rules as loaded from MASKCTL - the defaults are what
      *    a copy gets with no control file: names masked, ids and
      *    dates left alone.
       01  WS-MASK-RULES.
           05  WS-ID-REMAP-SW           PIC X(1) VALUE 'N'.
             88  WS-REMAP-IDS                     VALUE 'Y'.
           05  WS-ID-BASE               PIC 9(6) VALUE 900001.
           05  WS-TEST-DATE             PIC 9(8) VALUE 0.
           05  WS-KEEP-NAME-COUNT       PIC 9(2) VALUE 0.
           05  WS-KEEP-NAME             PIC X(15) OCCURS 20 TIMES.
           05  WS-KEEP-ID-COUNT         PIC 9(2) VALUE 0.
           05  WS-KEEP-ID               PIC 9(6) OCCURS 20 TIMES.
           05  WS-RULES-READ            PIC 9(3) VALUE 0.
           05  WS-RULES-BAD             PIC 9(3) VALUE 0.
           05  WS-NO-RULES-SW           PIC X(1) VALUE 'N'.
             88  WS-NO-RULES-FILE                 VALUE 'Y'.

       01  WS-MASK-WORK.
           05  WS-KEEP-IDX              PIC 9(2) COMP.
           05  WS-KEPT-SW               PIC X(1).
             88  WS-VALUE-KEPT                    VALUE 'Y'.
           05  WS-NAME-IN               PIC X(15).
           05  WS-NAME-OUT              PIC X(15).
           05  WS-ID-CAMPUS-IN          PIC X(8).
           05  WS-ID-IN                 PIC 9(6).
           05  WS-ID-OUT                PIC 9(6).
           05  WS-NAME-ORDINAL          PIC 9(9) VALUE 0.
           05  WS-NEXT-FAKE-ID          PIC 9(7) VALUE 0.

      *    a fake name is the name ordinal written in base 20, one
      *    consonant-vowel syllable per digit, at least three
      *    syllables - letters only, and unique because the ordinal
      *    is.
       01  WS-SYLLABLE-LIST.
           05  FILLER PIC X(40) VALUE
               'BAKELOMINURASETOVIZUDAFEGOHIJUPARESOTIWU'.
       01  WS-SYLLABLE-TABLE REDEFINES WS-SYLLABLE-LIST.
           05  WS-SYLLABLE              PIC X(2) OCCURS 20 TIMES.

       01  WS-FAKE-NAME-WORK.
           05  WS-FAKE-N                PIC 9(9).
           05  WS-FAKE-DIGIT            PIC 9(2).
           05  WS-DIGIT-COUNT           PIC 9(2) COMP.
           05  WS-DIGIT-IDX             PIC 9(2) COMP.
           05  WS-FAKE-POS              PIC 9(2) COMP.
           05  WS-FAKE-DIGITS.
               10  WS-FAKE-D            PIC 9(2) OCCURS 7 TIMES.
           05  WS-FAKE-BUILD            PIC X(15).

       01  WS-FEED-WORK.
           05  WS-BRACKET-SW            PIC X(1) VALUE 'N'.
             88  WS-IN-BRACKET                    VALUE 'Y'.
           05  WS-BRACKET-DETAILS       PIC 9(7) VALUE 0.
           05  WS-BRACKET-CAMPUS        PIC X(8) VALUE SPACES.
           05  WS-BRACKETS-REBUILT      PIC 9(3) VALUE 0.

       01  WS-CHAIN-WORK.
           05  WS-SEG-CHECK             PIC 9(12) VALUE 0.
           05  WS-SEGMENTS-RECHAINED    PIC 9(5) VALUE 0.
           05  WS-LAST-TRLR-CHECK       PIC 9(12) VALUE 0.
           05  WS-SEG-OPEN-CHECK        PIC 9(12) VALUE 0.
           05  WS-SEG-STARTED-SW        PIC X(1) VALUE 'N'.
             88  WS-SEG-STARTED                   VALUE 'Y'.

       01  WS-MASK-COUNTERS.
           05  WS-MSTR-READ             PIC 9(7) VALUE 0.
           05  WS-MSTR-WRITTEN          PIC 9(7) VALUE 0.
           05  WS-XREF-READ             PIC 9(7) VALUE 0.
           05  WS-XREF-WRITTEN          PIC 9(7) VALUE 0.
           05  WS-FEED-READ             PIC 9(7) VALUE 0.
           05  WS-FEED-WRITTEN          PIC 9(7) VALUE 0.
           05  WS-AUDIT-READ            PIC 9(7) VALUE 0.
           05  WS-AUDIT-WRITTEN         PIC 9(7) VALUE 0.
           05  WS-NAMES-MASKED          PIC 9(7) VALUE 0.
           05  WS-NAMES-KEPT            PIC 9(7) VALUE 0.
           05  WS-FAKE-NAMES-ISSUED     PIC 9(7) VALUE 0.
           05  WS-IDS-REMAPPED          PIC 9(7) VALUE 0.
           05  WS-IDS-KEPT              PIC 9(7) VALUE 0.
           05  WS-FAKE-IDS-ISSUED       PIC 9(7) VALUE 0.
           05  WS-MAP-ERRORS            PIC 9(5) VALUE 0.
           05  WS-FILES-MISSING         PIC 9(1) VALUE 0.

       COPY STUDHT.

       COPY CAMPWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 0100-LOAD-MASK-RULES
           PERFORM 0200-OPEN-MAPS

           PERFORM 1000-MASK-MASTER
           PERFORM 2000-MASK-XREF
           PERFORM 3000-MASK-STUDIN
           PERFORM 4000-MASK-AUDIT

           CLOSE NAMEMAP
           CLOSE IDMAP

           PERFORM 9000-END-OF-JOB

           STOP RUN.

       0100-LOAD-MASK-RULES.

           OPEN INPUT MASKCTL
           IF NOT MASKCTL-OK
               DISPLAY 'MASKING CONTROL FILE NOT AVAILABLE - NAMES '
                   'MASKED, IDS AND DATES KEPT'
               SET WS-NO-RULES-FILE TO TRUE
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ MASKCTL
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF MR-KEYWORD(1:1) NOT = '*'
                           ADD 1 TO WS-RULES-READ
                           PERFORM 0110-APPLY-ONE-RULE
                       END-IF
               END-READ
           END-PERFORM
           IF MASKCTL-OK OR WS-MASKCTL-STATUS = '10'
               CLOSE MASKCTL
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       0110-APPLY-ONE-RULE.

           EVALUATE TRUE
               WHEN MR-ID-REMAP
                   IF MR-VALUE(1:1) = 'Y'
                       SET WS-REMAP-IDS TO TRUE
                   ELSE
                       MOVE 'N' TO WS-ID-REMAP-SW
                   END-IF
               WHEN MR-ID-BASE AND MR-VALUE(1:6) NUMERIC
                   MOVE MR-VALUE(1:6) TO WS-ID-BASE
               WHEN MR-TEST-DATE AND MR-VALUE(1:8) NUMERIC
                   MOVE MR-VALUE(1:8) TO WS-TEST-DATE
               WHEN MR-KEEP-NAME AND WS-KEEP-NAME-COUNT < 20
                   ADD 1 TO WS-KEEP-NAME-COUNT
                   MOVE MR-VALUE TO WS-KEEP-NAME(WS-KEEP-NAME-COUNT)
               WHEN MR-KEEP-ID AND MR-VALUE(1:6) NUMERIC
                   AND WS-KEEP-ID-COUNT < 20
                   ADD 1 TO WS-KEEP-ID-COUNT
                   MOVE MR-VALUE(1:6) TO WS-KEEP-ID(WS-KEEP-ID-COUNT)
               WHEN OTHER
                   ADD 1 TO WS-RULES-BAD
                   DISPLAY 'MASKING RULE NOT USED: ' MR-KEYWORD
                       ' ' MR-VALUE
           END-EVALUATE.

       0200-OPEN-MAPS.

      *    the maps start empty every copy - BANKMASK defines them
      *    fresh - so one that will not open stops the job before
      *    a single unmasked row can be written.
           OPEN I-O NAMEMAP
           IF NOT NAMEMAP-OK
               DISPLAY 'NAME MAP WILL NOT OPEN - STATUS '
                   WS-NAMEMAP-STATUS ' - NOTHING COPIED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O IDMAP
           IF NOT IDMAP-OK
               DISPLAY 'ID MAP WILL NOT OPEN - STATUS '
                   WS-IDMAP-STATUS ' - NOTHING COPIED'
               CLOSE NAMEMAP
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-NEXT-FAKE-ID = WS-ID-BASE.

       1000-MASK-MASTER.

      *    the master goes first and in id order, so with IDREMAP
      *    its students take the fake ids in the same order as
      *    their real ones.
           OPEN INPUT STUDMSTR
           IF NOT STUDMSTR-OK
               DISPLAY 'STUDENT MASTER NOT AVAILABLE - STATUS '
                   WS-STUDMSTR-STATUS ' - NO TEST MASTER'
               ADD 1 TO WS-FILES-MISSING
               SET WS-END-OF-FILE TO TRUE
           ELSE
               MOVE LOW-VALUES TO SM-STUDENT-KEY
               START STUDMSTR KEY IS NOT LESS THAN SM-STUDENT-KEY
                   INVALID KEY
                       SET WS-END-OF-FILE TO TRUE
               END-START
           END-IF
           OPEN OUTPUT TSTMSTR

           PERFORM UNTIL WS-END-OF-FILE
               READ STUDMSTR NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MSTR-READ
                       PERFORM 1100-MASK-ONE-MASTER
               END-READ
               IF NOT STUDMSTR-OK
                   SET WS-END-OF-FILE TO TRUE
               END-IF
           END-PERFORM

           CLOSE TSTMSTR
           IF STUDMSTR-OK OR WS-STUDMSTR-STATUS = '10'
               CLOSE STUDMSTR
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       1100-MASK-ONE-MASTER.

           MOVE SM-CAMPUS-ID  TO WS-ID-CAMPUS-IN
           MOVE SM-STUDENT-ID TO WS-ID-IN
           PERFORM 7500-MASK-ID
           MOVE WS-ID-OUT TO SM-STUDENT-ID

           MOVE SM-STUDENT-NAME TO WS-NAME-IN
           PERFORM 7000-MASK-NAME
           MOVE WS-NAME-OUT TO SM-STUDENT-NAME

           MOVE SM-REPLACEMENT-ID TO WS-ID-IN
           PERFORM 7500-MASK-ID
           MOVE WS-ID-OUT TO SM-REPLACEMENT-ID

           MOVE SM-REPLACEMENT-NAME TO WS-NAME-IN
           PERFORM 7000-MASK-NAME
           MOVE WS-NAME-OUT TO SM-REPLACEMENT-NAME

           WRITE TSTMSTR-RECORD FROM STUDMSTR-RECORD
           ADD 1 TO WS-MSTR-WRITTEN.

       2000-MASK-XREF.

           OPEN INPUT XREFFILE
           IF NOT XREFFILE-OK
               DISPLAY 'XREF FILE NOT AVAILABLE - STATUS '
                   WS-XREFFILE-STATUS ' - NO TEST XREF'
               ADD 1 TO WS-FILES-MISSING
               SET WS-END-OF-FILE TO TRUE
           ELSE
               MOVE LOW-VALUES TO XR-OLD-KEY
               START XREFFILE KEY IS NOT LESS THAN XR-OLD-KEY
                   INVALID KEY
                       SET WS-END-OF-FILE TO TRUE
               END-START
           END-IF
           OPEN OUTPUT TSTXREF

           PERFORM UNTIL WS-END-OF-FILE
               READ XREFFILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-XREF-READ
                       MOVE XR-CAMPUS-ID TO WS-ID-CAMPUS-IN
                       MOVE XR-OLD-ID TO WS-ID-IN
                       PERFORM 7500-MASK-ID
                       MOVE WS-ID-OUT TO XR-OLD-ID
                       MOVE XR-NEW-ID TO WS-ID-IN
                       PERFORM 7500-MASK-ID
                       MOVE WS-ID-OUT TO XR-NEW-ID
                       WRITE TSTXREF-RECORD FROM XREF-RECORD
                       ADD 1 TO WS-XREF-WRITTEN
               END-READ
               IF NOT XREFFILE-OK
                   SET WS-END-OF-FILE TO TRUE
               END-IF
           END-PERFORM

           CLOSE TSTXREF
           IF XREFFILE-OK OR WS-XREFFILE-STATUS = '10'
               CLOSE XREFFILE
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       3000-MASK-STUDIN.

           OPEN INPUT STUDIN
           IF NOT STUDIN-OK
               DISPLAY 'STUDIN FEED NOT AVAILABLE - STATUS '
                   WS-STUDIN-STATUS ' - NO TEST FEED'
               ADD 1 TO WS-FILES-MISSING
               SET WS-END-OF-FILE TO TRUE
           END-IF
           OPEN OUTPUT TSTIN

           PERFORM UNTIL WS-END-OF-FILE
               READ STUDIN
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FEED-READ
                       EVALUATE TRUE
                           WHEN STUDIN-RECORD(1:3) = 'HDR'
                               PERFORM 3100-REBUILD-HEADER
                           WHEN STUDIN-RECORD(1:3) = 'TRL'
                               PERFORM 3200-REBUILD-TRAILER
                           WHEN OTHER
                               PERFORM 3300-MASK-ONE-DETAIL
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE TSTIN
           IF STUDIN-OK OR WS-STUDIN-STATUS = '10'
               CLOSE STUDIN
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       3100-REBUILD-HEADER.

      *    the source id stays - the test region's edit proves
      *    brackets by source exactly as production does.
           MOVE STUDIN-RECORD TO STUDHDR-RECORD
           IF WS-TEST-DATE > 0
               MOVE WS-TEST-DATE TO FH-BUSINESS-DATE
           END-IF
           SET WS-IN-BRACKET TO TRUE
           MOVE ZERO TO WS-BRACKET-DETAILS
      *    the bracket's source is the campus its ids belong to,
      *    the same reading STUDEDIT gives it.
           MOVE FH-SOURCE-ID TO WS-BRACKET-CAMPUS
           WRITE TSTIN-RECORD FROM STUDHDR-RECORD
           ADD 1 TO WS-FEED-WRITTEN.

       3200-REBUILD-TRAILER.

      *    recounted from the details actually copied, so the copy
      *    balances even when the production file it came from was
      *    cut short.
           MOVE STUDIN-RECORD TO STUDTRL-RECORD
           IF WS-IN-BRACKET
               MOVE WS-BRACKET-DETAILS TO FT-DETAIL-COUNT
               ADD 1 TO WS-BRACKETS-REBUILT
           END-IF
           MOVE 'N' TO WS-BRACKET-SW
           WRITE TSTIN-RECORD FROM STUDTRL-RECORD
           ADD 1 TO WS-FEED-WRITTEN.

       3300-MASK-ONE-DETAIL.

      *    a non-numeric id is left for the edit to reject, as it
      *    would the real one.
           IF SI-STUDENT-ID NUMERIC
               MOVE WS-BRACKET-CAMPUS TO WS-ID-CAMPUS-IN
               MOVE SI-STUDENT-ID TO WS-ID-IN
               PERFORM 7500-MASK-ID
               MOVE WS-ID-OUT TO SI-STUDENT-ID
           END-IF
           MOVE SI-STUDENT-NAME TO WS-NAME-IN
           PERFORM 7000-MASK-NAME
           MOVE WS-NAME-OUT TO SI-STUDENT-NAME
           IF WS-IN-BRACKET
               ADD 1 TO WS-BRACKET-DETAILS
           END-IF
           WRITE TSTIN-RECORD FROM STUDIN-RECORD
           ADD 1 TO WS-FEED-WRITTEN.

       4000-MASK-AUDIT.

           OPEN INPUT AUDITIN
           IF NOT AUDITIN-OK
               DISPLAY 'AUDIT GENERATION NOT AVAILABLE - STATUS '
                   WS-AUDITIN-STATUS ' - NO TEST AUDIT'
               ADD 1 TO WS-FILES-MISSING
               SET WS-END-OF-FILE TO TRUE
           END-IF
           OPEN OUTPUT TSTAUDIT
           MOVE ZERO TO WS-SEG-CHECK

           PERFORM UNTIL WS-END-OF-FILE
               READ AUDITIN
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AUDIT-READ
                       IF AR-SUBPROGRAM = 'AUDTRLR '
                           PERFORM 4200-RECHAIN-TRAILER
                       ELSE
                           PERFORM 4100-MASK-ONE-AUDIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TSTAUDIT
           IF AUDITIN-OK OR WS-AUDITIN-STATUS = '10'
               CLOSE AUDITIN
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       4100-MASK-ONE-AUDIT.

           MOVE AR-CAMPUS-ID TO WS-ID-CAMPUS-IN
           MOVE AR-BEFORE-ID TO WS-ID-IN
           PERFORM 7500-MASK-ID
           MOVE WS-ID-OUT TO AR-BEFORE-ID
           MOVE AR-AFTER-ID TO WS-ID-IN
           PERFORM 7500-MASK-ID
           MOVE WS-ID-OUT TO AR-AFTER-ID

           MOVE AR-BEFORE-NAME TO WS-NAME-IN
           PERFORM 7000-MASK-NAME
           MOVE WS-NAME-OUT TO AR-BEFORE-NAME
           MOVE AR-AFTER-NAME TO WS-NAME-IN
           PERFORM 7000-MASK-NAME
           MOVE WS-NAME-OUT TO AR-AFTER-NAME

      *    the check value chains over the ids - same formula as
      *    STUDPROC's writer, so AUDVERIF proves the copy.
           IF NOT WS-SEG-STARTED
               SET WS-SEG-STARTED TO TRUE
               IF AR-SUPPLEMENTAL-ROW
                   MOVE WS-LAST-TRLR-CHECK TO WS-SEG-CHECK
                   MOVE WS-LAST-TRLR-CHECK TO WS-SEG-OPEN-CHECK
               END-IF
           END-IF
           IF WS-REMAP-IDS
               COMPUTE AR-CHECK-VALUE =
                   FUNCTION MOD(WS-SEG-CHECK * 7
                       + AR-SEQ-NO + AR-BEFORE-ID + AR-AFTER-ID,
                       1000000000000)
           END-IF
           MOVE AR-CHECK-VALUE TO WS-SEG-CHECK

           WRITE TSTAUDIT-RECORD FROM AUDITOUT-RECORD
           ADD 1 TO WS-AUDIT-WRITTEN.

       4200-RECHAIN-TRAILER.

           MOVE AUDITOUT-RECORD TO AUDIT-TRAILER-RECORD
           IF AT-SUPPLEMENTAL-TRAILER AND NOT WS-SEG-STARTED
               MOVE WS-LAST-TRLR-CHECK TO WS-SEG-CHECK
               MOVE WS-LAST-TRLR-CHECK TO WS-SEG-OPEN-CHECK
           END-IF
           IF WS-REMAP-IDS
               MOVE WS-SEG-CHECK TO AT-CHECK-TOTAL
               IF AT-SUPPLEMENTAL-TRAILER
                   MOVE WS-SEG-OPEN-CHECK TO AT-OPEN-CHECK
               END-IF
               ADD 1 TO WS-SEGMENTS-RECHAINED
           END-IF
           MOVE AT-CHECK-TOTAL TO WS-LAST-TRLR-CHECK
           MOVE ZERO TO WS-SEG-CHECK
           MOVE ZERO TO WS-SEG-OPEN-CHECK
           MOVE 'N'  TO WS-SEG-STARTED-SW
           WRITE TSTAUDIT-RECORD FROM AUDIT-TRAILER-RECORD
           ADD 1 TO WS-AUDIT-WRITTEN.

       7000-MASK-NAME.

      *    WS-NAME-IN to WS-NAME-OUT through the name map - a blank
      *    name stays blank, a KEEPNAME passes as is.
           IF WS-NAME-IN = SPACES
               MOVE SPACES TO WS-NAME-OUT
           ELSE
               MOVE 'N' TO WS-KEPT-SW
               PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
                       UNTIL WS-KEEP-IDX > WS-KEEP-NAME-COUNT
                   IF WS-KEEP-NAME(WS-KEEP-IDX) = WS-NAME-IN
                       SET WS-VALUE-KEPT TO TRUE
                   END-IF
               END-PERFORM
               IF WS-VALUE-KEPT
                   MOVE WS-NAME-IN TO WS-NAME-OUT
                   ADD 1 TO WS-NAMES-KEPT
               ELSE
                   PERFORM 7050-MAP-ONE-NAME
                   ADD 1 TO WS-NAMES-MASKED
               END-IF
           END-IF.

       7050-MAP-ONE-NAME.

           MOVE WS-NAME-IN TO NM-REAL-NAME
           READ NAMEMAP
               KEY IS NM-REAL-NAME
               INVALID KEY
                   CONTINUE
           END-READ
           IF NAMEMAP-OK
               MOVE NM-FAKE-NAME TO WS-NAME-OUT
           ELSE
               PERFORM 7100-BUILD-FAKE-NAME
               MOVE SPACES        TO NAME-MAP-RECORD
               MOVE WS-NAME-IN    TO NM-REAL-NAME
               MOVE WS-FAKE-BUILD TO NM-FAKE-NAME
               WRITE NAME-MAP-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF NAMEMAP-OK
                   ADD 1 TO WS-FAKE-NAMES-ISSUED
               ELSE
                   ADD 1 TO WS-MAP-ERRORS
                   DISPLAY 'NAME MAP WRITE FAILED - STATUS '
                       WS-NAMEMAP-STATUS
               END-IF
               MOVE WS-FAKE-BUILD TO WS-NAME-OUT
           END-IF.

       7100-BUILD-FAKE-NAME.

           ADD 1 TO WS-NAME-ORDINAL
           MOVE WS-NAME-ORDINAL TO WS-FAKE-N
           MOVE ZERO TO WS-FAKE-DIGITS
           MOVE 0 TO WS-DIGIT-COUNT
           PERFORM UNTIL WS-FAKE-N = 0 OR WS-DIGIT-COUNT = 7
               ADD 1 TO WS-DIGIT-COUNT
               DIVIDE WS-FAKE-N BY 20 GIVING WS-FAKE-N
                   REMAINDER WS-FAKE-DIGIT
               MOVE WS-FAKE-DIGIT TO WS-FAKE-D(WS-DIGIT-COUNT)
           END-PERFORM
           IF WS-DIGIT-COUNT < 3
               MOVE 3 TO WS-DIGIT-COUNT
           END-IF

           MOVE SPACES TO WS-FAKE-BUILD
           MOVE 1 TO WS-FAKE-POS
           PERFORM VARYING WS-DIGIT-IDX FROM WS-DIGIT-COUNT BY -1
                   UNTIL WS-DIGIT-IDX < 1
               COMPUTE WS-FAKE-DIGIT = WS-FAKE-D(WS-DIGIT-IDX) + 1
               MOVE WS-SYLLABLE(WS-FAKE-DIGIT)
                 TO WS-FAKE-BUILD(WS-FAKE-POS:2)
               ADD 2 TO WS-FAKE-POS
           END-PERFORM

      *    a real name the alphabetic edit rejects must still be
      *    rejected in test - mark the fake with a digit after its
      *    last letter.
           IF WS-NAME-IN NOT ALPHABETIC
               MOVE '9' TO WS-FAKE-BUILD(WS-FAKE-POS:1)
           END-IF.

       7500-MASK-ID.

      *    WS-ID-IN to WS-ID-OUT - ids pass unchanged unless the
      *    IDREMAP rule is on; zero (no replacement) and a KEEPID
      *    pass unchanged always.
           MOVE WS-ID-IN TO WS-ID-OUT
           IF WS-REMAP-IDS AND WS-ID-IN NOT = ZERO
               MOVE 'N' TO WS-KEPT-SW
               PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
                       UNTIL WS-KEEP-IDX > WS-KEEP-ID-COUNT
                   IF WS-KEEP-ID(WS-KEEP-IDX) = WS-ID-IN
                       SET WS-VALUE-KEPT TO TRUE
                   END-IF
               END-PERFORM
               IF WS-VALUE-KEPT
                   ADD 1 TO WS-IDS-KEPT
               ELSE
                   PERFORM 7550-MAP-ONE-ID
               END-IF
           END-IF.

       7550-MAP-ONE-ID.

      *    ids are mapped within their campus - a blank campus is
      *    the home campus, as everywhere else.
           IF WS-ID-CAMPUS-IN = SPACES
               MOVE WS-HOME-CAMPUS TO WS-ID-CAMPUS-IN
           END-IF
           MOVE WS-ID-CAMPUS-IN TO IM-CAMPUS-ID
           MOVE WS-ID-IN TO IM-REAL-ID
           READ IDMAP
               KEY IS IM-REAL-KEY
               INVALID KEY
                   CONTINUE
           END-READ
           IF IDMAP-OK
               MOVE IM-FAKE-ID TO WS-ID-OUT
               ADD 1 TO WS-IDS-REMAPPED
           ELSE
               PERFORM 7600-NEXT-FAKE-ID
               IF WS-NEXT-FAKE-ID > 999999
      *            out of fake ids - the id cannot go through real,
      *            so it goes through as zero and the copy fails.
                   ADD 1 TO WS-MAP-ERRORS
                   DISPLAY 'FAKE ID RANGE EXHAUSTED - LOWER IDBASE'
                   MOVE ZERO TO WS-ID-OUT
               ELSE
                   MOVE SPACES          TO ID-MAP-RECORD
                   MOVE WS-ID-CAMPUS-IN TO IM-CAMPUS-ID
                   MOVE WS-ID-IN        TO IM-REAL-ID
                   MOVE WS-NEXT-FAKE-ID TO IM-FAKE-ID
                   WRITE ID-MAP-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF IDMAP-OK
                       ADD 1 TO WS-FAKE-IDS-ISSUED
                   ELSE
                       ADD 1 TO WS-MAP-ERRORS
                       DISPLAY 'ID MAP WRITE FAILED - STATUS '
                           WS-IDMAP-STATUS
                   END-IF
                   MOVE IM-FAKE-ID TO WS-ID-OUT
                   ADD 1 TO WS-NEXT-FAKE-ID
                   ADD 1 TO WS-IDS-REMAPPED
               END-IF
           END-IF.

       7600-NEXT-FAKE-ID.

      *    a fake id never lands on an id kept as is.
           SET WS-VALUE-KEPT TO TRUE
           PERFORM UNTIL NOT WS-VALUE-KEPT
               MOVE 'N' TO WS-KEPT-SW
               PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
                       UNTIL WS-KEEP-IDX > WS-KEEP-ID-COUNT
                   IF WS-KEEP-ID(WS-KEEP-IDX) = WS-NEXT-FAKE-ID
                       SET WS-VALUE-KEPT TO TRUE
                   END-IF
               END-PERFORM
               IF WS-VALUE-KEPT
                   ADD 1 TO WS-NEXT-FAKE-ID
               END-IF
           END-PERFORM.

       9000-END-OF-JOB.

           DISPLAY 'MASKED PRODUCTION-TO-TEST COPY'
           DISPLAY '------------------------------'
           DISPLAY 'RULES APPLIED      : ' WS-RULES-READ
               '  (NOT USED ' WS-RULES-BAD ')'
           DISPLAY '  IDS REMAPPED     : ' WS-ID-REMAP-SW
               '  FIRST FAKE ID ' WS-ID-BASE
           DISPLAY '  HEADER DATE      : ' WS-TEST-DATE
               '  (ZERO = AS SENT)'
           DISPLAY '  NAMES KEPT AS IS : ' WS-KEEP-NAME-COUNT
           DISPLAY '  IDS KEPT AS IS   : ' WS-KEEP-ID-COUNT
           DISPLAY 'MASTER   READ ' WS-MSTR-READ
               '  WRITTEN ' WS-MSTR-WRITTEN
           DISPLAY 'XREF     READ ' WS-XREF-READ
               '  WRITTEN ' WS-XREF-WRITTEN
           DISPLAY 'STUDIN   READ ' WS-FEED-READ
               '  WRITTEN ' WS-FEED-WRITTEN
               '  BRACKETS REBUILT ' WS-BRACKETS-REBUILT
           DISPLAY 'AUDIT    READ ' WS-AUDIT-READ
               '  WRITTEN ' WS-AUDIT-WRITTEN
               '  SEGMENTS RECHAINED ' WS-SEGMENTS-RECHAINED
           DISPLAY 'NAME FIELDS MASKED : ' WS-NAMES-MASKED
           DISPLAY 'NAME FIELDS KEPT   : ' WS-NAMES-KEPT
           DISPLAY 'DISTINCT NAMES     : ' WS-FAKE-NAMES-ISSUED
           DISPLAY 'ID FIELDS REMAPPED : ' WS-IDS-REMAPPED
           DISPLAY 'ID FIELDS KEPT     : ' WS-IDS-KEPT
           DISPLAY 'DISTINCT IDS       : ' WS-FAKE-IDS-ISSUED
           DISPLAY 'MAP ERRORS         : ' WS-MAP-ERRORS

      *    a map error means a value may not be masked the same way
      *    everywhere - the copy must not be used.  A missing input
      *    or control file is worth a look but the rest is sound.
           IF WS-MAP-ERRORS > 0
               DISPLAY 'COPY NOT CONSISTENT - DO NOT LOAD IT'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-FILES-MISSING > 0 OR WS-NO-RULES-FILE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       END PROGRAM MASKCPY.
