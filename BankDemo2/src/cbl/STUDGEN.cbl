       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDGEN.
      *
      *    CHANGE LOG
      *    ----------
      *    Synthetic STUDIN volume generator for load-testing the
      *    batch window.  BANKPAR's partitioning and the SLA
      *    projections had only ever run against a handful of
      *    records, so proving the chain at September volume meant
      *    waiting for September.  Driven by keyword settings (see
      *    GENRULE.cpy), this program writes a multi-source STUDIN
      *    feed of any size - one header/trailer bracket per source,
      *    proved by STUDEDIT exactly as a campus's file is - and
      *    the matching master load extract with its producer
      *    control record (see LOADCTL.cpy), so LOADVAL passes it
      *    and the chain loads it as any night's master.  The
      *    settings give the mix of found, not-found, staged-future
      *    replacement, duplicate and edit-reject details; each
      *    outcome is dealt evenly through every source rather than
      *    in blocks, and the ids are spread over the whole id range
      *    so all four of BANKPAR's slices carry load.  The run
      *    report gives the counts STUDEDIT, the drivers, RECON,
      *    CTLVERIF and STUDSPLT should show for the feed, so a
      *    load-test night can be checked against what was sent.
      *    Run through BANKLOAD.jcl into the test region.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GENCTL ASSIGN TO 'GENCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GENCTL-STATUS.

           SELECT GENFEED ASSIGN TO 'GENFEED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GENFEED-STATUS.

           SELECT GENMSTR ASSIGN TO 'GENMSTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GENMSTR-STATUS.

           SELECT GENLDCTL ASSIGN TO 'GENLDCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GENLDCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GENCTL
           LABEL RECORDS ARE STANDARD.
           COPY GENRULE.

       FD  GENFEED
           LABEL RECORDS ARE STANDARD.
       01  GENFEED-RECORD               PIC X(60).

       FD  GENMSTR
           LABEL RECORDS ARE STANDARD.
       01  GENMSTR-RECORD               PIC X(79).

       FD  GENLDCTL
           LABEL RECORDS ARE STANDARD.
           COPY LOADCTL.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-GENCTL-STATUS         PIC X(2) VALUE '00'.
             88  GENCTL-OK                        VALUE '00'.
           05  WS-GENFEED-STATUS        PIC X(2) VALUE '00'.
           05  WS-GENMSTR-STATUS        PIC X(2) VALUE '00'.
           05  WS-GENLDCTL-STATUS       PIC X(2) VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-FILE                       VALUE 'Y'.

      *    the settings as loaded from GENCTL - the defaults are a
      *    three-campus feed of a thousand details each.
       01  WS-GEN-RULES.
           05  WS-RECORDS               PIC 9(7) VALUE 1000.
           05  WS-BUS-DATE              PIC 9(8) VALUE 0.
           05  WS-ID-BASE               PIC 9(6) VALUE 1.
           05  WS-REJECT-PCT            PIC 9(3) VALUE 2.
           05  WS-DUP-PCT               PIC 9(3) VALUE 3.
           05  WS-NOTFND-PCT            PIC 9(3) VALUE 10.
           05  WS-STAGED-PCT            PIC 9(3) VALUE 5.
           05  WS-STAGED-DATE           PIC 9(8) VALUE 0.
           05  WS-MASTER-EXTRA          PIC 9(7) VALUE 0.
           05  WS-RULES-READ            PIC 9(3) VALUE 0.
           05  WS-RULES-BAD             PIC 9(3) VALUE 0.
           05  WS-NO-RULES-SW           PIC X(1) VALUE 'N'.
             88  WS-NO-RULES-FILE                 VALUE 'Y'.
           05  WS-REFUSED-SW            PIC X(1) VALUE 'N'.
             88  WS-SETTINGS-REFUSED              VALUE 'Y'.

      *    one entry per source bracket, with what was dealt to it.
       01  WS-SOURCE-TABLE.
           05  WS-SRC-COUNT             PIC 9(2) VALUE 0.
           05  WS-SRC-ENTRY             OCCURS 10 TIMES.
               10  WS-SRC-ID            PIC X(8).
               10  WS-SRC-DETAILS       PIC 9(7).
               10  WS-SRC-REJ-ID        PIC 9(7).
               10  WS-SRC-REJ-BLANK     PIC 9(7).
               10  WS-SRC-REJ-ALPHA     PIC 9(7).
               10  WS-SRC-CLEAN         PIC 9(7).
               10  WS-SRC-DUPS          PIC 9(7).
               10  WS-SRC-FOUND         PIC 9(7).
               10  WS-SRC-STAGED        PIC 9(7).
               10  WS-SRC-NOTFND        PIC 9(7).
               10  WS-SRC-HASH          PIC 9(12).

       01  WS-GEN-TOTALS.
           05  WS-TOT-DETAILS           PIC 9(9) VALUE 0.
           05  WS-TOT-REJECTS           PIC 9(9) VALUE 0.
           05  WS-TOT-CLEAN             PIC 9(9) VALUE 0.
           05  WS-TOT-DUPS              PIC 9(9) VALUE 0.
           05  WS-TOT-DISTINCT          PIC 9(9) VALUE 0.
           05  WS-TOT-FOUND             PIC 9(9) VALUE 0.
           05  WS-TOT-STAGED            PIC 9(9) VALUE 0.
           05  WS-TOT-NOTFND            PIC 9(9) VALUE 0.
           05  WS-TOT-MSTR-ROWS         PIC 9(7) VALUE 0.
           05  WS-TOT-MSTR-HASH         PIC 9(12) VALUE 0.
           05  WS-TOT-FEED-ROWS         PIC 9(9) VALUE 0.
           05  WS-SLICE-COUNT           PIC 9(9) OCCURS 4 TIMES.

       01  WS-GEN-WORK.
           05  WS-SRC-IDX               PIC 9(2) COMP.
           05  WS-CHK-IDX               PIC 9(2) COMP.
           05  WS-SLOT                  PIC 9(7).
           05  WS-ID-STRIDE             PIC 9(7) VALUE 0.
           05  WS-CUR-ID                PIC 9(6).
           05  WS-MSTR-ID               PIC 9(6).
           05  WS-MSTR-EFF-DATE         PIC 9(8).
           05  WS-LAST-MSTR-ID          PIC 9(6).
           05  WS-LAST-MSTR-SW          PIC X(1).
             88  WS-SOURCE-HAS-MASTER             VALUE 'Y'.
           05  WS-OUTCOME               PIC X(1).
             88  WS-OUT-REJECT                    VALUE 'R'.
             88  WS-OUT-DUP                       VALUE 'D'.
             88  WS-OUT-NOTFND                    VALUE 'N'.
             88  WS-OUT-STAGED                    VALUE 'S'.
             88  WS-OUT-FOUND                     VALUE 'F'.
           05  WS-REJECT-TURN           PIC 9(1) VALUE 0.
           05  WS-SLICE-NO              PIC 9(1).
           05  WS-PCT-TOTAL             PIC 9(4).
           05  WS-TODAY                 PIC 9(8).
           05  WS-CLEAN-SW              PIC X(1).
             88  WS-DETAIL-CLEAN                  VALUE 'Y'.
           05  WS-SRC-NAMED-SW          PIC X(1).
             88  WS-SOURCE-NAMED                  VALUE 'Y'.

      *    the outcomes are dealt by running remainder: each detail
      *    adds every outcome's percent to its pot, and a pot that
      *    reaches 100 deals that outcome - so a 10 percent mix is
      *    every tenth detail, not the first tenth of the file.
       01  WS-MIX-POTS.
           05  WS-REJECT-POT            PIC 9(5).
           05  WS-DUP-POT               PIC 9(5).
           05  WS-NOTFND-POT            PIC 9(5).
           05  WS-STAGED-POT            PIC 9(5).

      *    a synthetic name is a prefix and the id spelt in letters
      *    (0 = A ... 9 = J) - letters only, so the alphabetic edit
      *    passes it, and the same id always gets the same name.
       01  WS-NAME-WORK.
           05  WS-NAME-ID               PIC 9(6).
           05  WS-NAME-LETTERS          PIC X(6).
           05  WS-NAME-PREFIX           PIC X(5).
           05  WS-NAME-BUILD            PIC X(15).

       COPY STUDIN.

       COPY STUDHT.

       COPY STUDMSTR.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 0100-LOAD-SETTINGS
           PERFORM 0200-CHECK-SETTINGS

           IF NOT WS-SETTINGS-REFUSED
               OPEN OUTPUT GENFEED
               OPEN OUTPUT GENMSTR
               PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                       UNTIL WS-SRC-IDX > WS-SRC-COUNT
                   PERFORM 1000-GENERATE-SOURCE
               END-PERFORM
               CLOSE GENFEED
               CLOSE GENMSTR
               PERFORM 5000-WRITE-LOAD-CONTROL
           END-IF

           PERFORM 9000-END-OF-JOB

           STOP RUN.

       0100-LOAD-SETTINGS.

           OPEN INPUT GENCTL
           IF NOT GENCTL-OK
               DISPLAY 'GENERATOR SETTINGS NOT AVAILABLE - DEFAULT '
                   'FEED WRITTEN'
               SET WS-NO-RULES-FILE TO TRUE
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ GENCTL
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF GR-KEYWORD(1:1) NOT = '*'
                           ADD 1 TO WS-RULES-READ
                           PERFORM 0110-APPLY-ONE-SETTING
                       END-IF
               END-READ
           END-PERFORM
           IF GENCTL-OK OR WS-GENCTL-STATUS = '10'
               CLOSE GENCTL
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       0110-APPLY-ONE-SETTING.

           EVALUATE TRUE
               WHEN GR-SOURCE AND GR-VALUE(1:8) NOT = SPACES
                   PERFORM 0120-ADD-SOURCE
               WHEN GR-RECORDS AND GR-VALUE(1:7) NUMERIC
                   MOVE GR-VALUE(1:7) TO WS-RECORDS
               WHEN GR-BUS-DATE AND GR-VALUE(1:8) NUMERIC
                   MOVE GR-VALUE(1:8) TO WS-BUS-DATE
               WHEN GR-ID-BASE AND GR-VALUE(1:6) NUMERIC
                   MOVE GR-VALUE(1:6) TO WS-ID-BASE
               WHEN GR-REJECT-PCT AND GR-VALUE(1:3) NUMERIC
                   MOVE GR-VALUE(1:3) TO WS-REJECT-PCT
               WHEN GR-DUP-PCT AND GR-VALUE(1:3) NUMERIC
                   MOVE GR-VALUE(1:3) TO WS-DUP-PCT
               WHEN GR-NOTFND-PCT AND GR-VALUE(1:3) NUMERIC
                   MOVE GR-VALUE(1:3) TO WS-NOTFND-PCT
               WHEN GR-STAGED-PCT AND GR-VALUE(1:3) NUMERIC
                   MOVE GR-VALUE(1:3) TO WS-STAGED-PCT
               WHEN GR-STAGED-DATE AND GR-VALUE(1:8) NUMERIC
                   MOVE GR-VALUE(1:8) TO WS-STAGED-DATE
               WHEN GR-MASTER-EXTRA AND GR-VALUE(1:7) NUMERIC
                   MOVE GR-VALUE(1:7) TO WS-MASTER-EXTRA
               WHEN OTHER
                   ADD 1 TO WS-RULES-BAD
                   DISPLAY 'GENERATOR SETTING NOT USED: ' GR-KEYWORD
                       ' ' GR-VALUE
           END-EVALUATE.

       0120-ADD-SOURCE.

      *    STUDEDIT takes ten sources a night and proves each
      *    bracket on its own, so a source named twice or an
      *    eleventh source would only make a feed it refuses.
           MOVE 'N' TO WS-SRC-NAMED-SW
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > WS-SRC-COUNT
               IF WS-SRC-ID(WS-CHK-IDX) = GR-VALUE(1:8)
                   SET WS-SOURCE-NAMED TO TRUE
               END-IF
           END-PERFORM
           IF WS-SOURCE-NAMED OR WS-SRC-COUNT = 10
               ADD 1 TO WS-RULES-BAD
               DISPLAY 'GENERATOR SETTING NOT USED: ' GR-KEYWORD
                   ' ' GR-VALUE ' (REPEATED OR OVER 10 SOURCES)'
           ELSE
               ADD 1 TO WS-SRC-COUNT
               MOVE GR-VALUE(1:8) TO WS-SRC-ID(WS-SRC-COUNT)
           END-IF.

       0200-CHECK-SETTINGS.

           IF WS-SRC-COUNT = 0
               MOVE 3 TO WS-SRC-COUNT
               MOVE 'CAMPUSA' TO WS-SRC-ID(1)
               MOVE 'CAMPUSB' TO WS-SRC-ID(2)
               MOVE 'CAMPUSC' TO WS-SRC-ID(3)
           END-IF

           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               MOVE ZERO TO WS-SRC-DETAILS(WS-SRC-IDX)
               MOVE ZERO TO WS-SRC-REJ-ID(WS-SRC-IDX)
               MOVE ZERO TO WS-SRC-REJ-BLANK(WS-SRC-IDX)
               MOVE ZERO TO WS-SRC-REJ-ALPHA(WS-SRC-IDX)
               MOVE ZERO TO WS-SRC-CLEAN(WS-SRC-IDX)
               MOVE ZERO TO WS-SRC-DUPS(WS-SRC-IDX)
               MOVE ZERO TO WS-SRC-FOUND(WS-SRC-IDX)
               MOVE ZERO TO WS-SRC-STAGED(WS-SRC-IDX)
               MOVE ZERO TO WS-SRC-NOTFND(WS-SRC-IDX)
               MOVE ZERO TO WS-SRC-HASH(WS-SRC-IDX)
           END-PERFORM
           PERFORM VARYING WS-SLICE-NO FROM 1 BY 1
                   UNTIL WS-SLICE-NO > 4
               MOVE ZERO TO WS-SLICE-COUNT(WS-SLICE-NO)
           END-PERFORM

      *    staged replacements have to lie after the night they are
      *    fed on, or the drivers apply them and they count as found.
           IF WS-STAGED-DATE = 0
               IF WS-BUS-DATE > 0
                   MOVE WS-BUS-DATE TO WS-TODAY
               ELSE
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
               END-IF
               MOVE WS-TODAY(1:4) TO WS-STAGED-DATE(1:4)
               ADD 10000 TO WS-STAGED-DATE
               MOVE '0901' TO WS-STAGED-DATE(5:4)
           END-IF

           COMPUTE WS-PCT-TOTAL = WS-REJECT-PCT + WS-DUP-PCT
               + WS-NOTFND-PCT + WS-STAGED-PCT
           IF WS-PCT-TOTAL > 100
               SET WS-SETTINGS-REFUSED TO TRUE
               DISPLAY 'SETTINGS REFUSED: OUTCOME PERCENTS TOTAL '
                   WS-PCT-TOTAL
           END-IF

           IF WS-RECORDS = 0
               SET WS-SETTINGS-REFUSED TO TRUE
               DISPLAY 'SETTINGS REFUSED: RECORDS IS ZERO'
           END-IF

      *    id zero is the drivers' name-only lookup, never an id.
           IF WS-ID-BASE = 0
               SET WS-SETTINGS-REFUSED TO TRUE
               DISPLAY 'SETTINGS REFUSED: IDBASE IS ZERO'
           END-IF

           IF WS-STAGED-PCT > 0 AND WS-BUS-DATE > 0
               AND WS-STAGED-DATE NOT > WS-BUS-DATE
               SET WS-SETTINGS-REFUSED TO TRUE
               DISPLAY 'SETTINGS REFUSED: STAGED DATE '
                   WS-STAGED-DATE ' NOT AFTER BUSINESS DATE '
                   WS-BUS-DATE
           END-IF

      *    one id slot per detail, spread evenly from IDBASE to the
      *    top of the range; a master-only row takes the id just
      *    above its slot, so the slots must be two apart.
           IF WS-RECORDS > 0 AND WS-ID-BASE > 0
               COMPUTE WS-ID-STRIDE =
                   (1000000 - WS-ID-BASE) / WS-RECORDS
               IF WS-ID-STRIDE = 0
                   SET WS-SETTINGS-REFUSED TO TRUE
                   DISPLAY 'SETTINGS REFUSED: ' WS-RECORDS
                       ' RECORDS DO NOT FIT ABOVE IDBASE ' WS-ID-BASE
               END-IF
               IF WS-MASTER-EXTRA > 0
                   AND (WS-ID-STRIDE < 2
                        OR WS-MASTER-EXTRA > WS-RECORDS)
                   SET WS-SETTINGS-REFUSED TO TRUE
                   DISPLAY 'SETTINGS REFUSED: MSTEXTRA '
                       WS-MASTER-EXTRA ' DOES NOT FIT BESIDE '
                       WS-RECORDS ' RECORDS'
               END-IF
           END-IF.

       1000-GENERATE-SOURCE.

           MOVE SPACES TO STUDHDR-RECORD
           MOVE 'HDR' TO FH-RECORD-TYPE
           MOVE WS-BUS-DATE TO FH-BUSINESS-DATE
           MOVE WS-SRC-ID(WS-SRC-IDX) TO FH-SOURCE-ID
           WRITE GENFEED-RECORD FROM STUDHDR-RECORD
           ADD 1 TO WS-TOT-FEED-ROWS

           MOVE ZERO TO WS-MIX-POTS
           MOVE 'N'  TO WS-LAST-MSTR-SW
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-RECORDS
               PERFORM 2000-GENERATE-ONE-DETAIL
           END-PERFORM

           MOVE SPACES TO STUDTRL-RECORD
           MOVE 'TRL' TO FT-RECORD-TYPE
           MOVE WS-SRC-DETAILS(WS-SRC-IDX) TO FT-DETAIL-COUNT
           MOVE WS-SRC-ID(WS-SRC-IDX) TO FT-SOURCE-ID
           WRITE GENFEED-RECORD FROM STUDTRL-RECORD
           ADD 1 TO WS-TOT-FEED-ROWS.

       2000-GENERATE-ONE-DETAIL.

      *    slot n sits n-1 parts of the way up from IDBASE, so the
      *    last slot lands near the top of the range however the
      *    volume divides into it.
           COMPUTE WS-CUR-ID = WS-ID-BASE
               + ((WS-SLOT - 1) * (1000000 - WS-ID-BASE)) / WS-RECORDS
           PERFORM 2100-DEAL-OUTCOME

      *    the feeders never send the campus - STUDEDIT stamps it
      *    from the header (see STUDIN.cpy).
           MOVE SPACES TO STUDIN-RECORD
           MOVE WS-CUR-ID TO SI-STUDENT-ID
           MOVE WS-CUR-ID TO WS-NAME-ID
           MOVE 'LOAD' TO WS-NAME-PREFIX
           PERFORM 7000-BUILD-NAME
           MOVE WS-NAME-BUILD TO SI-STUDENT-NAME
           SET WS-DETAIL-CLEAN TO TRUE

           EVALUATE TRUE
               WHEN WS-OUT-REJECT
                   PERFORM 2200-SPOIL-DETAIL
               WHEN WS-OUT-DUP
                   MOVE WS-LAST-MSTR-ID TO SI-STUDENT-ID
                   MOVE WS-LAST-MSTR-ID TO WS-NAME-ID
                   PERFORM 7000-BUILD-NAME
                   MOVE WS-NAME-BUILD TO SI-STUDENT-NAME
                   ADD 1 TO WS-SRC-DUPS(WS-SRC-IDX)
               WHEN WS-OUT-NOTFND
                   ADD 1 TO WS-SRC-NOTFND(WS-SRC-IDX)
               WHEN WS-OUT-STAGED
                   MOVE WS-CUR-ID      TO WS-MSTR-ID
                   MOVE WS-STAGED-DATE TO WS-MSTR-EFF-DATE
                   PERFORM 4000-WRITE-MASTER-ROW
                   ADD 1 TO WS-SRC-STAGED(WS-SRC-IDX)
               WHEN OTHER
                   MOVE WS-CUR-ID TO WS-MSTR-ID
                   MOVE ZERO      TO WS-MSTR-EFF-DATE
                   PERFORM 4000-WRITE-MASTER-ROW
                   ADD 1 TO WS-SRC-FOUND(WS-SRC-IDX)
           END-EVALUATE

           WRITE GENFEED-RECORD FROM STUDIN-RECORD
           ADD 1 TO WS-TOT-FEED-ROWS
           ADD 1 TO WS-SRC-DETAILS(WS-SRC-IDX)
      *    the content hash STUDEDIT posts to the feed register sums
      *    every numeric id in the bracket, rejects and all.
           IF SI-STUDENT-ID NUMERIC
               ADD SI-STUDENT-ID TO WS-SRC-HASH(WS-SRC-IDX)
           END-IF
           IF WS-DETAIL-CLEAN
               ADD 1 TO WS-SRC-CLEAN(WS-SRC-IDX)
               COMPUTE WS-SLICE-NO = SI-STUDENT-ID / 250000 + 1
               ADD 1 TO WS-SLICE-COUNT(WS-SLICE-NO)
           END-IF

      *    a master row nobody feeds sits just above this slot.
           IF WS-SLOT NOT > WS-MASTER-EXTRA
               COMPUTE WS-MSTR-ID = WS-CUR-ID + 1
               MOVE ZERO TO WS-MSTR-EFF-DATE
               PERFORM 4000-WRITE-MASTER-ROW
           END-IF.

       2100-DEAL-OUTCOME.

           ADD WS-REJECT-PCT TO WS-REJECT-POT
           ADD WS-DUP-PCT    TO WS-DUP-POT
           ADD WS-NOTFND-PCT TO WS-NOTFND-POT
           ADD WS-STAGED-PCT TO WS-STAGED-POT

      *    a duplicate repeats the last id this source sent that is
      *    on the master, so it waits until there is one.
           EVALUATE TRUE
               WHEN WS-REJECT-POT NOT < 100
                   SUBTRACT 100 FROM WS-REJECT-POT
                   SET WS-OUT-REJECT TO TRUE
               WHEN WS-DUP-POT NOT < 100 AND WS-SOURCE-HAS-MASTER
                   SUBTRACT 100 FROM WS-DUP-POT
                   SET WS-OUT-DUP TO TRUE
               WHEN WS-NOTFND-POT NOT < 100
                   SUBTRACT 100 FROM WS-NOTFND-POT
                   SET WS-OUT-NOTFND TO TRUE
               WHEN WS-STAGED-POT NOT < 100
                   SUBTRACT 100 FROM WS-STAGED-POT
                   SET WS-OUT-STAGED TO TRUE
               WHEN OTHER
                   SET WS-OUT-FOUND TO TRUE
           END-EVALUATE.

       2200-SPOIL-DETAIL.

      *    the rejects take the three built-in edits in turn (see
      *    EDTREJ.cpy) - a non-numeric id, a blank name and a name
      *    with digits in it.
           MOVE 'N' TO WS-CLEAN-SW
           ADD 1 TO WS-REJECT-TURN
           IF WS-REJECT-TURN > 3
               MOVE 1 TO WS-REJECT-TURN
           END-IF
           EVALUATE WS-REJECT-TURN
               WHEN 1
                   MOVE 'X' TO STUDIN-RECORD(1:1)
                   ADD 1 TO WS-SRC-REJ-ID(WS-SRC-IDX)
               WHEN 2
                   MOVE SPACES TO SI-STUDENT-NAME
                   ADD 1 TO WS-SRC-REJ-BLANK(WS-SRC-IDX)
               WHEN OTHER
                   MOVE SPACES TO SI-STUDENT-NAME
                   STRING 'LOAD' WS-NAME-ID DELIMITED BY SIZE
                       INTO SI-STUDENT-NAME
                   ADD 1 TO WS-SRC-REJ-ALPHA(WS-SRC-IDX)
           END-EVALUATE.

       4000-WRITE-MASTER-ROW.

      *    an active student whose replacement is mirrored across
      *    the id range, effective at once or on the staged date;
      *    status and last-seen dates left zero as a new row's are.
           MOVE SPACES TO STUDMSTR-RECORD
           MOVE WS-SRC-ID(WS-SRC-IDX) TO SM-CAMPUS-ID
           MOVE WS-MSTR-ID TO SM-STUDENT-ID
           MOVE WS-MSTR-ID TO WS-NAME-ID
           MOVE 'LOAD' TO WS-NAME-PREFIX
           PERFORM 7000-BUILD-NAME
           MOVE WS-NAME-BUILD TO SM-STUDENT-NAME
           COMPUTE SM-REPLACEMENT-ID = 1000000 - WS-MSTR-ID
           MOVE SM-REPLACEMENT-ID TO WS-NAME-ID
           MOVE 'RENUM' TO WS-NAME-PREFIX
           PERFORM 7000-BUILD-NAME
           MOVE WS-NAME-BUILD TO SM-REPLACEMENT-NAME
           MOVE WS-MSTR-EFF-DATE TO SM-REPLACEMENT-EFF-DATE
           MOVE SPACE TO SM-STATUS-CODE
           MOVE ZERO TO SM-STATUS-DATE
           MOVE ZERO TO SM-LAST-SEEN-DATE
           WRITE GENMSTR-RECORD FROM STUDMSTR-RECORD
           ADD 1 TO WS-TOT-MSTR-ROWS
           ADD WS-MSTR-ID TO WS-TOT-MSTR-HASH

           MOVE 'LOAD' TO WS-NAME-PREFIX
           IF WS-MSTR-ID = WS-CUR-ID
               MOVE WS-MSTR-ID TO WS-LAST-MSTR-ID
               SET WS-SOURCE-HAS-MASTER TO TRUE
           END-IF.

       5000-WRITE-LOAD-CONTROL.

      *    the producer's control record LOADVAL balances the
      *    extract against - count and id sum, as the live
      *    producer sends them (see LOADCTL.cpy).
           OPEN OUTPUT GENLDCTL
           MOVE SPACES TO LOAD-CONTROL-RECORD
           MOVE WS-TOT-MSTR-ROWS TO LC-RECORD-COUNT
           MOVE WS-TOT-MSTR-HASH TO LC-ID-HASH
           WRITE LOAD-CONTROL-RECORD
           CLOSE GENLDCTL.

       7000-BUILD-NAME.

           MOVE WS-NAME-ID TO WS-NAME-LETTERS
           INSPECT WS-NAME-LETTERS
               CONVERTING '0123456789' TO 'ABCDEFGHIJ'
           MOVE SPACES TO WS-NAME-BUILD
           STRING WS-NAME-PREFIX DELIMITED BY SPACE
                  WS-NAME-LETTERS DELIMITED BY SIZE
               INTO WS-NAME-BUILD.

       8000-ADD-UP-SOURCES.

           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               ADD WS-SRC-DETAILS(WS-SRC-IDX) TO WS-TOT-DETAILS
               ADD WS-SRC-REJ-ID(WS-SRC-IDX)    TO WS-TOT-REJECTS
               ADD WS-SRC-REJ-BLANK(WS-SRC-IDX) TO WS-TOT-REJECTS
               ADD WS-SRC-REJ-ALPHA(WS-SRC-IDX) TO WS-TOT-REJECTS
               ADD WS-SRC-CLEAN(WS-SRC-IDX)  TO WS-TOT-CLEAN
               ADD WS-SRC-DUPS(WS-SRC-IDX)   TO WS-TOT-DUPS
               ADD WS-SRC-FOUND(WS-SRC-IDX)  TO WS-TOT-FOUND
               ADD WS-SRC-STAGED(WS-SRC-IDX) TO WS-TOT-STAGED
               ADD WS-SRC-NOTFND(WS-SRC-IDX) TO WS-TOT-NOTFND
           END-PERFORM
           COMPUTE WS-TOT-DISTINCT = WS-TOT-CLEAN - WS-TOT-DUPS.

       8100-SHOW-ONE-SOURCE.

           DISPLAY 'SOURCE ' WS-SRC-ID(WS-SRC-IDX)
               '  DETAILS ' WS-SRC-DETAILS(WS-SRC-IDX)
               '  CONTENT HASH ' WS-SRC-HASH(WS-SRC-IDX)
           DISPLAY '  EDIT REJECTS - ID ' WS-SRC-REJ-ID(WS-SRC-IDX)
               '  BLANK NAME ' WS-SRC-REJ-BLANK(WS-SRC-IDX)
               '  NAME ' WS-SRC-REJ-ALPHA(WS-SRC-IDX)
           DISPLAY '  CLEAN ' WS-SRC-CLEAN(WS-SRC-IDX)
               '  DUPLICATES ' WS-SRC-DUPS(WS-SRC-IDX)
           DISPLAY '  FOUND ' WS-SRC-FOUND(WS-SRC-IDX)
               '  STAGED ' WS-SRC-STAGED(WS-SRC-IDX)
               '  NOT FOUND ' WS-SRC-NOTFND(WS-SRC-IDX).

       9000-END-OF-JOB.

           DISPLAY 'SYNTHETIC STUDIN FEED - EXPECTED OUTCOMES'
           DISPLAY '-----------------------------------------'
           DISPLAY 'SETTINGS APPLIED   : ' WS-RULES-READ
               '  (NOT USED ' WS-RULES-BAD ')'
           DISPLAY '  SOURCES          : ' WS-SRC-COUNT
               '  RECORDS EACH ' WS-RECORDS
           DISPLAY '  HEADER DATE      : ' WS-BUS-DATE
               '  (ZERO = UNDATED)'
           DISPLAY '  IDS FROM         : ' WS-ID-BASE
               '  SPACED ' WS-ID-STRIDE ' OR MORE'
           DISPLAY '  MIX PERCENT      : REJECT ' WS-REJECT-PCT
               '  DUP ' WS-DUP-PCT '  NOT FOUND ' WS-NOTFND-PCT
               '  STAGED ' WS-STAGED-PCT
           DISPLAY '  STAGED DATE      : ' WS-STAGED-DATE
           DISPLAY '  MASTER-ONLY ROWS : ' WS-MASTER-EXTRA
               ' PER SOURCE'

           IF WS-SETTINGS-REFUSED
               DISPLAY 'SETTINGS REFUSED - NOTHING WRITTEN'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 9200-SHOW-EXPECTED
               IF WS-RULES-BAD > 0 OR WS-NO-RULES-FILE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       9200-SHOW-EXPECTED.

           PERFORM 8000-ADD-UP-SOURCES
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               PERFORM 8100-SHOW-ONE-SOURCE
           END-PERFORM

      *    what each step of a clean load-test night should print -
      *    the drivers suppress a repeated id per campus before the
      *    lookup, so found + staged + not found is the distinct
      *    count each driver audits.
           DISPLAY '-----------------------------------------'
           DISPLAY 'FEED ROWS WRITTEN  : ' WS-TOT-FEED-ROWS
               '  (WITH HEADERS/TRAILERS)'
           DISPLAY 'STUDEDIT  DETAILS  ' WS-TOT-DETAILS
               '  CLEAN ' WS-TOT-CLEAN
               '  REJECTS ' WS-TOT-REJECTS
           DISPLAY 'CTLVERIF  STUDEDIT IN ' WS-TOT-DETAILS
               ' OUT ' WS-TOT-CLEAN
           DISPLAY '          MAIN/MAINALT EACH IN ' WS-TOT-CLEAN
               ' OUT ' WS-TOT-DISTINCT
           DISPLAY 'DRIVERS   LOOKUP EXCEPTIONS ' WS-TOT-NOTFND
               '  DUPLICATES DROPPED ' WS-TOT-DUPS
           DISPLAY '          FOUND AND REPLACED ' WS-TOT-FOUND
               '  FOUND, REPLACEMENT STAGED ' WS-TOT-STAGED
           DISPLAY 'RECON     STUDIN RECORDS READ ' WS-TOT-CLEAN
               '  DISTINCT IDS ' WS-TOT-DISTINCT
           DISPLAY '          AUDIT ROWS PER DRIVER ' WS-TOT-DISTINCT
               '  EXCEPTION ROWS ' WS-TOT-NOTFND
           DISPLAY 'STUDSPLT  SLICE 1 ' WS-SLICE-COUNT(1)
               '  SLICE 2 ' WS-SLICE-COUNT(2)
           DISPLAY '          SLICE 3 ' WS-SLICE-COUNT(3)
               '  SLICE 4 ' WS-SLICE-COUNT(4)
           DISPLAY 'LOADVAL   RECORDS ' WS-TOT-MSTR-ROWS
               '  ID HASH ' WS-TOT-MSTR-HASH.

       END PROGRAM STUDGEN.
