      *****************************************************************
      *    DRPKPRC - SHARED DR PACKAGE TALLY PARAGRAPHS               *
      *    (see DRPKWS for the work areas).  DRPACK tallies each row  *
      *    as it writes it and puts the totals on the manifest;       *
      *    DRAPPLY tallies each row as it reads it and proves the     *
      *    manifest against them - one computation, both sites.       *
      *    0900 clears the totals.  0910 counts the row in WS-DRP-ROW *
      *    under its section, adds its ids to the section's hash      *
      *    (the registrar extract's hash-total idea - see REGEXT) and *
      *    chains the package check value the way the audit trail     *
      *    chains its rows (see AUDITREC.cpy), so a dropped, doubled  *
      *    or reordered row breaks the check as well as the counts.   *
      *    The header and the manifest are not tallied.              *
      *****************************************************************
       0900-CLEAR-PACKAGE-TOTALS.

           MOVE ZERO TO WS-DRP-ROWS
           MOVE ZERO TO WS-DRP-CHECK
           PERFORM VARYING WS-DRP-SUB FROM 1 BY 1
                   UNTIL WS-DRP-SUB > 5
               MOVE ZERO TO WS-DRP-SECT-COUNT(WS-DRP-SUB)
               MOVE ZERO TO WS-DRP-SECT-HASH(WS-DRP-SUB)
           END-PERFORM
           MOVE 'RC' TO WS-DRP-SECT-TYPE(1)
           MOVE 'JR' TO WS-DRP-SECT-TYPE(2)
           MOVE 'AM' TO WS-DRP-SECT-TYPE(3)
           MOVE 'AU' TO WS-DRP-SECT-TYPE(4)
           MOVE 'XR' TO WS-DRP-SECT-TYPE(5).

       0910-TALLY-PACKAGE-ROW.

           MOVE ZERO TO WS-DRP-ROW-HASH
           EVALUATE TRUE
               WHEN PK-RUNCTL-ROW
                   MOVE 1 TO WS-DRP-SUB
                   IF WS-DRP-RC-RUN-DATE NUMERIC
                       MOVE WS-DRP-RC-RUN-DATE TO WS-DRP-ROW-HASH
                   END-IF
               WHEN PK-JOURNAL-ROW
                   MOVE 2 TO WS-DRP-SUB
                   IF WS-DRP-JR-BEFORE-ID NUMERIC
                       MOVE WS-DRP-JR-BEFORE-ID TO WS-DRP-ID
                       ADD WS-DRP-ID TO WS-DRP-ROW-HASH
                   END-IF
                   IF WS-DRP-JR-AFTER-ID NUMERIC
                       MOVE WS-DRP-JR-AFTER-ID TO WS-DRP-ID
                       ADD WS-DRP-ID TO WS-DRP-ROW-HASH
                   END-IF
               WHEN PK-MARKER-ROW
                   MOVE 3 TO WS-DRP-SUB
                   IF WS-DRP-AM-ID NUMERIC
                       MOVE WS-DRP-AM-ID TO WS-DRP-ROW-HASH
                   END-IF
               WHEN PK-AUDIT-ROW
                   MOVE 4 TO WS-DRP-SUB
                   IF WS-DRP-AT-MARKER = 'AUDTRLR '
                       IF WS-DRP-AT-ROW-COUNT NUMERIC
                           MOVE WS-DRP-AT-ROW-COUNT
                             TO WS-DRP-ROW-HASH
                       END-IF
                   ELSE
                       IF WS-DRP-AU-BEFORE-ID NUMERIC
                           MOVE WS-DRP-AU-BEFORE-ID TO WS-DRP-ID
                           ADD WS-DRP-ID TO WS-DRP-ROW-HASH
                       END-IF
                       IF WS-DRP-AU-AFTER-ID NUMERIC
                           MOVE WS-DRP-AU-AFTER-ID TO WS-DRP-ID
                           ADD WS-DRP-ID TO WS-DRP-ROW-HASH
                       END-IF
                   END-IF
               WHEN PK-XREF-ROW
                   MOVE 5 TO WS-DRP-SUB
                   IF WS-DRP-XR-OLD-ID NUMERIC
                       MOVE WS-DRP-XR-OLD-ID TO WS-DRP-ID
                       ADD WS-DRP-ID TO WS-DRP-ROW-HASH
                   END-IF
                   IF WS-DRP-XR-NEW-ID NUMERIC
                       MOVE WS-DRP-XR-NEW-ID TO WS-DRP-ID
                       ADD WS-DRP-ID TO WS-DRP-ROW-HASH
                   END-IF
               WHEN OTHER
                   MOVE ZERO TO WS-DRP-SUB
           END-EVALUATE

           IF WS-DRP-SUB > 0
               ADD 1 TO WS-DRP-SECT-COUNT(WS-DRP-SUB)
               ADD WS-DRP-ROW-HASH TO WS-DRP-SECT-HASH(WS-DRP-SUB)
               ADD 1 TO WS-DRP-ROWS
               COMPUTE WS-DRP-CHECK =
                   FUNCTION MOD(WS-DRP-CHECK * 7
                       + WS-DRP-ROWS + WS-DRP-SUB + WS-DRP-ROW-HASH,
                       1000000000000)
           END-IF.
