      *    The rewritten calendar comes out in date order on CALNEW
      *    and the job copies it back.  The coverage horizon comes
      *    from the CALHORIZ scheduler option (days, default 90).
      *    Academic terms are kept on the calendar beside the holidays
      *    (see CALREC.cpy): a T request adds a term - first day, last
      *    day, code and title - or re-dates the one already filed under
      *    that code, an X request deletes one, and a term whose dates
      *    are not real days, run backwards or overlap another term is
      *    rejected.  Term rows are carried through the rewrite in date
      *    order with the holidays.  Once any term is on file the
      *    coverage check also names the next term after the run date,
      *    and warns with 4 when none is keyed yet - the term-close run
      *    needs it (see TERMCLS).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-HIT-IDX               PIC 9(3) COMP.
           05  WS-CAL-FOUND-SW          PIC X(1).
             88  WS-CAL-FOUND                     VALUE 'Y'.
           05  WS-EDIT-DATE             PIC X(8).
           05  WS-TXN-DATE              PIC 9(8).
           05  WS-DATE-OK-SW            PIC X(1).
             88  WS-DATE-OK                       VALUE 'Y'.
           05  WS-GEN-DATE              PIC 9(8).
           05  WS-GEN-YEAR              PIC 9(4).

       01  WS-TERM-TABLE.
           05  WS-TERM-COUNT            PIC 9(2) VALUE 0.
           05  WS-TERM-ENTRY            OCCURS 60 TIMES.
               10  WS-TERM-START        PIC 9(8).
               10  WS-TERM-END          PIC 9(8).
               10  WS-TERM-CODE         PIC X(6).
               10  WS-TERM-DESC         PIC X(30).

       01  WS-TERM-WORK.
           05  WS-TERM-IDX              PIC 9(2) COMP.
           05  WS-TERM-HIT              PIC 9(2) COMP.
           05  WS-TERM-OVERLAP          PIC 9(2) COMP.
           05  WS-TERM-START-DATE       PIC 9(8).
           05  WS-TERM-END-DATE         PIC 9(8).
           05  WS-NEXT-TERM-HIT         PIC 9(2) COMP.

       01  WS-COVERAGE-FIELDS.
           05  WS-RUN-DATE              PIC 9(8) VALUE 0.
           05  WS-RUN-YEAR              PIC 9(4) VALUE 0.
           05  WS-APPLIED-COUNT         PIC 9(5) VALUE 0.
           05  WS-REJECTED-COUNT        PIC 9(5) VALUE 0.
           05  WS-GENERATED-COUNT       PIC 9(5) VALUE 0.
           05  WS-TERM-WARNING-COUNT    PIC 9(5) VALUE 0.
           05  WS-COVERAGE-BAD-SW       PIC X(1) VALUE 'N'.
             88  WS-COVERAGE-BAD                  VALUE 'Y'.

                           MOVE CL-DESCRIPTION TO
                               WS-CAL-DESC(WS-CAL-COUNT)
                       END-IF
                       IF CL-TERM AND WS-TERM-COUNT < 60
                           ADD 1 TO WS-TERM-COUNT
                           MOVE CL-DATE TO
                               WS-TERM-START(WS-TERM-COUNT)
                           MOVE CL-TERM-END-DATE TO
                               WS-TERM-END(WS-TERM-COUNT)
                           MOVE CL-TERM-CODE TO
                               WS-TERM-CODE(WS-TERM-COUNT)
                           MOVE CL-DESCRIPTION TO
                               WS-TERM-DESC(WS-TERM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF CALFILE-OK OR WS-CALFILE-STATUS = '10'
                   DISPLAY 'REJECTED - INVALID ACTION ' CT-ACTION
               WHEN CT-ACTION-GENERATE
                   PERFORM 4000-GENERATE-NEXT-YEAR
               WHEN CT-ACTION-TERM
                   PERFORM 3700-APPLY-TERM
               WHEN CT-ACTION-TERM-DELETE
                   PERFORM 3800-DELETE-TERM
               WHEN OTHER
                   PERFORM 3200-APPLY-ADD-OR-DELETE
           END-EVALUATE.

       3200-APPLY-ADD-OR-DELETE.

           MOVE CT-DATE TO WS-EDIT-DATE
           PERFORM 3300-EDIT-THE-DATE
           IF NOT WS-DATE-OK
               ADD 1 TO WS-REJECTED-COUNT
      *    numeric, month and day in range, and a real calendar
      *    day - February 30th never again lets a cycle run.
           MOVE 'N' TO WS-DATE-OK-SW
           IF WS-EDIT-DATE NUMERIC
               MOVE WS-EDIT-DATE TO WS-TXN-DATE
               IF WS-TXN-DATE(5:2) >= '01'
                   AND WS-TXN-DATE(5:2) <= '12'
                   AND WS-TXN-DATE(7:2) >= '01'
               DISPLAY 'DELETED ' WS-TXN-DATE
           END-IF.

       3700-APPLY-TERM.

      *    both ends real days and in order, and no overlap with any
      *    other term - the term-close run has to be able to say
      *    which one term a date belongs to.  A code already on file
      *    is re-dated in place.
           MOVE CT-DATE TO WS-EDIT-DATE
           PERFORM 3300-EDIT-THE-DATE
           IF WS-DATE-OK
               MOVE WS-TXN-DATE TO WS-TERM-START-DATE
               MOVE CT-TERM-END-DATE TO WS-EDIT-DATE
               PERFORM 3300-EDIT-THE-DATE
           END-IF

           EVALUATE TRUE
               WHEN CT-TERM-CODE = SPACES
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'REJECTED T - NO TERM CODE'
               WHEN NOT WS-DATE-OK
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'REJECTED T ' CT-TERM-CODE
                       ' - INVALID DATE ' WS-EDIT-DATE
               WHEN WS-TXN-DATE < WS-TERM-START-DATE
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'REJECTED T ' CT-TERM-CODE
                       ' - ENDS BEFORE IT STARTS'
               WHEN OTHER
                   MOVE WS-TXN-DATE TO WS-TERM-END-DATE
                   PERFORM 3750-FIND-TERM
                   IF WS-TERM-OVERLAP > 0
                       ADD 1 TO WS-REJECTED-COUNT
                       DISPLAY 'REJECTED T ' CT-TERM-CODE
                           ' - OVERLAPS TERM '
                           WS-TERM-CODE(WS-TERM-OVERLAP)
                   ELSE
                       PERFORM 3760-STORE-TERM
                   END-IF
           END-EVALUATE.

       3750-FIND-TERM.

           MOVE ZERO TO WS-TERM-HIT
           MOVE ZERO TO WS-TERM-OVERLAP
           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                   UNTIL WS-TERM-IDX > WS-TERM-COUNT
               IF WS-TERM-CODE(WS-TERM-IDX) = CT-TERM-CODE
                   MOVE WS-TERM-IDX TO WS-TERM-HIT
               ELSE
                   IF WS-TERM-START-DATE
                       NOT > WS-TERM-END(WS-TERM-IDX)
                       AND WS-TERM-END-DATE
                       NOT < WS-TERM-START(WS-TERM-IDX)
                       MOVE WS-TERM-IDX TO WS-TERM-OVERLAP
                   END-IF
               END-IF
           END-PERFORM.

       3760-STORE-TERM.

           IF WS-TERM-HIT = 0
               IF WS-TERM-COUNT < 60
                   ADD 1 TO WS-TERM-COUNT
                   MOVE WS-TERM-COUNT TO WS-TERM-HIT
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'REJECTED T - TERM TABLE FULL'
               END-IF
           END-IF
           IF WS-TERM-HIT > 0
               MOVE WS-TERM-START-DATE TO WS-TERM-START(WS-TERM-HIT)
               MOVE WS-TERM-END-DATE   TO WS-TERM-END(WS-TERM-HIT)
               MOVE CT-TERM-CODE       TO WS-TERM-CODE(WS-TERM-HIT)
               MOVE CT-DESCRIPTION     TO WS-TERM-DESC(WS-TERM-HIT)
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY 'TERM    ' CT-TERM-CODE ' '
                   WS-TERM-START-DATE ' - ' WS-TERM-END-DATE ' '
                   CT-DESCRIPTION
           END-IF.

       3800-DELETE-TERM.

           MOVE ZERO TO WS-TERM-START-DATE
           MOVE ZERO TO WS-TERM-END-DATE
           PERFORM 3750-FIND-TERM
           IF WS-TERM-HIT = 0
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'REJECTED X - TERM ' CT-TERM-CODE
                   ' NOT ON CALENDAR'
           ELSE
               PERFORM VARYING WS-TERM-IDX FROM WS-TERM-HIT BY 1
                       UNTIL WS-TERM-IDX NOT < WS-TERM-COUNT
                   MOVE WS-TERM-ENTRY(WS-TERM-IDX + 1)
                     TO WS-TERM-ENTRY(WS-TERM-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-TERM-COUNT
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY 'DELETED TERM ' CT-TERM-CODE
           END-IF.

       4000-GENERATE-NEXT-YEAR.

      *    every holiday dated this year rolls to the same month
                       WS-MAX-CAL-DATE ' (HORIZON '
                       WS-HORIZON-DATE ')'
               END-IF
               IF WS-TERM-COUNT > 0
                   PERFORM 5100-CHECK-NEXT-TERM
               END-IF
           END-IF.

       5100-CHECK-NEXT-TERM.

      *    once terms are kept, the term-close run needs the term
      *    after the current one on file to list what is staged
      *    for it - warn while there is still time to key it.
           MOVE ZERO TO WS-NEXT-TERM-HIT
           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                   UNTIL WS-TERM-IDX > WS-TERM-COUNT
               IF WS-TERM-START(WS-TERM-IDX) > WS-RUN-DATE
                   IF WS-NEXT-TERM-HIT = 0
                       MOVE WS-TERM-IDX TO WS-NEXT-TERM-HIT
                   ELSE
                       IF WS-TERM-START(WS-TERM-IDX)
                           < WS-TERM-START(WS-NEXT-TERM-HIT)
                           MOVE WS-TERM-IDX TO WS-NEXT-TERM-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-NEXT-TERM-HIT = 0
               ADD 1 TO WS-TERM-WARNING-COUNT
               DISPLAY 'NO TERM DEFINED AFTER ' WS-RUN-DATE
                   ' - KEY THE NEXT TERM BEFORE TERM CLOSE'
           ELSE
               DISPLAY 'NEXT TERM '
                   WS-TERM-CODE(WS-NEXT-TERM-HIT) ' STARTS '
                   WS-TERM-START(WS-NEXT-TERM-HIT)
           END-IF.

       6000-REWRITE-CALENDAR.

      *    straight selection by ascending date so the rewritten
      *    file reads in order whatever order the desk keyed.
      *    Term rows interleave with the holidays by first day.
           OPEN OUTPUT CALNEW
           PERFORM 6100-WRITE-LOWEST-DATE
               UNTIL WS-CAL-COUNT = 0 AND WS-TERM-COUNT = 0
           CLOSE CALNEW.

       6100-WRITE-LOWEST-DATE.
               END-IF
           END-PERFORM

           MOVE 1 TO WS-TERM-HIT
           PERFORM VARYING WS-TERM-IDX FROM 2 BY 1
                   UNTIL WS-TERM-IDX > WS-TERM-COUNT
               IF WS-TERM-START(WS-TERM-IDX)
                   < WS-TERM-START(WS-TERM-HIT)
                   MOVE WS-TERM-IDX TO WS-TERM-HIT
               END-IF
           END-PERFORM

           IF WS-CAL-COUNT = 0
               PERFORM 6200-WRITE-TERM-ROW
           ELSE
               IF WS-TERM-COUNT > 0
                   AND WS-TERM-START(WS-TERM-HIT)
                       < WS-CAL-DATE(WS-HIT-IDX)
                   PERFORM 6200-WRITE-TERM-ROW
               ELSE
                   PERFORM 6150-WRITE-HOLIDAY-ROW
               END-IF
           END-IF.

       6150-WRITE-HOLIDAY-ROW.

           MOVE SPACES TO CALENDAR-RECORD
           MOVE WS-CAL-DATE(WS-HIT-IDX) TO CL-DATE
           MOVE 'H'                     TO CL-DAY-TYPE
           END-PERFORM
           SUBTRACT 1 FROM WS-CAL-COUNT.

       6200-WRITE-TERM-ROW.

           MOVE SPACES TO CALENDAR-RECORD
           MOVE WS-TERM-START(WS-TERM-HIT) TO CL-DATE
           MOVE 'T'                        TO CL-DAY-TYPE
           MOVE WS-TERM-DESC(WS-TERM-HIT)  TO CL-DESCRIPTION
           MOVE WS-TERM-CODE(WS-TERM-HIT)  TO CL-TERM-CODE
           MOVE WS-TERM-END(WS-TERM-HIT)   TO CL-TERM-END-DATE
           WRITE CALNEW-RECORD FROM CALENDAR-RECORD

           PERFORM VARYING WS-TERM-IDX FROM WS-TERM-HIT BY 1
                   UNTIL WS-TERM-IDX NOT < WS-TERM-COUNT
               MOVE WS-TERM-ENTRY(WS-TERM-IDX + 1)
                 TO WS-TERM-ENTRY(WS-TERM-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-TERM-COUNT.

       9000-END-OF-JOB.

           DISPLAY '-----------------------------'
           DISPLAY 'CHANGES APPLIED   : ' WS-APPLIED-COUNT
           DISPLAY 'CHANGES REJECTED  : ' WS-REJECTED-COUNT
           DISPLAY 'ROWS GENERATED    : ' WS-GENERATED-COUNT
           DISPLAY 'TERM WARNINGS     : ' WS-TERM-WARNING-COUNT

           IF WS-COVERAGE-BAD
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECTED-COUNT > 0
                   OR WS-TERM-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
