      *    is refused - the second pair of eyes has to be a second
      *    pair of eyes.  The pending file is rewritten whole to
      *    PENDNEW; the job copies it back.
      *
      *    Items queued from the registrar's inbound change feed
      *    (REGCHG) are listed with their source so the reviewer
      *    knows the change came from the registrar, not the desk.
      *
      *    Range renumbering plans (RNPLAN) queue hundreds of items
      *    under one batch id.  They are listed as one line per
      *    batch, and a decision carrying the batch id approves or
      *    rejects every item still pending in it at once - the
      *    same requester/approver rule applies to the batch.  The
      *    pending table is raised to 2000 rows to hold them.
      *
      *    The pending row grew to 110 bytes for the lifecycle
      *    status fields (see PENDREC.cpy); an item that changes a
      *    student's status says so on the review list.
      *
      *    The pending row grew again, to 118 bytes, for the
      *    student's campus.  A decision names the campus beside
      *    the id (see APPRREQ.cpy) and only settles an item for
      *    that campus's student; blank on either side is the home
      *    campus.
      *
      *    A duplicate-person merge is reviewed like any other item;
      *    the review list names the id it retires and the
      *    surviving id it retires into.
      *
      *    The pending row grew to 268 bytes for the student contact
      *    payload (see PENDREC.cpy).  A contact update (action K) is
      *    reviewed like any other item; the review list shows the
      *    address and email it will put on file, or that it removes the
      *    contact.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       FD  PENDNEW
           LABEL RECORDS ARE STANDARD.
       01  PENDNEW-RECORD               PIC X(268).

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
      *    the whole pending file in one table so decisions can be
      *    matched in place and the file rewritten whole.
       01  WS-PEND-TABLE.
           05  WS-PEND-COUNT            PIC 9(4) VALUE 0.
           05  WS-PEND-ROW              PIC X(268)
               OCCURS 2000 TIMES.

       01  WS-PEND-WORK.
           05  WS-PEND-IDX              PIC 9(4) COMP.
           05  WS-HIT-IDX               PIC 9(4) COMP.
           05  WS-PEND-FOUND-SW         PIC X(1).
             88  WS-PEND-FOUND                    VALUE 'Y'.
      *    the decision's campus and the item's, each with blank
      *    read as the home campus before they are compared.
           05  WS-AP-CAMPUS             PIC X(8).
           05  WS-PD-CAMPUS             PIC X(8).

      *    one line per renumbering batch on the review list.
       01  WS-BATCH-TABLE.
           05  WS-BATCH-COUNT           PIC 9(3) VALUE 0.
           05  WS-BATCH-ENTRY           OCCURS 100 TIMES.
               10  WS-BATCH-ID          PIC X(5).
               10  WS-BATCH-ITEMS       PIC 9(5).
               10  WS-BATCH-OPERATOR    PIC X(8).
               10  WS-BATCH-EFF-DATE    PIC X(8).

       01  WS-BATCH-WORK.
           05  WS-BATCH-IDX             PIC 9(3) COMP.
           05  WS-BATCH-HIT-IDX         PIC 9(3) COMP.
           05  WS-BATCH-FOUND-SW        PIC X(1).
             88  WS-BATCH-FOUND                   VALUE 'Y'.
           05  WS-BATCH-SETTLED         PIC 9(5).
           05  WS-BATCH-REFUSED-SW      PIC X(1).
             88  WS-BATCH-REFUSED                 VALUE 'Y'.

       01  WS-APPROVE-DATE              PIC 9(8).

           05  WS-PEND-CUTOFF           PIC 9(8) VALUE 0.
           05  WS-PEND-CUTOFF-INT       PIC 9(7) COMP.
           05  WS-PEND-SETTLED          PIC 9(8).
           05  WS-PEND-PRUNED           PIC 9(4) VALUE 0.
           05  WS-OVERFLOW-SW           PIC X(1) VALUE 'N'.
             88  WS-PEND-OVERFLOWED               VALUE 'Y'.

           05  WS-REJECTED-COUNT        PIC 9(5) VALUE 0.
           05  WS-REFUSED-COUNT         PIC 9(5) VALUE 0.

       COPY CAMPWS.

       COPY STEPTMWS.

       PROCEDURE DIVISION.
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-PEND-COUNT < 2000
                           ADD 1 TO WS-PEND-COUNT
                           MOVE PENDING-RECORD
                             TO WS-PEND-ROW(WS-PEND-COUNT)
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
               MOVE WS-PEND-ROW(WS-PEND-IDX) TO PENDING-RECORD
               IF PD-PENDING AND PD-BATCH-ID NOT = SPACES
                   ADD 1 TO WS-LISTED-COUNT
                   PERFORM 2100-COUNT-BATCH-ITEM
               END-IF
               IF PD-PENDING AND PD-BATCH-ID = SPACES
                   ADD 1 TO WS-LISTED-COUNT
                   DISPLAY '  ' PD-ACTION ' STUDENT '
                       PD-CAMPUS-ID ' '
                       PD-STUDENT-ID ' ' PD-STUDENT-NAME
                       ' REPL ' PD-REPLACEMENT-ID
                       ' ' PD-REPLACEMENT-NAME
                       ' KEYED ' PD-REQUEST-DATE
                       ' BY ' PD-OPERATOR
                   IF PD-ACTION-MERGE
                       DISPLAY '      MERGE - RETIRES '
                           PD-STUDENT-ID ' INTO '
                           PD-REPLACEMENT-ID
                   END-IF
                   IF PD-ACTION-CONTACT
                       PERFORM 2200-LIST-CONTACT
                   END-IF
                   IF PD-FROM-REGISTRAR
                       DISPLAY '      SOURCE REGISTRAR - EFF '
                           PD-REPLACEMENT-EFF-DATE
                   END-IF
                   IF NOT PD-STATUS-UNCHANGED
                       DISPLAY '      SETS STATUS ' PD-STATUS-CODE
                           ' AS OF ' PD-STATUS-DATE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                   UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
               DISPLAY '  BATCH ' WS-BATCH-ID(WS-BATCH-IDX)
                   ' RENUMBERING PLAN - '
                   WS-BATCH-ITEMS(WS-BATCH-IDX) ' ITEMS EFF '
                   WS-BATCH-EFF-DATE(WS-BATCH-IDX)
                   ' BY ' WS-BATCH-OPERATOR(WS-BATCH-IDX)
           END-PERFORM
           IF WS-LISTED-COUNT = 0
               DISPLAY '  (NOTHING PENDING)'
           END-IF.

       2100-COUNT-BATCH-ITEM.

           MOVE 'N' TO WS-BATCH-FOUND-SW
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                   UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
                   OR WS-BATCH-FOUND
               IF WS-BATCH-ID(WS-BATCH-IDX) = PD-BATCH-ID
                   SET WS-BATCH-FOUND TO TRUE
                   MOVE WS-BATCH-IDX TO WS-BATCH-HIT-IDX
               END-IF
           END-PERFORM
           IF NOT WS-BATCH-FOUND AND WS-BATCH-COUNT < 100
               ADD 1 TO WS-BATCH-COUNT
               MOVE WS-BATCH-COUNT TO WS-BATCH-HIT-IDX
               MOVE PD-BATCH-ID TO WS-BATCH-ID(WS-BATCH-HIT-IDX)
               MOVE ZERO        TO WS-BATCH-ITEMS(WS-BATCH-HIT-IDX)
               MOVE PD-OPERATOR TO WS-BATCH-OPERATOR(WS-BATCH-HIT-IDX)
               MOVE PD-REPLACEMENT-EFF-DATE
                 TO WS-BATCH-EFF-DATE(WS-BATCH-HIT-IDX)
               SET WS-BATCH-FOUND TO TRUE
           END-IF
           IF WS-BATCH-FOUND
               ADD 1 TO WS-BATCH-ITEMS(WS-BATCH-HIT-IDX)
           END-IF.

       2200-LIST-CONTACT.

      *    the checker sees what will be on file, not just that
      *    something changes.
           IF PD-CONTACT-DETAILS = SPACES
               DISPLAY '      CONTACT - REMOVES THE CONTACT ON FILE'
           ELSE
               IF PD-ADDRESS-1 NOT = SPACES
                   DISPLAY '      CONTACT - ' PD-ADDRESS-1
                   IF PD-ADDRESS-2 NOT = SPACES
                       DISPLAY '                ' PD-ADDRESS-2
                   END-IF
                   DISPLAY '                ' PD-CITY ' '
                       PD-REGION ' ' PD-POSTAL-CODE
               END-IF
               IF PD-EMAIL NOT = SPACES
                   DISPLAY '      EMAIL   - ' PD-EMAIL
               END-IF
           END-IF.

       3000-APPLY-DECISIONS.

           MOVE 'N' TO WS-EOF-SWITCH
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY 'DECISION REFUSED - INVALID CODE '
                   AP-DECISION ' FOR STUDENT ' AP-STUDENT-ID
           ELSE
           IF AP-BATCH-ID NOT = SPACES
               PERFORM 3400-RECORD-BATCH-DECISION
           ELSE
               PERFORM 3200-FIND-PENDING-ITEM
               IF NOT WS-PEND-FOUND
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY 'DECISION REFUSED - NO PENDING ITEM '
                       'FOR STUDENT ' AP-CAMPUS-ID ' ' AP-STUDENT-ID
               ELSE
                   PERFORM 3300-RECORD-DECISION
               END-IF
           END-IF
           END-IF.

       3200-FIND-PENDING-ITEM.
      *    oldest first: the table is in file (chronological) order,
      *    so the first pending hit is the oldest queued item.
           MOVE 'N' TO WS-PEND-FOUND-SW
           MOVE AP-CAMPUS-ID TO WS-AP-CAMPUS
           IF WS-AP-CAMPUS = SPACES
               MOVE WS-HOME-CAMPUS TO WS-AP-CAMPUS
           END-IF
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
                   OR WS-PEND-FOUND
               MOVE WS-PEND-ROW(WS-PEND-IDX) TO PENDING-RECORD
               MOVE PD-CAMPUS-ID TO WS-PD-CAMPUS
               IF WS-PD-CAMPUS = SPACES
                   MOVE WS-HOME-CAMPUS TO WS-PD-CAMPUS
               END-IF
               IF PD-PENDING
                   AND PD-STUDENT-ID = AP-STUDENT-ID
                   AND WS-PD-CAMPUS = WS-AP-CAMPUS
                   AND (AP-TX-ACTION = SPACE
                       OR AP-TX-ACTION = PD-ACTION)
                   SET WS-PEND-FOUND TO TRUE
               IF AP-APPROVE
                   ADD 1 TO WS-APPROVED-COUNT
                   DISPLAY 'APPROVED ' PD-ACTION ' STUDENT '
                       PD-CAMPUS-ID ' ' PD-STUDENT-ID
                       ' KEYED BY ' PD-OPERATOR
                       ' APPROVED BY ' AP-APPROVER
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'REJECTED ' PD-ACTION ' STUDENT '
                       PD-CAMPUS-ID ' ' PD-STUDENT-ID
                       ' KEYED BY ' PD-OPERATOR
                       ' REJECTED BY ' AP-APPROVER
               END-IF
           END-IF.

       3400-RECORD-BATCH-DECISION.

      *    a plan is approved whole or not at all: if the approver
      *    keyed the plan, nothing in it is touched.
           MOVE ZERO TO WS-BATCH-SETTLED
           MOVE 'N'  TO WS-BATCH-REFUSED-SW
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
               MOVE WS-PEND-ROW(WS-PEND-IDX) TO PENDING-RECORD
               IF PD-PENDING AND PD-BATCH-ID = AP-BATCH-ID
                   AND PD-OPERATOR = AP-APPROVER
                   SET WS-BATCH-REFUSED TO TRUE
               END-IF
           END-PERFORM

           IF WS-BATCH-REFUSED
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY 'DECISION REFUSED - APPROVER ' AP-APPROVER
                   ' IS THE REQUESTER OF BATCH ' AP-BATCH-ID
           ELSE
               PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                       UNTIL WS-PEND-IDX > WS-PEND-COUNT
                   MOVE WS-PEND-ROW(WS-PEND-IDX) TO PENDING-RECORD
                   IF PD-PENDING AND PD-BATCH-ID = AP-BATCH-ID
                       MOVE AP-DECISION     TO PD-STATUS
                       MOVE AP-APPROVER     TO PD-APPROVER
                       MOVE WS-APPROVE-DATE TO PD-APPROVE-DATE
                       MOVE PENDING-RECORD
                         TO WS-PEND-ROW(WS-PEND-IDX)
                       ADD 1 TO WS-BATCH-SETTLED
                   END-IF
               END-PERFORM
               IF WS-BATCH-SETTLED = 0
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY 'DECISION REFUSED - NO PENDING ITEMS '
                       'IN BATCH ' AP-BATCH-ID
               ELSE
                   IF AP-APPROVE
                       ADD WS-BATCH-SETTLED TO WS-APPROVED-COUNT
                       DISPLAY 'APPROVED BATCH ' AP-BATCH-ID ' - '
                           WS-BATCH-SETTLED ' ITEMS APPROVED BY '
                           AP-APPROVER
                   ELSE
                       ADD WS-BATCH-SETTLED TO WS-REJECTED-COUNT
                       DISPLAY 'REJECTED BATCH ' AP-BATCH-ID ' - '
                           WS-BATCH-SETTLED ' ITEMS REJECTED BY '
                           AP-APPROVER
                   END-IF
               END-IF
           END-IF.

       6000-REWRITE-PENDING.

           OPEN OUTPUT PENDNEW
