      *****************************************************************
      *    CAMPPRC - SHARED CAMPUS SLOT PARAGRAPH                     *
      *    (see CAMPWS for the work areas).  0790 turns the campus in *
      *    WS-CAMP-CHECK-ID (blank = the home campus) into its slot   *
      *    in WS-CAMP-SLOT, taking the next free slot the first time  *
      *    a campus is seen.  Ten campuses a run is the cap; past it  *
      *    a campus gets slot zero, said once on the log.  0795 then  *
      *    counts the id in WS-DUP-IDX under the slot and returns the *
      *    occurrence in WS-CAMP-OCCURRENCE; the caller supplies      *
      *    WS-DUP-IDX and the WS-DUP-SEEN-COUNT table (id by slot).   *
      *    A campus with no slot is not checked - every row of it     *
      *    comes back as a first occurrence and is processed, so a    *
      *    student is never dropped for sharing a slot with another   *
      *    campus; a true duplicate there goes through twice.  Every  *
      *    program that replays the feed applies the same rule.       *
      *****************************************************************
       0790-FIND-CAMPUS-SLOT.

           IF WS-CAMP-CHECK-ID = SPACES
               MOVE WS-HOME-CAMPUS TO WS-CAMP-CHECK-ID
           END-IF
           MOVE ZERO TO WS-CAMP-SLOT
           PERFORM VARYING WS-CAMP-IDX FROM 1 BY 1
                   UNTIL WS-CAMP-IDX > WS-CAMP-SLOT-COUNT
                   OR WS-CAMP-SLOT > 0
               IF WS-CAMP-SLOT-ID(WS-CAMP-IDX) = WS-CAMP-CHECK-ID
                   MOVE WS-CAMP-IDX TO WS-CAMP-SLOT
               END-IF
           END-PERFORM

           IF WS-CAMP-SLOT = 0
               IF WS-CAMP-SLOT-COUNT < 10
                   ADD 1 TO WS-CAMP-SLOT-COUNT
                   MOVE WS-CAMP-SLOT-COUNT TO WS-CAMP-SLOT
                   MOVE WS-CAMP-CHECK-ID
                     TO WS-CAMP-SLOT-ID(WS-CAMP-SLOT)
               ELSE
                   IF NOT WS-CAMP-TABLE-FULL
                       DISPLAY 'MORE THAN 10 CAMPUSES - FROM '
                           WS-CAMP-CHECK-ID ' ON, DUPLICATES ARE '
                           'NOT CHECKED'
                       SET WS-CAMP-TABLE-FULL TO TRUE
                   END-IF
               END-IF
           END-IF.

       0795-COUNT-CAMPUS-ID.

           IF WS-CAMP-SLOT = 0
               MOVE 1 TO WS-CAMP-OCCURRENCE
           ELSE
               ADD 1 TO WS-DUP-SEEN-COUNT(WS-DUP-IDX, WS-CAMP-SLOT)
               MOVE WS-DUP-SEEN-COUNT(WS-DUP-IDX, WS-CAMP-SLOT)
                 TO WS-CAMP-OCCURRENCE
           END-IF.
