      *    released keyed by id and application order, and the
      *    output pass keeps each id's final image (or drops it on
      *    a delete) - the same classic pattern as EXCPRPT's sort.
      *
      *    Images are the 74-byte campus-keyed master row now, and
      *    the sort key is the full campus + id key at the front of
      *    the image, so the same id in two campuses stays two rows.
      *    A merge row drops the retired id the way a delete does;
      *    the surviving row is untouched by the merge itself.
      *
      *    Images and the backup and load rows are 79 bytes with the
      *    last-seen date.  A row archived to the dormant file (X) drops
      *    out the way a delete does, and a dormant student reinstated
      *    (R) comes back the way an add does, so a rebuild matches the
      *    master whichever side of an archive run it lands.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       FD  BKPIN
           LABEL RECORDS ARE STANDARD.
       01  BKP-RECORD                   PIC X(79).

       FD  MNTJRNL
           LABEL RECORDS ARE STANDARD.

       FD  RBLDOUT
           LABEL RECORDS ARE STANDARD.
       01  RBLD-RECORD                  PIC X(79).

       SD  RBLDSORT.
       01  SORT-IMAGE-RECORD.
           05  SI2-STUDENT-KEY          PIC X(14).
           05  SI2-APPLY-SEQ            PIC 9(9).
           05  SI2-ACTION               PIC X(1).
             88  SI2-PRESENT                    VALUE 'R'.
             88  SI2-DELETED                    VALUE 'D'.
           05  SI2-IMAGE                PIC X(79).

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.

       01  WS-ROLL-FIELDS.
           05  WS-APPLY-SEQ             PIC 9(9) VALUE 0.
           05  WS-IMAGE-KEY             PIC X(14).
           05  WS-CUR-KEY               PIC X(14) VALUE SPACES.
           05  WS-CUR-PRESENT-SW        PIC X(1) VALUE 'N'.
             88  WS-CUR-PRESENT                   VALUE 'Y'.
           05  WS-CUR-IMAGE             PIC X(79).
           05  WS-FIRST-OUT-SW          PIC X(1) VALUE 'Y'.
             88  WS-FIRST-OUT                     VALUE 'Y'.

           END-IF

           SORT RBLDSORT
               ON ASCENDING KEY SI2-STUDENT-KEY
                                SI2-APPLY-SEQ
               INPUT PROCEDURE IS 2000-RELEASE-IMAGES
               OUTPUT PROCEDURE IS 4000-KEEP-FINAL-IMAGES
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-BACKUP-COUNT
                       MOVE BKP-RECORD(1:14) TO WS-IMAGE-KEY
                       MOVE WS-IMAGE-KEY TO SI2-STUDENT-KEY
                       MOVE ZERO        TO SI2-APPLY-SEQ
                       MOVE 'R'         TO SI2-ACTION
                       MOVE BKP-RECORD  TO SI2-IMAGE
               EVALUATE MJ-ACTION
                   WHEN 'A'
                   WHEN 'C'
                   WHEN 'R'
                       MOVE MJ-AFTER-IMAGE(1:14) TO WS-IMAGE-KEY
                       MOVE WS-IMAGE-KEY     TO SI2-STUDENT-KEY
                       MOVE WS-APPLY-SEQ     TO SI2-APPLY-SEQ
                       MOVE 'R'              TO SI2-ACTION
                       MOVE MJ-AFTER-IMAGE   TO SI2-IMAGE
                       RELEASE SORT-IMAGE-RECORD
                   WHEN 'D'
                   WHEN 'M'
                   WHEN 'X'
                       MOVE MJ-BEFORE-IMAGE(1:14) TO WS-IMAGE-KEY
                       MOVE WS-IMAGE-KEY     TO SI2-STUDENT-KEY
                       MOVE WS-APPLY-SEQ     TO SI2-APPLY-SEQ
                       MOVE 'D'              TO SI2-ACTION
                       MOVE SPACES           TO SI2-IMAGE
      *    one standing is the id's state as of the chosen date.
           IF WS-FIRST-OUT
               MOVE 'N' TO WS-FIRST-OUT-SW
               MOVE SI2-STUDENT-KEY TO WS-CUR-KEY
           ELSE
               IF SI2-STUDENT-KEY NOT = WS-CUR-KEY
                   PERFORM 4200-FLUSH-CURRENT-ID
                   MOVE SI2-STUDENT-KEY TO WS-CUR-KEY
               END-IF
           END-IF

