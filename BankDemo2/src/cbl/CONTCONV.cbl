       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTCONV.
      *
      *    CHANGE LOG
      *    ----------
      *    One-time conversion for the student contact payload on
      *    maintenance items (see STUDTXN.cpy / PENDREC.cpy).  The
      *    address and email are added just ahead of each record's
      *    trailing filler, so everything before it is as it was and
      *    the new fields come across blank - no item on file today
      *    is a contact update:
      *      - pending maintenance 118 -> 268;
      *      - staged STUDTXN       88 -> 238.
      *    Each file is independent: a step names the pairs it
      *    converts and DD DUMMYs the rest, and a missing input is
      *    reported and skipped.  Run at cutover (see BANKCONV.jcl);
      *    the originals stay until the desk signs the conversion
      *    off.  The contact file itself is new and defined empty by
      *    BANKGDG.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDPEND ASSIGN TO 'OLDPEND'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLDPEND-STATUS.

           SELECT NEWPEND ASSIGN TO 'NEWPEND'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWPEND-STATUS.

           SELECT OLDTXN ASSIGN TO 'OLDTXN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLDTXN-STATUS.

           SELECT NEWTXN ASSIGN TO 'NEWTXN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWTXN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    pending and STUDTXN rows gained the contact just ahead of
      *    their trailing filler - everything before it is as was.
       FD  OLDPEND
           LABEL RECORDS ARE STANDARD.
       01  OLD-PENDING-RECORD.
           05  OP-DATA                  PIC X(117).
           05  FILLER                   PIC X(1).

       FD  NEWPEND
           LABEL RECORDS ARE STANDARD.
           COPY PENDREC.

       FD  OLDTXN
           LABEL RECORDS ARE STANDARD.
       01  OLD-STUDTXN-RECORD.
           05  OT-DATA                  PIC X(86).
           05  FILLER                   PIC X(2).

       FD  NEWTXN
           LABEL RECORDS ARE STANDARD.
           COPY STUDTXN.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-OLDPEND-STATUS        PIC X(2) VALUE '00'.
             88  OLDPEND-OK                       VALUE '00'.
           05  WS-NEWPEND-STATUS        PIC X(2) VALUE '00'.
             88  NEWPEND-OK                       VALUE '00'.
           05  WS-OLDTXN-STATUS         PIC X(2) VALUE '00'.
             88  OLDTXN-OK                        VALUE '00'.
           05  WS-NEWTXN-STATUS         PIC X(2) VALUE '00'.
             88  NEWTXN-OK                        VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-FILE                       VALUE 'Y'.

       01  WS-CONVERT-WORK.
           05  WS-FILE-LABEL            PIC X(20).

       01  WS-CONVERT-COUNTERS.
           05  WS-ROWS-READ             PIC 9(7) VALUE 0.
           05  WS-ROWS-WRITTEN          PIC 9(7) VALUE 0.
           05  WS-FILES-CONVERTED       PIC 9(2) VALUE 0.
           05  WS-FILES-SKIPPED         PIC 9(2) VALUE 0.
           05  WS-FILES-FAILED          PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           DISPLAY 'STUDENT CONTACT PAYLOAD CONVERSION'
           DISPLAY '----------------------------------------------'

           PERFORM 1000-CONVERT-PENDING
           PERFORM 1100-CONVERT-STUDTXN

           PERFORM 9000-END-OF-JOB

           STOP RUN.

       1000-CONVERT-PENDING.

           MOVE 'PENDING MAINTENANCE' TO WS-FILE-LABEL
           PERFORM 8000-RESET-COUNTS
           OPEN INPUT OLDPEND
           IF NOT OLDPEND-OK
               PERFORM 8100-REPORT-SKIPPED
           ELSE
               OPEN OUTPUT NEWPEND
               IF NOT NEWPEND-OK
                   PERFORM 8200-REPORT-FAILED
               ELSE
                   PERFORM UNTIL WS-END-OF-FILE
                       READ OLDPEND
                           AT END
                               SET WS-END-OF-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-ROWS-READ
                               MOVE SPACES TO PENDING-RECORD
                               MOVE OP-DATA
                                 TO PENDING-RECORD(1:117)
                               WRITE PENDING-RECORD
                               ADD 1 TO WS-ROWS-WRITTEN
                       END-READ
                   END-PERFORM
                   CLOSE NEWPEND
                   PERFORM 8300-REPORT-CONVERTED
               END-IF
               CLOSE OLDPEND
           END-IF.

       1100-CONVERT-STUDTXN.

           MOVE 'STAGED STUDTXN' TO WS-FILE-LABEL
           PERFORM 8000-RESET-COUNTS
           OPEN INPUT OLDTXN
           IF NOT OLDTXN-OK
               PERFORM 8100-REPORT-SKIPPED
           ELSE
               OPEN OUTPUT NEWTXN
               IF NOT NEWTXN-OK
                   PERFORM 8200-REPORT-FAILED
               ELSE
                   PERFORM UNTIL WS-END-OF-FILE
                       READ OLDTXN
                           AT END
                               SET WS-END-OF-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-ROWS-READ
                               MOVE SPACES TO STUDTXN-RECORD
                               MOVE OT-DATA
                                 TO STUDTXN-RECORD(1:86)
                               WRITE STUDTXN-RECORD
                               ADD 1 TO WS-ROWS-WRITTEN
                       END-READ
                   END-PERFORM
                   CLOSE NEWTXN
                   PERFORM 8300-REPORT-CONVERTED
               END-IF
               CLOSE OLDTXN
           END-IF.

       8000-RESET-COUNTS.

           MOVE 'N' TO WS-EOF-SWITCH
           MOVE ZERO TO WS-ROWS-READ
           MOVE ZERO TO WS-ROWS-WRITTEN.

       8100-REPORT-SKIPPED.

           ADD 1 TO WS-FILES-SKIPPED
           DISPLAY WS-FILE-LABEL ' NOT SUPPLIED - SKIPPED'.

       8200-REPORT-FAILED.

           ADD 1 TO WS-FILES-FAILED
           DISPLAY WS-FILE-LABEL ' OUTPUT WOULD NOT OPEN - NOT '
               'CONVERTED'.

       8300-REPORT-CONVERTED.

           ADD 1 TO WS-FILES-CONVERTED
           DISPLAY WS-FILE-LABEL ' READ ' WS-ROWS-READ
               ' WRITTEN ' WS-ROWS-WRITTEN.

       9000-END-OF-JOB.

           DISPLAY '----------------------------------------------'
           DISPLAY 'FILES CONVERTED : ' WS-FILES-CONVERTED
           DISPLAY 'FILES SKIPPED   : ' WS-FILES-SKIPPED
           DISPLAY 'FILES FAILED    : ' WS-FILES-FAILED

           IF WS-FILES-FAILED > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM CONTCONV.
