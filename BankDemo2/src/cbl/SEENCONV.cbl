       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEENCONV.
      *
      *    CHANGE LOG
      *    ----------
      *    One-time conversion for the last-seen date on the student
      *    master (see STUDMSTR.cpy).  The packed date is added at
      *    the end of the row, so every file carrying a master row
      *    or image grows by its five bytes:
      *      - master load extract  74 -> 79, each row stamped seen
      *        on the cutover date - the run date on RUNCTL, or
      *        today without it - so the archive's clock starts at
      *        cutover for everyone instead of finding every row
      *        unstamped;
      *      - maintenance journal 184 -> 194, each non-blank
      *        before/after image padded with a zero last-seen
      *        (blank add/delete sides stay blank) - the images are
      *        history, and no rebuild reads the date off them.
      *    Each file is independent: a step names the pairs it
      *    converts and DD DUMMYs the rest, and a missing input is
      *    reported and skipped.  Run at cutover (see BANKCONV.jcl);
      *    the originals stay until the desk signs the conversion
      *    off.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT OLDMAST ASSIGN TO 'OLDMAST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLDMAST-STATUS.

           SELECT NEWMAST ASSIGN TO 'NEWMAST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWMAST-STATUS.

           SELECT OLDJRNL ASSIGN TO 'OLDJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLDJRNL-STATUS.

           SELECT NEWJRNL ASSIGN TO 'NEWJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

      *    the old 74-byte master row is the new row less its
      *    trailing last-seen date, byte for byte.
       FD  OLDMAST
           LABEL RECORDS ARE STANDARD.
       01  OLD-MASTER-RECORD            PIC X(74).

       FD  NEWMAST
           LABEL RECORDS ARE STANDARD.
           COPY STUDMSTR.

       FD  OLDJRNL
           LABEL RECORDS ARE STANDARD.
       01  OLD-JOURNAL-RECORD.
           05  OJ-DATE                  PIC X(8).
           05  OJ-TIME                  PIC X(6).
           05  OJ-OPERATOR              PIC X(8).
           05  OJ-ACTION                PIC X(1).
           05  OJ-BEFORE-IMAGE          PIC X(74).
           05  OJ-AFTER-IMAGE           PIC X(74).
           05  OJ-APPROVER              PIC X(8).
           05  FILLER                   PIC X(5).

       FD  NEWJRNL
           LABEL RECORDS ARE STANDARD.
           COPY MNTJRNL.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
             88  RUNCTL-OK                        VALUE '00'.
           05  WS-OLDMAST-STATUS        PIC X(2) VALUE '00'.
             88  OLDMAST-OK                       VALUE '00'.
           05  WS-NEWMAST-STATUS        PIC X(2) VALUE '00'.
             88  NEWMAST-OK                       VALUE '00'.
           05  WS-OLDJRNL-STATUS        PIC X(2) VALUE '00'.
             88  OLDJRNL-OK                       VALUE '00'.
           05  WS-NEWJRNL-STATUS        PIC X(2) VALUE '00'.
             88  NEWJRNL-OK                       VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-FILE                       VALUE 'Y'.

       01  WS-CONVERT-WORK.
           05  WS-FILE-LABEL            PIC X(20).
           05  WS-CUTOVER-DATE          PIC 9(8) VALUE 0.
           05  WS-OLD-IMAGE             PIC X(74).
           05  WS-NEW-IMAGE.
               10  NI-OLD-PART          PIC X(74).
               10  NI-LAST-SEEN-DATE    PIC 9(8) COMP-3.

       01  WS-CONVERT-COUNTERS.
           05  WS-ROWS-READ             PIC 9(7) VALUE 0.
           05  WS-ROWS-WRITTEN          PIC 9(7) VALUE 0.
           05  WS-FILES-CONVERTED       PIC 9(2) VALUE 0.
           05  WS-FILES-SKIPPED         PIC 9(2) VALUE 0.
           05  WS-FILES-FAILED          PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 0500-GET-CUTOVER-DATE

           DISPLAY 'LAST-SEEN DATE CONVERSION - CUTOVER '
               WS-CUTOVER-DATE
           DISPLAY '----------------------------------------------'

           PERFORM 1000-CONVERT-MASTER
           PERFORM 1100-CONVERT-JOURNAL

           PERFORM 9000-END-OF-JOB

           STOP RUN.

       0500-GET-CUTOVER-DATE.

           OPEN INPUT RUNCTL
           IF RUNCTL-OK
               READ RUNCTL
                   AT END
                       CONTINUE
               END-READ
               IF RUNCTL-OK
                   MOVE RC-RUN-YEAR  TO WS-CUTOVER-DATE(1:4)
                   MOVE RC-RUN-MONTH TO WS-CUTOVER-DATE(5:2)
                   MOVE RC-RUN-DAY   TO WS-CUTOVER-DATE(7:2)
               END-IF
               CLOSE RUNCTL
           END-IF
           IF WS-CUTOVER-DATE = ZERO
               ACCEPT WS-CUTOVER-DATE FROM DATE YYYYMMDD
           END-IF.

       1000-CONVERT-MASTER.

           MOVE 'MASTER LOAD' TO WS-FILE-LABEL
           PERFORM 8000-RESET-COUNTS
           OPEN INPUT OLDMAST
           IF NOT OLDMAST-OK
               PERFORM 8100-REPORT-SKIPPED
           ELSE
               OPEN OUTPUT NEWMAST
               IF NOT NEWMAST-OK
                   PERFORM 8200-REPORT-FAILED
               ELSE
                   PERFORM UNTIL WS-END-OF-FILE
                       READ OLDMAST
                           AT END
                               SET WS-END-OF-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-ROWS-READ
                               MOVE OLD-MASTER-RECORD
                                 TO STUDMSTR-RECORD(1:74)
                               MOVE WS-CUTOVER-DATE
                                 TO SM-LAST-SEEN-DATE
                               WRITE STUDMSTR-RECORD
                               ADD 1 TO WS-ROWS-WRITTEN
                       END-READ
                   END-PERFORM
                   CLOSE NEWMAST
                   PERFORM 8300-REPORT-CONVERTED
               END-IF
               CLOSE OLDMAST
           END-IF.

       1100-CONVERT-JOURNAL.

           MOVE 'MAINTENANCE JOURNAL' TO WS-FILE-LABEL
           PERFORM 8000-RESET-COUNTS
           OPEN INPUT OLDJRNL
           IF NOT OLDJRNL-OK
               PERFORM 8100-REPORT-SKIPPED
           ELSE
               OPEN OUTPUT NEWJRNL
               IF NOT NEWJRNL-OK
                   PERFORM 8200-REPORT-FAILED
               ELSE
                   PERFORM UNTIL WS-END-OF-FILE
                       READ OLDJRNL
                           AT END
                               SET WS-END-OF-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-ROWS-READ
                               PERFORM 2100-CONVERT-JOURNAL-ROW
                       END-READ
                   END-PERFORM
                   CLOSE NEWJRNL
                   PERFORM 8300-REPORT-CONVERTED
               END-IF
               CLOSE OLDJRNL
           END-IF.

       2100-CONVERT-JOURNAL-ROW.

           MOVE SPACES TO MNTJRNL-RECORD
           MOVE OJ-DATE     TO MJ-DATE
           MOVE OJ-TIME     TO MJ-TIME
           MOVE OJ-OPERATOR TO MJ-OPERATOR
           MOVE OJ-ACTION   TO MJ-ACTION
           MOVE OJ-APPROVER TO MJ-APPROVER

           MOVE OJ-BEFORE-IMAGE TO WS-OLD-IMAGE
           PERFORM 2110-CONVERT-ONE-IMAGE
           MOVE WS-NEW-IMAGE TO MJ-BEFORE-IMAGE

           MOVE OJ-AFTER-IMAGE TO WS-OLD-IMAGE
           PERFORM 2110-CONVERT-ONE-IMAGE
           MOVE WS-NEW-IMAGE TO MJ-AFTER-IMAGE

           WRITE MNTJRNL-RECORD
           ADD 1 TO WS-ROWS-WRITTEN.

       2110-CONVERT-ONE-IMAGE.

      *    a blank image is the add/delete side of the journal
      *    contract and stays blank.
           IF WS-OLD-IMAGE = SPACES
               MOVE SPACES TO WS-NEW-IMAGE
           ELSE
               MOVE WS-OLD-IMAGE TO NI-OLD-PART
               MOVE ZERO         TO NI-LAST-SEEN-DATE
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

       END PROGRAM SEENCONV.
