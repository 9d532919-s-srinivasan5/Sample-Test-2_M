       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPCONV.
      *
      *    CHANGE LOG
      *    ----------
      *    One-time conversion for the campus-qualified student key.
      *    The campuses issue overlapping id ranges, so every record
      *    that carried a bare student id as its key - or a master
      *    image led by one - now leads with the issuing campus (see
      *    CAMPWS.cpy).  Everything on file today was issued by the
      *    home campus, so each converted row is stamped with it:
      *      - master load extract  66 -> 74, campus prefixed;
      *      - maintenance journal 168 -> 184, each non-blank
      *        before/after image prefixed (blank add/delete sides
      *        stay blank);
      *      - pending maintenance 110 -> 118 and staged STUDTXN
      *        80 -> 88, campus added ahead of the trailing filler;
      *      - cross-reference, former-name alias, night results
      *        and applied-marker unloads, same length, the key
      *        reshaped to carry the campus;
      *      - one audit archive generation 90 -> 98, campus added
      *        on every detail row; AUDTRLR trailers are carried
      *        as they are and the tamper chain is untouched, since
      *        the check value is chained over the ids only.
      *    Each file is independent: a step names the pairs it
      *    converts and DD DUMMYs the rest (an empty input converts
      *    to an empty output), so the audit pair can be re-run per
      *    retained generation on its own.  A missing input is
      *    reported and skipped.  Run at cutover (see BANKCONV.jcl);
      *    the originals stay until the desk signs the conversion
      *    off.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT OLDXREF ASSIGN TO 'OLDXREF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLDXREF-STATUS.

           SELECT NEWXREF ASSIGN TO 'NEWXREF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWXREF-STATUS.

           SELECT OLDALIAS ASSIGN TO 'OLDALIAS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLDALIAS-STATUS.

           SELECT NEWALIAS ASSIGN TO 'NEWALIAS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWALIAS-STATUS.

           SELECT OLDRSLT ASSIGN TO 'OLDRSLT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLDRSLT-STATUS.

           SELECT NEWRSLT ASSIGN TO 'NEWRSLT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWRSLT-STATUS.

           SELECT OLDAPLD ASSIGN TO 'OLDAPLD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLDAPLD-STATUS.

           SELECT NEWAPLD ASSIGN TO 'NEWAPLD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWAPLD-STATUS.

           SELECT OLDTRAIL ASSIGN TO 'OLDTRAIL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLDTRAIL-STATUS.

           SELECT NEWTRAIL ASSIGN TO 'NEWTRAIL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWTRAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    the old 66-byte master row is the new row less its
      *    leading campus, byte for byte.
       FD  OLDMAST
           LABEL RECORDS ARE STANDARD.
       01  OLD-MASTER-RECORD            PIC X(66).

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
           05  OJ-BEFORE-IMAGE          PIC X(66).
           05  OJ-AFTER-IMAGE           PIC X(66).
           05  OJ-APPROVER              PIC X(8).
           05  FILLER                   PIC X(5).

       FD  NEWJRNL
           LABEL RECORDS ARE STANDARD.
           COPY MNTJRNL.

      *    pending and STUDTXN rows gained the campus just ahead of
      *    their trailing filler - everything before it is as was.
       FD  OLDPEND
           LABEL RECORDS ARE STANDARD.
       01  OLD-PENDING-RECORD.
           05  OP-DATA                  PIC X(109).
           05  FILLER                   PIC X(1).

       FD  NEWPEND
           LABEL RECORDS ARE STANDARD.
           COPY PENDREC.

       FD  OLDTXN
           LABEL RECORDS ARE STANDARD.
       01  OLD-STUDTXN-RECORD.
           05  OT-DATA                  PIC X(78).
           05  FILLER                   PIC X(2).

       FD  NEWTXN
           LABEL RECORDS ARE STANDARD.
           COPY STUDTXN.

       FD  OLDXREF
           LABEL RECORDS ARE STANDARD.
       01  OLD-XREF-RECORD.
           05  OX-OLD-ID                PIC 9(6).
           05  OX-NEW-ID                PIC 9(6).
           05  OX-APPLIED-DATE          PIC 9(8).
           05  FILLER                   PIC X(20).

       FD  NEWXREF
           LABEL RECORDS ARE STANDARD.
           COPY XREFREC.

       FD  OLDALIAS
           LABEL RECORDS ARE STANDARD.
       01  OLD-ALIAS-RECORD.
           05  ON-FORMER-NAME           PIC X(15).
           05  ON-STUDENT-ID            PIC 9(6).
           05  ON-END-DATE              PIC 9(8).
           05  ON-SOURCE                PIC X(1).
           05  FILLER                   PIC X(10).

       FD  NEWALIAS
           LABEL RECORDS ARE STANDARD.
           COPY ALIASREC.

       FD  OLDRSLT
           LABEL RECORDS ARE STANDARD.
       01  OLD-RESULT-RECORD.
           05  OR-STUDENT-ID            PIC 9(6).
           05  OR-RUN-DATE              PIC 9(8).
           05  OR-DATA                  PIC X(53).
           05  FILLER                   PIC X(13).

       FD  NEWRSLT
           LABEL RECORDS ARE STANDARD.
           COPY RSLTREC.

       FD  OLDAPLD
           LABEL RECORDS ARE STANDARD.
       01  OLD-APPLIED-RECORD.
           05  OD-STUDENT-ID            PIC 9(6).
           05  OD-FIRST-APPLIED         PIC 9(8).
           05  OD-LAST-APPLIED          PIC 9(8).
           05  FILLER                   PIC X(18).

       FD  NEWAPLD
           LABEL RECORDS ARE STANDARD.
           COPY APLDREC.

      *    the old 90-byte audit row is the new row less the campus
      *    and filler at its tail; trailers share the same shape.
       FD  OLDTRAIL
           LABEL RECORDS ARE STANDARD.
       01  OLD-AUDIT-RECORD.
           05  OA-SUBPROGRAM            PIC X(8).
           05  FILLER                   PIC X(82).

       FD  NEWTRAIL
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-OLDMAST-STATUS        PIC X(2) VALUE '00'.
             88  OLDMAST-OK                       VALUE '00'.
           05  WS-NEWMAST-STATUS        PIC X(2) VALUE '00'.
             88  NEWMAST-OK                       VALUE '00'.
           05  WS-OLDJRNL-STATUS        PIC X(2) VALUE '00'.
             88  OLDJRNL-OK                       VALUE '00'.
           05  WS-NEWJRNL-STATUS        PIC X(2) VALUE '00'.
             88  NEWJRNL-OK                       VALUE '00'.
           05  WS-OLDPEND-STATUS        PIC X(2) VALUE '00'.
             88  OLDPEND-OK                       VALUE '00'.
           05  WS-NEWPEND-STATUS        PIC X(2) VALUE '00'.
             88  NEWPEND-OK                       VALUE '00'.
           05  WS-OLDTXN-STATUS         PIC X(2) VALUE '00'.
             88  OLDTXN-OK                        VALUE '00'.
           05  WS-NEWTXN-STATUS         PIC X(2) VALUE '00'.
             88  NEWTXN-OK                        VALUE '00'.
           05  WS-OLDXREF-STATUS        PIC X(2) VALUE '00'.
             88  OLDXREF-OK                       VALUE '00'.
           05  WS-NEWXREF-STATUS        PIC X(2) VALUE '00'.
             88  NEWXREF-OK                       VALUE '00'.
           05  WS-OLDALIAS-STATUS       PIC X(2) VALUE '00'.
             88  OLDALIAS-OK                      VALUE '00'.
           05  WS-NEWALIAS-STATUS       PIC X(2) VALUE '00'.
             88  NEWALIAS-OK                      VALUE '00'.
           05  WS-OLDRSLT-STATUS        PIC X(2) VALUE '00'.
             88  OLDRSLT-OK                       VALUE '00'.
           05  WS-NEWRSLT-STATUS        PIC X(2) VALUE '00'.
             88  NEWRSLT-OK                       VALUE '00'.
           05  WS-OLDAPLD-STATUS        PIC X(2) VALUE '00'.
             88  OLDAPLD-OK                       VALUE '00'.
           05  WS-NEWAPLD-STATUS        PIC X(2) VALUE '00'.
             88  NEWAPLD-OK                       VALUE '00'.
           05  WS-OLDTRAIL-STATUS       PIC X(2) VALUE '00'.
             88  OLDTRAIL-OK                      VALUE '00'.
           05  WS-NEWTRAIL-STATUS       PIC X(2) VALUE '00'.
             88  NEWTRAIL-OK                      VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-FILE                       VALUE 'Y'.

       01  WS-CONVERT-WORK.
           05  WS-FILE-LABEL            PIC X(20).
           05  WS-OLD-IMAGE             PIC X(66).
           05  WS-NEW-IMAGE.
               10  NI-CAMPUS-ID         PIC X(8).
               10  NI-REST              PIC X(66).

       01  WS-CONVERT-COUNTERS.
           05  WS-ROWS-READ             PIC 9(7) VALUE 0.
           05  WS-ROWS-WRITTEN          PIC 9(7) VALUE 0.
           05  WS-FILES-CONVERTED       PIC 9(2) VALUE 0.
           05  WS-FILES-SKIPPED         PIC 9(2) VALUE 0.
           05  WS-FILES-FAILED          PIC 9(2) VALUE 0.

       COPY CAMPWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           DISPLAY 'CAMPUS KEY CONVERSION - HOME CAMPUS '
               WS-HOME-CAMPUS
           DISPLAY '----------------------------------------------'

           PERFORM 1000-CONVERT-MASTER
           PERFORM 1100-CONVERT-JOURNAL
           PERFORM 1200-CONVERT-PENDING
           PERFORM 1300-CONVERT-STUDTXN
           PERFORM 1400-CONVERT-XREF
           PERFORM 1500-CONVERT-ALIAS
           PERFORM 1600-CONVERT-RESULTS
           PERFORM 1700-CONVERT-APPLIED
           PERFORM 1800-CONVERT-AUDIT

           PERFORM 9000-END-OF-JOB

           STOP RUN.

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
                               MOVE WS-HOME-CAMPUS TO SM-CAMPUS-ID
                               MOVE OLD-MASTER-RECORD
                                 TO STUDMSTR-RECORD(9:66)
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

       1200-CONVERT-PENDING.

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
                                 TO PENDING-RECORD(1:109)
                               MOVE WS-HOME-CAMPUS TO PD-CAMPUS-ID
                               WRITE PENDING-RECORD
                               ADD 1 TO WS-ROWS-WRITTEN
                       END-READ
                   END-PERFORM
                   CLOSE NEWPEND
                   PERFORM 8300-REPORT-CONVERTED
               END-IF
               CLOSE OLDPEND
           END-IF.

       1300-CONVERT-STUDTXN.

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
                                 TO STUDTXN-RECORD(1:78)
                               MOVE WS-HOME-CAMPUS TO TX-CAMPUS-ID
                               WRITE STUDTXN-RECORD
                               ADD 1 TO WS-ROWS-WRITTEN
                       END-READ
                   END-PERFORM
                   CLOSE NEWTXN
                   PERFORM 8300-REPORT-CONVERTED
               END-IF
               CLOSE OLDTXN
           END-IF.

       1400-CONVERT-XREF.

      *    a single campus keeps the unload's id order, so the
      *    converted file reloads the reshaped cluster as it is.
           MOVE 'ID CROSS-REFERENCE' TO WS-FILE-LABEL
           PERFORM 8000-RESET-COUNTS
           OPEN INPUT OLDXREF
           IF NOT OLDXREF-OK
               PERFORM 8100-REPORT-SKIPPED
           ELSE
               OPEN OUTPUT NEWXREF
               IF NOT NEWXREF-OK
                   PERFORM 8200-REPORT-FAILED
               ELSE
                   PERFORM UNTIL WS-END-OF-FILE
                       READ OLDXREF
                           AT END
                               SET WS-END-OF-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-ROWS-READ
                               MOVE SPACES TO XREF-RECORD
                               MOVE WS-HOME-CAMPUS TO XR-CAMPUS-ID
                               MOVE OX-OLD-ID       TO XR-OLD-ID
                               MOVE OX-NEW-ID       TO XR-NEW-ID
                               MOVE OX-APPLIED-DATE
                                 TO XR-APPLIED-DATE
                               WRITE XREF-RECORD
                               ADD 1 TO WS-ROWS-WRITTEN
                       END-READ
                   END-PERFORM
                   CLOSE NEWXREF
                   PERFORM 8300-REPORT-CONVERTED
               END-IF
               CLOSE OLDXREF
           END-IF.

       1500-CONVERT-ALIAS.

           MOVE 'FORMER-NAME ALIAS' TO WS-FILE-LABEL
           PERFORM 8000-RESET-COUNTS
           OPEN INPUT OLDALIAS
           IF NOT OLDALIAS-OK
               PERFORM 8100-REPORT-SKIPPED
           ELSE
               OPEN OUTPUT NEWALIAS
               IF NOT NEWALIAS-OK
                   PERFORM 8200-REPORT-FAILED
               ELSE
                   PERFORM UNTIL WS-END-OF-FILE
                       READ OLDALIAS
                           AT END
                               SET WS-END-OF-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-ROWS-READ
                               MOVE SPACES TO NAME-ALIAS-RECORD
                               MOVE ON-FORMER-NAME TO NA-FORMER-NAME
                               MOVE WS-HOME-CAMPUS TO NA-CAMPUS-ID
                               MOVE ON-STUDENT-ID  TO NA-STUDENT-ID
                               MOVE ON-END-DATE    TO NA-END-DATE
                               MOVE ON-SOURCE      TO NA-SOURCE
                               WRITE NAME-ALIAS-RECORD
                               ADD 1 TO WS-ROWS-WRITTEN
                       END-READ
                   END-PERFORM
                   CLOSE NEWALIAS
                   PERFORM 8300-REPORT-CONVERTED
               END-IF
               CLOSE OLDALIAS
           END-IF.

       1600-CONVERT-RESULTS.

           MOVE 'NIGHT RESULTS' TO WS-FILE-LABEL
           PERFORM 8000-RESET-COUNTS
           OPEN INPUT OLDRSLT
           IF NOT OLDRSLT-OK
               PERFORM 8100-REPORT-SKIPPED
           ELSE
               OPEN OUTPUT NEWRSLT
               IF NOT NEWRSLT-OK
                   PERFORM 8200-REPORT-FAILED
               ELSE
                   PERFORM UNTIL WS-END-OF-FILE
                       READ OLDRSLT
                           AT END
                               SET WS-END-OF-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-ROWS-READ
                               MOVE SPACES TO NIGHT-RESULT-RECORD
                               MOVE WS-HOME-CAMPUS TO RN-CAMPUS-ID
                               MOVE OR-STUDENT-ID  TO RN-STUDENT-ID
                               MOVE OR-RUN-DATE    TO RN-RUN-DATE
                               MOVE OR-DATA
                                 TO NIGHT-RESULT-RECORD(23:53)
                               WRITE NIGHT-RESULT-RECORD
                               ADD 1 TO WS-ROWS-WRITTEN
                       END-READ
                   END-PERFORM
                   CLOSE NEWRSLT
                   PERFORM 8300-REPORT-CONVERTED
               END-IF
               CLOSE OLDRSLT
           END-IF.

       1700-CONVERT-APPLIED.

           MOVE 'APPLIED MARKERS' TO WS-FILE-LABEL
           PERFORM 8000-RESET-COUNTS
           OPEN INPUT OLDAPLD
           IF NOT OLDAPLD-OK
               PERFORM 8100-REPORT-SKIPPED
           ELSE
               OPEN OUTPUT NEWAPLD
               IF NOT NEWAPLD-OK
                   PERFORM 8200-REPORT-FAILED
               ELSE
                   PERFORM UNTIL WS-END-OF-FILE
                       READ OLDAPLD
                           AT END
                               SET WS-END-OF-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-ROWS-READ
                               MOVE SPACES TO APPLIED-MARK-RECORD
                               MOVE WS-HOME-CAMPUS TO AD-CAMPUS-ID
                               MOVE OD-STUDENT-ID  TO AD-STUDENT-ID
                               MOVE OD-FIRST-APPLIED
                                 TO AD-FIRST-APPLIED
                               MOVE OD-LAST-APPLIED
                                 TO AD-LAST-APPLIED
                               WRITE APPLIED-MARK-RECORD
                               ADD 1 TO WS-ROWS-WRITTEN
                       END-READ
                   END-PERFORM
                   CLOSE NEWAPLD
                   PERFORM 8300-REPORT-CONVERTED
               END-IF
               CLOSE OLDAPLD
           END-IF.

       1800-CONVERT-AUDIT.

           MOVE 'AUDIT ARCHIVE' TO WS-FILE-LABEL
           PERFORM 8000-RESET-COUNTS
           OPEN INPUT OLDTRAIL
           IF NOT OLDTRAIL-OK
               PERFORM 8100-REPORT-SKIPPED
           ELSE
               OPEN OUTPUT NEWTRAIL
               IF NOT NEWTRAIL-OK
                   PERFORM 8200-REPORT-FAILED
               ELSE
                   PERFORM UNTIL WS-END-OF-FILE
                       READ OLDTRAIL
                           AT END
                               SET WS-END-OF-FILE TO TRUE
                           NOT AT END
                               ADD 1 TO WS-ROWS-READ
                               PERFORM 2800-CONVERT-AUDIT-ROW
                       END-READ
                   END-PERFORM
                   CLOSE NEWTRAIL
                   PERFORM 8300-REPORT-CONVERTED
               END-IF
               CLOSE OLDTRAIL
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
               MOVE WS-HOME-CAMPUS TO NI-CAMPUS-ID
               MOVE WS-OLD-IMAGE   TO NI-REST
           END-IF.

       2800-CONVERT-AUDIT-ROW.

           MOVE SPACES TO AUDITOUT-RECORD
           MOVE OLD-AUDIT-RECORD TO AUDITOUT-RECORD(1:90)
           IF OA-SUBPROGRAM NOT = 'AUDTRLR '
               MOVE WS-HOME-CAMPUS TO AR-CAMPUS-ID
           END-IF
           WRITE AUDITOUT-RECORD
           ADD 1 TO WS-ROWS-WRITTEN.

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

       END PROGRAM CAMPCONV.
