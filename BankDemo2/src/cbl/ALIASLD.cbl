       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALIASLD.
      *
      *    CHANGE LOG
      *    ----------
      *    One-time seed of the former-name alias file.  STUDMNT and
      *    MSTRLOCK record a former name as each change applies (see
      *    ALIASREC.cpy), but every name change made before that
      *    lives only in the maintenance journal.  This utility
      *    walks MNTJRNL, takes each applied change whose before-
      *    and after-images carry different names, and loads the
      *    before-image name as an alias of the student id, ended
      *    on the journal date.  The same name changed away from
      *    more than once keeps its latest date.  A row already on
      *    the alias file (written by maintenance since cutover) is
      *    left as it is.  Run once (see BANKALS.jcl).
      *    The journal images now lead with the campus (see
      *    STUDMSTR.cpy), and the alias key is name + campus + id;
      *    each alias is loaded under the before-image's campus, a
      *    blank one as the home campus.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MNTJRNL ASSIGN TO 'MNTJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNTJRNL-STATUS.

           SELECT NAMEALS ASSIGN TO 'NAMEALS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NA-ALIAS-KEY
               FILE STATUS IS WS-NAMEALS-STATUS.

           SELECT ALIASSRT ASSIGN TO 'ALIASSRT'.

       DATA DIVISION.
       FILE SECTION.
       FD  MNTJRNL
           LABEL RECORDS ARE STANDARD.
           COPY MNTJRNL.

       FD  NAMEALS
           LABEL RECORDS ARE STANDARD.
           COPY ALIASREC.

       SD  ALIASSRT.
       01  SD-ALIAS-RECORD.
           05  SD-FORMER-NAME           PIC X(15).
           05  SD-CAMPUS-ID             PIC X(8).
           05  SD-STUDENT-ID            PIC 9(6).
           05  SD-END-DATE              PIC 9(8).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-MNTJRNL-STATUS        PIC X(2) VALUE '00'.
             88  MNTJRNL-OK                       VALUE '00'.
           05  WS-NAMEALS-STATUS        PIC X(2) VALUE '00'.
             88  NAMEALS-OK                       VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-FILE                       VALUE 'Y'.

      *    the master-record images the journal carries, field by
      *    field (see STUDMSTR.cpy).
       01  WS-BEFORE-IMAGE.
           05  BI-CAMPUS-ID             PIC X(8).
           05  BI-STUDENT-ID            PIC X(6).
           05  BI-STUDENT-NAME          PIC X(15).
           05  FILLER                   PIC X(45).

       01  WS-AFTER-IMAGE.
           05  AI-CAMPUS-ID             PIC X(8).
           05  AI-STUDENT-ID            PIC X(6).
           05  AI-STUDENT-NAME          PIC X(15).
           05  FILLER                   PIC X(45).

       01  WS-HELD-ALIAS.
           05  WS-HELD-SW               PIC X(1) VALUE 'N'.
             88  WS-ALIAS-HELD                    VALUE 'Y'.
           05  WS-HELD-NAME             PIC X(15).
           05  WS-HELD-CAMPUS           PIC X(8).
           05  WS-HELD-ID               PIC 9(6).
           05  WS-HELD-DATE             PIC 9(8).

       01  WS-LOAD-COUNTERS.
           05  WS-ROWS-READ             PIC 9(7) VALUE 0.
           05  WS-CHANGES-FOUND         PIC 9(7) VALUE 0.
           05  WS-ALIASES-LOADED        PIC 9(7) VALUE 0.
           05  WS-ALIASES-KEPT          PIC 9(7) VALUE 0.
           05  WS-ALIASES-FAILED        PIC 9(7) VALUE 0.

       COPY CAMPWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.

      *    I-O keeps whatever maintenance has written since cutover;
      *    a never-loaded cluster only opens for OUTPUT.
           OPEN I-O NAMEALS
           IF NOT NAMEALS-OK
               OPEN OUTPUT NAMEALS
           END-IF
           IF NOT NAMEALS-OK
               DISPLAY 'NAME-ALIAS FILE WILL NOT OPEN - STATUS '
                   WS-NAMEALS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SORT ALIASSRT
               ON ASCENDING KEY SD-FORMER-NAME
                                SD-CAMPUS-ID
                                SD-STUDENT-ID
                                SD-END-DATE
               INPUT PROCEDURE IS 1000-RELEASE-NAME-CHANGES
               OUTPUT PROCEDURE IS 2000-LOAD-ALIASES

           CLOSE NAMEALS

           PERFORM 9000-END-OF-JOB

           STOP RUN.

       1000-RELEASE-NAME-CHANGES.

           OPEN INPUT MNTJRNL
           IF NOT MNTJRNL-OK
               DISPLAY 'MAINTENANCE JOURNAL NOT AVAILABLE - NOTHING '
                   'TO SEED'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ MNTJRNL
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       PERFORM 1100-CHECK-ONE-ROW
               END-READ
           END-PERFORM
           IF MNTJRNL-OK OR WS-MNTJRNL-STATUS = '10'
               CLOSE MNTJRNL
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH.

       1100-CHECK-ONE-ROW.

      *    only a change carries both images - an add has no
      *    before-name and a delete leaves no student to point at.
           MOVE MJ-BEFORE-IMAGE TO WS-BEFORE-IMAGE
           MOVE MJ-AFTER-IMAGE  TO WS-AFTER-IMAGE
           IF MJ-ACTION = 'C'
               AND BI-STUDENT-ID IS NUMERIC
               AND BI-STUDENT-NAME NOT = SPACES
               AND AI-STUDENT-NAME NOT = SPACES
               AND BI-STUDENT-NAME NOT = AI-STUDENT-NAME
               ADD 1 TO WS-CHANGES-FOUND
               MOVE BI-STUDENT-NAME TO SD-FORMER-NAME
               MOVE BI-CAMPUS-ID    TO SD-CAMPUS-ID
               IF SD-CAMPUS-ID = SPACES
                   MOVE WS-HOME-CAMPUS TO SD-CAMPUS-ID
               END-IF
               MOVE BI-STUDENT-ID   TO SD-STUDENT-ID
               MOVE MJ-DATE         TO SD-END-DATE
               RELEASE SD-ALIAS-RECORD
           END-IF.

       2000-LOAD-ALIASES.

      *    rows arrive by name, campus, id, date - hold each key
      *    until the next one shows up so only its latest date is
      *    loaded.
           PERFORM UNTIL WS-END-OF-FILE
               RETURN ALIASSRT
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-ALIAS-HELD
                           AND (SD-FORMER-NAME NOT = WS-HELD-NAME
                                OR SD-CAMPUS-ID NOT = WS-HELD-CAMPUS
                                OR SD-STUDENT-ID NOT = WS-HELD-ID)
                           PERFORM 2100-WRITE-HELD-ALIAS
                       END-IF
                       SET WS-ALIAS-HELD TO TRUE
                       MOVE SD-FORMER-NAME TO WS-HELD-NAME
                       MOVE SD-CAMPUS-ID   TO WS-HELD-CAMPUS
                       MOVE SD-STUDENT-ID  TO WS-HELD-ID
                       MOVE SD-END-DATE    TO WS-HELD-DATE
               END-RETURN
           END-PERFORM
           IF WS-ALIAS-HELD
               PERFORM 2100-WRITE-HELD-ALIAS
           END-IF.

       2100-WRITE-HELD-ALIAS.

           MOVE SPACES       TO NAME-ALIAS-RECORD
           MOVE WS-HELD-NAME   TO NA-FORMER-NAME
           MOVE WS-HELD-CAMPUS TO NA-CAMPUS-ID
           MOVE WS-HELD-ID     TO NA-STUDENT-ID
           MOVE WS-HELD-DATE   TO NA-END-DATE
           SET NA-FROM-JOURNAL TO TRUE
           WRITE NAME-ALIAS-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           EVALUATE TRUE
               WHEN NAMEALS-OK
                   ADD 1 TO WS-ALIASES-LOADED
               WHEN WS-NAMEALS-STATUS = '22'
                   ADD 1 TO WS-ALIASES-KEPT
               WHEN OTHER
                   ADD 1 TO WS-ALIASES-FAILED
                   DISPLAY 'ALIAS ' WS-HELD-NAME ' FOR ' WS-HELD-CAMPUS
                   ' ' WS-HELD-ID
                       ' NOT LOADED - STATUS ' WS-NAMEALS-STATUS
           END-EVALUATE.

       9000-END-OF-JOB.

           DISPLAY 'NAME-ALIAS SEED FROM MAINTENANCE JOURNAL'
           DISPLAY '  JOURNAL ROWS READ     : ' WS-ROWS-READ
           DISPLAY '  NAME CHANGES FOUND    : ' WS-CHANGES-FOUND
           DISPLAY '  ALIASES LOADED        : ' WS-ALIASES-LOADED
           DISPLAY '  ALREADY ON FILE, KEPT : ' WS-ALIASES-KEPT
           DISPLAY '  NOT LOADED            : ' WS-ALIASES-FAILED

           IF WS-ALIASES-FAILED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM ALIASLD.
