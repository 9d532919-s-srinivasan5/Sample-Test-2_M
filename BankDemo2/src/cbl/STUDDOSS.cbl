       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDDOSS.
      *
      *    CHANGE LOG
      *    ----------
      *    Per-student records dossier.  Answering "what do you hold
      *    on me" meant running AUDINQ, looking the id up on the
      *    nightly-results file, searching the maintenance journal,
      *    checking the cross-reference and the exception cases and
      *    pulling old registrar and subscriber files by hand, then
      *    pasting the pieces together.  This program reads a
      *    request file (see DOSSREQ.cpy) of a student id and/or a
      *    name, resolves every id that person has held - the name
      *    on the master's name path and the former-name alias file,
      *    then the id cross-reference followed in both directions
      *    until no new id turns up - and prints one consolidated
      *    dossier per request: the ids and the renumberings that
      *    link them, the current master rows, former names, every
      *    archived audit row (through the archive index, as AUDINQ
      *    does), every maintenance journal entry with its maker and
      *    checker, the exception case history, the nightly results
      *    and every registrar and subscriber transmission on the
      *    REGHIST / SUBHIST concatenations that carried one of the
      *    ids.  The listing goes to SYSOUT for RPTCAPT to retain
      *    under its own report id (see BANKDOSS.jcl).  A source
      *    that will not open is named in the dossier and ends the
      *    step RC=4 so an incomplete dossier is never mistaken for
      *    a complete one.
      *    Ids are only unique within a campus now, so a request
      *    names the campus its id was issued by (blank is the home
      *    campus) and the whole dossier is that campus's: a name
      *    match on another campus is another student and is left
      *    out, renumberings are followed within the campus, and
      *    each section counts only rows carrying the campus (a
      *    blank campus on an older row is the home campus).
      *    A duplicate-person merge shows as MERGE in the journal
      *    section, and a merge detail on the registrar or a
      *    subscriber feed is marked as one (see MRGNOTE.cpy).
      *    The journal section names the dormant archive's moves:
      *    ARCHIVED for a row the annual archive took off the master and
      *    REINSTATED for one the nightly lookup put back.  The images
      *    are 79 bytes with the last-seen date.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT DOSSREQ ASSIGN TO 'DOSSREQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DOSSREQ-STATUS.

           SELECT STUDMSTR ASSIGN TO 'STUDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-KEY
               ALTERNATE RECORD KEY IS SM-STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDMSTR-STATUS.

           SELECT NAMEALS ASSIGN TO 'NAMEALS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NA-ALIAS-KEY
               FILE STATUS IS WS-NAMEALS-STATUS.

           SELECT XREFFILE ASSIGN TO 'XREFFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-OLD-KEY
               FILE STATUS IS WS-XREFFILE-STATUS.

           SELECT RSLTFILE ASSIGN TO 'RSLTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-KEY
               FILE STATUS IS WS-RSLTFILE-STATUS.

           SELECT ARCHIN ASSIGN TO 'ARCHIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIN-STATUS.

           SELECT AUDINDEX ASSIGN TO 'AUDINDEX'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDINDEX-STATUS.

           SELECT MNTJRNL ASSIGN TO 'MNTJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNTJRNL-STATUS.

           SELECT CASEFILE ASSIGN TO 'CASEFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CASEFILE-STATUS.

           SELECT REGHIST ASSIGN TO 'REGHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGHIST-STATUS.

           SELECT SUBHIST ASSIGN TO 'SUBHIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUBHIST-STATUS.

           SELECT STEPLOG ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  DOSSREQ
           LABEL RECORDS ARE STANDARD.
           COPY DOSSREQ.

       FD  STUDMSTR
           LABEL RECORDS ARE STANDARD.
           COPY STUDMSTR.

       FD  NAMEALS
           LABEL RECORDS ARE STANDARD.
           COPY ALIASREC.

       FD  XREFFILE
           LABEL RECORDS ARE STANDARD.
           COPY XREFREC.

       FD  RSLTFILE
           LABEL RECORDS ARE STANDARD.
           COPY RSLTREC.

       FD  ARCHIN
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       FD  AUDINDEX
           LABEL RECORDS ARE STANDARD.
           COPY AUDIDXR.

       FD  MNTJRNL
           LABEL RECORDS ARE STANDARD.
           COPY MNTJRNL.

       FD  CASEFILE
           LABEL RECORDS ARE STANDARD.
           COPY CASEREC.

       FD  REGHIST
           LABEL RECORDS ARE STANDARD.
           COPY REGREC.

       FD  SUBHIST
           LABEL RECORDS ARE STANDARD.
           COPY SUBREC.

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
             88  RUNCTL-OK                        VALUE '00'.
           05  WS-DOSSREQ-STATUS        PIC X(2) VALUE '00'.
             88  DOSSREQ-OK                       VALUE '00'.
           05  WS-STUDMSTR-STATUS       PIC X(2) VALUE '00'.
             88  STUDMSTR-OK                      VALUE '00'.
           05  WS-NAMEALS-STATUS        PIC X(2) VALUE '00'.
             88  NAMEALS-OK                       VALUE '00'.
           05  WS-XREFFILE-STATUS       PIC X(2) VALUE '00'.
             88  XREFFILE-OK                      VALUE '00'.
           05  WS-RSLTFILE-STATUS       PIC X(2) VALUE '00'.
             88  RSLTFILE-OK                      VALUE '00'.
           05  WS-ARCHIN-STATUS         PIC X(2) VALUE '00'.
             88  ARCHIN-OK                        VALUE '00'.
           05  WS-AUDINDEX-STATUS       PIC X(2) VALUE '00'.
             88  AUDINDEX-OK                      VALUE '00'.
           05  WS-MNTJRNL-STATUS        PIC X(2) VALUE '00'.
             88  MNTJRNL-OK                       VALUE '00'.
           05  WS-CASEFILE-STATUS       PIC X(2) VALUE '00'.
             88  CASEFILE-OK                      VALUE '00'.
           05  WS-REGHIST-STATUS        PIC X(2) VALUE '00'.
             88  REGHIST-OK                       VALUE '00'.
           05  WS-SUBHIST-STATUS        PIC X(2) VALUE '00'.
             88  SUBHIST-OK                       VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-FILE                       VALUE 'Y'.

      *    the keyed files stay open across every request; one that
      *    will not open leaves its part of each dossier incomplete.
       01  WS-KEYED-FILE-SWITCHES.
           05  WS-ALIAS-OPEN-SW         PIC X(1) VALUE 'N'.
             88  WS-ALIAS-OPEN                    VALUE 'Y'.
           05  WS-XREF-OPEN-SW          PIC X(1) VALUE 'N'.
             88  WS-XREF-OPEN                     VALUE 'Y'.
           05  WS-RESULTS-OPEN-SW       PIC X(1) VALUE 'N'.
             88  WS-RESULTS-OPEN                  VALUE 'Y'.

       01  WS-RUN-DATE                  PIC 9(8) VALUE 0.

       01  WS-REQUEST-TABLE.
           05  WS-REQUEST-COUNT         PIC 9(3) VALUE 0.
           05  WS-REQUEST-ENTRY         OCCURS 20 TIMES.
               10  WS-REQ-STUDENT-ID    PIC X(6).
               10  WS-REQ-STUDENT-NAME  PIC X(15).
               10  WS-REQ-REQUESTED-BY  PIC X(8).
               10  WS-REQ-CAMPUS-ID     PIC X(8).

       01  WS-REQ-IDX                   PIC 9(3) COMP.

      *    every id the requested person has held, and how it was
      *    found - the request itself, a name on the master, a
      *    former name, or a renumbering on the cross-reference.
       01  WS-ID-SET.
           05  WS-ID-COUNT              PIC 9(3) VALUE 0.
           05  WS-ID-ENTRY              OCCURS 50 TIMES.
               10  WS-SET-ID            PIC 9(6).
               10  WS-SET-SOURCE        PIC X(13).

       01  WS-ID-WORK.
           05  WS-ID-IDX                PIC 9(3) COMP.
           05  WS-CAND-ID               PIC 9(6).
           05  WS-CAND-SOURCE           PIC X(13).
           05  WS-CHECK-ID              PIC 9(6).
           05  WS-IN-SET-SW             PIC X(1).
             88  WS-IN-SET                        VALUE 'Y'.
           05  WS-ID-ADDED-SW           PIC X(1).
             88  WS-ID-ADDED                      VALUE 'Y'.
           05  WS-ID-OVERFLOW-SW        PIC X(1) VALUE 'N'.
             88  WS-ID-OVERFLOW                   VALUE 'Y'.
           05  WS-REQUEST-NAME          PIC X(15).
           05  WS-REQUEST-ID            PIC 9(6).
           05  WS-DOSS-CAMPUS           PIC X(8).
           05  WS-CHECK-CAMPUS          PIC X(8).
           05  WS-CAMPUS-MATCH-SW       PIC X(1).
             88  WS-CAMPUS-MATCH                  VALUE 'Y'.

      *    the cross-reference rows that link the ids - collected on
      *    the last pass of the walk, when the set has stopped
      *    growing and so every link between its ids is seen.
       01  WS-LINK-TABLE.
           05  WS-LINK-COUNT            PIC 9(3) VALUE 0.
           05  WS-LINK-ENTRY            OCCURS 50 TIMES.
               10  WS-LINK-OLD-ID       PIC 9(6).
               10  WS-LINK-NEW-ID       PIC 9(6).
               10  WS-LINK-DATE         PIC 9(8).

       01  WS-LINK-IDX                  PIC 9(3) COMP.

      *    the run dates the archive index places the ids in - any
      *    archive row from another run is skipped unread.
       01  WS-INDEX-CONTROL.
           05  WS-INDEX-LOADED-SW       PIC X(1) VALUE 'N'.
             88  WS-INDEX-LOADED                  VALUE 'Y'.
           05  WS-DATE-COUNT            PIC 9(3) VALUE 0.
           05  WS-DATE-FILTER           PIC 9(8)
               OCCURS 500 TIMES.
           05  WS-DATE-IDX              PIC 9(3) COMP.
           05  WS-DATE-HIT-SW           PIC X(1).
             88  WS-DATE-HIT                      VALUE 'Y'.
           05  WS-ID-IXHITS             PIC 9(5)
               OCCURS 50 TIMES.

      *    the master-record images the journal carries, field by
      *    field (see STUDMSTR.cpy).
       01  WS-BEFORE-IMAGE.
           05  BI-CAMPUS-ID             PIC X(8).
           05  BI-STUDENT-ID            PIC X(6).
           05  BI-STUDENT-NAME          PIC X(15).
           05  FILLER                   PIC X(50).

       01  WS-AFTER-IMAGE.
           05  AI-CAMPUS-ID             PIC X(8).
           05  AI-STUDENT-ID            PIC X(6).
           05  AI-STUDENT-NAME          PIC X(15).
           05  FILLER                   PIC X(50).

       01  WS-PRINT-FIELDS.
           05  WS-STATUS-DATE           PIC 9(8).
           05  WS-ACTION-TEXT           PIC X(10).
           05  WS-CHECKER               PIC X(8).
           05  WS-CASE-TEXT             PIC X(6).
           05  WS-ALIAS-SOURCE-TEXT     PIC X(11).
           05  WS-FEED-RUN-DATE         PIC 9(8) VALUE 0.
           05  WS-FEED-SUBSCRIBER       PIC X(8) VALUE SPACES.
           05  WS-RESULT-DONE-SW        PIC X(1).
             88  WS-RESULT-DONE                   VALUE 'Y'.
           05  WS-BROWSE-DONE-SW        PIC X(1).
             88  WS-BROWSE-DONE                   VALUE 'Y'.

       01  WS-SECTION-COUNT             PIC 9(7) VALUE 0.

       01  WS-DOSSIER-COUNTERS.
           05  WS-DOSSIERS-PRINTED      PIC 9(5) VALUE 0.
           05  WS-REQUESTS-UNRESOLVED   PIC 9(5) VALUE 0.
           05  WS-SOURCES-MISSING       PIC 9(5) VALUE 0.

       COPY CAMPWS.

       COPY STEPTMWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 9150-NOTE-STEP-START

           PERFORM 0100-READ-RUNCTL
           PERFORM 1000-LOAD-REQUESTS

           OPEN INPUT STUDMSTR
           IF NOT STUDMSTR-OK
               DISPLAY 'STUDENT MASTER WILL NOT OPEN - STATUS '
                   WS-STUDMSTR-STATUS ' - NO DOSSIER PRODUCED'
               MOVE 8 TO RETURN-CODE
               PERFORM 9100-WRITE-STEPLOG
               STOP RUN
           END-IF
           PERFORM 0200-OPEN-KEYED-FILES

           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQUEST-COUNT
               PERFORM 2000-PRODUCE-DOSSIER
           END-PERFORM

           CLOSE STUDMSTR
           IF WS-ALIAS-OPEN
               CLOSE NAMEALS
           END-IF
           IF WS-XREF-OPEN
               CLOSE XREFFILE
           END-IF
           IF WS-RESULTS-OPEN
               CLOSE RSLTFILE
           END-IF

           PERFORM 9000-END-OF-JOB

           STOP RUN.

       0100-READ-RUNCTL.

           OPEN INPUT RUNCTL
           IF RUNCTL-OK
               READ RUNCTL
                   AT END
                       DISPLAY 'RUNCTL EMPTY - NO RUN STAMP'
               END-READ
           END-IF
           IF RUNCTL-OK
               MOVE RC-RUN-YEAR  TO WS-RUN-DATE(1:4)
               MOVE RC-RUN-MONTH TO WS-RUN-DATE(5:2)
               MOVE RC-RUN-DAY   TO WS-RUN-DATE(7:2)
               CLOSE RUNCTL
           ELSE
               DISPLAY 'RUNCTL NOT AVAILABLE - NO RUN STAMP'
           END-IF.

       0200-OPEN-KEYED-FILES.

           OPEN INPUT NAMEALS
           IF NAMEALS-OK
               SET WS-ALIAS-OPEN TO TRUE
           END-IF
           OPEN INPUT XREFFILE
           IF XREFFILE-OK
               SET WS-XREF-OPEN TO TRUE
           END-IF
           OPEN INPUT RSLTFILE
           IF RSLTFILE-OK
               SET WS-RESULTS-OPEN TO TRUE
           END-IF.

       1000-LOAD-REQUESTS.

           OPEN INPUT DOSSREQ
           IF NOT DOSSREQ-OK
               DISPLAY 'DOSSIER REQUEST FILE NOT AVAILABLE - STATUS '
                   WS-DOSSREQ-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM 9100-WRITE-STEPLOG
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ DOSSREQ
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 1100-STORE-REQUEST
               END-READ
           END-PERFORM
           CLOSE DOSSREQ
           MOVE 'N' TO WS-EOF-SWITCH.

       1100-STORE-REQUEST.

           IF WS-REQUEST-COUNT < 20
               ADD 1 TO WS-REQUEST-COUNT
               MOVE DQ-STUDENT-ID
                 TO WS-REQ-STUDENT-ID(WS-REQUEST-COUNT)
               MOVE DQ-STUDENT-NAME
                 TO WS-REQ-STUDENT-NAME(WS-REQUEST-COUNT)
               MOVE DQ-REQUESTED-BY
                 TO WS-REQ-REQUESTED-BY(WS-REQUEST-COUNT)
               MOVE DQ-CAMPUS-ID
                 TO WS-REQ-CAMPUS-ID(WS-REQUEST-COUNT)
               IF WS-REQ-CAMPUS-ID(WS-REQUEST-COUNT) = SPACES
                   MOVE WS-HOME-CAMPUS
                     TO WS-REQ-CAMPUS-ID(WS-REQUEST-COUNT)
               END-IF
           ELSE
               DISPLAY 'REQUEST LIMIT (20) REACHED - IGNORED : '
                   DQ-STUDENT-ID ' ' DQ-STUDENT-NAME
           END-IF.

       2000-PRODUCE-DOSSIER.

           DISPLAY '================================================'
               '================================'
           DISPLAY 'STUDENT RECORDS DOSSIER          PRODUCED FOR RUN '
               WS-RUN-DATE
           DISPLAY 'REQUESTED ID : ' WS-REQ-STUDENT-ID(WS-REQ-IDX)
               '   NAME : ' WS-REQ-STUDENT-NAME(WS-REQ-IDX)
               '   BY : ' WS-REQ-REQUESTED-BY(WS-REQ-IDX)
               '   CAMPUS : ' WS-REQ-CAMPUS-ID(WS-REQ-IDX)
           DISPLAY '================================================'
               '================================'

           PERFORM 2100-COLLECT-IDS

           IF WS-ID-COUNT = 0
               ADD 1 TO WS-REQUESTS-UNRESOLVED
               DISPLAY 'NO STUDENT ID RESOLVED FROM THIS REQUEST - '
                   'NOTHING HELD UNDER IT'
           ELSE
               ADD 1 TO WS-DOSSIERS-PRINTED
               PERFORM 3000-PRINT-ID-HISTORY
               PERFORM 3100-MASTER-SECTION
               PERFORM 3200-ALIAS-SECTION
               PERFORM 4000-AUDIT-SECTION
               PERFORM 5000-JOURNAL-SECTION
               PERFORM 6000-CASE-SECTION
               PERFORM 7000-RESULTS-SECTION
               PERFORM 8000-REGISTRAR-SECTION
               PERFORM 8500-SUBSCRIBER-SECTION
           END-IF

           DISPLAY 'END OF DOSSIER'
           DISPLAY ' '.

      *****************************************************************
      *    RESOLVE EVERY ID THE PERSON HAS HELD                       *
      *****************************************************************
       2100-COLLECT-IDS.

           MOVE 0 TO WS-ID-COUNT
           MOVE 0 TO WS-LINK-COUNT
           MOVE 'N' TO WS-ID-OVERFLOW-SW
           MOVE WS-REQ-CAMPUS-ID(WS-REQ-IDX) TO WS-DOSS-CAMPUS

           IF WS-REQ-STUDENT-ID(WS-REQ-IDX) IS NUMERIC
               MOVE WS-REQ-STUDENT-ID(WS-REQ-IDX) TO WS-REQUEST-ID
               IF WS-REQUEST-ID NOT = 0
                   MOVE WS-REQUEST-ID TO WS-CAND-ID
                   MOVE 'REQUEST'     TO WS-CAND-SOURCE
                   PERFORM 2150-ADD-ID
               END-IF
           ELSE
               IF WS-REQ-STUDENT-ID(WS-REQ-IDX) NOT = SPACES
                   DISPLAY 'REQUESTED ID NOT NUMERIC - IGNORED'
               END-IF
           END-IF

           MOVE WS-REQ-STUDENT-NAME(WS-REQ-IDX) TO WS-REQUEST-NAME
           IF WS-REQUEST-NAME NOT = SPACES
               PERFORM 2200-SEED-FROM-NAME
               PERFORM 2300-SEED-FROM-ALIAS
           END-IF

           IF WS-ID-COUNT > 0
               PERFORM 2400-FOLLOW-XREF
           END-IF

           IF WS-ID-OVERFLOW
               DISPLAY '*** MORE THAN 50 IDS LINKED - DOSSIER LIMITED '
                   'TO THE FIRST 50 ***'
           END-IF.

       2150-ADD-ID.

           MOVE WS-CAND-ID TO WS-CHECK-ID
           PERFORM 2500-CHECK-ID-IN-SET
           IF NOT WS-IN-SET
               IF WS-ID-COUNT < 50
                   ADD 1 TO WS-ID-COUNT
                   MOVE WS-CAND-ID     TO WS-SET-ID(WS-ID-COUNT)
                   MOVE WS-CAND-SOURCE TO WS-SET-SOURCE(WS-ID-COUNT)
                   SET WS-ID-ADDED TO TRUE
               ELSE
                   SET WS-ID-OVERFLOW TO TRUE
               END-IF
           END-IF.

       2200-SEED-FROM-NAME.

      *    the name exactly as given, on the master's name path -
      *    two students may carry it, and both are then reported
      *    (the desk confirms which one is the requester).
           MOVE 'N' TO WS-BROWSE-DONE-SW
           MOVE WS-REQUEST-NAME TO SM-STUDENT-NAME
           START STUDMSTR KEY IS NOT LESS THAN SM-STUDENT-NAME
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START
           IF NOT STUDMSTR-OK
               SET WS-BROWSE-DONE TO TRUE
           END-IF
           PERFORM 2250-READ-NAME-MATCH
               UNTIL WS-BROWSE-DONE.

       2250-READ-NAME-MATCH.

           READ STUDMSTR NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
           END-READ
           IF NOT STUDMSTR-OK
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               IF SM-STUDENT-NAME = WS-REQUEST-NAME
                   IF SM-CAMPUS-ID = WS-DOSS-CAMPUS
                       MOVE SM-STUDENT-ID  TO WS-CAND-ID
                       MOVE 'CURRENT NAME' TO WS-CAND-SOURCE
                       PERFORM 2150-ADD-ID
                   END-IF
               ELSE
                   SET WS-BROWSE-DONE TO TRUE
               END-IF
           END-IF.

       2300-SEED-FROM-ALIAS.

           IF NOT WS-ALIAS-OPEN
               DISPLAY 'NAME-ALIAS FILE NOT AVAILABLE - FORMER NAMES '
                   'NOT SEARCHED'
           ELSE
               MOVE 'N' TO WS-BROWSE-DONE-SW
               MOVE WS-REQUEST-NAME TO NA-FORMER-NAME
               MOVE LOW-VALUES      TO NA-CAMPUS-ID
               MOVE ZERO            TO NA-STUDENT-ID
               START NAMEALS KEY IS NOT LESS THAN NA-ALIAS-KEY
                   INVALID KEY
                       SET WS-BROWSE-DONE TO TRUE
               END-START
               IF NOT NAMEALS-OK
                   SET WS-BROWSE-DONE TO TRUE
               END-IF
               PERFORM 2350-READ-ALIAS-MATCH
                   UNTIL WS-BROWSE-DONE
           END-IF.

       2350-READ-ALIAS-MATCH.

           READ NAMEALS NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
           END-READ
           IF NOT NAMEALS-OK
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               IF NA-FORMER-NAME = WS-REQUEST-NAME
                   MOVE NA-CAMPUS-ID TO WS-CHECK-CAMPUS
                   PERFORM 2600-CHECK-CAMPUS
                   IF WS-CAMPUS-MATCH
                       MOVE NA-STUDENT-ID  TO WS-CAND-ID
                       MOVE 'FORMER NAME'  TO WS-CAND-SOURCE
                       PERFORM 2150-ADD-ID
                   END-IF
               ELSE
                   SET WS-BROWSE-DONE TO TRUE
               END-IF
           END-IF.

       2400-FOLLOW-XREF.

      *    the file is keyed by campus and retired id, so a forward
      *    hop is a keyed read but a backward hop (which id did this
      *    one replace?) is not - each pass walks the campus's rows
      *    and adds either end of any row that touches the set,
      *    until a pass adds nothing.  That last pass has seen every
      *    link.
           IF NOT WS-XREF-OPEN
               ADD 1 TO WS-SOURCES-MISSING
               DISPLAY '*** ID CROSS-REFERENCE NOT AVAILABLE - OTHER '
                   'IDS HELD NOT FOLLOWED ***'
           ELSE
               SET WS-ID-ADDED TO TRUE
               PERFORM UNTIL NOT WS-ID-ADDED
                   MOVE 'N' TO WS-ID-ADDED-SW
                   MOVE 0 TO WS-LINK-COUNT
                   PERFORM 2450-XREF-PASS
               END-PERFORM
           END-IF.

       2450-XREF-PASS.

           MOVE 'N' TO WS-BROWSE-DONE-SW
           MOVE WS-DOSS-CAMPUS TO XR-CAMPUS-ID
           MOVE ZERO TO XR-OLD-ID
           START XREFFILE KEY IS NOT LESS THAN XR-OLD-KEY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START
           IF NOT XREFFILE-OK
               SET WS-BROWSE-DONE TO TRUE
           END-IF
           PERFORM 2460-XREF-ONE-ROW
               UNTIL WS-BROWSE-DONE.

       2460-XREF-ONE-ROW.

           READ XREFFILE NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
           END-READ
           IF NOT XREFFILE-OK
               OR XR-CAMPUS-ID NOT = WS-DOSS-CAMPUS
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               MOVE XR-OLD-ID TO WS-CHECK-ID
               PERFORM 2500-CHECK-ID-IN-SET
               IF NOT WS-IN-SET
                   MOVE XR-NEW-ID TO WS-CHECK-ID
                   PERFORM 2500-CHECK-ID-IN-SET
               END-IF
               IF WS-IN-SET
                   MOVE 'RENUMBERING' TO WS-CAND-SOURCE
                   MOVE XR-OLD-ID TO WS-CAND-ID
                   PERFORM 2150-ADD-ID
                   MOVE XR-NEW-ID TO WS-CAND-ID
                   PERFORM 2150-ADD-ID
                   IF WS-LINK-COUNT < 50
                       ADD 1 TO WS-LINK-COUNT
                       MOVE XR-OLD-ID
                         TO WS-LINK-OLD-ID(WS-LINK-COUNT)
                       MOVE XR-NEW-ID
                         TO WS-LINK-NEW-ID(WS-LINK-COUNT)
                       MOVE XR-APPLIED-DATE
                         TO WS-LINK-DATE(WS-LINK-COUNT)
                   END-IF
               END-IF
           END-IF.

       2500-CHECK-ID-IN-SET.

           MOVE 'N' TO WS-IN-SET-SW
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > WS-ID-COUNT
               IF WS-SET-ID(WS-ID-IDX) = WS-CHECK-ID
                   SET WS-IN-SET TO TRUE
               END-IF
           END-PERFORM.

       2600-CHECK-CAMPUS.

      *    a blank campus on a row written before ids were campus-
      *    qualified is the home campus.
           IF WS-CHECK-CAMPUS = SPACES
               MOVE WS-HOME-CAMPUS TO WS-CHECK-CAMPUS
           END-IF
           IF WS-CHECK-CAMPUS = WS-DOSS-CAMPUS
               SET WS-CAMPUS-MATCH TO TRUE
           ELSE
               MOVE 'N' TO WS-CAMPUS-MATCH-SW
           END-IF.

      *****************************************************************
      *    IDS HELD, MASTER ROWS AND FORMER NAMES                     *
      *****************************************************************
       3000-PRINT-ID-HISTORY.

           DISPLAY ' '
           DISPLAY 'IDS HELD'
           DISPLAY '--------'
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > WS-ID-COUNT
               DISPLAY '  ' WS-SET-ID(WS-ID-IDX)
                   '  FOUND BY ' WS-SET-SOURCE(WS-ID-IDX)
           END-PERFORM
           PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                   UNTIL WS-LINK-IDX > WS-LINK-COUNT
               DISPLAY '  RENUMBERED ' WS-LINK-OLD-ID(WS-LINK-IDX)
                   ' TO ' WS-LINK-NEW-ID(WS-LINK-IDX)
                   ' APPLIED ' WS-LINK-DATE(WS-LINK-IDX)
           END-PERFORM.

       3100-MASTER-SECTION.

           DISPLAY ' '
           DISPLAY 'CURRENT MASTER RECORDS'
           DISPLAY '----------------------'
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > WS-ID-COUNT
               PERFORM 3150-ONE-MASTER-ROW
           END-PERFORM
           DISPLAY '  MASTER ROWS HELD : ' WS-SECTION-COUNT.

       3150-ONE-MASTER-ROW.

           MOVE WS-DOSS-CAMPUS       TO SM-CAMPUS-ID
           MOVE WS-SET-ID(WS-ID-IDX) TO SM-STUDENT-ID
           READ STUDMSTR KEY IS SM-STUDENT-KEY
               INVALID KEY
                   CONTINUE
           END-READ
           IF STUDMSTR-OK
               ADD 1 TO WS-SECTION-COUNT
               MOVE SM-STATUS-DATE TO WS-STATUS-DATE
               DISPLAY '  ID ' SM-STUDENT-ID ' ' SM-STUDENT-NAME
                   ' STATUS ' SM-STATUS-CODE
                   ' SINCE ' WS-STATUS-DATE
               IF SM-REPLACEMENT-ID NOT = 0
                   DISPLAY '     STAGED REPL ' SM-REPLACEMENT-ID
                       ' ' SM-REPLACEMENT-NAME
                       ' ' SM-REPLACEMENT-EXTRA
                       ' EFF ' SM-REPLACEMENT-EFF-DATE
               END-IF
           ELSE
               DISPLAY '  ID ' WS-SET-ID(WS-ID-IDX)
                   ' NOT ON THE MASTER (RETIRED, DELETED OR'
                   ' ARCHIVED)'
           END-IF.

       3200-ALIAS-SECTION.

           DISPLAY ' '
           DISPLAY 'FORMER NAMES'
           DISPLAY '------------'
           MOVE 0 TO WS-SECTION-COUNT
           IF NOT WS-ALIAS-OPEN
               ADD 1 TO WS-SOURCES-MISSING
               DISPLAY '  *** NAME-ALIAS FILE NOT AVAILABLE - SECTION '
                   'INCOMPLETE ***'
           ELSE
      *        keyed by name, not id - walk the whole file.
               MOVE 'N' TO WS-BROWSE-DONE-SW
               MOVE LOW-VALUES TO NA-ALIAS-KEY
               START NAMEALS KEY IS NOT LESS THAN NA-ALIAS-KEY
                   INVALID KEY
                       SET WS-BROWSE-DONE TO TRUE
               END-START
               IF NOT NAMEALS-OK
                   SET WS-BROWSE-DONE TO TRUE
               END-IF
               PERFORM 3250-ONE-ALIAS-ROW
                   UNTIL WS-BROWSE-DONE
           END-IF
           DISPLAY '  FORMER NAMES HELD : ' WS-SECTION-COUNT.

       3250-ONE-ALIAS-ROW.

           READ NAMEALS NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
           END-READ
           IF NOT NAMEALS-OK
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               MOVE NA-CAMPUS-ID TO WS-CHECK-CAMPUS
               PERFORM 2600-CHECK-CAMPUS
               MOVE 'N' TO WS-IN-SET-SW
               IF WS-CAMPUS-MATCH
                   MOVE NA-STUDENT-ID TO WS-CHECK-ID
                   PERFORM 2500-CHECK-ID-IN-SET
               END-IF
               IF WS-IN-SET
                   ADD 1 TO WS-SECTION-COUNT
                   IF NA-FROM-JOURNAL
                       MOVE 'JOURNAL'     TO WS-ALIAS-SOURCE-TEXT
                   ELSE
                       MOVE 'MAINTENANCE' TO WS-ALIAS-SOURCE-TEXT
                   END-IF
                   DISPLAY '  ' NA-FORMER-NAME
                       ' FORMER NAME OF ' NA-STUDENT-ID
                       ' UNTIL ' NA-END-DATE
                       ' FROM ' WS-ALIAS-SOURCE-TEXT
               END-IF
           END-IF.

      *****************************************************************
      *    ARCHIVED AUDIT ROWS                                        *
      *****************************************************************
       4000-AUDIT-SECTION.

           DISPLAY ' '
           DISPLAY 'AUDIT TRAIL (ARCHIVED RUNS)'
           DISPLAY '---------------------------'
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM 4100-LOAD-INDEX

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ARCHIN
           IF NOT ARCHIN-OK
               ADD 1 TO WS-SOURCES-MISSING
               DISPLAY '  *** AUDIT ARCHIVE NOT AVAILABLE - SECTION '
                   'INCOMPLETE ***'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ ARCHIN
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 4200-ONE-AUDIT-ROW
               END-READ
           END-PERFORM
           IF ARCHIN-OK OR WS-ARCHIN-STATUS = '10'
               CLOSE ARCHIN
           END-IF
           DISPLAY '  AUDIT ROWS : ' WS-SECTION-COUNT.

       4100-LOAD-INDEX.

      *    same rule as AUDINQ: the index narrows the scan to the
      *    runs that hold the ids, and any id it does not know
      *    drops the filter rather than answer "no history".
           MOVE 0 TO WS-DATE-COUNT
           MOVE 'N' TO WS-INDEX-LOADED-SW
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > WS-ID-COUNT
               MOVE 0 TO WS-ID-IXHITS(WS-ID-IDX)
           END-PERFORM

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT AUDINDEX
           IF NOT AUDINDEX-OK
               SET WS-END-OF-FILE TO TRUE
           ELSE
               SET WS-INDEX-LOADED TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ AUDINDEX
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 4150-ONE-INDEX-ROW
               END-READ
           END-PERFORM
           IF AUDINDEX-OK OR WS-AUDINDEX-STATUS = '10'
               CLOSE AUDINDEX
           END-IF

           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > WS-ID-COUNT
               IF WS-ID-IXHITS(WS-ID-IDX) = 0
                   MOVE 'N' TO WS-INDEX-LOADED-SW
               END-IF
           END-PERFORM.

       4150-ONE-INDEX-ROW.

           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > WS-ID-COUNT
               IF AX-STUDENT-ID = WS-SET-ID(WS-ID-IDX)
                   ADD 1 TO WS-ID-IXHITS(WS-ID-IDX)
                   PERFORM 4170-ADD-DATE-TO-FILTER
               END-IF
           END-PERFORM.

       4170-ADD-DATE-TO-FILTER.

           MOVE 'N' TO WS-DATE-HIT-SW
           PERFORM VARYING WS-DATE-IDX FROM 1 BY 1
                   UNTIL WS-DATE-IDX > WS-DATE-COUNT
               IF WS-DATE-FILTER(WS-DATE-IDX) = AX-RUN-DATE
                   SET WS-DATE-HIT TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-DATE-HIT
               IF WS-DATE-COUNT < 500
                   ADD 1 TO WS-DATE-COUNT
                   MOVE AX-RUN-DATE
                     TO WS-DATE-FILTER(WS-DATE-COUNT)
               ELSE
                   MOVE 'N' TO WS-INDEX-LOADED-SW
               END-IF
           END-IF.

       4200-ONE-AUDIT-ROW.

      *    segment trailers are control rows, not history.
           IF AR-SUBPROGRAM = 'AUDTRLR '
               CONTINUE
           ELSE
               MOVE 'Y' TO WS-DATE-HIT-SW
               IF WS-INDEX-LOADED
                   MOVE 'N' TO WS-DATE-HIT-SW
                   PERFORM VARYING WS-DATE-IDX FROM 1 BY 1
                           UNTIL WS-DATE-IDX > WS-DATE-COUNT
                       IF WS-DATE-FILTER(WS-DATE-IDX) = AR-RUN-DATE
                           SET WS-DATE-HIT TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-DATE-HIT
                   MOVE AR-CAMPUS-ID TO WS-CHECK-CAMPUS
                   PERFORM 2600-CHECK-CAMPUS
                   IF NOT WS-CAMPUS-MATCH
                       MOVE 'N' TO WS-DATE-HIT-SW
                   END-IF
               END-IF
               IF WS-DATE-HIT
                   MOVE AR-BEFORE-ID TO WS-CHECK-ID
                   PERFORM 2500-CHECK-ID-IN-SET
                   IF NOT WS-IN-SET
                       MOVE AR-AFTER-ID TO WS-CHECK-ID
                       PERFORM 2500-CHECK-ID-IN-SET
                   END-IF
                   IF WS-IN-SET
                       ADD 1 TO WS-SECTION-COUNT
                       DISPLAY '  RUN ' AR-RUN-DATE ' ' AR-SUBPROGRAM
                           ' ' AR-BEFORE-ID ' ' AR-BEFORE-NAME
                           ' > ' AR-AFTER-ID ' ' AR-AFTER-NAME
                           ' ' AR-FOUND-SW
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *    MAINTENANCE JOURNAL                                        *
      *****************************************************************
       5000-JOURNAL-SECTION.

           DISPLAY ' '
           DISPLAY 'MAINTENANCE JOURNAL'
           DISPLAY '-------------------'
           MOVE 0 TO WS-SECTION-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT MNTJRNL
           IF NOT MNTJRNL-OK
               ADD 1 TO WS-SOURCES-MISSING
               DISPLAY '  *** MAINTENANCE JOURNAL NOT AVAILABLE - '
                   'SECTION INCOMPLETE ***'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ MNTJRNL
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 5100-ONE-JOURNAL-ROW
               END-READ
           END-PERFORM
           IF MNTJRNL-OK OR WS-MNTJRNL-STATUS = '10'
               CLOSE MNTJRNL
           END-IF
           DISPLAY '  JOURNAL ENTRIES : ' WS-SECTION-COUNT.

       5100-ONE-JOURNAL-ROW.

      *    an add has no before-image and a delete no after-image -
      *    either side naming one of the ids makes the entry count.
           MOVE MJ-BEFORE-IMAGE TO WS-BEFORE-IMAGE
           MOVE MJ-AFTER-IMAGE  TO WS-AFTER-IMAGE
           MOVE 'N' TO WS-IN-SET-SW
           IF BI-STUDENT-ID IS NUMERIC
               MOVE BI-CAMPUS-ID TO WS-CHECK-CAMPUS
               PERFORM 2600-CHECK-CAMPUS
               IF WS-CAMPUS-MATCH
                   MOVE BI-STUDENT-ID TO WS-CHECK-ID
                   PERFORM 2500-CHECK-ID-IN-SET
               END-IF
           END-IF
           IF NOT WS-IN-SET AND AI-STUDENT-ID IS NUMERIC
               MOVE AI-CAMPUS-ID TO WS-CHECK-CAMPUS
               PERFORM 2600-CHECK-CAMPUS
               IF WS-CAMPUS-MATCH
                   MOVE AI-STUDENT-ID TO WS-CHECK-ID
                   PERFORM 2500-CHECK-ID-IN-SET
               END-IF
           END-IF
           IF WS-IN-SET
               ADD 1 TO WS-SECTION-COUNT
               EVALUATE MJ-ACTION
                   WHEN 'A'
                       MOVE 'ADD'    TO WS-ACTION-TEXT
                   WHEN 'C'
                       MOVE 'CHANGE' TO WS-ACTION-TEXT
                   WHEN 'D'
                       MOVE 'DELETE' TO WS-ACTION-TEXT
                   WHEN 'M'
                       MOVE 'MERGE'  TO WS-ACTION-TEXT
                   WHEN 'X'
                       MOVE 'ARCHIVED' TO WS-ACTION-TEXT
                   WHEN 'R'
                       MOVE 'REINSTATED' TO WS-ACTION-TEXT
                   WHEN OTHER
                       MOVE MJ-ACTION TO WS-ACTION-TEXT
               END-EVALUATE
               IF MJ-APPROVER = SPACES
                   MOVE 'NONE'      TO WS-CHECKER
               ELSE
                   MOVE MJ-APPROVER TO WS-CHECKER
               END-IF
               DISPLAY '  ' MJ-DATE ' ' MJ-TIME ' ' WS-ACTION-TEXT
                   ' MAKER ' MJ-OPERATOR ' CHECKER ' WS-CHECKER
               DISPLAY '    BEFORE ' BI-STUDENT-ID ' ' BI-STUDENT-NAME
                   '  AFTER ' AI-STUDENT-ID ' ' AI-STUDENT-NAME
           END-IF.

      *****************************************************************
      *    EXCEPTION CASES                                            *
      *****************************************************************
       6000-CASE-SECTION.

           DISPLAY ' '
           DISPLAY 'EXCEPTION CASE HISTORY'
           DISPLAY '----------------------'
           MOVE 0 TO WS-SECTION-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CASEFILE
           IF NOT CASEFILE-OK
               ADD 1 TO WS-SOURCES-MISSING
               DISPLAY '  *** EXCEPTION CASE FILE NOT AVAILABLE - '
                   'SECTION INCOMPLETE ***'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ CASEFILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 6100-ONE-CASE-ROW
               END-READ
           END-PERFORM
           IF CASEFILE-OK OR WS-CASEFILE-STATUS = '10'
               CLOSE CASEFILE
           END-IF
           DISPLAY '  EXCEPTION CASES : ' WS-SECTION-COUNT.

       6100-ONE-CASE-ROW.

           MOVE CS-CAMPUS-ID TO WS-CHECK-CAMPUS
           PERFORM 2600-CHECK-CAMPUS
           MOVE 'N' TO WS-IN-SET-SW
           IF WS-CAMPUS-MATCH
               MOVE CS-STUDENT-ID TO WS-CHECK-ID
               PERFORM 2500-CHECK-ID-IN-SET
           END-IF
           IF WS-IN-SET
               ADD 1 TO WS-SECTION-COUNT
               IF CS-OPEN
                   MOVE 'OPEN'   TO WS-CASE-TEXT
               ELSE
                   MOVE 'CLOSED' TO WS-CASE-TEXT
               END-IF
               DISPLAY '  ' CS-STUDENT-ID ' ' WS-CASE-TEXT
                   ' OPENED ' CS-OPENED-DATE
                   ' LAST SEEN ' CS-LAST-SEEN-DATE
                   ' NIGHTS ' CS-NIGHTS
               IF CS-CLOSED
                   DISPLAY '         CLOSED ' CS-CLOSED-DATE
               END-IF
           END-IF.

      *****************************************************************
      *    NIGHTLY RESULTS                                            *
      *****************************************************************
       7000-RESULTS-SECTION.

           DISPLAY ' '
           DISPLAY 'NIGHTLY RESULTS'
           DISPLAY '---------------'
           MOVE 0 TO WS-SECTION-COUNT
           IF NOT WS-RESULTS-OPEN
               ADD 1 TO WS-SOURCES-MISSING
               DISPLAY '  *** NIGHTLY RESULTS FILE NOT AVAILABLE - '
                   'SECTION INCOMPLETE ***'
           ELSE
               PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                       UNTIL WS-ID-IDX > WS-ID-COUNT
                   PERFORM 7100-RESULTS-FOR-ONE-ID
               END-PERFORM
           END-IF
           DISPLAY '  NIGHTLY RESULTS : ' WS-SECTION-COUNT.

       7100-RESULTS-FOR-ONE-ID.

      *    keyed campus + id + run date - start at the id's first
      *    night and read forward until the id changes.
           MOVE 'N' TO WS-RESULT-DONE-SW
           MOVE WS-DOSS-CAMPUS       TO RN-CAMPUS-ID
           MOVE WS-SET-ID(WS-ID-IDX) TO RN-STUDENT-ID
           MOVE ZERO                 TO RN-RUN-DATE
           START RSLTFILE KEY IS NOT LESS THAN RN-KEY
               INVALID KEY
                   SET WS-RESULT-DONE TO TRUE
           END-START
           IF NOT RSLTFILE-OK
               SET WS-RESULT-DONE TO TRUE
           END-IF
           PERFORM 7150-ONE-RESULT-ROW
               UNTIL WS-RESULT-DONE.

       7150-ONE-RESULT-ROW.

           READ RSLTFILE NEXT RECORD
               AT END
                   SET WS-RESULT-DONE TO TRUE
           END-READ
           IF NOT RSLTFILE-OK
               SET WS-RESULT-DONE TO TRUE
           ELSE
               IF RN-STUDENT-ID = WS-SET-ID(WS-ID-IDX)
                   AND RN-CAMPUS-ID = WS-DOSS-CAMPUS
                   ADD 1 TO WS-SECTION-COUNT
                   DISPLAY '  RUN ' RN-RUN-DATE ' ID ' RN-STUDENT-ID
                       ' FOUND ' RN-FOUND-SW
                       ' OUT ' RN-OUT-ID ' ' RN-OUT-NAME
                       ' ' RN-OUT-EXTRA
               ELSE
                   SET WS-RESULT-DONE TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      *    REGISTRAR AND SUBSCRIBER TRANSMISSIONS                     *
      *****************************************************************
       8000-REGISTRAR-SECTION.

           DISPLAY ' '
           DISPLAY 'REGISTRAR TRANSMISSIONS'
           DISPLAY '-----------------------'
           MOVE 0 TO WS-SECTION-COUNT
           MOVE 0 TO WS-FEED-RUN-DATE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT REGHIST
           IF NOT REGHIST-OK
               ADD 1 TO WS-SOURCES-MISSING
               DISPLAY '  *** REGISTRAR FEED HISTORY NOT AVAILABLE - '
                   'SECTION INCOMPLETE ***'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ REGHIST
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 8100-ONE-REGISTRAR-ROW
               END-READ
           END-PERFORM
           IF REGHIST-OK OR WS-REGHIST-STATUS = '10'
               CLOSE REGHIST
           END-IF
           DISPLAY '  REGISTRAR DETAILS : ' WS-SECTION-COUNT.

       8100-ONE-REGISTRAR-ROW.

      *    each interchange's header dates the details under it.
           EVALUATE TRUE
               WHEN RG-HEADER
                   MOVE RG-H-RUN-DATE TO WS-FEED-RUN-DATE
               WHEN RG-DETAIL
                   MOVE RG-D-CAMPUS-ID TO WS-CHECK-CAMPUS
                   PERFORM 2600-CHECK-CAMPUS
                   MOVE 'N' TO WS-IN-SET-SW
                   IF WS-CAMPUS-MATCH
                       MOVE RG-D-OLD-ID TO WS-CHECK-ID
                       PERFORM 2500-CHECK-ID-IN-SET
                   END-IF
                   IF NOT WS-IN-SET AND WS-CAMPUS-MATCH
                       MOVE RG-D-NEW-ID TO WS-CHECK-ID
                       PERFORM 2500-CHECK-ID-IN-SET
                   END-IF
                   IF WS-IN-SET
                       ADD 1 TO WS-SECTION-COUNT
                       DISPLAY '  RUN ' WS-FEED-RUN-DATE
                           ' OLD ' RG-D-OLD-ID ' NEW ' RG-D-NEW-ID
                           ' ' RG-D-NEW-NAME
                           ' EFF ' RG-D-EFF-DATE
                           ' ST ' RG-D-STATUS-CODE
                       IF RG-MERGE
                           DISPLAY '    MERGE - OLD ID RETIRED INTO '
                               'NEW'
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       8500-SUBSCRIBER-SECTION.

           DISPLAY ' '
           DISPLAY 'SUBSCRIBER TRANSMISSIONS'
           DISPLAY '------------------------'
           MOVE 0 TO WS-SECTION-COUNT
           MOVE 0 TO WS-FEED-RUN-DATE
           MOVE SPACES TO WS-FEED-SUBSCRIBER
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SUBHIST
           IF NOT SUBHIST-OK
               ADD 1 TO WS-SOURCES-MISSING
               DISPLAY '  *** SUBSCRIBER FEED HISTORY NOT AVAILABLE - '
                   'SECTION INCOMPLETE ***'
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ SUBHIST
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 8600-ONE-SUBSCRIBER-ROW
               END-READ
           END-PERFORM
           IF SUBHIST-OK OR WS-SUBHIST-STATUS = '10'
               CLOSE SUBHIST
           END-IF
           DISPLAY '  SUBSCRIBER DETAILS : ' WS-SECTION-COUNT.

       8600-ONE-SUBSCRIBER-ROW.

      *    each file's header names the subscriber and the night.
           EVALUATE TRUE
               WHEN SH-HEADER
                   MOVE SH-SUBSCRIBER TO WS-FEED-SUBSCRIBER
                   MOVE SH-RUN-DATE   TO WS-FEED-RUN-DATE
               WHEN SD-DETAIL
                   MOVE SD-CAMPUS-ID TO WS-CHECK-CAMPUS
                   PERFORM 2600-CHECK-CAMPUS
                   MOVE 'N' TO WS-IN-SET-SW
                   IF WS-CAMPUS-MATCH
                       MOVE SD-OLD-ID TO WS-CHECK-ID
                       PERFORM 2500-CHECK-ID-IN-SET
                   END-IF
                   IF NOT WS-IN-SET AND WS-CAMPUS-MATCH
                       MOVE SD-NEW-ID TO WS-CHECK-ID
                       PERFORM 2500-CHECK-ID-IN-SET
                   END-IF
                   IF WS-IN-SET
                       ADD 1 TO WS-SECTION-COUNT
                       DISPLAY '  ' WS-FEED-SUBSCRIBER
                           ' RUN ' WS-FEED-RUN-DATE
                           ' OLD ' SD-OLD-ID ' NEW ' SD-NEW-ID
                           ' ' SD-NAME ' ' SD-EXTRA
                       IF SD-MERGE
                           DISPLAY '    MERGE - OLD ID RETIRED INTO '
                               'NEW'
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       9000-END-OF-JOB.

           DISPLAY '================================================'
               '================================'
           DISPLAY 'DOSSIER REQUESTS READ : ' WS-REQUEST-COUNT
           DISPLAY 'DOSSIERS PRODUCED     : ' WS-DOSSIERS-PRINTED
           DISPLAY 'REQUESTS UNRESOLVED   : ' WS-REQUESTS-UNRESOLVED
           DISPLAY 'SOURCES NOT AVAILABLE : ' WS-SOURCES-MISSING

      *    a dossier missing a source, or a request that resolved to
      *    nobody, needs a person to look before it goes out.
           IF WS-SOURCES-MISSING > 0
               OR WS-REQUESTS-UNRESOLVED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9100-WRITE-STEPLOG.

       9100-WRITE-STEPLOG.

      *    one row per chain step so the morning dashboard can show
      *    pass/fail without scraping job logs (see STEPLOG.cpy).
           MOVE 'STUDDOSS'    TO SL-STEP-NAME
           MOVE RETURN-CODE   TO SL-RETURN-CODE
           PERFORM 9160-STAMP-STEP-TIMES
           OPEN EXTEND STEPLOG
           WRITE STEPLOG-RECORD
           CLOSE STEPLOG.

       COPY STEPTIME.

       END PROGRAM STUDDOSS.
