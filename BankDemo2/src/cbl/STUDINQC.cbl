      *    (CICS file APLDFILE, see APLDREC.cpy) is read behind the
      *    master row, so the desk sees whether this replacement
      *    was ever applied and transmitted, and since when.
      *
      *    A name that misses on the alternate index is now tried
      *    against the former-name alias file (CICS file NAMEALS, see
      *    ALIASREC.cpy); a hit shows the student who used to carry
      *    the name, and the message line says it matched on a
      *    former name.
      *
      *    Students are now keyed by campus and id.  The screen takes
      *    a campus beside the id (blank means the home campus) and
      *    every read - master, name path, alias, cross-reference,
      *    applied marker and night history - stays on that campus.
      *    A name carried on more than one campus is browsed on the
      *    path until the row for the asked-for campus turns up.
      *
      *    A student missing from the master is looked for on the
      *    dormant file the annual archive fills (CICS file DORMFILE, by
      *    campus and id, and its name path DORMPATH, see DORMREC.cpy)
      *    before the cross-reference; a hit says so on the message line
      *    with the archive date and the date last seen, and that the
      *    next feed naming the student puts the row back.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             88  CICS-RESP-NORMAL   VALUE DFHRESP(NORMAL).
             88  CICS-RESP-NOTFND   VALUE DFHRESP(NOTFND).
             88  CICS-RESP-MAPFAIL  VALUE DFHRESP(MAPFAIL).
             88  CICS-RESP-DUPKEY   VALUE DFHRESP(DUPKEY).
           05  WS-CICSRESP2                    PIC S9(8).
           05  WS-CICSRESP3                    PIC S9(8).
             88  APLD-READ-NORMAL   VALUE DFHRESP(NORMAL).
           05  WS-CICSRESP4                    PIC S9(8).
             88  ALIAS-READ-NORMAL  VALUE DFHRESP(NORMAL).
           05  WS-CICSRESP5                    PIC S9(8).
             88  DORM-READ-NORMAL   VALUE DFHRESP(NORMAL).
             88  DORM-READ-DUPKEY   VALUE DFHRESP(DUPKEY).

      *    symbolic map for STUDINQM (hand-kept alongside the BMS
      *    source the same way the sample maps in this region are).
           05  SIDL                     PIC S9(4) COMP.
           05  SIDA                     PIC X(1).
           05  SIDI                     PIC X(6).
           05  CAMPL                    PIC S9(4) COMP.
           05  CAMPA                    PIC X(1).
           05  CAMPI                    PIC X(8).
           05  SNAMEL                   PIC S9(4) COMP.
           05  SNAMEA                   PIC X(1).
           05  SNAMEI                   PIC X(15).
           05  FILLER                   PIC X(3).
           05  SIDO                     PIC X(6).
           05  FILLER                   PIC X(3).
           05  CAMPO                    PIC X(8).
           05  FILLER                   PIC X(3).
           05  SNAMEO                   PIC X(15).
           05  FILLER                   PIC X(3).
           05  RIDO                     PIC X(6).

           COPY RSLTREC.

           COPY ALIASREC.

           COPY DORMREC.

           COPY CAMPWS.

       01  WS-INQ-CAMPUS                PIC X(8).
       01  WS-RID-KEY.
           05  WS-RID-CAMPUS            PIC X(8).
           05  WS-RID-ID                PIC 9(6).
       01  WS-RID-NAME                  PIC X(15).
       01  WS-RID-APLD                  PIC X(14).
       01  WS-RID-ALIAS                 PIC X(29).

       01  WS-NAME-DONE-SW              PIC X(1).
         88  WS-NAME-DONE                         VALUE 'Y'.

       01  WS-ALIAS-MATCHED-SW          PIC X(1) VALUE 'N'.
         88  WS-ALIAS-MATCHED                     VALUE 'Y'.

      *    dormant-file fallback (see DORMREC.cpy) - DORMFILE by
      *    campus + id, DORMPATH its name path.
       01  WS-DORM-FOUND-SW             PIC X(1) VALUE 'N'.
         88  WS-DORM-FOUND                        VALUE 'Y'.
       01  WS-DORM-LAST-SEEN            PIC 9(8).

      *    retired-id resolution state - the cross-reference file
      *    XREFFILE is followed hop by hop to today's id, same
           05  WS-HIST-LINE             PIC X(60)
               OCCURS 5 TIMES.
           05  WS-HIST-KEY.
               10  WS-HK-CAMPUS         PIC X(8).
               10  WS-HK-ID             PIC 9(6).
               10  WS-HK-DATE           PIC 9(8).


           MOVE LOW-VALUES TO STUDINQI
           MOVE 'ENTER A STUDENT ID OR A FULL NAME' TO MSGO
           MOVE WS-HOME-CAMPUS TO CAMPO
           EXEC CICS SEND
             MAP('STUDINQ')
             MAPSET('STUDINQM')
           MOVE SPACES TO MSGO
           MOVE 'N' TO WS-BY-ID-SW

      *    a campus left empty (or cleared) means the home campus.
           IF CAMPL > 0
               MOVE CAMPI TO WS-INQ-CAMPUS
           ELSE
               MOVE SPACES TO WS-INQ-CAMPUS
           END-IF
           IF WS-INQ-CAMPUS = SPACES OR WS-INQ-CAMPUS = LOW-VALUES
               MOVE WS-HOME-CAMPUS TO WS-INQ-CAMPUS
           END-IF
           MOVE WS-INQ-CAMPUS TO CAMPO

           IF SIDL > 0 AND SIDI NUMERIC
               SET WS-INQUIRY-BY-ID TO TRUE
               PERFORM 0300-READ-BY-ID
               MOVE SM-REPLACEMENT-NAME  TO RNAMEO
               MOVE SM-REPLACEMENT-EXTRA TO REXTRAO
               PERFORM 0500-SHOW-APPLIED-STATUS
               IF WS-ALIAS-MATCHED
                   MOVE SPACES TO MSGO
                   STRING 'MATCHED ON FORMER NAME - NOW STUDENT '
                       SM-STUDENT-ID ' ' SM-STUDENT-NAME
                       DELIMITED BY SIZE INTO MSGO
               END-IF
           ELSE
               MOVE 'N' TO WS-XREF-RESOLVED-SW
               MOVE 'N' TO WS-DORM-FOUND-SW
               IF MSGO = SPACES
                   PERFORM 0650-READ-DORMANT
               END-IF
               IF WS-INQUIRY-BY-ID AND NOT WS-DORM-FOUND
                   PERFORM 0600-RESOLVE-RETIRED-ID
               END-IF
               EVALUATE TRUE
                   WHEN WS-DORM-FOUND
                       PERFORM 0660-SHOW-DORMANT
                   WHEN WS-XREF-RESOLVED
                       MOVE SM-REPLACEMENT-ID    TO RIDO
                       MOVE SM-REPLACEMENT-NAME  TO RNAMEO
                       MOVE SM-REPLACEMENT-EXTRA TO REXTRAO
                       STRING 'RETIRED ID - NOW STUDENT '
                           SM-STUDENT-ID ' ' SM-STUDENT-NAME
                           DELIMITED BY SIZE INTO MSGO
                   WHEN OTHER
                       MOVE SPACES TO RIDO RNAMEO REXTRAO
                       IF MSGO = SPACES
                           MOVE 'STUDENT NOT ON MASTER' TO MSGO
                       END-IF
               END-EVALUATE
           END-IF

           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1

       0300-READ-BY-ID.

           MOVE WS-INQ-CAMPUS TO WS-RID-CAMPUS
           MOVE SIDI TO WS-RID-ID
           EXEC CICS READ
             FILE('STUDMSTR')
             INTO(STUDMSTR-RECORD)
             RIDFLD(WS-RID-KEY)
             RESP(WS-CICSRESP)
             NOHANDLE
           END-EXEC.

      *    STUDPATH is the CICS file entry for the SM-STUDENT-NAME
      *    alternate-index path over STUDMSTR - the same route the
      *    batch LOOKUP-BY-NAME in UTIL/UTIL2 takes.  The name may
      *    be carried on more than one campus, so the path is
      *    browsed until the row for the inquiry campus turns up.
           MOVE 'N' TO WS-ALIAS-MATCHED-SW
           MOVE 'N' TO WS-NAME-DONE-SW
           MOVE SNAMEI TO WS-RID-NAME
           EXEC CICS STARTBR
             FILE('STUDPATH')
             RIDFLD(WS-RID-NAME)
             EQUAL
             RESP(WS-CICSRESP)
             NOHANDLE
           END-EXEC
           IF CICS-RESP-NORMAL
               PERFORM 0410-NEXT-NAME-ROW
                   UNTIL WS-NAME-DONE
               EXEC CICS ENDBR
                 FILE('STUDPATH')
                 NOHANDLE
               END-EXEC
           END-IF
           IF CICS-RESP-NOTFND
               PERFORM 0450-READ-BY-FORMER-NAME
           END-IF.

       0410-NEXT-NAME-ROW.

           EXEC CICS READNEXT
             FILE('STUDPATH')
             INTO(STUDMSTR-RECORD)
             RIDFLD(WS-RID-NAME)
             RESP(WS-CICSRESP)
             NOHANDLE
           END-EXEC
           IF NOT CICS-RESP-NORMAL
               AND NOT CICS-RESP-DUPKEY
               MOVE DFHRESP(NOTFND) TO WS-CICSRESP
               SET WS-NAME-DONE TO TRUE
           ELSE
               IF SM-STUDENT-NAME NOT = SNAMEI
                   MOVE DFHRESP(NOTFND) TO WS-CICSRESP
                   SET WS-NAME-DONE TO TRUE
               ELSE
                   IF SM-CAMPUS-ID = WS-INQ-CAMPUS
                       MOVE DFHRESP(NORMAL) TO WS-CICSRESP
                       SET WS-NAME-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

       0450-READ-BY-FORMER-NAME.

      *    alias key is name + campus + id - browse from the name on
      *    the inquiry campus with a zero id and take the first row
      *    still carrying both.
           MOVE SPACES TO NAME-ALIAS-RECORD
           MOVE SNAMEI TO NA-FORMER-NAME
           MOVE WS-INQ-CAMPUS TO NA-CAMPUS-ID
           MOVE ZERO   TO NA-STUDENT-ID
           MOVE NA-ALIAS-KEY TO WS-RID-ALIAS
           EXEC CICS STARTBR
             FILE('NAMEALS')
             RIDFLD(WS-RID-ALIAS)
             GTEQ
             RESP(WS-CICSRESP4)
             NOHANDLE
           END-EXEC
           IF ALIAS-READ-NORMAL
               EXEC CICS READNEXT
                 FILE('NAMEALS')
                 INTO(NAME-ALIAS-RECORD)
                 RIDFLD(WS-RID-ALIAS)
                 RESP(WS-CICSRESP4)
                 NOHANDLE
               END-EXEC
               EXEC CICS ENDBR
                 FILE('NAMEALS')
                 NOHANDLE
               END-EXEC
               IF ALIAS-READ-NORMAL
                   AND NA-FORMER-NAME = WS-RID-NAME
                   AND NA-CAMPUS-ID = WS-INQ-CAMPUS
                   MOVE NA-CAMPUS-ID  TO WS-RID-CAMPUS
                   MOVE NA-STUDENT-ID TO WS-RID-ID
                   EXEC CICS READ
                     FILE('STUDMSTR')
                     INTO(STUDMSTR-RECORD)
                     RIDFLD(WS-RID-KEY)
                     RESP(WS-CICSRESP)
                     NOHANDLE
                   END-EXEC
                   IF CICS-RESP-NORMAL
                       SET WS-ALIAS-MATCHED TO TRUE
                   END-IF
               END-IF
           END-IF.

       0500-SHOW-APPLIED-STATUS.

      *    APLDFILE is the CICS entry for the applied-marker KSDS
      *    APPLMARK maintains - a row means this replacement has
      *    actually reached the downstream load.
           MOVE SM-STUDENT-KEY TO WS-RID-APLD
           EXEC CICS READ
             FILE('APLDFILE')
             INTO(APPLIED-MARK-RECORD)
                 TO MSGO
           END-IF.

       0650-READ-DORMANT.

      *    a student off the master may have been archived as
      *    dormant by the annual run - by id on DORMFILE, by name
      *    on its path DORMPATH, browsed for the inquiry campus the
      *    way STUDPATH is.
           IF WS-INQUIRY-BY-ID
               EXEC CICS READ
                 FILE('DORMFILE')
                 INTO(DORMANT-RECORD)
                 RIDFLD(WS-RID-KEY)
                 RESP(WS-CICSRESP5)
                 NOHANDLE
               END-EXEC
               IF DORM-READ-NORMAL
                   SET WS-DORM-FOUND TO TRUE
               END-IF
           ELSE
               MOVE 'N' TO WS-NAME-DONE-SW
               MOVE SNAMEI TO WS-RID-NAME
               EXEC CICS STARTBR
                 FILE('DORMPATH')
                 RIDFLD(WS-RID-NAME)
                 EQUAL
                 RESP(WS-CICSRESP5)
                 NOHANDLE
               END-EXEC
               IF DORM-READ-NORMAL
                   PERFORM 0655-NEXT-DORMANT-ROW
                       UNTIL WS-NAME-DONE
                   EXEC CICS ENDBR
                     FILE('DORMPATH')
                     NOHANDLE
                   END-EXEC
               END-IF
           END-IF.

       0655-NEXT-DORMANT-ROW.

           EXEC CICS READNEXT
             FILE('DORMPATH')
             INTO(DORMANT-RECORD)
             RIDFLD(WS-RID-NAME)
             RESP(WS-CICSRESP5)
             NOHANDLE
           END-EXEC
           IF NOT DORM-READ-NORMAL
               AND NOT DORM-READ-DUPKEY
               SET WS-NAME-DONE TO TRUE
           ELSE
               IF DM-STUDENT-NAME NOT = SNAMEI
                   SET WS-NAME-DONE TO TRUE
               ELSE
                   IF DM-CAMPUS-ID = WS-INQ-CAMPUS
                       SET WS-DORM-FOUND TO TRUE
                       SET WS-NAME-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

       0660-SHOW-DORMANT.

      *    the archived image is a master row - laid over the master
      *    area for its last-seen date.  Nothing is replaced for a
      *    dormant student; the next feed naming the id puts the
      *    row back (see UTIL).
           MOVE DM-MASTER-IMAGE TO STUDMSTR-RECORD
           IF SM-LAST-SEEN-DATE NUMERIC
               MOVE SM-LAST-SEEN-DATE TO WS-DORM-LAST-SEEN
           ELSE
               MOVE ZERO TO WS-DORM-LAST-SEEN
           END-IF
           MOVE SPACES TO RIDO RNAMEO REXTRAO
           MOVE SPACES TO MSGO
           STRING 'DORMANT SINCE ' DM-ARCHIVED-DATE
               ' LAST SEEN ' WS-DORM-LAST-SEEN
               ' - FEED REINSTATES'
               DELIMITED BY SIZE INTO MSGO.

       0600-RESOLVE-RETIRED-ID.

           MOVE SIDI TO WS-XREF-CUR-ID
               UNTIL WS-XREF-DONE

           IF WS-XREF-HOPS > 0
               MOVE WS-INQ-CAMPUS  TO WS-RID-CAMPUS
               MOVE WS-XREF-CUR-ID TO WS-RID-ID
               EXEC CICS READ
                 FILE('STUDMSTR')
                 INTO(STUDMSTR-RECORD)
                 RIDFLD(WS-RID-KEY)
                 RESP(WS-CICSRESP)
                 NOHANDLE
               END-EXEC

       0700-FOLLOW-ONE-HOP.

      *    retired ids map within their own campus.
           MOVE WS-INQ-CAMPUS  TO WS-RID-CAMPUS
           MOVE WS-XREF-CUR-ID TO WS-RID-ID
           EXEC CICS READ
             FILE('XREFFILE')
             INTO(XREF-RECORD)
             RIDFLD(WS-RID-KEY)
             RESP(WS-CICSRESP)
             NOHANDLE
           END-EXEC

       0800-SHOW-NIGHT-HISTORY.

           MOVE WS-INQ-CAMPUS TO WS-HK-CAMPUS
           MOVE SIDI TO WS-HK-ID
           MOVE ZERO TO WS-HK-DATE
           MOVE ZERO TO WS-HIST-COUNT
           END-EXEC

           IF NOT CICS-RESP-NORMAL
               OR RN-CAMPUS-ID NOT = WS-INQ-CAMPUS
               OR RN-STUDENT-ID NOT = SIDI
               SET WS-HIST-DONE TO TRUE
           ELSE
