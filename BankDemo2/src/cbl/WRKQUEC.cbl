       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRKQUEC.
      *
      *    CHANGE LOG
      *    ----------
      *    Operator work queue (transaction WRKQ, map WRKQUEM).
      *    Pending maintenance, open alerts, aged exception cases,
      *    recovery approvals and the master lock each waited in
      *    their own place and nobody owned any of it.  WRKHARV
      *    gathers them onto the work-item KSDS (CICS file
      *    WORKITEM, see WRKITEM.cpy); this program lists every
      *    open item twelve to a page with its type, age and
      *    priority, and takes a selection code beside a row:
      *      A - assign it to the ASSIGN TO operator, or to the
      *          signed-on operator when that is blank;
      *      N - store the NOTE text against it (one note per item,
      *          who and when kept with it, so the next shift sees
      *          the latest word);
      *      I - show the item's note on the message line;
      *      S - jump to the transaction that works it (SMNT, AACK,
      *          SINQ or CPRG), started fresh with RETURN IMMEDIATE.
      *    Assignments and notes are on the item row itself, so a
      *    re-harvest keeps them.  ENTER applies the codes and
      *    redisplays the page, PF8 pages forward, PF7 returns to
      *    the top, with the page position carried in the COMMAREA
      *    the way RPTVIEWC carries its browse.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY DFHAID.

       01  BINARY-WORK-AREAS                                COMP.
           05  WS-CICSRESP                     PIC S9(8).
             88  CICS-RESP-NORMAL   VALUE DFHRESP(NORMAL).
             88  CICS-RESP-NOTFND   VALUE DFHRESP(NOTFND).
             88  CICS-RESP-MAPFAIL  VALUE DFHRESP(MAPFAIL).
           05  WS-CICSRESP2                    PIC S9(8).

      *    symbolic map for WRKQUEM (hand-kept alongside the BMS
      *    source the same way STUDINQC keeps STUDINQM's).
       01  WRKQUEI.
           05  FILLER                   PIC X(12).
           05  WASGNL                   PIC S9(4) COMP.
           05  WASGNA                   PIC X(1).
           05  WASGNI                   PIC X(8).
           05  WNOTEL                   PIC S9(4) COMP.
           05  WNOTEA                   PIC X(1).
           05  WNOTEI                   PIC X(40).
           05  WROW-GROUP               OCCURS 12 TIMES.
               10  WSELL                PIC S9(4) COMP.
               10  WSELA                PIC X(1).
               10  WSELI                PIC X(1).
               10  WLINEL               PIC S9(4) COMP.
               10  WLINEA               PIC X(1).
               10  WLINEI               PIC X(75).
           05  WMSGL                    PIC S9(4) COMP.
           05  WMSGA                    PIC X(1).
           05  WMSGI                    PIC X(60).

           COPY WRKITEM.

       01  WS-BROWSE-KEY                PIC X(24).

       01  WS-ROW-LINE.
           05  WR-TYPE                  PIC X(4).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WR-REF                   PIC X(15).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WR-AGE                   PIC X(5).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WR-PRIORITY              PIC 9(1).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WR-OWNER                 PIC X(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  WR-DESCRIPTION           PIC X(37).

       01  WS-PAGE-WORK.
           05  WS-ROW-IDX               PIC 9(2) COMP.
           05  WS-ROWS-SHOWN            PIC 9(2).
           05  WS-BROWSE-DONE-SW        PIC X(1).
             88  WS-BROWSE-DONE                   VALUE 'Y'.
           05  WS-SKIP-LAST-SW          PIC X(1).
             88  WS-SKIP-LAST-KEY                 VALUE 'Y'.

       01  WS-ACTION-WORK.
           05  WS-OPERATOR              PIC X(8).
           05  WS-ASSIGNEE              PIC X(8).
           05  WS-JUMP-SW               PIC X(1) VALUE 'N'.
             88  WS-JUMP-REQUESTED                VALUE 'Y'.
           05  WS-JUMP-TRAN             PIC X(4).
           05  WS-ACTIONS-DONE          PIC 9(2).

       01  WS-ABSTIME                   PIC S9(15) COMP-3.
       01  WS-NOW-DATE                  PIC 9(8).
       01  WS-NOW-TIME-X                PIC X(8).
       01  WS-NOW-TIME REDEFINES WS-NOW-TIME-X.
           05  WS-NOW-HH                PIC 9(2).
           05  FILLER                   PIC X(6).

       01  WS-AGE-WORK.
           05  WS-AGE-HOURS             PIC S9(7).
           05  WS-OPEN-HH               PIC 9(2).
           05  WS-AGE-ED                PIC ZZ9.

       01  WS-COMMAREA.
           05  WS-CA-START-KEY          PIC X(24).
           05  WS-CA-LAST-KEY           PIC X(24).
           05  WS-CA-ROW-KEY            PIC X(24) OCCURS 12 TIMES.

       LINKAGE SECTION.

           COPY DFHEIBLK.

       01  DFHCOMMAREA                  PIC X(336).

       PROCEDURE DIVISION.

       0000-MAINLINE.

           EVALUATE EIBAID
               WHEN DFHPF3
               WHEN DFHCLEAR
                   PERFORM 0900-EXIT-TRANSACTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF EIBCALEN > 0
               MOVE DFHCOMMAREA TO WS-COMMAREA
           ELSE
               MOVE LOW-VALUES TO WS-CA-START-KEY
               MOVE LOW-VALUES TO WS-CA-LAST-KEY
               PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                       UNTIL WS-ROW-IDX > 12
                   MOVE SPACES TO WS-CA-ROW-KEY(WS-ROW-IDX)
               END-PERFORM
           END-IF

           PERFORM 0050-GET-NOW

           EXEC CICS RECEIVE
             MAP('WRKQUE')
             MAPSET('WRKQUEM')
             INTO(WRKQUEI)
             RESP(WS-CICSRESP)
             NOHANDLE
           END-EXEC

           MOVE 'N' TO WS-SKIP-LAST-SW
           IF CICS-RESP-MAPFAIL OR EIBCALEN = 0
               MOVE LOW-VALUES TO WRKQUEI
               MOVE LOW-VALUES TO WS-CA-START-KEY
           ELSE
               MOVE SPACES TO WMSGI
               PERFORM 0200-APPLY-SELECTIONS
               IF WS-JUMP-REQUESTED
                   PERFORM 0800-JUMP-TO-SCREEN
               END-IF
               EVALUATE EIBAID
                   WHEN DFHPF7
                       MOVE LOW-VALUES TO WS-CA-START-KEY
                   WHEN DFHPF8
                       MOVE WS-CA-LAST-KEY TO WS-CA-START-KEY
                       SET WS-SKIP-LAST-KEY TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           PERFORM 0300-BUILD-PAGE

           EXEC CICS SEND
             MAP('WRKQUE')
             MAPSET('WRKQUEM')
             FROM(WRKQUEI)
             ERASE
             RESP(WS-CICSRESP2)
             NOHANDLE
           END-EXEC

           EXEC CICS RETURN
             TRANSID('WRKQ')
             COMMAREA(WS-COMMAREA)
             LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       0050-GET-NOW.

           EXEC CICS ASKTIME
             ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
             ABSTIME(WS-ABSTIME)
             YYYYMMDD(WS-NOW-DATE)
             TIME(WS-NOW-TIME-X)
           END-EXEC.

      *****************************************************************
      *    SELECTION CODES AGAINST THE ROWS LAST SENT                 *
      *****************************************************************
       0200-APPLY-SELECTIONS.

           MOVE SPACES TO WS-OPERATOR
           EXEC CICS ASSIGN
             USERID(WS-OPERATOR)
             RESP(WS-CICSRESP)
             NOHANDLE
           END-EXEC

           IF WASGNL > 0 AND WASGNI NOT = SPACES
               MOVE WASGNI TO WS-ASSIGNEE
           ELSE
               MOVE WS-OPERATOR TO WS-ASSIGNEE
           END-IF

           MOVE ZERO TO WS-ACTIONS-DONE
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > 12
               IF WSELL(WS-ROW-IDX) > 0
                   AND WSELI(WS-ROW-IDX) NOT = SPACE
                   AND WS-CA-ROW-KEY(WS-ROW-IDX) NOT = SPACES
                   PERFORM 0250-APPLY-ONE-SELECTION
               END-IF
           END-PERFORM.

       0250-APPLY-ONE-SELECTION.

           MOVE WS-CA-ROW-KEY(WS-ROW-IDX) TO WS-BROWSE-KEY
           EVALUATE WSELI(WS-ROW-IDX)
               WHEN 'A'
                   PERFORM 0400-ASSIGN-ITEM
               WHEN 'N'
                   PERFORM 0500-NOTE-ITEM
               WHEN 'I'
                   PERFORM 0600-SHOW-NOTE
               WHEN 'S'
                   PERFORM 0700-NOTE-JUMP
               WHEN OTHER
                   MOVE 'SELECTION CODES ARE A, N, I OR S' TO WMSGI
           END-EVALUATE.

       0400-ASSIGN-ITEM.

           EXEC CICS READ
             FILE('WORKITEM')
             INTO(WORK-ITEM-RECORD)
             RIDFLD(WS-BROWSE-KEY)
             UPDATE
             RESP(WS-CICSRESP)
             NOHANDLE
           END-EXEC
           IF NOT CICS-RESP-NORMAL
               MOVE 'ITEM NO LONGER ON FILE - REFRESHED' TO WMSGI
           ELSE
               MOVE WS-ASSIGNEE      TO WI-ASSIGNED-TO
               MOVE WS-OPERATOR      TO WI-ASSIGNED-BY
               MOVE WS-NOW-DATE      TO WI-ASSIGNED-DATE
               MOVE WS-NOW-TIME-X(1:6) TO WI-ASSIGNED-TIME
               EXEC CICS REWRITE
                 FILE('WORKITEM')
                 FROM(WORK-ITEM-RECORD)
                 RESP(WS-CICSRESP)
                 NOHANDLE
               END-EXEC
               IF CICS-RESP-NORMAL
                   ADD 1 TO WS-ACTIONS-DONE
                   MOVE SPACES TO WMSGI
                   STRING WI-TYPE ' ' WI-ITEM-REF(1:15)
                       ' ASSIGNED TO ' WS-ASSIGNEE
                       DELIMITED BY SIZE INTO WMSGI
               ELSE
                   MOVE 'ASSIGNMENT NOT SAVED - TRY AGAIN' TO WMSGI
               END-IF
           END-IF.

       0500-NOTE-ITEM.

           IF WNOTEL = 0 OR WNOTEI = SPACES
               MOVE 'KEY THE NOTE TEXT, THEN N BESIDE THE ITEM'
                 TO WMSGI
           ELSE
               EXEC CICS READ
                 FILE('WORKITEM')
                 INTO(WORK-ITEM-RECORD)
                 RIDFLD(WS-BROWSE-KEY)
                 UPDATE
                 RESP(WS-CICSRESP)
                 NOHANDLE
               END-EXEC
               IF NOT CICS-RESP-NORMAL
                   MOVE 'ITEM NO LONGER ON FILE - REFRESHED' TO WMSGI
               ELSE
                   MOVE WNOTEI      TO WI-NOTE
                   MOVE WS-OPERATOR TO WI-NOTE-BY
                   MOVE WS-NOW-DATE TO WI-NOTE-DATE
                   EXEC CICS REWRITE
                     FILE('WORKITEM')
                     FROM(WORK-ITEM-RECORD)
                     RESP(WS-CICSRESP)
                     NOHANDLE
                   END-EXEC
                   IF CICS-RESP-NORMAL
                       ADD 1 TO WS-ACTIONS-DONE
                       MOVE SPACES TO WMSGI
                       STRING 'NOTE SAVED ON ' WI-TYPE ' '
                           WI-ITEM-REF(1:15)
                           DELIMITED BY SIZE INTO WMSGI
                   ELSE
                       MOVE 'NOTE NOT SAVED - TRY AGAIN' TO WMSGI
                   END-IF
               END-IF
           END-IF.

       0600-SHOW-NOTE.

           EXEC CICS READ
             FILE('WORKITEM')
             INTO(WORK-ITEM-RECORD)
             RIDFLD(WS-BROWSE-KEY)
             RESP(WS-CICSRESP)
             NOHANDLE
           END-EXEC
           IF NOT CICS-RESP-NORMAL
               MOVE 'ITEM NO LONGER ON FILE - REFRESHED' TO WMSGI
           ELSE
               IF WI-NOTE = SPACES
                   MOVE 'NO NOTE ON THIS ITEM' TO WMSGI
               ELSE
                   MOVE SPACES TO WMSGI
                   STRING WI-NOTE-BY ': ' WI-NOTE
                       DELIMITED BY SIZE INTO WMSGI
               END-IF
           END-IF.

       0700-NOTE-JUMP.

      *    the first S on the screen wins - one screen at a time.
           IF NOT WS-JUMP-REQUESTED
               EXEC CICS READ
                 FILE('WORKITEM')
                 INTO(WORK-ITEM-RECORD)
                 RIDFLD(WS-BROWSE-KEY)
                 RESP(WS-CICSRESP)
                 NOHANDLE
               END-EXEC
               IF CICS-RESP-NORMAL AND WI-SCREEN NOT = SPACES
                   MOVE WI-SCREEN TO WS-JUMP-TRAN
                   SET WS-JUMP-REQUESTED TO TRUE
               ELSE
                   MOVE 'NO SCREEN RECORDED FOR THIS ITEM' TO WMSGI
               END-IF
           END-IF.

      *****************************************************************
      *    ONE PAGE OF OPEN ITEMS FROM THE KSDS                       *
      *****************************************************************
       0300-BUILD-PAGE.

           MOVE SPACES TO WASGNI
           MOVE SPACES TO WNOTEI
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > 12
               MOVE SPACE  TO WSELI(WS-ROW-IDX)
               MOVE SPACES TO WLINEI(WS-ROW-IDX)
               MOVE SPACES TO WS-CA-ROW-KEY(WS-ROW-IDX)
           END-PERFORM

           MOVE WS-CA-START-KEY TO WS-BROWSE-KEY
           MOVE ZERO TO WS-ROWS-SHOWN
           EXEC CICS STARTBR
             FILE('WORKITEM')
             RIDFLD(WS-BROWSE-KEY)
             GTEQ
             RESP(WS-CICSRESP)
             NOHANDLE
           END-EXEC

           IF CICS-RESP-NORMAL
               MOVE 'N' TO WS-BROWSE-DONE-SW
               PERFORM 0350-READ-ONE-ITEM
                   UNTIL WS-ROWS-SHOWN = 12
                   OR WS-BROWSE-DONE
               EXEC CICS ENDBR
                 FILE('WORKITEM')
                 NOHANDLE
               END-EXEC
           END-IF

           IF WS-ROWS-SHOWN = 0
               IF WS-CA-START-KEY = LOW-VALUES
                   MOVE 'NO OPEN WORK ITEMS' TO WMSGI
               ELSE
                   MOVE 'END OF QUEUE - PF7 FOR THE TOP' TO WMSGI
               END-IF
           ELSE
               MOVE WS-CA-ROW-KEY(1) TO WS-CA-START-KEY
               IF WMSGI = SPACES OR WMSGI = LOW-VALUES
                   MOVE 'KEY A, N, I OR S BESIDE AN ITEM - PF8 FOR MORE'
                     TO WMSGI
               END-IF
           END-IF.

       0350-READ-ONE-ITEM.

           EXEC CICS READNEXT
             FILE('WORKITEM')
             INTO(WORK-ITEM-RECORD)
             RIDFLD(WS-BROWSE-KEY)
             RESP(WS-CICSRESP)
             NOHANDLE
           END-EXEC

           IF NOT CICS-RESP-NORMAL
               SET WS-BROWSE-DONE TO TRUE
           ELSE
      *        PF8 starts GTEQ on the last row shown - step past it.
               IF WI-OPEN
                   AND NOT (WS-SKIP-LAST-KEY
                       AND WI-KEY = WS-CA-LAST-KEY)
                   ADD 1 TO WS-ROWS-SHOWN
                   MOVE WS-ROWS-SHOWN TO WS-ROW-IDX
                   PERFORM 0370-FORMAT-ROW
                   MOVE WI-KEY TO WS-CA-ROW-KEY(WS-ROW-IDX)
                   MOVE WI-KEY TO WS-CA-LAST-KEY
               END-IF
           END-IF.

       0370-FORMAT-ROW.

           MOVE WI-TYPE             TO WR-TYPE
           MOVE WI-ITEM-REF(1:15)   TO WR-REF
           MOVE WI-PRIORITY         TO WR-PRIORITY
           IF WI-ASSIGNED-TO = SPACES
               MOVE '(NONE)'        TO WR-OWNER
           ELSE
               MOVE WI-ASSIGNED-TO  TO WR-OWNER
           END-IF
           MOVE WI-DESCRIPTION(1:37) TO WR-DESCRIPTION

      *    age in hours while it is under a hundred, days after.
           MOVE SPACES TO WR-AGE
           IF WI-OPENED-DATE IS NUMERIC
               AND WI-OPENED-DATE > 16010101
               AND WI-OPENED-DATE NOT > WS-NOW-DATE
               MOVE WI-OPENED-TIME(1:2) TO WS-OPEN-HH
               COMPUTE WS-AGE-HOURS =
                   (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
                    - FUNCTION INTEGER-OF-DATE(WI-OPENED-DATE)) * 24
                   + WS-NOW-HH - WS-OPEN-HH
               IF WS-AGE-HOURS < 0
                   MOVE 0 TO WS-AGE-HOURS
               END-IF
               IF WS-AGE-HOURS < 100
                   MOVE WS-AGE-HOURS TO WS-AGE-ED
                   STRING WS-AGE-ED 'H' DELIMITED BY SIZE INTO WR-AGE
               ELSE
                   COMPUTE WS-AGE-ED = WS-AGE-HOURS / 24
                   STRING WS-AGE-ED 'D' DELIMITED BY SIZE INTO WR-AGE
               END-IF
           END-IF

           MOVE WS-ROW-LINE TO WLINEI(WS-ROW-IDX).

       0800-JUMP-TO-SCREEN.

      *    the target starts with no input and sends its own fresh
      *    map, exactly as if the operator had keyed its id.
           EXEC CICS SEND CONTROL
             ERASE
             FREEKB
             NOHANDLE
           END-EXEC
           EXEC CICS RETURN
             TRANSID(WS-JUMP-TRAN)
             IMMEDIATE
           END-EXEC.

       0900-EXIT-TRANSACTION.

           EXEC CICS SEND CONTROL
             ERASE
             FREEKB
             NOHANDLE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

       END PROGRAM WRKQUEC.
