      *    date and report id, ENTER shows the first page, PF8 the
      *    next, with the position carried in the COMMAREA between
      *    pages.
      *    The night's department pieces RPTBURST stores (EXCPRPT, the
      *    case aging list and the STATRPT breakdown, one per department
      *    under the report prefix plus the department code) can now be
      *    reached by department.  Keying a department code on the
      *    screen limits it to that department: with no report id it
      *    lists the department's pieces for the run date, a
      *    four-character report prefix is completed with the code (EXCP
      *    becomes EXCPADMS), and any other report is refused.  The code
      *    is carried in the COMMAREA for the session.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  RIDL                     PIC S9(4) COMP.
           05  RIDA                     PIC X(1).
           05  RIDI                     PIC X(8).
           05  RDEPTL                   PIC S9(4) COMP.
           05  RDEPTA                   PIC X(1).
           05  RDEPTI                   PIC X(4).
           05  RLINE-GROUP              OCCURS 16 TIMES.
               10  RLINEL               PIC S9(4) COMP.
               10  RLINEA               PIC X(1).
           05  WS-CA-RUN-DATE           PIC 9(8).
           05  WS-CA-REPORT-ID          PIC X(8).
           05  WS-CA-NEXT-SEQ           PIC 9(7).
           05  WS-CA-DEPT-CODE          PIC X(4).

       LINKAGE SECTION.

           COPY DFHEIBLK.

       01  DFHCOMMAREA                  PIC X(27).

       PROCEDURE DIVISION.

               MOVE ZERO   TO WS-CA-RUN-DATE
               MOVE SPACES TO WS-CA-REPORT-ID
               MOVE ZERO   TO WS-CA-NEXT-SEQ
               MOVE SPACES TO WS-CA-DEPT-CODE
           END-IF

           EXEC CICS RECEIVE
               MOVE ZERO TO WS-CA-NEXT-SEQ
           END-IF

      *    a department keyed on its own starts from its list of
      *    pieces; a report prefix keyed with it is completed.
           IF RDEPTL > 0
               MOVE RDEPTI TO WS-CA-DEPT-CODE
               IF RIDL = 0
                   MOVE SPACES TO WS-CA-REPORT-ID
               END-IF
           END-IF
           IF WS-CA-DEPT-CODE NOT = SPACES
               AND WS-CA-REPORT-ID NOT = SPACES
               AND WS-CA-REPORT-ID(5:4) = SPACES
               MOVE WS-CA-DEPT-CODE TO WS-CA-REPORT-ID(5:4)
           END-IF

           MOVE SPACES TO RMSGI
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 16
               MOVE SPACES TO RLINEI(WS-LINE-IDX)
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-CA-RUN-DATE = ZERO
                   MOVE 'ENTER A RUN DATE AND REPORT ID' TO RMSGI
               WHEN WS-CA-DEPT-CODE NOT = SPACES
                   AND WS-CA-REPORT-ID = SPACES
                   PERFORM 0500-LIST-DEPT-REPORTS
               WHEN WS-CA-REPORT-ID = SPACES
                   MOVE 'ENTER A RUN DATE AND REPORT ID' TO RMSGI
               WHEN WS-CA-DEPT-CODE NOT = SPACES
                   AND WS-CA-REPORT-ID(5:4) NOT = WS-CA-DEPT-CODE
                   MOVE 'NOT THIS DEPT''S REPORT - REKEY DEPT TO LIST'
                     TO RMSGI
                   MOVE ZERO TO WS-CA-NEXT-SEQ
               WHEN OTHER
                   PERFORM 0300-BROWSE-STORE
           END-EVALUATE

           MOVE WS-CA-RUN-DATE  TO RDATEI
           MOVE WS-CA-REPORT-ID TO RIDI
           MOVE WS-CA-DEPT-CODE TO RDEPTI

           EXEC CICS SEND
             MAP('RPTVIEW')
               END-IF
           END-IF.

       0500-LIST-DEPT-REPORTS.

      *    one line per piece of the department's for the run date:
      *    the store id and the piece's heading line.  Each piece is
      *    skipped past on its first row rather than read through.
           MOVE WS-CA-RUN-DATE TO WS-BK-RUN-DATE
           MOVE LOW-VALUES     TO WS-BK-REPORT-ID
           MOVE ZERO           TO WS-BK-LINE-SEQ
           MOVE ZERO           TO WS-CA-NEXT-SEQ

           EXEC CICS STARTBR
             FILE('RPTSTORE')
             RIDFLD(WS-BROWSE-KEY)
             GTEQ
             RESP(WS-CICSRESP)
             NOHANDLE
           END-EXEC

           MOVE ZERO TO WS-LINES-SHOWN
           IF CICS-RESP-NORMAL
               MOVE 'N' TO WS-BROWSE-DONE-SW
               MOVE 1 TO WS-LINE-IDX
               PERFORM 0550-READ-NEXT-PIECE
                   UNTIL WS-BROWSE-DONE
                   OR WS-LINE-IDX > 16
               EXEC CICS ENDBR
                 FILE('RPTSTORE')
                 NOHANDLE
               END-EXEC
           END-IF

           IF WS-LINES-SHOWN = 0
               MOVE 'NO REPORTS FOR THIS DEPARTMENT ON THAT DATE'
                 TO RMSGI
           ELSE
               MOVE 'KEY A REPORT ID (OR ITS FIRST 4) TO VIEW IT'
                 TO RMSGI
           END-IF.

       0550-READ-NEXT-PIECE.

           EXEC CICS READNEXT
             FILE('RPTSTORE')
             INTO(REPORT-STORE-RECORD)
             RIDFLD(WS-BROWSE-KEY)
             RESP(WS-CICSRESP)
             NOHANDLE
           END-EXEC

           IF NOT CICS-RESP-NORMAL
               OR RP-RUN-DATE NOT = WS-CA-RUN-DATE
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               IF RP-REPORT-ID(5:4) = WS-CA-DEPT-CODE
                   MOVE SPACES TO RLINEI(WS-LINE-IDX)
                   STRING RP-REPORT-ID '  ' RP-LINE
                       DELIMITED BY SIZE INTO RLINEI(WS-LINE-IDX)
                   END-STRING
                   ADD 1 TO WS-LINES-SHOWN
                   ADD 1 TO WS-LINE-IDX
               END-IF
               MOVE RP-REPORT-ID TO WS-BK-REPORT-ID
               MOVE 9999999      TO WS-BK-LINE-SEQ
               EXEC CICS RESETBR
                 FILE('RPTSTORE')
                 RIDFLD(WS-BROWSE-KEY)
                 GTEQ
                 RESP(WS-CICSRESP)
                 NOHANDLE
               END-EXEC
               IF NOT CICS-RESP-NORMAL
                   SET WS-BROWSE-DONE TO TRUE
               END-IF
           END-IF.

       0900-EXIT-TRANSACTION.

           EXEC CICS SEND CONTROL
