      *    ids touched - a one-student question stops costing a
      *    90-generation read.  No index just means the original
      *    full scan.
      *    Ids are only unique within a campus now, so a request
      *    names the campus that issued its id (blank is the home
      *    campus) and a row matches only under the campus it
      *    carries - a row archived before the campus was carried
      *    is the home campus's.  The index stays by id alone; it
      *    only narrows the runs read.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-REQUEST-TABLE.
           05  WS-REQUEST-COUNT         PIC 9(3) VALUE 0.
           05  WS-REQUEST-ENTRY         OCCURS 100 TIMES.
               10  WS-REQUEST-CAMPUS    PIC X(8).
               10  WS-REQUEST-ID        PIC 9(6).
               10  WS-REQUEST-MATCHES   PIC 9(7).
               10  WS-REQUEST-IXHITS    PIC 9(5).
       01  WS-ROWS-READ                 PIC 9(7) VALUE 0.
       01  WS-ROWS-MATCHED              PIC 9(7) VALUE 0.
       01  WS-ROWS-SKIPPED              PIC 9(7) VALUE 0.
       01  WS-ROW-CAMPUS                PIC X(8).

      *    the run dates the index says the requested ids appear in
      *    - any archive row from another run is skipped unread.
           05  WS-DATE-HIT-SW           PIC X(1).
             88  WS-DATE-HIT                      VALUE 'Y'.

       COPY CAMPWS.

       COPY STEPTMWS.

       PROCEDURE DIVISION.
               ADD 1 TO WS-REQUEST-COUNT
               MOVE AQ-STUDENT-ID TO
                   WS-REQUEST-ID(WS-REQUEST-COUNT)
               MOVE AQ-CAMPUS-ID TO
                   WS-REQUEST-CAMPUS(WS-REQUEST-COUNT)
               IF WS-REQUEST-CAMPUS(WS-REQUEST-COUNT) = SPACES
                   MOVE WS-HOME-CAMPUS TO
                       WS-REQUEST-CAMPUS(WS-REQUEST-COUNT)
               END-IF
               MOVE 0 TO WS-REQUEST-MATCHES(WS-REQUEST-COUNT)
               MOVE 0 TO WS-REQUEST-IXHITS(WS-REQUEST-COUNT)
           ELSE

       2200-MATCH-REQUESTS.

           MOVE AR-CAMPUS-ID TO WS-ROW-CAMPUS
           IF WS-ROW-CAMPUS = SPACES
               MOVE WS-HOME-CAMPUS TO WS-ROW-CAMPUS
           END-IF
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQUEST-COUNT
               IF (AR-BEFORE-ID = WS-REQUEST-ID(WS-REQ-IDX)
                   OR AR-AFTER-ID = WS-REQUEST-ID(WS-REQ-IDX))
                   AND WS-ROW-CAMPUS = WS-REQUEST-CAMPUS(WS-REQ-IDX)
                   ADD 1 TO WS-ROWS-MATCHED
                   ADD 1 TO WS-REQUEST-MATCHES(WS-REQ-IDX)
                   DISPLAY 'STUDENT ' WS-REQUEST-ID(WS-REQ-IDX)
                       ' CAMPUS ' WS-ROW-CAMPUS
                       ' RUN ' AR-RUN-DATE
                       ' ' AR-SUBPROGRAM
                       ' BEFORE ' AR-BEFORE-ID ' ' AR-BEFORE-NAME
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQUEST-COUNT
               DISPLAY 'STUDENT ' WS-REQUEST-ID(WS-REQ-IDX)
                   ' CAMPUS ' WS-REQUEST-CAMPUS(WS-REQ-IDX)
                   ' MATCHING AUDIT ROWS : '
                   WS-REQUEST-MATCHES(WS-REQ-IDX)
           END-PERFORM
