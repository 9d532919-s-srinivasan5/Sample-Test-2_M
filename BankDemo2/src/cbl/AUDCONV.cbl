      *    side by side.  Run once per retained generation (see
      *    BANKCONV.jcl); the originals stay until the desk signs
      *    the conversion off.
      *    The audit row now carries the campus its ids belong to
      *    (see AUDITREC.cpy); every old generation predates a
      *    second campus, so each converted row is stamped with the
      *    home campus.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-ROWS-DROPPED          PIC 9(7) VALUE 0.
           05  WS-ROWS-UNPARSED         PIC 9(7) VALUE 0.

       COPY CAMPWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           MOVE OA-AFTER-NAME   TO AR-AFTER-NAME
           MOVE OA-AFTER-EXTRA  TO AR-AFTER-EXTRA
           MOVE OA-FOUND-SW     TO AR-FOUND-SW
           MOVE WS-HOME-CAMPUS  TO AR-CAMPUS-ID
           IF OA-RUN-DATE NUMERIC
               MOVE OA-RUN-DATE TO AR-RUN-DATE
               MOVE AR-RUN-DATE TO WS-LAST-RUN-DATE
