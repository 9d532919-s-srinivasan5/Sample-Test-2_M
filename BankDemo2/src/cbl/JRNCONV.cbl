      *    ids are dropped and reported, never guessed at.  Run
      *    once at cutover (see BANKCONV.jcl); the original stays
      *    until the desk signs the conversion off.
      *    The current image leads with the campus (see
      *    STUDMSTR.cpy - 74 bytes, a 184-byte row).  A journal this
      *    old predates a second campus, so each converted non-blank
      *    image is stamped with the home campus.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
         88  WS-END-OF-FILE                       VALUE 'Y'.

      *    the old 62-byte master image, field by field, and the
      *    converted 74-byte one it becomes.
       01  WS-OLD-IMAGE.
           05  OI-STUDENT-ID            PIC X(4).
           05  OI-STUDENT-NAME          PIC X(15).
           05  FILLER                   PIC X(6).

       01  WS-NEW-IMAGE.
           05  NI-CAMPUS-ID             PIC X(8).
           05  NI-STUDENT-ID            PIC 9(6).
           05  NI-STUDENT-NAME          PIC X(15).
           05  NI-REPLACEMENT-ID        PIC 9(6).
           05  WS-ROWS-WRITTEN          PIC 9(7) VALUE 0.
           05  WS-ROWS-UNPARSED         PIC 9(7) VALUE 0.

       COPY CAMPWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
                   MOVE 'N' TO WS-IMAGE-OK-SW
               ELSE
                   MOVE SPACES TO WS-NEW-IMAGE
                   MOVE WS-HOME-CAMPUS  TO NI-CAMPUS-ID
                   MOVE OI-STUDENT-ID   TO NI-STUDENT-ID
                   MOVE OI-STUDENT-NAME TO NI-STUDENT-NAME
                   MOVE OI-REPLACEMENT-ID
