      *****************************************************************
      *    CONTPRC - SHARED STUDENT CONTACT PARAGRAPHS                *
      *    (see CONTWS for the work areas).  0800 opens the contact   *
      *    file for update; it is optional everywhere, so a missing   *
      *    file is reported and WS-CONT-OPEN stays off.  0850 moves   *
      *    the contact on the retired id to the new id of the same    *
      *    campus, marked carried from the retired id, and deletes    *
      *    the retired id's row.  A new id that already has its own   *
      *    contact keeps it and the retired row is left where it is   *
      *    (WS-CONT-KEPT); no contact on the retired id is            *
      *    WS-CONT-NONE.                                              *
      *****************************************************************
       0800-OPEN-CONTACT-FILE.

           OPEN I-O CONTFILE
           IF CONTFILE-OK
               SET WS-CONT-OPEN TO TRUE
           ELSE
               DISPLAY 'CONTACT FILE NOT AVAILABLE - STATUS '
                   WS-CONTFILE-STATUS
           END-IF.

       0850-CARRY-CONTACT.

           SET WS-CONT-NONE TO TRUE
           IF WS-CONT-OPEN
               MOVE WS-CONT-CAMPUS  TO CN-CAMPUS-ID
               MOVE WS-CONT-FROM-ID TO CN-STUDENT-ID
               READ CONTFILE KEY IS CN-STUDENT-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF CONTFILE-OK
                   MOVE CONTACT-RECORD TO WS-CONT-HOLD
                   MOVE WS-CONT-TO-ID  TO CN-STUDENT-ID
                   READ CONTFILE KEY IS CN-STUDENT-KEY
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF CONTFILE-OK
                       SET WS-CONT-KEPT TO TRUE
                   ELSE
                       MOVE WS-CONT-HOLD    TO CONTACT-RECORD
                       MOVE WS-CONT-TO-ID   TO CN-STUDENT-ID
                       MOVE WS-CONT-FROM-ID TO CN-CARRIED-FROM
                       MOVE WS-CONT-DATE    TO CN-UPDATED-DATE
                       WRITE CONTACT-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       IF CONTFILE-OK
                           SET WS-CONT-CARRIED TO TRUE
                           MOVE WS-CONT-FROM-ID TO CN-STUDENT-ID
                           DELETE CONTFILE
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                       ELSE
                           SET WS-CONT-FAILED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
