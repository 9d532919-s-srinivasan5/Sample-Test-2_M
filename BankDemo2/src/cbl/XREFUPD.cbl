      *    replacement actually applied (see XREFREC.cpy), keyed by
      *    the retired id, so chains of renumberings stay
      *    followable for years.  A re-applied id updates its row.
      *    The row is keyed by the student's campus plus the retired
      *    id, taken off the audit row - an id retired in one campus
      *    says nothing about the same number in another.
      *    Student contacts follow the renumbering: for each mapping
      *    posted, the contact on the retired id moves to the new id,
      *    marked carried from it (see CONTPRC.cpy), so tonight's notice
      *    letter reaches the student.  A new id with its own contact
      *    keeps it and the retired row is listed.  The contact file is
      *    optional; a contact that fails to move ends the step 4.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT XREFFILE ASSIGN TO 'XREFFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-OLD-KEY
               FILE STATUS IS WS-XREFFILE-STATUS.

           SELECT CONTFILE ASSIGN TO 'CONTFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-STUDENT-KEY
               FILE STATUS IS WS-CONTFILE-STATUS.

           SELECT STEPLOG ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY XREFREC.

       FD  CONTFILE
           LABEL RECORDS ARE STANDARD.
           COPY CONTREC.

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.
       01  WS-XREF-COUNTERS.
           05  WS-ROWS-ADDED            PIC 9(7) VALUE 0.
           05  WS-ROWS-UPDATED          PIC 9(7) VALUE 0.
           05  WS-CONTACTS-CARRIED      PIC 9(7) VALUE 0.
           05  WS-CONTACTS-KEPT         PIC 9(7) VALUE 0.
           05  WS-CONTACTS-FAILED       PIC 9(7) VALUE 0.

      *    the campus the mapping belongs to - blank on an old
      *    audit row is the home campus.
       01  WS-MAP-CAMPUS                PIC X(8).

       COPY CAMPWS.

       COPY CONTWS.

       COPY STEPTMWS.

               OPEN I-O XREFFILE
           END-IF

      *    without the contact file the mappings still post; the
      *    contacts stay on the retired ids until a rerun.
           PERFORM 0800-OPEN-CONTACT-FILE

           OPEN INPUT AUDITOUT
           IF NOT AUDITOUT-OK
               DISPLAY 'AUDITOUT NOT AVAILABLE - NOTHING TO '
               CLOSE AUDITOUT
           END-IF
           CLOSE XREFFILE
           IF WS-CONT-OPEN
               CLOSE CONTFILE
           END-IF

           PERFORM 9000-END-OF-JOB


       2000-POST-ONE-MAPPING.

           MOVE AR-CAMPUS-ID TO WS-MAP-CAMPUS
           IF WS-MAP-CAMPUS = SPACES
               MOVE WS-HOME-CAMPUS TO WS-MAP-CAMPUS
           END-IF
           MOVE WS-MAP-CAMPUS TO XR-CAMPUS-ID
           MOVE AR-BEFORE-ID TO XR-OLD-ID
           READ XREFFILE KEY IS XR-OLD-KEY
               INVALID KEY
                   CONTINUE
           END-READ
               ADD 1 TO WS-ROWS-UPDATED
           ELSE
               MOVE SPACES      TO XREF-RECORD
               MOVE WS-MAP-CAMPUS TO XR-CAMPUS-ID
               MOVE AR-BEFORE-ID TO XR-OLD-ID
               MOVE AR-AFTER-ID  TO XR-NEW-ID
               MOVE AR-RUN-DATE  TO XR-APPLIED-DATE
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-ROWS-ADDED
           END-IF
           PERFORM 2100-CARRY-CONTACT.

       2100-CARRY-CONTACT.

      *    the letter for tonight's renumbering goes to the contact
      *    the student had under the retired id (see RNNOTICE).
           MOVE WS-MAP-CAMPUS TO WS-CONT-CAMPUS
           MOVE AR-BEFORE-ID  TO WS-CONT-FROM-ID
           MOVE AR-AFTER-ID   TO WS-CONT-TO-ID
           MOVE AR-RUN-DATE   TO WS-CONT-DATE
           PERFORM 0850-CARRY-CONTACT
           EVALUATE TRUE
               WHEN WS-CONT-CARRIED
                   ADD 1 TO WS-CONTACTS-CARRIED
               WHEN WS-CONT-KEPT
                   ADD 1 TO WS-CONTACTS-KEPT
                   DISPLAY 'CONTACT LEFT ON RETIRED ' WS-MAP-CAMPUS
                       ' ' AR-BEFORE-ID ' - ' AR-AFTER-ID
                       ' HAS ITS OWN'
               WHEN WS-CONT-FAILED
                   ADD 1 TO WS-CONTACTS-FAILED
                   DISPLAY 'CONTACT NOT CARRIED ' WS-MAP-CAMPUS
                       ' ' AR-BEFORE-ID ' TO ' AR-AFTER-ID
                       ' - STATUS ' WS-CONTFILE-STATUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       9000-END-OF-JOB.

               WS-ROWS-ADDED
           DISPLAY 'CROSS-REFERENCE ROWS UPDATED : '
               WS-ROWS-UPDATED
           DISPLAY 'CONTACTS CARRIED TO NEW IDS  : '
               WS-CONTACTS-CARRIED
           DISPLAY 'CONTACTS LEFT - NEW ID HAS ONE : '
               WS-CONTACTS-KEPT
           DISPLAY 'CONTACTS NOT CARRIED         : '
               WS-CONTACTS-FAILED

      *    a contact that would not move is worth a look but the
      *    cross-reference itself is complete.
           IF WS-CONTACTS-FAILED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9100-WRITE-STEPLOG.

       9100-WRITE-STEPLOG.
           WRITE STEPLOG-RECORD
           CLOSE STEPLOG.

       COPY CONTPRC.

       COPY STEPTIME.

       END PROGRAM XREFUPD.
