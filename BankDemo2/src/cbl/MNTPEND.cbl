      *    pending file as status P with the request date (see
      *    PENDREC.cpy); a different operator reviews it through
      *    MNTAPPR and only approved items reach STUDMNT.
      *    The lifecycle status code and date keyed on the
      *    transaction ride through to the pending item (see
      *    STUDTXN.cpy / PENDREC.cpy).
      *    An add or change keyed with a replacement EXTRA the code
      *    table does not carry, has retired, or has not in effect
      *    on the request date is refused here and not queued (see
      *    XTRACODE.cpy) - the reviewer never sees it.  Refusals are
      *    listed and end the step 4; so does a missing code table,
      *    in which case everything is queued and STUDMNT's own
      *    check stands.
      *    The campus keyed on the transaction rides through to the
      *    pending item too; blank is the home campus (see
      *    CAMPWS.cpy), settled when STUDMNT applies the item.
      *    A duplicate-person merge (action M, see STUDTXN.cpy) is
      *    queued like any other item; one that names no surviving
      *    id, or names the retired id as its own survivor, is
      *    refused here with the bad EXTRA codes.
      *    A contact update (action K, see STUDTXN.cpy) is queued with
      *    its address and email for the checker like any other item.
      *    All blank asks for the contact to be removed; otherwise an
      *    item with neither an address line nor an email, an address
      *    without its city and postal code, or an email without exactly
      *    one @ is refused here.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDFILE-STATUS.

           SELECT XTRACODE ASSIGN TO 'XTRACODE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XC-CODE
               FILE STATUS IS WS-XTRACODE-STATUS.

           SELECT STEPLOG ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY PENDREC.

       FD  XTRACODE
           LABEL RECORDS ARE STANDARD.
           COPY XTRACODE.

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.
       01  WS-REQUEST-DATE              PIC 9(8).

       01  WS-QUEUED-COUNT              PIC 9(7) VALUE 0.
       01  WS-REFUSED-COUNT             PIC 9(7) VALUE 0.

       01  WS-CONTACT-EDIT.
           05  WS-EMAIL-AT-COUNT        PIC 9(3).
           05  WS-CONTACT-REASON        PIC X(30).

       COPY XTRAWS.

       COPY STEPTMWS.

           PERFORM 9150-NOTE-STEP-START

           ACCEPT WS-REQUEST-DATE FROM DATE YYYYMMDD
           PERFORM 0700-LOAD-EXTRA-CODES

           OPEN INPUT STUDTXN
           IF NOT STUDTXN-OK
                   AT END
                       SET WS-END-OF-STUDTXN TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TX-ACTION-MERGE
                               PERFORM 1600-EDIT-MERGE
                           WHEN TX-ACTION-CONTACT
                               PERFORM 1700-EDIT-CONTACT
                           WHEN OTHER
                               PERFORM 1500-EDIT-EXTRA-CODE
                       END-EVALUATE
               END-READ
           END-PERFORM


           STOP RUN.

       1500-EDIT-EXTRA-CODE.

      *    a delete carries whatever the row had - only what the
      *    desk is putting on the master is judged.
           MOVE TX-REPLACEMENT-EXTRA TO WS-XTRA-CHECK-CODE
           MOVE WS-REQUEST-DATE      TO WS-XTRA-CHECK-DATE
           PERFORM 0750-CHECK-EXTRA-CODE
           IF NOT TX-ACTION-DELETE AND WS-XTRA-REJECTED
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY 'REFUSED ' TX-ACTION ' STUDENT ' TX-STUDENT-ID
                   ' ' TX-STUDENT-NAME ' EXTRA ' TX-REPLACEMENT-EXTRA
               DISPLAY '        ' WS-XTRA-REASON ' - KEYED BY '
                   TX-OPERATOR
           ELSE
               PERFORM 2000-QUEUE-TRANSACTION
           END-IF.

       1600-EDIT-MERGE.

      *    a merge carries no new values - only the pair is judged.
           IF TX-REPLACEMENT-ID NOT NUMERIC
               OR TX-REPLACEMENT-ID = ZERO
               OR TX-REPLACEMENT-ID = TX-STUDENT-ID
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY 'REFUSED M STUDENT ' TX-STUDENT-ID
                   ' ' TX-STUDENT-NAME ' SURVIVOR ' TX-REPLACEMENT-ID
               DISPLAY '        NO SEPARATE SURVIVING ID - KEYED BY '
                   TX-OPERATOR
           ELSE
               PERFORM 2000-QUEUE-TRANSACTION
           END-IF.

       1700-EDIT-CONTACT.

      *    all blank asks for the contact to be removed; otherwise a
      *    letter needs somewhere to go and an email needs a domain.
           MOVE SPACES TO WS-CONTACT-REASON
           MOVE ZERO   TO WS-EMAIL-AT-COUNT
           INSPECT TX-EMAIL TALLYING WS-EMAIL-AT-COUNT FOR ALL '@'
           EVALUATE TRUE
               WHEN TX-STUDENT-ID NOT NUMERIC
                   MOVE 'STUDENT ID NOT NUMERIC' TO WS-CONTACT-REASON
               WHEN TX-CONTACT-DETAILS = SPACES
                   CONTINUE
               WHEN TX-ADDRESS-1 = SPACES
                   AND TX-EMAIL = SPACES
                   MOVE 'NO ADDRESS LINE OR EMAIL'
                     TO WS-CONTACT-REASON
               WHEN TX-ADDRESS-1 NOT = SPACES
                   AND (TX-CITY = SPACES OR TX-POSTAL-CODE = SPACES)
                   MOVE 'ADDRESS MISSING CITY OR POSTAL'
                     TO WS-CONTACT-REASON
               WHEN TX-EMAIL NOT = SPACES
                   AND WS-EMAIL-AT-COUNT NOT = 1
                   MOVE 'EMAIL ADDRESS NOT VALID' TO WS-CONTACT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-CONTACT-REASON NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY 'REFUSED K STUDENT ' TX-CAMPUS-ID ' '
                   TX-STUDENT-ID ' ' TX-STUDENT-NAME
               DISPLAY '        ' WS-CONTACT-REASON ' - KEYED BY '
                   TX-OPERATOR
           ELSE
               PERFORM 2000-QUEUE-TRANSACTION
           END-IF.

       2000-QUEUE-TRANSACTION.

           MOVE SPACES               TO PENDING-RECORD
           MOVE TX-REPLACEMENT-EFF-DATE
                                     TO PD-REPLACEMENT-EFF-DATE
           MOVE TX-OPERATOR          TO PD-OPERATOR
           MOVE TX-STATUS-CODE       TO PD-STATUS-CODE
           MOVE TX-STATUS-DATE       TO PD-STATUS-DATE
           MOVE TX-CAMPUS-ID         TO PD-CAMPUS-ID
           MOVE TX-CONTACT-DETAILS   TO PD-CONTACT-DETAILS
           MOVE ZERO                 TO PD-APPROVE-DATE
           WRITE PENDING-RECORD
           ADD 1 TO WS-QUEUED-COUNT

           DISPLAY 'QUEUED ' TX-ACTION ' STUDENT ' TX-CAMPUS-ID
               ' ' TX-STUDENT-ID
               ' ' TX-STUDENT-NAME ' KEYED BY ' TX-OPERATOR.

       9000-END-OF-JOB.

           DISPLAY 'MAINTENANCE ITEMS QUEUED FOR REVIEW : '
               WS-QUEUED-COUNT
           DISPLAY 'REFUSED - BAD EXTRA, MERGE, CONTACT : '
               WS-REFUSED-COUNT

           IF WS-REFUSED-COUNT > 0
               OR NOT WS-XTRA-TABLE-LOADED
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9100-WRITE-STEPLOG.

       9100-WRITE-STEPLOG.
           WRITE STEPLOG-RECORD
           CLOSE STEPLOG.

       COPY XTRAPRC.

       COPY STEPTIME.

       END PROGRAM MNTPEND.
