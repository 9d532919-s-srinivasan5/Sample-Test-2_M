      *    two distinct state-change operators, with every decision
      *    written to the control-change audit trail (see
      *    RCVAUTH.cpy).  No approval, no backout.
      *
      *    Student ids are now unique only within a campus, so the
      *    audit row is read at its 98-byte length and the campus
      *    it carries goes out on every reversal row - output feed,
      *    registrar detail and the BACKOUT audit row alike.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       FD  AUDITIN
           LABEL RECORDS ARE STANDARD.
       01  AUDITIN-RECORD               PIC X(98).

       FD  BKOOUT
           LABEL RECORDS ARE STANDARD.
           05  BK-RUN-DATE              PIC 9(8).
           05  BK-SEQ-NO                PIC 9(7).
           05  BK-CHECK-VALUE           PIC 9(12).
           05  BK-STUDENT-STATUS        PIC X(1).
           05  BK-CAMPUS-ID             PIC X(8).
           05  FILLER                   PIC X(1).

      *    tamper-evidence chain state for the reversal rows this
      *    program appends (see AUDITREC.cpy).
           MOVE BK-BEFORE-NAME  TO SO-STUDENT-NAME
           MOVE SPACES          TO SO-EXTRA-1
           MOVE 'Y'             TO SO-FOUND-SW
           MOVE BK-CAMPUS-ID    TO SO-CAMPUS-ID
           WRITE STUDOUT-RECORD.

       3200-WRITE-REVERSED-INTERFACE.
           MOVE BK-BEFORE-ID   TO RG-D-NEW-ID
           MOVE BK-BEFORE-NAME TO RG-D-NEW-NAME
           MOVE WS-RUN-DATE    TO RG-D-EFF-DATE
           MOVE BK-CAMPUS-ID   TO RG-D-CAMPUS-ID
           WRITE REGBKO-RECORD FROM REG-DETAIL-RECORD.

       3300-WRITE-REVERSAL-AUDIT.
           MOVE SPACES          TO AR-AFTER-EXTRA
           MOVE 'Y'             TO AR-FOUND-SW
           MOVE WS-RUN-DATE     TO AR-RUN-DATE
           MOVE BK-CAMPUS-ID    TO AR-CAMPUS-ID
           ADD 1 TO WS-AUDIT-SEQ
           COMPUTE WS-AUDIT-CHECK =
               FUNCTION MOD(WS-AUDIT-CHECK * 7
