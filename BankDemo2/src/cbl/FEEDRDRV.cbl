       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDRDRV.
      *
      *    CHANGE LOG
      *    ----------
      *    Re-drive of a past night's STUDIN feed out of the raw feed
      *    vault (job BANKRDRV).  The register knew each accepted
      *    transmission's count and hash but the file itself was
      *    gone by the next night, so a campus disputing what it
      *    sent, or a past night wanted again through WHATIF, had
      *    nothing to go back to.  The scheduler names the business
      *    date on REDRIVE (and one source on RDSOURCE, or every
      *    source that night), the operator asking on RDOPER, and
      *    WHATIF or REPROC on RDMODE.  For each source the register
      *    accepted for that date - the latest acceptance, where an
      *    override let a resend in - this step finds the vault copy
      *    the register row points at (see FEEDREG.cpy /
      *    FEEDVLT.cpy), recounts its details and rehashes its ids
      *    the way STUDEDIT did, and only when every source proves
      *    against its register row writes the night back out on
      *    RDRVOUT as it arrived and registers the re-drive on the
      *    register rewrite: W for a what-if compare, P for a
      *    reprocessing run still to be made.  STUDEDIT, run under
      *    the same REDRIVE date, lets the file through on that row
      *    instead of refusing it as a resend.  A source missing from
      *    the vault, or one that does not prove, stops the step
      *    (RC 8) with nothing written or registered.
      *    The re-drive file and the register rewrite are now
      *    status-checked.  A re-drive file that will not open or
      *    write (or a vault that will not reopen to copy from)
      *    registers nothing; a register rewrite that will not open
      *    leaves the register as it was.  Either ends RC 8, so
      *    STEP011 never copies a short register back and no
      *    re-drive row points at a file that was not written.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO 'RUNCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT FEEDREG ASSIGN TO 'FEEDREG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEDREG-STATUS.

           SELECT FEEDRNEW ASSIGN TO 'FEEDRNEW'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEDRNEW-STATUS.

           SELECT FEEDVLT ASSIGN TO 'FEEDVLT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEDVLT-STATUS.

           SELECT RDRVOUT ASSIGN TO 'RDRVOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RDRVOUT-STATUS.

           SELECT STEPLOG ASSIGN TO 'STEPLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  FEEDREG
           LABEL RECORDS ARE STANDARD.
           COPY FEEDREG.

       FD  FEEDRNEW
           LABEL RECORDS ARE STANDARD.
       01  FEEDRNEW-RECORD              PIC X(60).

       FD  FEEDVLT
           LABEL RECORDS ARE STANDARD.
           COPY FEEDVLT.

       FD  RDRVOUT
           LABEL RECORDS ARE STANDARD.
       01  RDRVOUT-RECORD               PIC X(60).

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
           COPY STEPLOG.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS         PIC X(2) VALUE '00'.
             88  RUNCTL-OK                        VALUE '00'.
           05  WS-FEEDREG-STATUS        PIC X(2) VALUE '00'.
             88  FEEDREG-OK                       VALUE '00'.
           05  WS-FEEDRNEW-STATUS       PIC X(2) VALUE '00'.
             88  FEEDRNEW-OK                      VALUE '00'.
           05  WS-FEEDVLT-STATUS        PIC X(2) VALUE '00'.
             88  FEEDVLT-OK                       VALUE '00'.
           05  WS-RDRVOUT-STATUS        PIC X(2) VALUE '00'.
             88  RDRVOUT-OK                       VALUE '00'.
           05  WS-STEPLOG-STATUS        PIC X(2) VALUE '00'.

       01  WS-EOF-SWITCH                PIC X(1) VALUE 'N'.
         88  WS-END-OF-FILE                       VALUE 'Y'.

       01  WS-OPTIONS.
           05  WS-ENVVAL                PIC X(10) VALUE SPACES.
           05  WS-REDRIVE-DATE          PIC 9(8) VALUE 0.
           05  WS-REDRIVE-SOURCE        PIC X(8) VALUE SPACES.
           05  WS-REDRIVE-OPER          PIC X(8) VALUE SPACES.
           05  WS-REDRIVE-MODE          PIC X(8) VALUE 'WHATIF'.
             88  WS-MODE-WHATIF                   VALUE 'WHATIF'.
             88  WS-MODE-REPROC                   VALUE 'REPROC'.

       01  WS-RUN-DATE                  PIC 9(8) VALUE 0.

      *    the register as it stands, written back whole with the
      *    re-drive rows added - same cap as STUDEDIT's copy.
       01  WS-FEEDREG-TABLE.
           05  WS-FREG-COUNT            PIC 9(3) VALUE 0.
           05  WS-FREG-ENTRY            OCCURS 200 TIMES.
               10  WS-FREG-ROW          PIC X(60).

       01  WS-FREG-IDX                  PIC 9(3) COMP.

      *    one entry per source re-driven - the register row it is
      *    proved against and what the vault copy came to.
       01  WS-TARGET-TABLE.
           05  WS-TGT-COUNT             PIC 9(2) VALUE 0.
           05  WS-TGT-ENTRY             OCCURS 10 TIMES.
               10  WS-TGT-SOURCE        PIC X(8).
               10  WS-TGT-REG-DETAILS   PIC 9(7).
               10  WS-TGT-REG-HASH      PIC 9(12).
               10  WS-TGT-ACCEPT-DATE   PIC 9(8).
               10  WS-TGT-VAULT-TIME    PIC 9(6).
               10  WS-TGT-VLT-ROWS      PIC 9(7).
               10  WS-TGT-VLT-DETAILS   PIC 9(7).
               10  WS-TGT-VLT-HASH      PIC 9(12).
               10  WS-TGT-RESULT        PIC X(12).

       01  WS-TARGET-WORK.
           05  WS-TGT-IDX               PIC 9(2) COMP.
           05  WS-TGT-FOUND             PIC 9(2) COMP.
           05  WS-FAILED-COUNT          PIC 9(2) VALUE 0.
           05  WS-ROWS-WRITTEN          PIC 9(7) VALUE 0.
           05  WS-WRITE-PASS-SW         PIC X(1) VALUE 'N'.
             88  WS-WRITE-PASS                    VALUE 'Y'.
           05  WS-WRITE-FAILED-SW       PIC X(1) VALUE 'N'.
             88  WS-WRITE-FAILED                  VALUE 'Y'.
           05  WS-RDRVOUT-OPEN-SW       PIC X(1) VALUE 'N'.
             88  WS-RDRVOUT-OPEN                  VALUE 'Y'.
           05  WS-REG-FAILED-SW         PIC X(1) VALUE 'N'.
             88  WS-REGISTER-FAILED               VALUE 'Y'.
           05  WS-HASH-ID               PIC X(6).
           05  WS-HASH-ID-N REDEFINES WS-HASH-ID
                                        PIC 9(6).

       COPY STEPTMWS.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 9150-NOTE-STEP-START

           PERFORM 0100-GET-OPTIONS
           PERFORM 1000-READ-RUNCTL

           DISPLAY 'FEED VAULT RE-DRIVE'
           DISPLAY '-------------------'
           DISPLAY 'BUSINESS DATE : ' WS-REDRIVE-DATE
           IF WS-REDRIVE-SOURCE = SPACES
               DISPLAY 'SOURCE        : EVERY SOURCE THAT NIGHT'
           ELSE
               DISPLAY 'SOURCE        : ' WS-REDRIVE-SOURCE
           END-IF
           DISPLAY 'FOR           : ' WS-REDRIVE-MODE
           DISPLAY 'ASKED FOR BY  : ' WS-REDRIVE-OPER
           DISPLAY 'RUN DATE      : ' WS-RUN-DATE

           IF WS-REDRIVE-DATE = 0
               OR WS-REDRIVE-OPER = SPACES
               OR NOT (WS-MODE-WHATIF OR WS-MODE-REPROC)
               DISPLAY 'REDRIVE DATE, RDOPER AND RDMODE WHATIF OR '
                   'REPROC ARE ALL NEEDED'
               DISPLAY 'NOTHING RE-DRIVEN'
               MOVE 8 TO RETURN-CODE
               PERFORM 9100-WRITE-STEPLOG
               STOP RUN
           END-IF

           PERFORM 2000-LOAD-REGISTER
           IF WS-TGT-COUNT = 0
               DISPLAY 'NO TRANSMISSION ACCEPTED ON THE REGISTER FOR '
                   'THAT NIGHT'
               DISPLAY 'NOTHING RE-DRIVEN'
               MOVE 8 TO RETURN-CODE
               PERFORM 9100-WRITE-STEPLOG
               STOP RUN
           END-IF

      *    prove first, write after - a night that does not prove
      *    in full is not handed on in part.
           PERFORM 3000-READ-VAULT
           PERFORM 4000-PROVE-SOURCES

           IF WS-FAILED-COUNT = 0
               SET WS-WRITE-PASS TO TRUE
               PERFORM 3000-READ-VAULT
               IF NOT WS-WRITE-FAILED
                   PERFORM 5000-REGISTER-REDRIVE
               END-IF
           END-IF

           PERFORM 9000-END-OF-JOB

           STOP RUN.

       0100-GET-OPTIONS.

           DISPLAY 'REDRIVE' UPON ENVIRONMENT-NAME
           ACCEPT WS-ENVVAL FROM ENVIRONMENT-VALUE
           IF WS-ENVVAL(1:8) NUMERIC
               MOVE WS-ENVVAL(1:8) TO WS-REDRIVE-DATE
           END-IF

           DISPLAY 'RDSOURCE' UPON ENVIRONMENT-NAME
           ACCEPT WS-ENVVAL FROM ENVIRONMENT-VALUE
           MOVE WS-ENVVAL(1:8) TO WS-REDRIVE-SOURCE

           DISPLAY 'RDOPER' UPON ENVIRONMENT-NAME
           ACCEPT WS-ENVVAL FROM ENVIRONMENT-VALUE
           MOVE WS-ENVVAL(1:8) TO WS-REDRIVE-OPER

           DISPLAY 'RDMODE' UPON ENVIRONMENT-NAME
           ACCEPT WS-ENVVAL FROM ENVIRONMENT-VALUE
           IF WS-ENVVAL NOT = SPACES
               MOVE WS-ENVVAL(1:8) TO WS-REDRIVE-MODE
           END-IF.

       1000-READ-RUNCTL.

           OPEN INPUT RUNCTL
           READ RUNCTL
               AT END
                   DISPLAY 'RUNCTL NOT AVAILABLE - NO RUN STAMP'
           END-READ
           CLOSE RUNCTL

           IF RUNCTL-OK
               MOVE RC-RUN-YEAR  TO WS-RUN-DATE(1:4)
               MOVE RC-RUN-MONTH TO WS-RUN-DATE(5:2)
               MOVE RC-RUN-DAY   TO WS-RUN-DATE(7:2)
           END-IF.

       2000-LOAD-REGISTER.

           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT FEEDREG
           IF NOT FEEDREG-OK
               DISPLAY 'FEED REGISTER NOT AVAILABLE - STATUS '
                   WS-FEEDREG-STATUS
               SET WS-END-OF-FILE TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ FEEDREG
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-FREG-COUNT < 200
                           ADD 1 TO WS-FREG-COUNT
                           MOVE FEED-REGISTER-RECORD
                             TO WS-FREG-ROW(WS-FREG-COUNT)
                       ELSE
                           DISPLAY 'FEED REGISTER TABLE FULL - '
                               'NOTHING RE-DRIVEN'
                           MOVE 0 TO WS-TGT-COUNT
                           SET WS-END-OF-FILE TO TRUE
                       END-IF
                       IF NOT WS-END-OF-FILE
                           PERFORM 2100-NOTE-TARGET
                       END-IF
               END-READ
           END-PERFORM
           IF FEEDREG-OK OR WS-FEEDREG-STATUS = '10'
               CLOSE FEEDREG
           END-IF.

       2100-NOTE-TARGET.

      *    only the accepted transmissions count - a re-drive row is
      *    a record of a re-drive, not a night to re-drive.
           IF FR-ACCEPTED-FEED
               AND FR-BUSINESS-DATE = WS-REDRIVE-DATE
               AND (WS-REDRIVE-SOURCE = SPACES
                   OR FR-SOURCE-ID = WS-REDRIVE-SOURCE)
               MOVE 0 TO WS-TGT-FOUND
               PERFORM VARYING WS-TGT-IDX FROM 1 BY 1
                       UNTIL WS-TGT-IDX > WS-TGT-COUNT
                   IF WS-TGT-SOURCE(WS-TGT-IDX) = FR-SOURCE-ID
                       MOVE WS-TGT-IDX TO WS-TGT-FOUND
                   END-IF
               END-PERFORM
               IF WS-TGT-FOUND = 0
                   IF WS-TGT-COUNT < 10
                       ADD 1 TO WS-TGT-COUNT
                       MOVE WS-TGT-COUNT TO WS-TGT-FOUND
                       PERFORM 2200-TAKE-REGISTER-ROW
                   END-IF
               ELSE
      *            an override resend is registered after the
      *            first acceptance - the later row is the file
      *            that was processed.
                   IF FR-ACCEPT-DATE
                       > WS-TGT-ACCEPT-DATE(WS-TGT-FOUND)
                       OR (FR-ACCEPT-DATE
                           = WS-TGT-ACCEPT-DATE(WS-TGT-FOUND)
                           AND FR-VAULT-TIME
                           > WS-TGT-VAULT-TIME(WS-TGT-FOUND))
                       PERFORM 2200-TAKE-REGISTER-ROW
                   END-IF
               END-IF
           END-IF.

       2200-TAKE-REGISTER-ROW.

           MOVE FR-SOURCE-ID    TO WS-TGT-SOURCE(WS-TGT-FOUND)
           MOVE FR-DETAIL-COUNT TO WS-TGT-REG-DETAILS(WS-TGT-FOUND)
           MOVE FR-CONTENT-HASH TO WS-TGT-REG-HASH(WS-TGT-FOUND)
           MOVE FR-ACCEPT-DATE  TO WS-TGT-ACCEPT-DATE(WS-TGT-FOUND)
           IF FR-VAULT-TIME NUMERIC
               MOVE FR-VAULT-TIME TO WS-TGT-VAULT-TIME(WS-TGT-FOUND)
           ELSE
               MOVE ZERO TO WS-TGT-VAULT-TIME(WS-TGT-FOUND)
           END-IF.

       3000-READ-VAULT.

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM VARYING WS-TGT-IDX FROM 1 BY 1
                   UNTIL WS-TGT-IDX > WS-TGT-COUNT
               MOVE ZERO TO WS-TGT-VLT-ROWS(WS-TGT-IDX)
               MOVE ZERO TO WS-TGT-VLT-DETAILS(WS-TGT-IDX)
               MOVE ZERO TO WS-TGT-VLT-HASH(WS-TGT-IDX)
           END-PERFORM

           OPEN INPUT FEEDVLT
           IF NOT FEEDVLT-OK
               DISPLAY 'FEED VAULT NOT AVAILABLE - STATUS '
                   WS-FEEDVLT-STATUS
               SET WS-END-OF-FILE TO TRUE
               IF WS-WRITE-PASS
                   SET WS-WRITE-FAILED TO TRUE
               END-IF
           END-IF
           IF WS-WRITE-PASS AND NOT WS-WRITE-FAILED
               OPEN OUTPUT RDRVOUT
               IF RDRVOUT-OK
                   SET WS-RDRVOUT-OPEN TO TRUE
               ELSE
                   DISPLAY 'RE-DRIVE FILE WOULD NOT OPEN - STATUS '
                       WS-RDRVOUT-STATUS
                   SET WS-WRITE-FAILED TO TRUE
                   SET WS-END-OF-FILE TO TRUE
               END-IF
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ FEEDVLT
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 3100-CHECK-VAULT-ROW
               END-READ
           END-PERFORM
           IF FEEDVLT-OK OR WS-FEEDVLT-STATUS = '10'
               CLOSE FEEDVLT
           END-IF
           IF WS-RDRVOUT-OPEN
               CLOSE RDRVOUT
           END-IF.

       3100-CHECK-VAULT-ROW.

      *    the vault copy the register row points at - the same
      *    source and night, stored at the acceptance's run stamp.
           MOVE 0 TO WS-TGT-FOUND
           PERFORM VARYING WS-TGT-IDX FROM 1 BY 1
                   UNTIL WS-TGT-IDX > WS-TGT-COUNT
               IF FV-SOURCE-ID = WS-TGT-SOURCE(WS-TGT-IDX)
                   AND FV-BUSINESS-DATE = WS-REDRIVE-DATE
                   AND FV-STORED-DATE = WS-TGT-ACCEPT-DATE(WS-TGT-IDX)
                   AND FV-STORED-TIME = WS-TGT-VAULT-TIME(WS-TGT-IDX)
                   MOVE WS-TGT-IDX TO WS-TGT-FOUND
               END-IF
           END-PERFORM

           IF WS-TGT-FOUND > 0
               ADD 1 TO WS-TGT-VLT-ROWS(WS-TGT-FOUND)
      *        counted and hashed as STUDEDIT's 1500-ROUTE-RECORD
      *        counted and hashed them.
               IF FV-RECORD-IMAGE(1:3) NOT = 'HDR'
                   AND FV-RECORD-IMAGE(1:3) NOT = 'TRL'
                   ADD 1 TO WS-TGT-VLT-DETAILS(WS-TGT-FOUND)
                   MOVE FV-RECORD-IMAGE(1:6) TO WS-HASH-ID
                   IF WS-HASH-ID NUMERIC
                       ADD WS-HASH-ID-N
                         TO WS-TGT-VLT-HASH(WS-TGT-FOUND)
                   END-IF
               END-IF
               IF WS-RDRVOUT-OPEN
                   WRITE RDRVOUT-RECORD FROM FV-RECORD-IMAGE
                   IF RDRVOUT-OK
                       ADD 1 TO WS-ROWS-WRITTEN
                   ELSE
                       IF NOT WS-WRITE-FAILED
                           DISPLAY 'RE-DRIVE FILE WRITE FAILED - '
                               'STATUS ' WS-RDRVOUT-STATUS
                       END-IF
                       SET WS-WRITE-FAILED TO TRUE
                   END-IF
               END-IF
           END-IF.

       4000-PROVE-SOURCES.

           DISPLAY ' '
           DISPLAY 'SOURCE   ACCEPTED  REG CNT REG HASH      '
               'VLT CNT      VAULT HASH'
           PERFORM VARYING WS-TGT-IDX FROM 1 BY 1
                   UNTIL WS-TGT-IDX > WS-TGT-COUNT
               EVALUATE TRUE
                   WHEN WS-TGT-VAULT-TIME(WS-TGT-IDX) = ZERO
                       MOVE 'NOT VAULTED' TO WS-TGT-RESULT(WS-TGT-IDX)
                   WHEN WS-TGT-VLT-ROWS(WS-TGT-IDX) = ZERO
                       MOVE 'NOT IN VAULT' TO WS-TGT-RESULT(WS-TGT-IDX)
                   WHEN WS-TGT-VLT-DETAILS(WS-TGT-IDX)
                        NOT = WS-TGT-REG-DETAILS(WS-TGT-IDX)
                       MOVE 'COUNT DIFFERS'
                         TO WS-TGT-RESULT(WS-TGT-IDX)
                   WHEN WS-TGT-VLT-HASH(WS-TGT-IDX)
                        NOT = WS-TGT-REG-HASH(WS-TGT-IDX)
                       MOVE 'HASH DIFFERS' TO WS-TGT-RESULT(WS-TGT-IDX)
                   WHEN OTHER
                       MOVE 'PROVED' TO WS-TGT-RESULT(WS-TGT-IDX)
               END-EVALUATE
               IF WS-TGT-RESULT(WS-TGT-IDX) NOT = 'PROVED'
                   ADD 1 TO WS-FAILED-COUNT
               END-IF
               DISPLAY WS-TGT-SOURCE(WS-TGT-IDX) ' '
                   WS-TGT-ACCEPT-DATE(WS-TGT-IDX) '  '
                   WS-TGT-REG-DETAILS(WS-TGT-IDX) ' '
                   WS-TGT-REG-HASH(WS-TGT-IDX) '  '
                   WS-TGT-VLT-DETAILS(WS-TGT-IDX) '      '
                   WS-TGT-VLT-HASH(WS-TGT-IDX)
               DISPLAY '         ' WS-TGT-RESULT(WS-TGT-IDX)
           END-PERFORM.

       5000-REGISTER-REDRIVE.

      *    the register goes back whole, one re-drive row added per
      *    source - pointing at the same vault copy, dated tonight,
      *    with the operator who asked.
           OPEN OUTPUT FEEDRNEW
           IF NOT FEEDRNEW-OK
               DISPLAY 'REGISTER REWRITE WOULD NOT OPEN - STATUS '
                   WS-FEEDRNEW-STATUS
               SET WS-REGISTER-FAILED TO TRUE
           ELSE
               PERFORM 5100-WRITE-REGISTER
           END-IF.

       5100-WRITE-REGISTER.

           PERFORM VARYING WS-FREG-IDX FROM 1 BY 1
                   UNTIL WS-FREG-IDX > WS-FREG-COUNT
               WRITE FEEDRNEW-RECORD FROM WS-FREG-ROW(WS-FREG-IDX)
               IF NOT FEEDRNEW-OK
                   SET WS-REGISTER-FAILED TO TRUE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TGT-IDX FROM 1 BY 1
                   UNTIL WS-TGT-IDX > WS-TGT-COUNT
               MOVE SPACES TO FEED-REGISTER-RECORD
               MOVE WS-TGT-SOURCE(WS-TGT-IDX)      TO FR-SOURCE-ID
               MOVE WS-REDRIVE-DATE                TO FR-BUSINESS-DATE
               MOVE WS-TGT-REG-DETAILS(WS-TGT-IDX) TO FR-DETAIL-COUNT
               MOVE WS-TGT-REG-HASH(WS-TGT-IDX)    TO FR-CONTENT-HASH
               MOVE WS-RUN-DATE                    TO FR-ACCEPT-DATE
               MOVE WS-REDRIVE-OPER                TO FR-OVERRIDE-OP
               MOVE WS-TGT-VAULT-TIME(WS-TGT-IDX)  TO FR-VAULT-TIME
               IF WS-MODE-REPROC
                   SET FR-REDRIVE-PENDING TO TRUE
               ELSE
                   SET FR-REDRIVE-WHATIF  TO TRUE
               END-IF
               WRITE FEEDRNEW-RECORD FROM FEED-REGISTER-RECORD
               IF NOT FEEDRNEW-OK
                   SET WS-REGISTER-FAILED TO TRUE
               END-IF
           END-PERFORM
           CLOSE FEEDRNEW
           IF WS-REGISTER-FAILED
               DISPLAY 'REGISTER REWRITE WRITE FAILED - STATUS '
                   WS-FEEDRNEW-STATUS
           END-IF.

       9000-END-OF-JOB.

           DISPLAY ' '
           DISPLAY 'SOURCES CHECKED   : ' WS-TGT-COUNT
           DISPLAY 'SOURCES FAILED    : ' WS-FAILED-COUNT
           DISPLAY 'RECORDS WRITTEN   : ' WS-ROWS-WRITTEN

           EVALUATE TRUE
               WHEN WS-FAILED-COUNT > 0
                   DISPLAY 'NIGHT DOES NOT PROVE - NOTHING RE-DRIVEN'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WRITE-FAILED
                   DISPLAY 'RE-DRIVE FILE NOT WRITTEN - NOTHING '
                       'REGISTERED'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REGISTER-FAILED
                   DISPLAY 'REGISTER NOT REWRITTEN - NOTHING '
                       'REGISTERED'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 9050-SAY-REGISTERED
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 9100-WRITE-STEPLOG.

       9050-SAY-REGISTERED.

           IF WS-MODE-REPROC
               DISPLAY 'REGISTERED FOR ONE REPROCESSING RUN '
                   'UNDER REDRIVE=' WS-REDRIVE-DATE
           ELSE
               DISPLAY 'REGISTERED FOR WHAT-IF COMPARE UNDER '
                   'REDRIVE=' WS-REDRIVE-DATE
           END-IF.

       9100-WRITE-STEPLOG.

      *    one row per chain step so the morning dashboard can show
      *    pass/fail without scraping job logs (see STEPLOG.cpy).
           MOVE 'FEEDRDRV'    TO SL-STEP-NAME
           MOVE RETURN-CODE   TO SL-RETURN-CODE
           PERFORM 9160-STAMP-STEP-TIMES
           OPEN EXTEND STEPLOG
           WRITE STEPLOG-RECORD
           CLOSE STEPLOG.

       COPY STEPTIME.

       END PROGRAM FEEDRDRV.
