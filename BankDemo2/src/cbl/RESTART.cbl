      *    partial run's extracts exist is refused unless
      *    OVERRIDE=Y is set with an operator id (RESTOPER) to
      *    record who insisted.
      *    The renumbering notice step (RNNOTICE) joins the tracked
      *    steps after AUDIDX: its letters and email requests go out to
      *    students, so a restart past it must not send them twice.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  FILLER PIC X(8) VALUE 'STUDHLTH'.
           05  FILLER PIC X(8) VALUE 'APPLMARK'.
           05  FILLER PIC X(8) VALUE 'AUDIDX  '.
           05  FILLER PIC X(8) VALUE 'RNNOTICE'.
       01  WS-CHAIN-TABLE REDEFINES WS-CHAIN-STEPS.
           05  WS-CHAIN-STEP            PIC X(8)
               OCCURS 14 TIMES.

       01  WS-DONE-FLAGS.
           05  WS-DONE-FLAG             PIC X(1)
               OCCURS 14 TIMES.
       01  WS-DONE-RCS.
           05  WS-DONE-RC               PIC S9(4)
               OCCURS 14 TIMES.

       01  WS-RESTART-FIELDS.
           05  WS-STEP-IDX              PIC 9(2) COMP.
       2000-SCAN-STEPLOG.

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 14
               MOVE 'N'  TO WS-DONE-FLAG(WS-STEP-IDX)
               MOVE ZERO TO WS-DONE-RC(WS-STEP-IDX)
           END-PERFORM
      *    a step that logged RC 8+ failed and reruns for real.
           MOVE SPACES TO WS-FROM-STEP
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 14
                   OR WS-FROM-STEP NOT = SPACES
               IF WS-DONE-FLAG(WS-STEP-IDX) NOT = 'Y'
                   MOVE WS-CHAIN-STEP(WS-STEP-IDX)
       2100-NOTE-STEP-OUTCOME.

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 14
               IF WS-CHAIN-STEP(WS-STEP-IDX) = SL-STEP-NAME
                   IF SL-RETURN-CODE < +8
                       MOVE 'Y' TO WS-DONE-FLAG(WS-STEP-IDX)

           OPEN OUTPUT RSTCTL
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 14
               IF WS-DONE-FLAG(WS-STEP-IDX) = 'Y'
                   MOVE SPACES      TO RESTART-CONTROL-RECORD
                   MOVE WS-RUN-DATE TO RS-RUN-DATE
