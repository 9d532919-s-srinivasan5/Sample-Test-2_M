      *    rows outside the rolling window (RETRUNS days, default
      *    14), and the SINQ screen's history view reads it back
      *    night by night.
      *    The key leads with the student's campus now (blank on
      *    the audit row is the home campus), so one campus's
      *    student never shows another's night.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-ROWS-LOADED           PIC 9(7) VALUE 0.
           05  WS-ROWS-PURGED           PIC 9(7) VALUE 0.

       COPY CAMPWS.

       COPY STEPTMWS.

       PROCEDURE DIVISION.
       2100-LOAD-ONE-OUTCOME.

           MOVE SPACES         TO NIGHT-RESULT-RECORD
           MOVE AR-CAMPUS-ID   TO RN-CAMPUS-ID
           IF AR-CAMPUS-ID = SPACES
               MOVE WS-HOME-CAMPUS TO RN-CAMPUS-ID
           END-IF
           MOVE AR-BEFORE-ID   TO RN-STUDENT-ID
           MOVE AR-RUN-DATE    TO RN-RUN-DATE
           MOVE AR-AFTER-ID    TO RN-OUT-ID
