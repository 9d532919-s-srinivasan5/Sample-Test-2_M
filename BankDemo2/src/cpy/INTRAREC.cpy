      *****************************************************************
      *    INTRAREC - INTRADAY APPLIED-STUDENT RECORD                 *
      *    One row per student pushed through the lookup rules at    *
      *    the counter by the SAPL transaction (see STUDAPLC).  The   *
      *    leading 98 bytes are the audit row the batch drivers       *
      *    would have written (see AUDITREC.cpy), with its own        *
      *    date-scoped sequence number and chained check value - the  *
      *    counter's chain restarts at 1 each business date.  The     *
      *    night's MAIN/MAINALT load the file (see INTRAPRC.cpy),     *
      *    prove the chain, and take an applied, unchanged or held    *
      *    result as the student's lookup instead of running it      *
      *    again; an exception row is looked up again, since nothing *
      *    was applied for it.  IA-EXTRA-SW says the row's EXTRA came *
      *    off the master's replacement - only then does the UTIL     *
      *    driver take it, the same as a CALL to UTIL would.          *
      *****************************************************************
       01  INTRADAY-RECORD.
           05  IA-AUDIT-ROW.
               10  IA-SUBPROGRAM        PIC X(8).
               10  IA-BEFORE-ID         PIC 9(6).
               10  IA-BEFORE-NAME       PIC A(15).
               10  IA-AFTER-ID          PIC 9(6).
               10  IA-AFTER-NAME        PIC A(15).
               10  IA-AFTER-EXTRA       PIC X(10).
               10  IA-FOUND-SW          PIC X(1).
               10  IA-RUN-DATE          PIC 9(8).
               10  IA-SEQ-NO            PIC 9(7).
               10  IA-CHECK-VALUE       PIC 9(12).
               10  IA-STUDENT-STATUS    PIC X(1).
               10  IA-CAMPUS-ID         PIC X(8).
               10  IA-RUN-SEQ           PIC X(1).
           05  IA-STATUS-DATE           PIC 9(8).
           05  IA-DISPOSITION           PIC X(1).
             88  IA-APPLIED                     VALUE 'A'.
             88  IA-NOT-YET-EFFECTIVE           VALUE 'U'.
             88  IA-HELD                        VALUE 'H'.
             88  IA-EXCEPTION                   VALUE 'E'.
             88  IA-TAKEN-BY-NIGHT              VALUE 'A' 'U' 'H'.
           05  IA-EXTRA-SW              PIC X(1).
             88  IA-EXTRA-REPLACED              VALUE 'Y'.
           05  IA-OPERATOR              PIC X(8).
           05  IA-APPLY-TIME            PIC X(6).
           05  FILLER                   PIC X(8).
