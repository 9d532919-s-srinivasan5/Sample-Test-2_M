      *    RUNCTL record so MAIN, MAINALT, SMPLSTRT and SMPLSTR1 all
      *    pick up the one run date/time this job started with instead
      *    of each one calling its own time service.
      *    The stamp is the night's run of its business date (run
      *    number 0) with no supplemental runs taken against it yet
      *    (see RUNCTL.cpy and SUPPCTL).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               MOVE SPACE TO RC-LOOKUP-MODE
           END-IF

           MOVE '0' TO RC-RUN-SEQ
           MOVE '0' TO RC-SUPP-LAST

           OPEN OUTPUT RUNCTL
           WRITE RUNCTL-RECORD
           CLOSE RUNCTL
