      *    its id key AND reachable through the SM-STUDENT-NAME
      *    alternate index, and writes its pass/fail to STEPLOG so
      *    the morning dashboard shows backup health.
      *
      *    The backup row is the 74-byte campus-keyed master row,
      *    and both checks match on campus plus id - the same id can
      *    belong to two campuses, and they share a name path.
      *
      *    The backup row follows the master to 79 bytes with the
      *    last-seen date (see STUDMSTR.cpy); the checks are unchanged.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT STUDMSTR ASSIGN TO 'STUDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-KEY
               ALTERNATE RECORD KEY IS SM-STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDMSTR-STATUS.


       FD  BKPOUT
           LABEL RECORDS ARE STANDARD.
       01  BKP-RECORD                   PIC X(79).

       FD  STEPLOG
           LABEL RECORDS ARE STANDARD.
         88  WS-END-OF-FILE                       VALUE 'Y'.

       01  WS-BKP-WORK.
           05  WS-BKP-STUDENT-KEY.
               10  WS-BKP-CAMPUS-ID     PIC X(8).
               10  WS-BKP-STUDENT-ID    PIC 9(6).
           05  WS-BKP-STUDENT-NAME      PIC A(15).
           05  FILLER                   PIC X(50).

       01  WS-AIX-FOUND-SW              PIC X(1) VALUE 'N'.
         88  WS-AIX-FOUND                         VALUE 'Y'.
           OPEN INPUT STUDMSTR
           OPEN OUTPUT BKPOUT

           MOVE LOW-VALUES TO SM-STUDENT-KEY
           START STUDMSTR KEY IS NOT LESS THAN SM-STUDENT-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START

       2100-VERIFY-ONE-RECORD.

           MOVE WS-BKP-STUDENT-KEY TO SM-STUDENT-KEY
           READ STUDMSTR KEY IS SM-STUDENT-KEY
               INVALID KEY
                   DISPLAY 'VERIFY: ' WS-BKP-CAMPUS-ID
                       ' ID ' WS-BKP-STUDENT-ID
                       ' NO LONGER ON LIVE MASTER'
           END-READ

               ADD 1 TO WS-AIX-VERIFIED-COUNT
           ELSE
               ADD 1 TO WS-AIX-MISSING-COUNT
               DISPLAY 'VERIFY: ' WS-BKP-CAMPUS-ID
                   ' ID ' WS-BKP-STUDENT-ID
                   ' NOT REACHABLE VIA NAME INDEX'
           END-IF.

                   IF SM-STUDENT-NAME NOT = WS-BKP-STUDENT-NAME
                       SET WS-AIX-SCAN-DONE TO TRUE
                   ELSE
                       IF SM-STUDENT-KEY = WS-BKP-STUDENT-KEY
                           MOVE 'Y' TO WS-AIX-FOUND-SW
                       END-IF
                   END-IF
