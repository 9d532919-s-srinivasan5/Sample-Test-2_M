      *    horizon.  Capacity and horizon come from the CAPLIMIT
      *    and WARNDAYS scheduler options, same convention as
      *    DRYRUN / LOOKUPMD.  OPSDASH shows the latest row.
      *
      *    The count starts from the front of the campus + id key;
      *    data bytes follow the 74-byte row.
      *    The row is 79 bytes now, with the last-seen date; rows the
      *    annual archive moves to the dormant file leave the count,
      *    so an archive night shows as negative growth.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT STUDMSTR ASSIGN TO 'STUDMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-KEY
               ALTERNATE RECORD KEY IS SM-STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDMSTR-STATUS.

       2000-COUNT-CLUSTER.

           OPEN INPUT STUDMSTR
           MOVE LOW-VALUES TO SM-STUDENT-KEY
           START STUDMSTR KEY IS NOT LESS THAN SM-STUDENT-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
