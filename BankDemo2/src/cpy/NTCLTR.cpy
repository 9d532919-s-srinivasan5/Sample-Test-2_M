      *****************************************************************
      *    NTCLTR - RENUMBERING NOTICE LETTER PRINT LINE              *
      *    The print-ready letter file RNNOTICE writes for the mail   *
      *    room: one letter per renumbered student with a mailing     *
      *    address, each starting on a new page.  Column 1 is the     *
      *    ASA carriage control the printer honours (RECFM=FBA) -     *
      *    '1' new page, ' ' single space, '0' double space.          *
      *****************************************************************
       01  NOTICE-LETTER-LINE.
           05  NL-CARRIAGE              PIC X(1).
             88  NL-NEW-PAGE                    VALUE '1'.
             88  NL-SINGLE-SPACE                VALUE ' '.
             88  NL-DOUBLE-SPACE                VALUE '0'.
           05  NL-TEXT                  PIC X(79).
