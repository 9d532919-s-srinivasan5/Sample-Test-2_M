      *    file for the desk to approve rather than re-keying the     *
      *    whole calendar every December.  A and D carry the date     *
      *    and description; G needs neither.                          *
      *    T adds an academic term, or re-dates one already on file   *
      *    under the same code: CT-DATE is the first day,             *
      *    CT-TERM-END-DATE the last, CT-DESCRIPTION the title.  X    *
      *    deletes the term named by CT-TERM-CODE alone.  Terms may   *
      *    not overlap one another.                                   *
      *****************************************************************
       01  CALTXN-RECORD.
           05  CT-ACTION                PIC X(1).
             88  CT-ACTION-ADD                  VALUE 'A'.
             88  CT-ACTION-DELETE               VALUE 'D'.
             88  CT-ACTION-GENERATE             VALUE 'G'.
             88  CT-ACTION-TERM                 VALUE 'T'.
             88  CT-ACTION-TERM-DELETE          VALUE 'X'.
             88  CT-ACTION-VALID                VALUE 'A' 'D' 'G'
                                                      'T' 'X'.
           05  CT-DATE                  PIC X(8).
           05  CT-DESCRIPTION           PIC X(30).
           05  CT-TERM-CODE             PIC X(6).
           05  CT-TERM-END-DATE         PIC X(8).
           05  FILLER                   PIC X(7).
