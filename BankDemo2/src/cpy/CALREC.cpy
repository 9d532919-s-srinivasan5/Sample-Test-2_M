      *    day-of-week in RUNCTL already identifies them).  BIZDATE   *
      *    loads the file and derives the chain's processing date     *
      *    and month-end flag from it.                                *
      *    A T row defines an academic term instead: CL-DATE is its   *
      *    first day, CL-TERM-END-DATE its last, CL-TERM-CODE the     *
      *    short name the term-close run is asked for (see TERMCLS)   *
      *    and CL-DESCRIPTION its title.  BIZDATE reads holiday rows  *
      *    only; CALMNT maintains both kinds.                         *
      *****************************************************************
       01  CALENDAR-RECORD.
           05  CL-DATE                  PIC 9(8).
           05  CL-DAY-TYPE              PIC X(1).
             88  CL-HOLIDAY                     VALUE 'H'.
             88  CL-TERM                        VALUE 'T'.
           05  CL-DESCRIPTION           PIC X(30).
           05  CL-TERM-FIELDS.
               10  CL-TERM-CODE         PIC X(6).
               10  CL-TERM-END-DATE     PIC 9(8).
           05  FILLER                   PIC X(7).
