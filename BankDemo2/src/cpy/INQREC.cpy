      *    who is asking - validated against the authorized-
      *    operators file (see AUTHREC.cpy) before the lookup runs.
           05  IQ-OPERATOR-ID           PIC X(8).
      *    the campus to look in - blank is the home campus.
           05  IQ-CAMPUS-ID             PIC X(8).
           05  FILLER                   PIC X(29).
