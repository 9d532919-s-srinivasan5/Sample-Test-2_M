      *****************************************************************
      *    XTRATXN - EXTRA CODE TABLE MAINTENANCE TRANSACTION         *
      *    One request per record for XTRAMNT: A adds a code (a       *
      *    description is required; a blank from-date means today,   *
      *    a blank to-date means open-ended), C changes whichever of  *
      *    description and dates are keyed, R retires a code, and E   *
      *    re-enables a retired one.  There is no delete - a code     *
      *    that was ever used stays on the table retired.  The        *
      *    requesting operator is required; it goes on the audit row. *
      *****************************************************************
       01  XTRATXN-RECORD.
           05  XT-ACTION                PIC X(1).
             88  XT-ACTION-ADD                  VALUE 'A'.
             88  XT-ACTION-CHANGE               VALUE 'C'.
             88  XT-ACTION-RETIRE               VALUE 'R'.
             88  XT-ACTION-ENABLE               VALUE 'E'.
             88  XT-ACTION-VALID                VALUE 'A' 'C' 'R'
                                                      'E'.
           05  XT-CODE                  PIC X(10).
           05  XT-DESCRIPTION           PIC X(30).
           05  XT-EFFECTIVE-FROM        PIC X(8).
           05  XT-EFFECTIVE-TO          PIC X(8).
           05  XT-OPERATOR              PIC X(8).
           05  FILLER                   PIC X(15).
