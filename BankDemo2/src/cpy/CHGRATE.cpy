      *****************************************************************
      *    CHGRATE - CHARGEBACK UNIT-RATE TABLE ROW                   *
      *    One row per chargeable activity with the rate charged per  *
      *    unit and the wording the statement prints for it.          *
      *    Maintained by the desk - a rate change is a data change,   *
      *    not a recompile.  Rows starting with '*' are comments.     *
      *    An activity with no row is charged at zero and DEPTCHG     *
      *    says so.                                                   *
      *****************************************************************
       01  CHARGE-RATE-RECORD.
           05  CR-ACTIVITY              PIC X(4).
             88  CR-RECORDS-PROCESSED           VALUE 'PROC'.
             88  CR-EXCEPTIONS-WORKED           VALUE 'EXCP'.
             88  CR-REGISTRAR-SENT              VALUE 'REGX'.
             88  CR-SUBSCRIBER-SENT             VALUE 'SUBX'.
             88  CR-MAINTENANCE-APPLIED         VALUE 'MANT'.
           05  CR-UNIT-RATE             PIC 9(3)V9(4).
           05  CR-DESCRIPTION           PIC X(30).
           05  FILLER                   PIC X(19).
