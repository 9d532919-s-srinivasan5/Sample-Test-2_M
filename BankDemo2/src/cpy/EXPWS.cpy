      *****************************************************************
      *    EXPWS - WORK AREAS FOR THE SPREADSHEET EXPORT              *
      *    Paired with the EXPPRC procedure copybook the same way     *
      *    DEPTWS pairs with DEPTPRC.  The caller names its report    *
      *    in WS-EXPORT-ID before 8800 and loads one field at a time  *
      *    into WS-EXPORT-FIELD / -NUMBER / -DATE for 8810-8830.      *
      *****************************************************************
       01  WS-EXPCTL-STATUS             PIC X(2) VALUE '00'.
         88  EXPCTL-OK                            VALUE '00'.

       01  WS-EXPOUT-STATUS             PIC X(2) VALUE '00'.
         88  EXPOUT-OK                            VALUE '00'.

       01  WS-EXPORT-FIELDS.
           05  WS-EXPORT-SW             PIC X(1) VALUE 'N'.
             88  WS-EXPORTING                     VALUE 'Y'.
           05  WS-EXPORT-LISTED-SW      PIC X(1) VALUE 'N'.
             88  WS-EXPORT-LISTED                 VALUE 'Y'.
           05  WS-EXPORT-CTL-EOF-SW     PIC X(1) VALUE 'N'.
             88  WS-END-OF-EXPCTL                 VALUE 'Y'.
           05  WS-EXPORT-FIRST-SW       PIC X(1) VALUE 'Y'.
             88  WS-EXPORT-FIRST-FIELD            VALUE 'Y'.
           05  WS-EXPORT-ID             PIC X(8) VALUE SPACES.
           05  WS-EXPORT-DELIM          PIC X(1) VALUE ','.
           05  WS-EXPORT-LINE           PIC X(250).
           05  WS-EXPORT-PTR            PIC 9(3) COMP.
           05  WS-EXPORT-FIELD          PIC X(40).
           05  WS-EXPORT-LEN            PIC 9(3) COMP.
           05  WS-EXPORT-NUMBER         PIC S9(9).
           05  WS-EXPORT-NUMBER-ED      PIC -(9)9.
           05  WS-EXPORT-START          PIC 9(3) COMP.
           05  WS-EXPORT-DATE           PIC 9(8).
           05  WS-EXPORT-ROWS           PIC 9(7) VALUE 0.
