      *****************************************************************
      *    NTCMAIL - RENUMBERING NOTICE EMAIL REQUEST                 *
      *    One request per renumbered student with an email address  *
      *    on the contact file, picked up by the mail gateway, which  *
      *    fills template NE-TEMPLATE-ID with the ids and the         *
      *    effective date and sends it under NE-SUBJECT.  Written by  *
      *    RNNOTICE beside the letter file; a student with both an    *
      *    address and an email gets both.                            *
      *****************************************************************
       01  NOTICE-EMAIL-RECORD.
           05  NE-RECORD-TYPE           PIC X(3).
           05  NE-RUN-DATE              PIC 9(8).
           05  NE-CAMPUS-ID             PIC X(8).
           05  NE-OLD-ID                PIC 9(6).
           05  NE-NEW-ID                PIC 9(6).
           05  NE-EFF-DATE              PIC 9(8).
           05  NE-STUDENT-NAME          PIC X(15).
           05  NE-EMAIL                 PIC X(50).
           05  NE-TEMPLATE-ID           PIC X(8).
           05  NE-SUBJECT               PIC X(60).
           05  FILLER                   PIC X(28).
