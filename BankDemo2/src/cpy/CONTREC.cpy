      *****************************************************************
      *    CONTREC - STUDENT CONTACT ROW                              *
      *    One row per student on the contact KSDS, keyed like the    *
      *    master by campus plus id: the mailing address the          *
      *    renumbering letters go to and the email address the        *
      *    notice requests go to (see RNNOTICE).  Keyed and changed   *
      *    only through maker/checker - action K on STUDTXN - and     *
      *    applied by STUDMNT with the operator and approver kept on  *
      *    the row.  When an id is renumbered or merged away the row  *
      *    moves to the new id (see CONTPRC.cpy) and CN-CARRIED-FROM  *
      *    names the id it came from; zero is keyed directly.         *
      *    CN-CONTACT-DETAILS is laid out exactly as the K payload on *
      *    STUDTXN.cpy / PENDREC.cpy so it moves across whole.        *
      *****************************************************************
       01  CONTACT-RECORD.
           05  CN-STUDENT-KEY.
               10  CN-CAMPUS-ID         PIC X(8).
               10  CN-STUDENT-ID        PIC 9(6).
           05  CN-CONTACT-DETAILS.
               10  CN-ADDRESS-1         PIC X(30).
               10  CN-ADDRESS-2         PIC X(30).
               10  CN-CITY              PIC X(20).
               10  CN-REGION            PIC X(10).
               10  CN-POSTAL-CODE       PIC X(10).
               10  CN-EMAIL             PIC X(50).
           05  CN-UPDATED-DATE          PIC 9(8).
           05  CN-OPERATOR              PIC X(8).
           05  CN-APPROVER              PIC X(8).
           05  CN-CARRIED-FROM          PIC 9(6).
           05  FILLER                   PIC X(6).
