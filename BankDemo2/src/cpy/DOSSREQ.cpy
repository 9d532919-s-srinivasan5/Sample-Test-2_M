      *****************************************************************
      *    DOSSREQ - RECORDS-DOSSIER REQUEST RECORD                   *
      *    One "what do you hold on me" request per record: the       *
      *    student id as the student or compliance office gave it,    *
      *    optionally the name (current or former) it was asked       *
      *    under, and who asked.  Either may be blank but not both.   *
      *    STUDDOSS follows the id cross-reference both ways from     *
      *    whatever ids these resolve to and prints one dossier per   *
      *    request.                                                   *
      *    DQ-CAMPUS-ID names the campus the id was issued by (blank  *
      *    is the home campus); the dossier covers that campus.       *
      *****************************************************************
       01  DOSSIER-REQUEST-RECORD.
           05  DQ-STUDENT-ID            PIC X(6).
           05  DQ-STUDENT-NAME          PIC X(15).
           05  DQ-REQUESTED-BY          PIC X(8).
           05  DQ-CAMPUS-ID             PIC X(8).
           05  FILLER                   PIC X(23).
