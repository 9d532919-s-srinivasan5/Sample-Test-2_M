      *    consumable dataset instead of scraped SYSOUT DISPLAYs.     *
      *    The audit trail stays the before/after compliance record;  *
      *    this is the clean downstream feed.                         *
      *    SO-STATUS-CODE/SO-STATUS-DATE carry the student's          *
      *    lifecycle status so downstream systems can stop chasing    *
      *    withdrawn and graduated students.  Held students are not   *
      *    here - they go to the hold file (see HOLDREC.cpy).         *
      *    SO-CAMPUS-ID names the campus the id belongs to; rows      *
      *    written before it existed carry spaces - the home campus.  *
      *****************************************************************
       01  STUDOUT-RECORD.
           05  SO-STUDENT-ID            PIC 9(6).
           05  SO-STUDENT-NAME          PIC A(15).
           05  SO-EXTRA-1               PIC X(10).
           05  SO-FOUND-SW              PIC X(1).
           05  SO-STATUS-CODE           PIC X(1).
           05  SO-STATUS-DATE           PIC 9(8).
           05  SO-CAMPUS-ID             PIC X(8).
           05  FILLER                   PIC X(11).
