      *****************************************************************
      *    NAMEMAP - REAL-TO-FAKE NAME MAP FOR ONE MASKED COPY        *
      *    Keyed by the real name, so every file MASKCPY masks in     *
      *    the same run turns the same real name into the same fake   *
      *    one and two different names never share a fake - name      *
      *    lookups and duplicate checks behave on the test copy as    *
      *    they do in production.  Scratch: BANKMASK defines it       *
      *    empty and deletes it once the copy is made, so the link    *
      *    back to the real names never outlives the job.             *
      *****************************************************************
       01  NAME-MAP-RECORD.
           05  NM-REAL-NAME             PIC X(15).
           05  NM-FAKE-NAME             PIC X(15).
           05  FILLER                   PIC X(10).
