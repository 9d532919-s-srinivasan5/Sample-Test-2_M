      *****************************************************************
      *    FEEDVLT - RAW FEED VAULT ROW
      *    STUDEDIT stores every record of every STUDIN transmission
      *    here exactly as it arrived - headers, details, trailers
      *    and refused files alike - under the source and business
      *    date of the bracket it came in, stamped with the run date
      *    and time it was stored.  The register row of an accepted
      *    transmission carries the same stamp (see FEEDREG.cpy), so
      *    FEEDRDRV can pull any retained night back out and prove
      *    it against the register.  Rows read ahead of any header
      *    are kept under a blank source.  HSKPURGE trims the vault
      *    on its stored date (RETFILE=FEEDVLT, see RETRULE.cpy).
      *****************************************************************
       01  FEED-VAULT-RECORD.
           05  FV-SOURCE-ID             PIC X(8).
           05  FV-BUSINESS-DATE         PIC 9(8).
           05  FV-STORED-DATE           PIC 9(8).
           05  FV-STORED-TIME           PIC 9(6).
           05  FV-RECORD-SEQ            PIC 9(7).
           05  FV-RECORD-IMAGE          PIC X(60).
           05  FILLER                   PIC X(3).
