      *    - the campus re-send that used to double-process.  The     *
      *    override record lets the rare legitimate resend through    *
      *    with the approving operator recorded on the register.      *
      *    An accepted row carries the time its raw copy was stored   *
      *    in the feed vault on the accept date (see FEEDVLT.cpy;     *
      *    zero = not vaulted).  A re-drive of a vaulted night is     *
      *    registered as its own row - W for a what-if compare, P     *
      *    for a reprocessing run not yet made, U once STUDEDIT has   *
      *    let it through - with the operator who asked for it, so    *
      *    the re-driven file is never taken for a fresh resend.      *
      *****************************************************************
       01  FEED-REGISTER-RECORD.
           05  FR-SOURCE-ID             PIC X(8).
           05  FR-CONTENT-HASH          PIC 9(12).
           05  FR-ACCEPT-DATE           PIC 9(8).
           05  FR-OVERRIDE-OP           PIC X(8).
           05  FR-VAULT-TIME            PIC 9(6).
           05  FR-ENTRY-KIND            PIC X(1).
             88  FR-ACCEPTED-FEED               VALUE SPACE.
             88  FR-REDRIVE-WHATIF              VALUE 'W'.
             88  FR-REDRIVE-PENDING             VALUE 'P'.
             88  FR-REDRIVE-USED                VALUE 'U'.
           05  FILLER                   PIC X(2).

       01  FEED-OVERRIDE-RECORD.
           05  FO-SOURCE-ID             PIC X(8).
