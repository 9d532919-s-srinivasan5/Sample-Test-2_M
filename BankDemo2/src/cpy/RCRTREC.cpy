      *****************************************************************
      *    RCRTREC - ACCESS RECERTIFICATION DECISION RECORD           *
      *    COPY ... REPLACING ==:PFX:== BY ==SO== for the sign-off    *
      *    file the managers return, ==RD== for the recorded history  *
      *    ACCRCRT appends - one layout so a returned row and the     *
      *    row it becomes can never drift apart.  A manager fills     *
      *    the quarter (YYYYQn), the operator, keep or revoke, their  *
      *    own id, the date signed and an optional reason; ACCRCRT    *
      *    fills the rest when it records the decision: the rights    *
      *    the operator held (state change, inquiry, apply, approve - *
      *    as on AUTHOPS), whether the id was dormant, how many       *
      *    duties conflicts the quarter showed against it, and the    *
      *    date recorded.                                             *
      *****************************************************************
       01  :PFX:-RECERT-RECORD.
           05  :PFX:-QUARTER            PIC X(6).
           05  :PFX:-OPERATOR-ID        PIC X(8).
           05  :PFX:-DECISION           PIC X(1).
             88  :PFX:-KEEP                     VALUE 'K'.
             88  :PFX:-REVOKE                   VALUE 'R'.
             88  :PFX:-DECISION-VALID           VALUE 'K' 'R'.
           05  :PFX:-MANAGER-ID         PIC X(8).
           05  :PFX:-SIGN-DATE          PIC 9(8).
           05  :PFX:-REASON             PIC X(30).
           05  :PFX:-RIGHTS             PIC X(4).
           05  :PFX:-DORMANT-SW         PIC X(1).
           05  :PFX:-CONFLICTS          PIC 9(3).
           05  :PFX:-RECORDED-DATE      PIC 9(8).
           05  FILLER                   PIC X(3).
