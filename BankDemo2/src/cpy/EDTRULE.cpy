      *      BAR  field must NOT lie inside LOW..HIGH                 *
      *      LEN  field's keyed length must be at least LOW           *
      *    No rules file means the original three compiled-in edits. *
      *    The rule's reason text is what the campus reads on its     *
      *    reject return feed (see REJRTN / RETFEED.cpy).             *
      *****************************************************************
       01  EDIT-RULE-RECORD.
           05  RL-FIELD                 PIC X(2).
             88  RL-SEV-REJECT                  VALUE 'R'.
             88  RL-SEV-WARN                    VALUE 'W'.
           05  RL-REASON                PIC X(2).
           05  RL-REASON-TEXT           PIC X(22).
