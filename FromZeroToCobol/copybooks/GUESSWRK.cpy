      * way to fix a player id or guess value against a specific
      * reject, or to write one off. RW-AGING-DATE is the date of
      * the last status change - the date the unworked-reject aging
      * in the recycle report reads. RW-SENDER-ID is the classroom
      * terminal whose batch the rejected guess came in on, as
      * GUESS-INTAKE stamped it; spaces on rejects folded in before
      * the feed carried senders.
       01  REJECT-WORK-RECORD.
           05  RW-STATUS           PIC X(1).
               88  RW-NEW          VALUE "N".
           05  RW-REASON-CODE      PIC X(2).
           05  RW-PLAYER-ID        PIC X(10).
           05  RW-GUESS            PIC X(3).
           05  RW-SENDER-ID        PIC X(8).
