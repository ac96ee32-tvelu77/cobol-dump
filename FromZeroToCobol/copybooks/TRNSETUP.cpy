      * Tournament entry card, one per entrant, kept by hand by the
      * instructors like the other card datasets and read by
      * TOURNEY-PAIR when it draws a tournament's first round. The
      * player must be registered and active on PLAYERS. TS-SEED
      * is 001 for the favourite; a blank or zero seed enters the
      * player unseeded, drawn after the seeded players in card
      * order. Cards for a tournament already drawn are ignored.
       01  TOURNEY-SETUP-RECORD.
           05  TS-TOURNEY-ID       PIC X(8).
           05  FILLER              PIC X.
           05  TS-PLAYER-ID        PIC X(10).
           05  FILLER              PIC X.
           05  TS-SEED             PIC X(3).
