      * was played (upper - lower + 1), the difficulty measure the
      * statistics reporting buckets by; records written before the
      * field existed carry spaces there, and readers fall back to
      * the RANGEPARM in effect. GR-MAX-ATTEMPTS is the attempt
      * limit the game was played under, which the skill rating
      * weighs alongside the width; it too is spaces on older
      * records. GR-PLAYED-TIME is the clock time (HHMM) the game
      * finished and GR-PLAY-MODE whether it came off the batch
      * GUESSES feed or was played at a terminal, which the nightly
      * integrity review needs to line games up against the feed
      * and against each other; both are spaces on older records.
       01  GAME-RESULT-RECORD.
           05  GR-PLAYER-ID        PIC X(10).
           05  GR-RUN-DATE         PIC X(10).
           05  GR-ATTEMPTS         PIC 9(3).
           05  GR-OUTCOME          PIC X(4).
           05  GR-RANGE-WIDTH      PIC 9(3).
           05  GR-MAX-ATTEMPTS     PIC 9(3).
           05  GR-PLAYED-TIME      PIC X(4).
           05  GR-PLAY-MODE        PIC X(1).
               88  GR-BATCH-GAME   VALUE "B".
               88  GR-TERMINAL-GAME VALUE "T".
