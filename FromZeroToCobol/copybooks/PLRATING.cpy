      * Shared player skill-rating record layout, one per player id,
      * kept by the nightly PLAYER-RATING step and read by the menu
      * console's rating-order leaderboard. PR-RATING starts at 1500
      * and moves with every game rated, scored against what the
      * game's range width and attempt limit made likely.
      * PR-PRIOR-RATING is the rating before the latest run that
      * moved it and PR-LAST-RATED-DATE that run's business date, so
      * the movement since the last run is the difference between
      * the two ratings.
       01  PLAYER-RATING-RECORD.
           05  PR-PLAYER-ID        PIC X(10).
           05  PR-RATING           PIC 9(5).
           05  PR-GAMES-RATED      PIC 9(7).
           05  PR-PRIOR-RATING     PIC 9(5).
           05  PR-LAST-RATED-DATE  PIC X(10).
