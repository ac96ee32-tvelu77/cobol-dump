      * Shared integrity-rule card layout, one card per rule code,
      * read by GAME-INTEGRITY each night and maintained by hand
      * like the other parameter datasets. IR-LIMIT is the count
      * that trips the rule and IR-FACTOR its second measure where
      * it has one; a zero limit switches the rule off, and a rule
      * with no card keeps the program's default.
      *   W1  wins in one attempt: at least IR-LIMIT of them and
      *       more than IR-FACTOR times the number the range widths
      *       make likely
      *   BS  IR-LIMIT wins in a row, each within the guesses a
      *       halving search needs
      *   HR  more than IR-LIMIT terminal games in one clock hour
      *   XM  IR-LIMIT or more minutes with the same player id both
      *       on the batch feed and at a terminal
      *   WK  IR-LIMIT or more feed games whose guesses close in on
      *       the number every guess, at least IR-FACTOR percent of
      *       the player's feed games
       01  INTEGRITY-RULE-RECORD.
           05  IR-RULE-CODE        PIC X(2).
           05  IR-LIMIT            PIC 9(5).
           05  IR-FACTOR           PIC 9(5).
