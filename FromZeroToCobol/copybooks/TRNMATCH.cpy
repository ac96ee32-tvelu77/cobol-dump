      * Shared tournament match record for the TRNMATCH VSAM
      * cluster, keyed tournament + round + match number. Written
      * by TOURNEY-PAIR when it draws a round; GUESS-THE-NUMBER
      * fills in each side's attempts, outcome and total distance
      * of guesses from the hidden number as that player finishes
      * the match game; TOURNEY-PAIR then decides the match and
      * pairs the next round; TOURNEY-BRACKET prints it all. Both
      * sides play the same hidden number under the same bounds
      * and maximum attempts, fixed when the match was drawn.
      * A bye is drawn already decided with side 2 empty.
      * TM-DECIDED-BY: A fewer attempts (a win beats a loss),
      * D smaller total distance of guesses, S higher seed, B bye.
       01  TOURNEY-MATCH-RECORD.
           05  TM-MATCH-KEY.
               10  TM-TOURNEY-ID   PIC X(8).
               10  TM-ROUND        PIC 9(2).
               10  TM-MATCH-NO     PIC 9(3).
           05  TM-STATUS           PIC X.
               88  TM-PENDING      VALUE "P".
               88  TM-DECIDED      VALUE "D".
               88  TM-BYE          VALUE "B".
           05  TM-LOWER-BOUND      PIC 9(3).
           05  TM-UPPER-BOUND      PIC 9(3).
           05  TM-MAX-ATTEMPTS     PIC 9(3).
           05  TM-HIDDEN-NUMBER    PIC 9(3).
           05  TM-SIDE OCCURS 2 TIMES.
               10  TM-PLAYER-ID    PIC X(10).
               10  TM-SEED         PIC 9(3).
               10  TM-ATTEMPTS     PIC 9(3).
               10  TM-OUTCOME      PIC X(4).
               10  TM-DISTANCE     PIC 9(5).
           05  TM-WINNER           PIC X(10).
           05  TM-DECIDED-BY       PIC X.
           05  TM-PAIRED-DATE      PIC X(10).
           05  TM-DECIDED-DATE     PIC X(10).
