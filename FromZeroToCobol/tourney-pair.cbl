       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOURNEY-PAIR.
       AUTHOR. Thomas VELU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOURNEY-MATCH-FILE ASSIGN TO "TRNMATCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-MATCH-KEY
               FILE STATUS IS WS-TM-FILE-STATUS.
           SELECT TOURNEY-SETUP-FILE ASSIGN TO "TRNSETUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TS-FILE-STATUS.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-PLAYER-ID
               FILE STATUS IS WS-PL-FILE-STATUS.
           SELECT RANGE-PARM-FILE ASSIGN TO "RANGEPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RANGE-FILE-STATUS.
           SELECT TOURNEY-REPORT-FILE ASSIGN TO "TRNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.
           SELECT AUDIT-SEQ-FILE ASSIGN TO "AUDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TOURNEY-MATCH-FILE.
       COPY TRNMATCH.

       FD  TOURNEY-SETUP-FILE.
       COPY TRNSETUP.

       FD  PLAYER-MASTER-FILE.
       COPY PLAYERS.

       FD  RANGE-PARM-FILE.
       01  RANGE-PARM-RECORD.
           05  RP-LOWER-BOUND      PIC 9(3).
           05  RP-UPPER-BOUND      PIC 9(3).
           05  RP-MAX-ATTEMPTS     PIC 9(3).

       FD  TOURNEY-REPORT-FILE.
       01  TOURNEY-REPORT-RECORD   PIC X(80).

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  AUDIT-SEQ-FILE.
       01  AUDIT-SEQ-RECORD.
           05  SQ-NEXT-SEQUENCE    PIC 9(7).

       WORKING-STORAGE SECTION.
       01  WS-TM-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-TS-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-PL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-RANGE-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SQ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-SEQUENCE PIC 9(7) VALUE ZERO.
       01  WS-AUDIT-OUTCOME PIC X(20) VALUE SPACES.
       01  WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01  WS-IN-TABLE-SW PIC X VALUE "N".
           88 WS-IN-TABLE VALUE "Y".
       01  WS-PLAYERS-AVAIL-SW PIC X VALUE "N".
           88 WS-PLAYERS-AVAIL VALUE "Y".
       01  WS-WARNING-SW PIC X VALUE "N".
           88 WS-WARNING VALUE "Y".
       01  WS-LOWER-BOUND PIC 9(3) VALUE 1.
       01  WS-UPPER-BOUND PIC 9(3) VALUE 100.
       01  WS-MAX-ATTEMPT PIC 9(3) VALUE 10.
       01  WS-RANDOM-SEED PIC 9(8) VALUE ZERO.
       01  WS-RANDOM-FRACTION PIC V9(9) VALUE ZERO.
       01  WS-RANDOM-SEEDED-SW PIC X VALUE "N".
           88 WS-RANDOM-SEEDED VALUE "Y".
       01  WS-MATCHES-DECIDED PIC 9(5) VALUE ZERO.
       01  WS-MATCHES-DRAWN PIC 9(5) VALUE ZERO.
      * Every tournament on TRNMATCH, with its latest round and how
      * many of that round's matches are decided. A round whose
      * matches are all decided is ready for the next draw.
       01  WS-TRN-IX PIC 9(3) VALUE ZERO.
       01  WS-TRN-COUNT PIC 9(3) VALUE ZERO.
       01  WS-TRN-TABLE.
           05  WS-TRN-ENTRY OCCURS 100 TIMES.
               10  WS-TRN-ID           PIC X(8).
               10  WS-TRN-LAST-ROUND   PIC 9(2).
               10  WS-TRN-ROUND-MATCHES PIC 9(3).
               10  WS-TRN-ROUND-DECIDED PIC 9(3).
      * Tournaments on TRNSETUP not yet drawn.
       01  WS-NEW-IX PIC 9(3) VALUE ZERO.
       01  WS-NEW-COUNT PIC 9(3) VALUE ZERO.
       01  WS-NEW-TABLE.
           05  WS-NEW-ID OCCURS 100 TIMES PIC X(8).
      * One tournament's entrants, kept in seed order as the cards
      * are read; the position in the table is the seed drawn.
       01  WS-ENT-IX PIC 9(3) VALUE ZERO.
       01  WS-ENT-MOVE-IX PIC 9(3) VALUE ZERO.
       01  WS-ENT-COUNT PIC 9(3) VALUE ZERO.
       01  WS-ENT-TABLE.
           05  WS-ENT-ENTRY OCCURS 64 TIMES.
               10  WS-ENT-PLAYER-ID    PIC X(10).
               10  WS-ENT-CARD-SEED    PIC 9(3).
       01  WS-CARD-SEED PIC 9(3) VALUE ZERO.
      * Standard bracket order: seeds 1 and 2 can only meet in the
      * final, 1-4 in the semi-finals, and so on. Built by doubling
      * - each seed s of a bracket of n is followed by 2n+1-s.
       01  WS-BRACKET-SIZE PIC 9(3) VALUE ZERO.
       01  WS-ORDER-SIZE PIC 9(3) VALUE ZERO.
       01  WS-ORDER-IX PIC 9(3) VALUE ZERO.
       01  WS-ORDER-TABLE.
           05  WS-ORDER-SEED OCCURS 64 TIMES PIC 9(3).
       01  WS-ORDER-WORK-TABLE.
           05  WS-ORDER-WORK OCCURS 64 TIMES PIC 9(3).
       01  WS-SEED-A PIC 9(3) VALUE ZERO.
       01  WS-SEED-B PIC 9(3) VALUE ZERO.
      * Winners of a completed round, in match order.
       01  WS-WIN-IX PIC 9(3) VALUE ZERO.
       01  WS-WIN-COUNT PIC 9(3) VALUE ZERO.
       01  WS-WIN-TABLE.
           05  WS-WIN-ENTRY OCCURS 64 TIMES.
               10  WS-WIN-PLAYER-ID    PIC X(10).
               10  WS-WIN-SEED         PIC 9(3).
       01  WS-DRAW-TOURNEY-ID PIC X(8) VALUE SPACES.
       01  WS-DRAW-ROUND PIC 9(2) VALUE ZERO.
       01  WS-DRAW-MATCH-NO PIC 9(3) VALUE ZERO.
       01  WS-SCORE-1 PIC 9(3) VALUE ZERO.
       01  WS-SCORE-2 PIC 9(3) VALUE ZERO.
       01  WS-WIN-SIDE PIC 9 VALUE ZERO.
       01  WS-RUN-DATE.
           05  WS-RUN-YEAR         PIC 9(4).
           05  FILLER              PIC X VALUE "-".
           05  WS-RUN-MONTH        PIC 9(2).
           05  FILLER              PIC X VALUE "-".
           05  WS-RUN-DAY          PIC 9(2).
       01  WS-RUN-TIME.
           05  WS-RUN-HOUR         PIC 9(2).
           05  FILLER              PIC X VALUE ":".
           05  WS-RUN-MINUTE       PIC 9(2).
           05  FILLER              PIC X VALUE ":".
           05  WS-RUN-SECOND       PIC 9(2).

       PROCEDURE DIVISION.
      * Knockout tournament draw. Decides every match both players
      * have now played, draws round one of any tournament on
      * TRNSETUP not yet on TRNMATCH, and pairs the next round of
      * any tournament whose latest round is fully decided, until a
      * round of one match leaves a champion. Run on request and
      * CALLed by GUESS-THE-NUMBER each time a match game ends, so
      * the bracket moves on as soon as the last result of a round
      * is in.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-MONTH
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DAY
           MOVE "N" TO WS-WARNING-SW
           MOVE ZERO TO WS-TRN-COUNT
           MOVE ZERO TO WS-NEW-COUNT
           MOVE ZERO TO WS-MATCHES-DECIDED
           MOVE ZERO TO WS-MATCHES-DRAWN
           PERFORM 0100-READ-RANGE-PARM
           PERFORM 0200-OPEN-MATCH-FILE
           OPEN OUTPUT TOURNEY-REPORT-FILE
           MOVE SPACES TO TOURNEY-REPORT-RECORD
           STRING "TOURNAMENT DRAW  Run date: " WS-RUN-DATE
               DELIMITED BY SIZE INTO TOURNEY-REPORT-RECORD
           WRITE TOURNEY-REPORT-RECORD
           PERFORM 1000-DECIDE-PLAYED-MATCHES
           PERFORM 2000-DRAW-NEW-TOURNAMENTS
           PERFORM 3000-ADVANCE-COMPLETE-ROUNDS
           MOVE SPACES TO TOURNEY-REPORT-RECORD
           STRING "Matches decided: " WS-MATCHES-DECIDED
               "  Matches drawn: " WS-MATCHES-DRAWN
               DELIMITED BY SIZE INTO TOURNEY-REPORT-RECORD
           WRITE TOURNEY-REPORT-RECORD
           CLOSE TOURNEY-REPORT-FILE
           CLOSE TOURNEY-MATCH-FILE
           IF WS-WARNING
               MOVE "ENTRANT REJECTED" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 4 TO RETURN-CODE
            END-IF
           MOVE "TOURNEY PAIRED" TO WS-AUDIT-OUTCOME
           PERFORM 9300-WRITE-AUDIT-LOG
           GOBACK.

       0100-READ-RANGE-PARM.
           OPEN INPUT RANGE-PARM-FILE
           IF WS-RANGE-FILE-STATUS = "00"
               READ RANGE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RP-LOWER-BOUND TO WS-LOWER-BOUND
                       MOVE RP-UPPER-BOUND TO WS-UPPER-BOUND
                       IF RP-MAX-ATTEMPTS IS NUMERIC
                               AND RP-MAX-ATTEMPTS NOT = ZERO
                           MOVE RP-MAX-ATTEMPTS TO WS-MAX-ATTEMPT
                        END-IF
                END-READ
               CLOSE RANGE-PARM-FILE
            END-IF.

       0200-OPEN-MATCH-FILE.
           OPEN I-O TOURNEY-MATCH-FILE
           IF WS-TM-FILE-STATUS = "35"
               OPEN OUTPUT TOURNEY-MATCH-FILE
               CLOSE TOURNEY-MATCH-FILE
               OPEN I-O TOURNEY-MATCH-FILE
            END-IF
           IF WS-TM-FILE-STATUS NOT = "00"
               DISPLAY "TRNMATCH is not available - no draw made."
               MOVE "TRNMATCH UNAVAILABLE" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF.

       1000-DECIDE-PLAYED-MATCHES.
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ TOURNEY-MATCH-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 1100-NOTE-MATCH
                END-READ
            END-PERFORM.

       1100-NOTE-MATCH.
           MOVE TM-TOURNEY-ID TO WS-DRAW-TOURNEY-ID
           PERFORM 7000-FIND-TOURNAMENT
           IF NOT WS-IN-TABLE
               IF WS-TRN-COUNT >= 100
                   MOVE "TOURNEY TABLE FULL" TO WS-AUDIT-OUTCOME
                   PERFORM 8900-FAIL-TABLE-FULL
                END-IF
               ADD 1 TO WS-TRN-COUNT
               MOVE WS-TRN-COUNT TO WS-TRN-IX
               MOVE TM-TOURNEY-ID TO WS-TRN-ID(WS-TRN-IX)
               MOVE ZERO TO WS-TRN-LAST-ROUND(WS-TRN-IX)
            END-IF
           IF TM-ROUND > WS-TRN-LAST-ROUND(WS-TRN-IX)
               MOVE TM-ROUND TO WS-TRN-LAST-ROUND(WS-TRN-IX)
               MOVE ZERO TO WS-TRN-ROUND-MATCHES(WS-TRN-IX)
               MOVE ZERO TO WS-TRN-ROUND-DECIDED(WS-TRN-IX)
            END-IF
           ADD 1 TO WS-TRN-ROUND-MATCHES(WS-TRN-IX)
           IF TM-PENDING
                   AND TM-OUTCOME(1) NOT = SPACES
                   AND TM-OUTCOME(2) NOT = SPACES
               PERFORM 1200-DECIDE-MATCH
               REWRITE TOURNEY-MATCH-RECORD
               ADD 1 TO WS-MATCHES-DECIDED
               MOVE SPACES TO TOURNEY-REPORT-RECORD
               STRING TM-TOURNEY-ID " round " TM-ROUND
                   " match " TM-MATCH-NO " won by " TM-WINNER
                   " (decided by " TM-DECIDED-BY ")"
                   DELIMITED BY SIZE INTO TOURNEY-REPORT-RECORD
               WRITE TOURNEY-REPORT-RECORD
               DISPLAY "Tournament " TM-TOURNEY-ID " round "
                   TM-ROUND " match " TM-MATCH-NO " won by "
                   TM-WINNER
            END-IF
           IF TM-DECIDED OR TM-BYE
               ADD 1 TO WS-TRN-ROUND-DECIDED(WS-TRN-IX)
            END-IF.

       1200-DECIDE-MATCH.
      * Fewer attempts wins, a win always beating a loss (a loss
      * scores one more than the maximum). Level on attempts, the
      * closer guesser - the smaller total distance of every guess
      * from the hidden number - goes through; level on that too,
      * the higher seed does.
           MOVE TM-ATTEMPTS(1) TO WS-SCORE-1
           IF TM-OUTCOME(1) NOT = "WIN "
               COMPUTE WS-SCORE-1 = TM-MAX-ATTEMPTS + 1
            END-IF
           MOVE TM-ATTEMPTS(2) TO WS-SCORE-2
           IF TM-OUTCOME(2) NOT = "WIN "
               COMPUTE WS-SCORE-2 = TM-MAX-ATTEMPTS + 1
            END-IF
           EVALUATE TRUE
               WHEN WS-SCORE-1 < WS-SCORE-2
                   MOVE 1 TO WS-WIN-SIDE
                   MOVE "A" TO TM-DECIDED-BY
               WHEN WS-SCORE-2 < WS-SCORE-1
                   MOVE 2 TO WS-WIN-SIDE
                   MOVE "A" TO TM-DECIDED-BY
               WHEN TM-DISTANCE(1) < TM-DISTANCE(2)
                   MOVE 1 TO WS-WIN-SIDE
                   MOVE "D" TO TM-DECIDED-BY
               WHEN TM-DISTANCE(2) < TM-DISTANCE(1)
                   MOVE 2 TO WS-WIN-SIDE
                   MOVE "D" TO TM-DECIDED-BY
               WHEN TM-SEED(2) < TM-SEED(1)
                   MOVE 2 TO WS-WIN-SIDE
                   MOVE "S" TO TM-DECIDED-BY
               WHEN OTHER
                   MOVE 1 TO WS-WIN-SIDE
                   MOVE "S" TO TM-DECIDED-BY
            END-EVALUATE
           MOVE TM-PLAYER-ID(WS-WIN-SIDE) TO TM-WINNER
           MOVE WS-RUN-DATE TO TM-DECIDED-DATE
           SET TM-DECIDED TO TRUE.

       2000-DRAW-NEW-TOURNAMENTS.
           OPEN INPUT TOURNEY-SETUP-FILE
           IF WS-TS-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ TOURNEY-SETUP-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 2010-NOTE-SETUP-TOURNAMENT
                    END-READ
                END-PERFORM
               CLOSE TOURNEY-SETUP-FILE
            END-IF
           IF WS-NEW-COUNT > ZERO
               OPEN INPUT PLAYER-MASTER-FILE
               IF WS-PL-FILE-STATUS NOT = "00"
                   DISPLAY "PLAYERS is not available - entrants "
                       "cannot be proved, no new tournament drawn."
                   CLOSE TOURNEY-MATCH-FILE
                   CLOSE TOURNEY-REPORT-FILE
                   MOVE "PLAYERS UNAVAILABLE" TO WS-AUDIT-OUTCOME
                   PERFORM 9300-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   GOBACK
                END-IF
               MOVE ZERO TO WS-NEW-IX
               PERFORM UNTIL WS-NEW-IX >= WS-NEW-COUNT
                   ADD 1 TO WS-NEW-IX
                   PERFORM 2100-DRAW-FIRST-ROUND
                END-PERFORM
               CLOSE PLAYER-MASTER-FILE
            END-IF.

       2010-NOTE-SETUP-TOURNAMENT.
           IF TS-TOURNEY-ID NOT = SPACES
               MOVE TS-TOURNEY-ID TO WS-DRAW-TOURNEY-ID
               PERFORM 7000-FIND-TOURNAMENT
               IF NOT WS-IN-TABLE
                   MOVE "N" TO WS-IN-TABLE-SW
                   MOVE ZERO TO WS-NEW-IX
                   PERFORM UNTIL WS-IN-TABLE
                           OR WS-NEW-IX >= WS-NEW-COUNT
                       ADD 1 TO WS-NEW-IX
                       IF WS-NEW-ID(WS-NEW-IX) = TS-TOURNEY-ID
                           SET WS-IN-TABLE TO TRUE
                        END-IF
                    END-PERFORM
                   IF NOT WS-IN-TABLE
                       IF WS-NEW-COUNT >= 100
                           MOVE "TOURNEY TABLE FULL"
                               TO WS-AUDIT-OUTCOME
                           PERFORM 8900-FAIL-TABLE-FULL
                        END-IF
                       ADD 1 TO WS-NEW-COUNT
                       MOVE TS-TOURNEY-ID TO WS-NEW-ID(WS-NEW-COUNT)
                    END-IF
                END-IF
            END-IF.

       2100-DRAW-FIRST-ROUND.
           MOVE WS-NEW-ID(WS-NEW-IX) TO WS-DRAW-TOURNEY-ID
           MOVE ZERO TO WS-ENT-COUNT
           OPEN INPUT TOURNEY-SETUP-FILE
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ TOURNEY-SETUP-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF TS-TOURNEY-ID = WS-DRAW-TOURNEY-ID
                           PERFORM 2200-ENTER-PLAYER
                        END-IF
                END-READ
            END-PERFORM
           CLOSE TOURNEY-SETUP-FILE
           IF WS-ENT-COUNT < 2
               MOVE SPACES TO TOURNEY-REPORT-RECORD
               STRING WS-DRAW-TOURNEY-ID " not drawn - fewer than "
                   "two valid entrants" DELIMITED BY SIZE
                   INTO TOURNEY-REPORT-RECORD
               WRITE TOURNEY-REPORT-RECORD
               SET WS-WARNING TO TRUE
            ELSE
               PERFORM 2300-BUILD-BRACKET-ORDER
               MOVE 1 TO WS-DRAW-ROUND
               MOVE ZERO TO WS-DRAW-MATCH-NO
               MOVE SPACES TO TOURNEY-REPORT-RECORD
               STRING WS-DRAW-TOURNEY-ID " drawn: " WS-ENT-COUNT
                   " entrants, bracket of " WS-BRACKET-SIZE
                   DELIMITED BY SIZE INTO TOURNEY-REPORT-RECORD
               WRITE TOURNEY-REPORT-RECORD
               MOVE ZERO TO WS-ORDER-IX
               PERFORM UNTIL WS-ORDER-IX >= WS-BRACKET-SIZE
                   ADD 1 TO WS-ORDER-IX
                   MOVE WS-ORDER-SEED(WS-ORDER-IX) TO WS-SEED-A
                   ADD 1 TO WS-ORDER-IX
                   MOVE WS-ORDER-SEED(WS-ORDER-IX) TO WS-SEED-B
                   PERFORM 2400-WRITE-FIRST-ROUND-MATCH
                END-PERFORM
            END-IF.

       2200-ENTER-PLAYER.
           MOVE TS-PLAYER-ID TO PL-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO PL-STATUS-FLAG
            END-READ
           MOVE "N" TO WS-IN-TABLE-SW
           MOVE ZERO TO WS-ENT-IX
           PERFORM UNTIL WS-IN-TABLE OR WS-ENT-IX >= WS-ENT-COUNT
               ADD 1 TO WS-ENT-IX
               IF WS-ENT-PLAYER-ID(WS-ENT-IX) = TS-PLAYER-ID
                   SET WS-IN-TABLE TO TRUE
                END-IF
            END-PERFORM
           MOVE SPACES TO TOURNEY-REPORT-RECORD
           EVALUATE TRUE
               WHEN NOT PL-ACTIVE
                   STRING WS-DRAW-TOURNEY-ID " entrant " TS-PLAYER-ID
                       " refused - not an active registered player"
                       DELIMITED BY SIZE INTO TOURNEY-REPORT-RECORD
               WHEN WS-IN-TABLE
                   STRING WS-DRAW-TOURNEY-ID " entrant " TS-PLAYER-ID
                       " refused - entered twice"
                       DELIMITED BY SIZE INTO TOURNEY-REPORT-RECORD
               WHEN WS-ENT-COUNT >= 64
                   STRING WS-DRAW-TOURNEY-ID " entrant " TS-PLAYER-ID
                       " refused - the draw holds 64 players"
                       DELIMITED BY SIZE INTO TOURNEY-REPORT-RECORD
               WHEN OTHER
                   PERFORM 2210-INSERT-BY-SEED
            END-EVALUATE
           IF TOURNEY-REPORT-RECORD NOT = SPACES
               WRITE TOURNEY-REPORT-RECORD
               SET WS-WARNING TO TRUE
            END-IF.

       2210-INSERT-BY-SEED.
      * Unseeded players carry 999 and so fall in behind every
      * seeded one, in card order among themselves.
           MOVE 999 TO WS-CARD-SEED
           IF TS-SEED IS NUMERIC AND TS-SEED NOT = "000"
               MOVE TS-SEED TO WS-CARD-SEED
            END-IF
           MOVE 1 TO WS-ENT-IX
           PERFORM UNTIL WS-ENT-IX > WS-ENT-COUNT
                   OR WS-ENT-CARD-SEED(WS-ENT-IX) > WS-CARD-SEED
               ADD 1 TO WS-ENT-IX
            END-PERFORM
           MOVE WS-ENT-COUNT TO WS-ENT-MOVE-IX
           PERFORM UNTIL WS-ENT-MOVE-IX < WS-ENT-IX
               MOVE WS-ENT-ENTRY(WS-ENT-MOVE-IX)
                   TO WS-ENT-ENTRY(WS-ENT-MOVE-IX + 1)
               SUBTRACT 1 FROM WS-ENT-MOVE-IX
            END-PERFORM
           MOVE TS-PLAYER-ID TO WS-ENT-PLAYER-ID(WS-ENT-IX)
           MOVE WS-CARD-SEED TO WS-ENT-CARD-SEED(WS-ENT-IX)
           ADD 1 TO WS-ENT-COUNT.

       2300-BUILD-BRACKET-ORDER.
           MOVE 1 TO WS-BRACKET-SIZE
           PERFORM UNTIL WS-BRACKET-SIZE >= WS-ENT-COUNT
               COMPUTE WS-BRACKET-SIZE = WS-BRACKET-SIZE * 2
            END-PERFORM
           MOVE 1 TO WS-ORDER-SIZE
           MOVE 1 TO WS-ORDER-SEED(1)
           PERFORM UNTIL WS-ORDER-SIZE >= WS-BRACKET-SIZE
               MOVE ZERO TO WS-ORDER-IX
               PERFORM UNTIL WS-ORDER-IX >= WS-ORDER-SIZE
                   ADD 1 TO WS-ORDER-IX
                   MOVE WS-ORDER-SEED(WS-ORDER-IX)
                       TO WS-ORDER-WORK(WS-ORDER-IX * 2 - 1)
                   COMPUTE WS-ORDER-WORK(WS-ORDER-IX * 2) =
                       WS-ORDER-SIZE * 2 + 1
                           - WS-ORDER-SEED(WS-ORDER-IX)
                END-PERFORM
               COMPUTE WS-ORDER-SIZE = WS-ORDER-SIZE * 2
               MOVE WS-ORDER-WORK-TABLE TO WS-ORDER-TABLE
            END-PERFORM.

       2400-WRITE-FIRST-ROUND-MATCH.
      * The bracket is filled to a power of two with byes, and the
      * byes fall to the top seeds - seed s always meets seed
      * size+1-s, so an empty second place is always the weaker.
           ADD 1 TO WS-DRAW-MATCH-NO
           PERFORM 7100-START-MATCH-RECORD
           MOVE WS-ENT-PLAYER-ID(WS-SEED-A) TO TM-PLAYER-ID(1)
           MOVE WS-SEED-A TO TM-SEED(1)
           IF WS-SEED-B > WS-ENT-COUNT
               SET TM-BYE TO TRUE
               MOVE TM-PLAYER-ID(1) TO TM-WINNER
               MOVE "B" TO TM-DECIDED-BY
               MOVE WS-RUN-DATE TO TM-DECIDED-DATE
               MOVE SPACES TO TOURNEY-REPORT-RECORD
               STRING "  round " WS-DRAW-ROUND " match "
                   WS-DRAW-MATCH-NO "  " TM-PLAYER-ID(1) " ("
                   WS-SEED-A ")  bye"
                   DELIMITED BY SIZE INTO TOURNEY-REPORT-RECORD
            ELSE
               MOVE WS-ENT-PLAYER-ID(WS-SEED-B) TO TM-PLAYER-ID(2)
               MOVE WS-SEED-B TO TM-SEED(2)
               MOVE SPACES TO TOURNEY-REPORT-RECORD
               STRING "  round " WS-DRAW-ROUND " match "
                   WS-DRAW-MATCH-NO "  " TM-PLAYER-ID(1) " ("
                   WS-SEED-A ")  v  " TM-PLAYER-ID(2) " ("
                   WS-SEED-B ")"
                   DELIMITED BY SIZE INTO TOURNEY-REPORT-RECORD
            END-IF
           WRITE TOURNEY-REPORT-RECORD
           PERFORM 7200-WRITE-MATCH-RECORD.

       3000-ADVANCE-COMPLETE-ROUNDS.
           MOVE ZERO TO WS-TRN-IX
           PERFORM UNTIL WS-TRN-IX >= WS-TRN-COUNT
               ADD 1 TO WS-TRN-IX
               IF WS-TRN-ROUND-MATCHES(WS-TRN-IX) > ZERO
                       AND WS-TRN-ROUND-DECIDED(WS-TRN-IX)
                           = WS-TRN-ROUND-MATCHES(WS-TRN-IX)
                   PERFORM 3100-PAIR-NEXT-ROUND
                END-IF
            END-PERFORM.

       3100-PAIR-NEXT-ROUND.
           MOVE WS-TRN-ID(WS-TRN-IX) TO WS-DRAW-TOURNEY-ID
           MOVE ZERO TO WS-WIN-COUNT
           MOVE WS-DRAW-TOURNEY-ID TO TM-TOURNEY-ID
           MOVE WS-TRN-LAST-ROUND(WS-TRN-IX) TO TM-ROUND
           MOVE ZERO TO TM-MATCH-NO
           START TOURNEY-MATCH-FILE KEY IS > TM-MATCH-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF-SW
            END-START
           PERFORM UNTIL WS-EOF
               READ TOURNEY-MATCH-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF TM-TOURNEY-ID NOT = WS-DRAW-TOURNEY-ID
                               OR TM-ROUND
                                   NOT = WS-TRN-LAST-ROUND(WS-TRN-IX)
                           SET WS-EOF TO TRUE
                        ELSE
                           PERFORM 3110-NOTE-WINNER
                        END-IF
                END-READ
            END-PERFORM
           IF WS-WIN-COUNT = 1
               MOVE SPACES TO TOURNEY-REPORT-RECORD
               STRING WS-DRAW-TOURNEY-ID " complete - champion "
                   WS-WIN-PLAYER-ID(1)
                   DELIMITED BY SIZE INTO TOURNEY-REPORT-RECORD
               WRITE TOURNEY-REPORT-RECORD
            ELSE
               COMPUTE WS-DRAW-ROUND =
                   WS-TRN-LAST-ROUND(WS-TRN-IX) + 1
               MOVE ZERO TO WS-DRAW-MATCH-NO
               MOVE SPACES TO TOURNEY-REPORT-RECORD
               STRING WS-DRAW-TOURNEY-ID " round " WS-DRAW-ROUND
                   " paired" DELIMITED BY SIZE
                   INTO TOURNEY-REPORT-RECORD
               WRITE TOURNEY-REPORT-RECORD
               MOVE ZERO TO WS-WIN-IX
               PERFORM UNTIL WS-WIN-IX >= WS-WIN-COUNT
                   ADD 1 TO WS-WIN-IX
                   ADD 1 TO WS-DRAW-MATCH-NO
                   PERFORM 7100-START-MATCH-RECORD
                   MOVE WS-WIN-PLAYER-ID(WS-WIN-IX) TO TM-PLAYER-ID(1)
                   MOVE WS-WIN-SEED(WS-WIN-IX) TO TM-SEED(1)
                   ADD 1 TO WS-WIN-IX
                   MOVE WS-WIN-PLAYER-ID(WS-WIN-IX) TO TM-PLAYER-ID(2)
                   MOVE WS-WIN-SEED(WS-WIN-IX) TO TM-SEED(2)
                   MOVE SPACES TO TOURNEY-REPORT-RECORD
                   STRING "  round " WS-DRAW-ROUND " match "
                       WS-DRAW-MATCH-NO "  " TM-PLAYER-ID(1) " ("
                       TM-SEED(1) ")  v  " TM-PLAYER-ID(2) " ("
                       TM-SEED(2) ")"
                       DELIMITED BY SIZE INTO TOURNEY-REPORT-RECORD
                   WRITE TOURNEY-REPORT-RECORD
                   PERFORM 7200-WRITE-MATCH-RECORD
                END-PERFORM
            END-IF.

       3110-NOTE-WINNER.
           ADD 1 TO WS-WIN-COUNT
           MOVE TM-WINNER TO WS-WIN-PLAYER-ID(WS-WIN-COUNT)
           IF TM-WINNER = TM-PLAYER-ID(2)
               MOVE TM-SEED(2) TO WS-WIN-SEED(WS-WIN-COUNT)
            ELSE
               MOVE TM-SEED(1) TO WS-WIN-SEED(WS-WIN-COUNT)
            END-IF.

       7000-FIND-TOURNAMENT.
           MOVE "N" TO WS-IN-TABLE-SW
           MOVE ZERO TO WS-TRN-IX
           PERFORM UNTIL WS-IN-TABLE OR WS-TRN-IX >= WS-TRN-COUNT
               ADD 1 TO WS-TRN-IX
               IF WS-TRN-ID(WS-TRN-IX) = WS-DRAW-TOURNEY-ID
                   SET WS-IN-TABLE TO TRUE
                END-IF
            END-PERFORM.

       7100-START-MATCH-RECORD.
      * Both players of a match get the one hidden number, drawn
      * here under the RANGEPARM in force, so neither is playing
      * an easier game than the other.
           MOVE SPACES TO TOURNEY-MATCH-RECORD
           MOVE WS-DRAW-TOURNEY-ID TO TM-TOURNEY-ID
           MOVE WS-DRAW-ROUND TO TM-ROUND
           MOVE WS-DRAW-MATCH-NO TO TM-MATCH-NO
           SET TM-PENDING TO TRUE
           MOVE WS-LOWER-BOUND TO TM-LOWER-BOUND
           MOVE WS-UPPER-BOUND TO TM-UPPER-BOUND
           MOVE WS-MAX-ATTEMPT TO TM-MAX-ATTEMPTS
           IF NOT WS-RANDOM-SEEDED
               MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RANDOM-SEED
               COMPUTE WS-RANDOM-FRACTION =
                   FUNCTION RANDOM(WS-RANDOM-SEED)
               SET WS-RANDOM-SEEDED TO TRUE
            ELSE
               COMPUTE WS-RANDOM-FRACTION = FUNCTION RANDOM
            END-IF
           COMPUTE TM-HIDDEN-NUMBER =
               WS-LOWER-BOUND + (WS-UPPER-BOUND - WS-LOWER-BOUND + 1)
                   * WS-RANDOM-FRACTION
           MOVE ZERO TO TM-SEED(1)
           MOVE ZERO TO TM-ATTEMPTS(1)
           MOVE ZERO TO TM-DISTANCE(1)
           MOVE ZERO TO TM-SEED(2)
           MOVE ZERO TO TM-ATTEMPTS(2)
           MOVE ZERO TO TM-DISTANCE(2)
           MOVE WS-RUN-DATE TO TM-PAIRED-DATE.

       7200-WRITE-MATCH-RECORD.
           WRITE TOURNEY-MATCH-RECORD
               INVALID KEY
                   DISPLAY "Match " TM-MATCH-KEY
                       " is already on TRNMATCH - not drawn again."
               NOT INVALID KEY
                   ADD 1 TO WS-MATCHES-DRAWN
            END-WRITE.

       8900-FAIL-TABLE-FULL.
           DISPLAY "Tournament table full - raise the OCCURS in "
               "TOURNEY-PAIR and rerun."
           CLOSE TOURNEY-MATCH-FILE
           CLOSE TOURNEY-REPORT-FILE
           PERFORM 9300-WRITE-AUDIT-LOG
           MOVE 16 TO RETURN-CODE
           GOBACK.

       9300-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-RUN-MINUTE
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-RUN-SECOND
           PERFORM 9950-NEXT-AUDIT-SEQUENCE
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AL-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
            END-IF
           MOVE "TOURNEY-PAIR" TO AL-PROGRAM-ID
           MOVE WS-RUN-DATE TO AL-RUN-DATE
           MOVE WS-RUN-TIME TO AL-RUN-TIME
           MOVE "N/A" TO AL-OPERATOR
           MOVE WS-AUDIT-OUTCOME TO AL-OUTCOME
           MOVE WS-AUDIT-SEQUENCE TO AL-SEQUENCE
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.

       9950-NEXT-AUDIT-SEQUENCE.
      * Hands out the next running audit sequence number from the
      * AUDSEQ control file and steps it, so every audit record in
      * the stream climbs by exactly one - the property
      * AUDIT-VERIFY proves each night.
           MOVE 1 TO WS-AUDIT-SEQUENCE
           OPEN INPUT AUDIT-SEQ-FILE
           IF WS-SQ-FILE-STATUS = "00"
               READ AUDIT-SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SQ-NEXT-SEQUENCE IS NUMERIC
                           MOVE SQ-NEXT-SEQUENCE
                               TO WS-AUDIT-SEQUENCE
                        END-IF
                END-READ
               CLOSE AUDIT-SEQ-FILE
            END-IF
           OPEN OUTPUT AUDIT-SEQ-FILE
           COMPUTE SQ-NEXT-SEQUENCE = WS-AUDIT-SEQUENCE + 1
           WRITE AUDIT-SEQ-RECORD
           CLOSE AUDIT-SEQ-FILE.
