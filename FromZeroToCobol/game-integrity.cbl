       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAME-INTEGRITY.
       AUTHOR. Thomas VELU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-RESULTS-FILE ASSIGN TO "GAMERES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GR-FILE-STATUS.
           SELECT GUESSES-CLEAN-FILE ASSIGN TO "GUESSOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GO-FILE-STATUS.
           SELECT INTEGRITY-RULE-FILE ASSIGN TO "INTGRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IR-FILE-STATUS.
           SELECT INTEGRITY-REVIEW-FILE ASSIGN TO "INTGREV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-CASE-KEY
               FILE STATUS IS WS-IV-FILE-STATUS.
           SELECT INTEGRITY-SORT-FILE ASSIGN TO "INTGSORT".
           SELECT RANGE-PARM-FILE ASSIGN TO "RANGEPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RANGE-FILE-STATUS.
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.
           SELECT AUDIT-SEQ-FILE ASSIGN TO "AUDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-RESULTS-FILE.
       COPY GAMERES.
       01  GR-TRAILER-IMAGE        PIC X(44).

       FD  GUESSES-CLEAN-FILE.
       01  GUESSES-CLEAN-RECORD.
           05  GC-PLAYER-ID        PIC X(10).
           05  GC-GUESS            PIC 9(3).

       FD  INTEGRITY-RULE-FILE.
       COPY INTGRULE.

       FD  INTEGRITY-REVIEW-FILE.
       COPY INTGREV.

      * One record per game on the business date, sorted into each
      * player's games in the order they finished. IS-WALK-FLAG is
      * set only for feed games of two guesses or more that could
      * be traced back to their guesses on GUESSOK: Y when every
      * guess came closer to the number than the one before and the
      * last one hit it, N otherwise.
       SD  INTEGRITY-SORT-FILE.
       01  INTEGRITY-SORT-RECORD.
           05  IS-PLAYER-ID        PIC X(10).
           05  IS-PLAYED-TIME      PIC X(4).
           05  IS-SEQUENCE         PIC 9(7).
           05  IS-PLAY-MODE        PIC X(1).
           05  IS-OUTCOME          PIC X(4).
           05  IS-ATTEMPTS         PIC 9(3).
           05  IS-RANGE-WIDTH      PIC 9(3).
           05  IS-WALK-FLAG        PIC X(1).

       FD  RANGE-PARM-FILE.
       01  RANGE-PARM-RECORD.
           05  RP-LOWER-BOUND      PIC 9(3).
           05  RP-UPPER-BOUND      PIC 9(3).
           05  RP-MAX-ATTEMPTS     PIC 9(3).

       FD  INTEGRITY-REPORT-FILE.
       01  INTEGRITY-REPORT-RECORD PIC X(80).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  AUDIT-SEQ-FILE.
       01  AUDIT-SEQ-RECORD.
           05  SQ-NEXT-SEQUENCE    PIC 9(7).

       WORKING-STORAGE SECTION.
       01  WS-GR-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-GO-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-IR-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-IV-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-RANGE-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-RC-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-BD-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SQ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-SEQUENCE PIC 9(7) VALUE ZERO.
       01  WS-AUDIT-OUTCOME PIC X(20) VALUE SPACES.
       01  WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01  WS-SORT-EOF-SW PIC X VALUE "N".
           88 WS-SORT-EOF VALUE "Y".
       01  WS-RC-EOF-SW PIC X VALUE "N".
           88 WS-RC-EOF VALUE "Y".
       01  WS-ALREADY-RUN-SW PIC X VALUE "N".
           88 WS-ALREADY-RUN VALUE "Y".
       01  WS-RC-STATUS-VALUE PIC X(10) VALUE SPACES.
       01  WS-FEED-AVAIL-SW PIC X VALUE "N".
           88 WS-FEED-AVAIL VALUE "Y".
       01  WS-FEED-SLIPPED-SW PIC X VALUE "N".
           88 WS-FEED-SLIPPED VALUE "Y".
       01  WS-CASE-ON-FILE-SW PIC X VALUE "N".
           88 WS-CASE-ON-FILE VALUE "Y".
       01  WS-RULE-FOUND-SW PIC X VALUE "N".
           88 WS-RULE-FOUND VALUE "Y".
       01  WS-WALK-SW PIC X VALUE "N".
       01  WS-LOWER-BOUND PIC 9(3) VALUE 1.
       01  WS-UPPER-BOUND PIC 9(3) VALUE 100.
       01  WS-DEFAULT-WIDTH PIC 9(3) VALUE 100.
      * The rules and their defaults, in the INTGRULE.cpy order; a
      * card for a rule code overlays its limit and factor.
       01  WS-RULE-DEFAULTS.
           05  FILLER PIC X(12) VALUE "W10000300005".
           05  FILLER PIC X(12) VALUE "BS0000300000".
           05  FILLER PIC X(12) VALUE "HR0002000000".
           05  FILLER PIC X(12) VALUE "XM0000100000".
           05  FILLER PIC X(12) VALUE "WK0000300080".
       01  WS-RULE-TABLE REDEFINES WS-RULE-DEFAULTS.
           05  WS-RULE-ENTRY OCCURS 5 TIMES.
               10  WS-RULE-CODE    PIC X(2).
               10  WS-RULE-LIMIT   PIC 9(5).
               10  WS-RULE-FACTOR  PIC 9(5).
       01  WS-RULE-IX PIC 9(1) VALUE ZERO.
      * Tracing a feed game back to its guesses on GUESSOK.
       01  WS-GAME-SEQUENCE PIC 9(7) VALUE ZERO.
       01  WS-GUESS-IX PIC 9(3) VALUE ZERO.
       01  WS-GUESS-DISTANCE PIC 9(3) VALUE ZERO.
       01  WS-PRIOR-DISTANCE PIC 9(4) VALUE ZERO.
      * The guesses a halving search needs to be sure of the number
      * on the game's range - the same bound PLAYER-RATING scores
      * against.
       01  WS-SEARCH-BOUND PIC 9(3) VALUE ZERO.
       01  WS-POWER-OF-TWO PIC 9(5) VALUE ZERO.
      * One player's games, gathered across the control break.
       01  WS-CUR-PLAYER-ID PIC X(10) VALUE SPACES.
       01  WS-PL-GAMES PIC 9(5) VALUE ZERO.
       01  WS-PL-ONE-WINS PIC 9(5) VALUE ZERO.
       01  WS-PL-ONE-LIKELY PIC 9(5)V9(6) VALUE ZERO.
       01  WS-PL-RUN PIC 9(5) VALUE ZERO.
       01  WS-PL-BEST-RUN PIC 9(5) VALUE ZERO.
       01  WS-PL-HOUR PIC X(2) VALUE SPACES.
       01  WS-PL-HOUR-GAMES PIC 9(5) VALUE ZERO.
       01  WS-PL-PEAK-HOUR PIC X(2) VALUE SPACES.
       01  WS-PL-PEAK-GAMES PIC 9(5) VALUE ZERO.
       01  WS-PL-MINUTE PIC X(4) VALUE SPACES.
       01  WS-MINUTE-FEED-SW PIC X VALUE "N".
           88 WS-MINUTE-FEED VALUE "Y".
       01  WS-MINUTE-TERMINAL-SW PIC X VALUE "N".
           88 WS-MINUTE-TERMINAL VALUE "Y".
       01  WS-MINUTE-COUNTED-SW PIC X VALUE "N".
           88 WS-MINUTE-COUNTED VALUE "Y".
       01  WS-PL-SHARED-MINUTES PIC 9(5) VALUE ZERO.
       01  WS-PL-FEED-GAMES PIC 9(5) VALUE ZERO.
       01  WS-PL-WALKED PIC 9(5) VALUE ZERO.
      * The case being raised.
       01  WS-CASE-OBSERVED PIC 9(5) VALUE ZERO.
       01  WS-CASE-DETAIL PIC X(40) VALUE SPACES.
       01  WS-EDIT-COUNT-1 PIC ZZZZ9.
       01  WS-EDIT-COUNT-2 PIC ZZZZ9.
       01  WS-EDIT-LIKELY PIC ZZZZ9.99.
       01  WS-GAMES-READ PIC 9(7) VALUE ZERO.
       01  WS-FEED-GAMES-TRACED PIC 9(7) VALUE ZERO.
       01  WS-PLAYERS-REVIEWED PIC 9(5) VALUE ZERO.
       01  WS-CASES-RAISED PIC 9(5) VALUE ZERO.
       01  WS-CASES-ON-FILE PIC 9(5) VALUE ZERO.
       01  WS-CASES-OPEN PIC 9(5) VALUE ZERO.
       01  WS-CASES-CONFIRMED PIC 9(5) VALUE ZERO.
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
      * Nightly integrity review of the business date's games -
      * tonight's feed games and the terminals' games alike. Each
      * player's games are held to the INTGRULE rules (see
      * INTGRULE.cpy) and every rule a player trips becomes an open
      * case on the INTGREV review list for the desk to clear or
      * confirm through INTGREV-MAINT. Feed games are traced back
      * to their guesses on the edited GUESSES feed so a feed that
      * homes in on the number can be seen. Nothing here changes a
      * game, the leaderboard or a rating: the hold on a player's
      * games starts only once the desk confirms a case.
           PERFORM 0050-SET-BUSINESS-DATE
           PERFORM 0060-CHECK-RUN-CONTROL
           MOVE "STARTED" TO WS-RC-STATUS-VALUE
           PERFORM 9500-WRITE-RUN-CONTROL
           PERFORM 0100-READ-RANGE-PARM
           PERFORM 0200-LOAD-RULE-TABLE
           OPEN I-O INTEGRITY-REVIEW-FILE
           IF WS-IV-FILE-STATUS = "35"
               OPEN OUTPUT INTEGRITY-REVIEW-FILE
               CLOSE INTEGRITY-REVIEW-FILE
               OPEN I-O INTEGRITY-REVIEW-FILE
            END-IF
           IF WS-IV-FILE-STATUS NOT = "00"
               DISPLAY "INTGREV is not available - no integrity "
                   "review made."
               MOVE "INTGREV UNAVAILABLE" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           OPEN OUTPUT INTEGRITY-REPORT-FILE
           PERFORM 9000-WRITE-REPORT-HEADER
           SORT INTEGRITY-SORT-FILE
               ASCENDING KEY IS-PLAYER-ID IS-PLAYED-TIME IS-SEQUENCE
               INPUT PROCEDURE 1000-RELEASE-DAYS-GAMES
               OUTPUT PROCEDURE 2000-APPLY-RULES
           PERFORM 4000-LIST-STANDING-CASES
           PERFORM 9200-WRITE-REPORT-SUMMARY
           CLOSE INTEGRITY-REPORT-FILE
           CLOSE INTEGRITY-REVIEW-FILE
           IF WS-CASES-RAISED > ZERO
               MOVE "PLAY CASES RAISED" TO WS-AUDIT-OUTCOME
            ELSE
               MOVE "PLAY REVIEW CLEAN" TO WS-AUDIT-OUTCOME
            END-IF
           PERFORM 9300-WRITE-AUDIT-LOG
           MOVE "COMPLETED" TO WS-RC-STATUS-VALUE
           PERFORM 9500-WRITE-RUN-CONTROL
           IF WS-CASES-RAISED > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF
           STOP RUN.

       0050-SET-BUSINESS-DATE.
      * The stream's shared business processing date, when the
      * date-open step has set one: a nightly that slips past
      * midnight keeps stamping and selecting the same business
      * day. Without the control file (stand-alone and desk runs)
      * the system date applies, exactly as before.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-MONTH
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DAY
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BD-FILE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE(1:4) IS NUMERIC
                           MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
                        END-IF
                END-READ
               CLOSE BUSINESS-DATE-FILE
            END-IF.

       0060-CHECK-RUN-CONTROL.
      * A rerun must not count the same day's games twice.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RC-FILE-STATUS = "00"
               MOVE "N" TO WS-RC-EOF-SW
               PERFORM UNTIL WS-RC-EOF
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-RC-EOF TO TRUE
                       NOT AT END
                           IF RC-RUN-DATE = WS-RUN-DATE
                                   AND RC-PROGRAM-ID =
                                       "GAME-INTEGRITY"
                                   AND RC-STATUS = "COMPLETED"
                               SET WS-ALREADY-RUN TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
               CLOSE RUN-CONTROL-FILE
            END-IF
           IF WS-ALREADY-RUN
               DISPLAY "GAME-INTEGRITY already completed for "
                   WS-RUN-DATE " - skipping this rerun."
               MOVE "ALREADY RUN" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               STOP RUN
            END-IF.

       0100-READ-RANGE-PARM.
      * Games recorded before the width was kept on GAMERES are
      * judged on the RANGEPARM in effect.
           OPEN INPUT RANGE-PARM-FILE
           IF WS-RANGE-FILE-STATUS = "00"
               READ RANGE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RP-LOWER-BOUND TO WS-LOWER-BOUND
                       MOVE RP-UPPER-BOUND TO WS-UPPER-BOUND
                END-READ
               CLOSE RANGE-PARM-FILE
            END-IF
           COMPUTE WS-DEFAULT-WIDTH =
               WS-UPPER-BOUND - WS-LOWER-BOUND + 1.

       0200-LOAD-RULE-TABLE.
      * The limits are the desk's to tune, so they live on a card
      * the desk can change without a program change. Without the
      * dataset every rule runs on its default; a bad card stops
      * the step before a single case is raised on it.
           OPEN INPUT INTEGRITY-RULE-FILE
           IF WS-IR-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ INTEGRITY-RULE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 0210-APPLY-RULE-CARD
                    END-READ
                END-PERFORM
               CLOSE INTEGRITY-RULE-FILE
            END-IF
           MOVE "N" TO WS-EOF-SW.

       0210-APPLY-RULE-CARD.
           IF IR-FACTOR = SPACES
               MOVE ZERO TO IR-FACTOR
            END-IF
           MOVE "N" TO WS-RULE-FOUND-SW
           MOVE ZERO TO WS-RULE-IX
           PERFORM 5 TIMES
               ADD 1 TO WS-RULE-IX
               IF IR-RULE-CODE = WS-RULE-CODE(WS-RULE-IX)
                       AND IR-LIMIT IS NUMERIC
                       AND IR-FACTOR IS NUMERIC
                   MOVE IR-LIMIT TO WS-RULE-LIMIT(WS-RULE-IX)
                   MOVE IR-FACTOR TO WS-RULE-FACTOR(WS-RULE-IX)
                   SET WS-RULE-FOUND TO TRUE
                END-IF
            END-PERFORM
           IF NOT WS-RULE-FOUND
               DISPLAY "Integrity rule card is not valid: "
                   INTEGRITY-RULE-RECORD
               MOVE "INTGRULE INVALID" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               CLOSE INTEGRITY-RULE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       1000-RELEASE-DAYS-GAMES.
      * Tonight's games reach GAMERES in the order the feed played
      * them, so the edited feed is read alongside, game by game:
      * each feed game used exactly its attempts' worth of guesses.
      * Without GUESSOK the walk rule simply has nothing to judge.
           OPEN INPUT GUESSES-CLEAN-FILE
           IF WS-GO-FILE-STATUS = "00"
               SET WS-FEED-AVAIL TO TRUE
            END-IF
           OPEN INPUT GAME-RESULTS-FILE
           IF WS-GR-FILE-STATUS NOT = "00"
               DISPLAY "GAMERES is not available - no games "
                   "reviewed."
            ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ GAME-RESULTS-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF GR-PLAYER-ID NOT = "*CONTROL*"
                                   AND GR-PLAYER-ID(1:8)
                                       NOT = "*SUMMARY"
                                   AND GR-RUN-DATE = WS-RUN-DATE
                               PERFORM 1100-RELEASE-GAME
                            END-IF
                    END-READ
                END-PERFORM
               CLOSE GAME-RESULTS-FILE
            END-IF
           IF WS-FEED-AVAIL
               CLOSE GUESSES-CLEAN-FILE
            END-IF.

       1100-RELEASE-GAME.
           ADD 1 TO WS-GAMES-READ
           ADD 1 TO WS-GAME-SEQUENCE
           MOVE GR-PLAYER-ID TO IS-PLAYER-ID
           MOVE GR-PLAYED-TIME TO IS-PLAYED-TIME
           MOVE WS-GAME-SEQUENCE TO IS-SEQUENCE
           MOVE GR-PLAY-MODE TO IS-PLAY-MODE
           MOVE GR-OUTCOME TO IS-OUTCOME
           MOVE GR-ATTEMPTS TO IS-ATTEMPTS
           IF GR-RANGE-WIDTH IS NUMERIC AND GR-RANGE-WIDTH NOT = ZERO
               MOVE GR-RANGE-WIDTH TO IS-RANGE-WIDTH
            ELSE
               MOVE WS-DEFAULT-WIDTH TO IS-RANGE-WIDTH
            END-IF
           MOVE SPACE TO IS-WALK-FLAG
           IF GR-BATCH-GAME AND WS-FEED-AVAIL
                   AND NOT WS-FEED-SLIPPED
               PERFORM 1200-TRACE-FEED-GUESSES
            END-IF
           RELEASE INTEGRITY-SORT-RECORD.

       1200-TRACE-FEED-GUESSES.
           MOVE "Y" TO WS-WALK-SW
           MOVE 9999 TO WS-PRIOR-DISTANCE
           MOVE ZERO TO WS-GUESS-IX
           PERFORM UNTIL WS-GUESS-IX >= GR-ATTEMPTS
                   OR WS-FEED-SLIPPED
               READ GUESSES-CLEAN-FILE
                   AT END
                       SET WS-FEED-SLIPPED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-GUESS-IX
                       IF GC-PLAYER-ID NOT = GR-PLAYER-ID
                           SET WS-FEED-SLIPPED TO TRUE
                        ELSE
                           IF GC-GUESS > GR-RANDOM-NUMBER
                               COMPUTE WS-GUESS-DISTANCE =
                                   GC-GUESS - GR-RANDOM-NUMBER
                            ELSE
                               COMPUTE WS-GUESS-DISTANCE =
                                   GR-RANDOM-NUMBER - GC-GUESS
                            END-IF
                           IF WS-GUESS-DISTANCE
                                   NOT < WS-PRIOR-DISTANCE
                               MOVE "N" TO WS-WALK-SW
                            END-IF
                           MOVE WS-GUESS-DISTANCE
                               TO WS-PRIOR-DISTANCE
                        END-IF
                END-READ
            END-PERFORM
           IF WS-FEED-SLIPPED
               PERFORM 1250-REPORT-FEED-SLIP
            ELSE
               ADD 1 TO WS-FEED-GAMES-TRACED
               IF GR-ATTEMPTS > 1
                   IF GR-OUTCOME NOT = "WIN "
                       MOVE "N" TO WS-WALK-SW
                    END-IF
                   MOVE WS-WALK-SW TO IS-WALK-FLAG
                END-IF
            END-IF.

       1250-REPORT-FEED-SLIP.
      * A GUESSOK that no longer lines up with tonight's games (a
      * hand-edited feed, a rerun against a fresh one) would pin
      * the wrong guesses on the wrong games, so the walk rule is
      * dropped for the night rather than judged on bad pairs.
           DISPLAY "GUESSOK does not line up with tonight's feed "
               "games at " GR-PLAYER-ID " - walk rule not applied."
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "NOTE: GUESSOK does not line up with the feed "
               "games at " GR-PLAYER-ID
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "      - walk rule (WK) not applied tonight."
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD.

       2000-APPLY-RULES.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "CASES RAISED TONIGHT" DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "       Rule Player     Finding"
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE "N" TO WS-SORT-EOF-SW
           PERFORM UNTIL WS-SORT-EOF
               RETURN INTEGRITY-SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       IF IS-PLAYER-ID NOT = WS-CUR-PLAYER-ID
                           IF WS-CUR-PLAYER-ID NOT = SPACES
                               PERFORM 2900-JUDGE-PLAYER
                            END-IF
                           PERFORM 2050-START-PLAYER
                        END-IF
                       PERFORM 2100-TALLY-GAME
                END-RETURN
            END-PERFORM
           IF WS-CUR-PLAYER-ID NOT = SPACES
               PERFORM 2900-JUDGE-PLAYER
            END-IF
           IF WS-CASES-RAISED = ZERO AND WS-CASES-ON-FILE = ZERO
               MOVE SPACES TO INTEGRITY-REPORT-RECORD
               STRING "  None." DELIMITED BY SIZE
                   INTO INTEGRITY-REPORT-RECORD
               WRITE INTEGRITY-REPORT-RECORD
            END-IF.

       2050-START-PLAYER.
           MOVE IS-PLAYER-ID TO WS-CUR-PLAYER-ID
           ADD 1 TO WS-PLAYERS-REVIEWED
           MOVE ZERO TO WS-PL-GAMES
           MOVE ZERO TO WS-PL-ONE-WINS
           MOVE ZERO TO WS-PL-ONE-LIKELY
           MOVE ZERO TO WS-PL-RUN
           MOVE ZERO TO WS-PL-BEST-RUN
           MOVE SPACES TO WS-PL-HOUR
           MOVE ZERO TO WS-PL-HOUR-GAMES
           MOVE SPACES TO WS-PL-PEAK-HOUR
           MOVE ZERO TO WS-PL-PEAK-GAMES
           MOVE SPACES TO WS-PL-MINUTE
           MOVE ZERO TO WS-PL-SHARED-MINUTES
           MOVE ZERO TO WS-PL-FEED-GAMES
           MOVE ZERO TO WS-PL-WALKED.

       2100-TALLY-GAME.
      * A win in one is a 1-in-width chance on any game, so the
      * wins-in-one a player's ranges make likely is the sum of
      * those chances. The feed gets no "less" or "more" between
      * guesses, so a feed win inside the halving-search bound is
      * luck too - a run of them is what the BS rule counts, and
      * a terminal game, where the hints make it ordinary, neither
      * adds to the run nor breaks it. Feed games carry the time
      * the nightly played them, not when anybody keyed them, so
      * only terminal games count towards the hourly burst.
           ADD 1 TO WS-PL-GAMES
           COMPUTE WS-PL-ONE-LIKELY ROUNDED =
               WS-PL-ONE-LIKELY + 1 / IS-RANGE-WIDTH
           IF IS-OUTCOME = "WIN " AND IS-ATTEMPTS = 1
               ADD 1 TO WS-PL-ONE-WINS
            END-IF
           IF IS-PLAY-MODE = "B"
               PERFORM 2150-SET-SEARCH-BOUND
               IF IS-OUTCOME = "WIN "
                       AND IS-ATTEMPTS <= WS-SEARCH-BOUND
                   ADD 1 TO WS-PL-RUN
                   IF WS-PL-RUN > WS-PL-BEST-RUN
                       MOVE WS-PL-RUN TO WS-PL-BEST-RUN
                    END-IF
                ELSE
                   MOVE ZERO TO WS-PL-RUN
                END-IF
            END-IF
           IF IS-PLAYED-TIME IS NUMERIC
               PERFORM 2200-TALLY-PLAYED-TIME
            END-IF
           IF IS-WALK-FLAG NOT = SPACE
               ADD 1 TO WS-PL-FEED-GAMES
               IF IS-WALK-FLAG = "Y"
                   ADD 1 TO WS-PL-WALKED
                END-IF
            END-IF.

       2150-SET-SEARCH-BOUND.
           MOVE ZERO TO WS-SEARCH-BOUND
           MOVE 1 TO WS-POWER-OF-TWO
           PERFORM UNTIL WS-POWER-OF-TWO > IS-RANGE-WIDTH
               COMPUTE WS-POWER-OF-TWO = WS-POWER-OF-TWO * 2
               ADD 1 TO WS-SEARCH-BOUND
            END-PERFORM.

       2200-TALLY-PLAYED-TIME.
      * The player's games arrive in the order they finished, so
      * one clock hour's games, and one minute's, sit together.
           IF IS-PLAY-MODE = "T"
               IF IS-PLAYED-TIME(1:2) NOT = WS-PL-HOUR
                   MOVE IS-PLAYED-TIME(1:2) TO WS-PL-HOUR
                   MOVE ZERO TO WS-PL-HOUR-GAMES
                END-IF
               ADD 1 TO WS-PL-HOUR-GAMES
               IF WS-PL-HOUR-GAMES > WS-PL-PEAK-GAMES
                   MOVE WS-PL-HOUR-GAMES TO WS-PL-PEAK-GAMES
                   MOVE WS-PL-HOUR TO WS-PL-PEAK-HOUR
                END-IF
            END-IF
           IF IS-PLAYED-TIME NOT = WS-PL-MINUTE
               MOVE IS-PLAYED-TIME TO WS-PL-MINUTE
               MOVE "N" TO WS-MINUTE-FEED-SW
               MOVE "N" TO WS-MINUTE-TERMINAL-SW
               MOVE "N" TO WS-MINUTE-COUNTED-SW
            END-IF
           IF IS-PLAY-MODE = "B"
               SET WS-MINUTE-FEED TO TRUE
            END-IF
           IF IS-PLAY-MODE = "T"
               SET WS-MINUTE-TERMINAL TO TRUE
            END-IF
           IF WS-MINUTE-FEED AND WS-MINUTE-TERMINAL
                   AND NOT WS-MINUTE-COUNTED
               ADD 1 TO WS-PL-SHARED-MINUTES
               SET WS-MINUTE-COUNTED TO TRUE
            END-IF.

       2900-JUDGE-PLAYER.
           IF WS-RULE-LIMIT(1) > ZERO
                   AND WS-PL-ONE-WINS >= WS-RULE-LIMIT(1)
                   AND WS-PL-ONE-WINS >
                       WS-RULE-FACTOR(1) * WS-PL-ONE-LIKELY
               MOVE 1 TO WS-RULE-IX
               MOVE WS-PL-ONE-WINS TO WS-CASE-OBSERVED
               MOVE WS-PL-ONE-WINS TO WS-EDIT-COUNT-1
               MOVE WS-PL-GAMES TO WS-EDIT-COUNT-2
               MOVE WS-PL-ONE-LIKELY TO WS-EDIT-LIKELY
               MOVE SPACES TO WS-CASE-DETAIL
               STRING "WON IN ONE " FUNCTION TRIM(WS-EDIT-COUNT-1)
                   " OF " FUNCTION TRIM(WS-EDIT-COUNT-2)
                   ", " FUNCTION TRIM(WS-EDIT-LIKELY) " LIKELY"
                   DELIMITED BY SIZE INTO WS-CASE-DETAIL
               PERFORM 3000-RAISE-CASE
            END-IF
           IF WS-RULE-LIMIT(2) > ZERO
                   AND WS-PL-BEST-RUN >= WS-RULE-LIMIT(2)
               MOVE 2 TO WS-RULE-IX
               MOVE WS-PL-BEST-RUN TO WS-CASE-OBSERVED
               MOVE WS-PL-BEST-RUN TO WS-EDIT-COUNT-1
               MOVE SPACES TO WS-CASE-DETAIL
               STRING FUNCTION TRIM(WS-EDIT-COUNT-1)
                   " FEED WINS IN A ROW IN SEARCH BOUND"
                   DELIMITED BY SIZE INTO WS-CASE-DETAIL
               PERFORM 3000-RAISE-CASE
            END-IF
           IF WS-RULE-LIMIT(3) > ZERO
                   AND WS-PL-PEAK-GAMES > WS-RULE-LIMIT(3)
               MOVE 3 TO WS-RULE-IX
               MOVE WS-PL-PEAK-GAMES TO WS-CASE-OBSERVED
               MOVE WS-PL-PEAK-GAMES TO WS-EDIT-COUNT-1
               MOVE SPACES TO WS-CASE-DETAIL
               STRING FUNCTION TRIM(WS-EDIT-COUNT-1)
                   " TERMINAL GAMES IN HOUR " WS-PL-PEAK-HOUR
                   ":00" DELIMITED BY SIZE INTO WS-CASE-DETAIL
               PERFORM 3000-RAISE-CASE
            END-IF
           IF WS-RULE-LIMIT(4) > ZERO
                   AND WS-PL-SHARED-MINUTES >= WS-RULE-LIMIT(4)
               MOVE 4 TO WS-RULE-IX
               MOVE WS-PL-SHARED-MINUTES TO WS-CASE-OBSERVED
               MOVE WS-PL-SHARED-MINUTES TO WS-EDIT-COUNT-1
               MOVE SPACES TO WS-CASE-DETAIL
               STRING "FEED AND TERMINAL IN SAME MINUTE "
                   FUNCTION TRIM(WS-EDIT-COUNT-1) "X"
                   DELIMITED BY SIZE INTO WS-CASE-DETAIL
               PERFORM 3000-RAISE-CASE
            END-IF
           IF WS-RULE-LIMIT(5) > ZERO AND NOT WS-FEED-SLIPPED
                   AND WS-PL-WALKED >= WS-RULE-LIMIT(5)
                   AND WS-PL-WALKED * 100 >=
                       WS-RULE-FACTOR(5) * WS-PL-FEED-GAMES
               MOVE 5 TO WS-RULE-IX
               MOVE WS-PL-WALKED TO WS-CASE-OBSERVED
               MOVE WS-PL-WALKED TO WS-EDIT-COUNT-1
               MOVE WS-PL-FEED-GAMES TO WS-EDIT-COUNT-2
               MOVE SPACES TO WS-CASE-DETAIL
               STRING FUNCTION TRIM(WS-EDIT-COUNT-1) " OF "
                   FUNCTION TRIM(WS-EDIT-COUNT-2)
                   " FEED GAMES HOMED IN ON NUMBER"
                   DELIMITED BY SIZE INTO WS-CASE-DETAIL
               PERFORM 3000-RAISE-CASE
            END-IF.

       3000-RAISE-CASE.
      * One case per player, date and rule. A case already on the
      * list keeps whatever the desk has done with it.
           MOVE WS-CUR-PLAYER-ID TO IV-PLAYER-ID
           MOVE WS-RUN-DATE TO IV-CASE-DATE
           MOVE WS-RULE-CODE(WS-RULE-IX) TO IV-RULE-CODE
           MOVE "N" TO WS-CASE-ON-FILE-SW
           READ INTEGRITY-REVIEW-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CASE-ON-FILE TO TRUE
            END-READ
           IF WS-CASE-ON-FILE
               ADD 1 TO WS-CASES-ON-FILE
               MOVE SPACES TO INTEGRITY-REPORT-RECORD
               STRING "  KNOWN" IV-RULE-CODE "   " IV-PLAYER-ID " "
                   WS-CASE-DETAIL DELIMITED BY SIZE
                   INTO INTEGRITY-REPORT-RECORD
               WRITE INTEGRITY-REPORT-RECORD
            ELSE
               SET IV-OPEN TO TRUE
               MOVE WS-CASE-OBSERVED TO IV-OBSERVED
               MOVE WS-RULE-LIMIT(WS-RULE-IX) TO IV-LIMIT
               MOVE WS-CASE-DETAIL TO IV-DETAIL
               MOVE SPACES TO IV-DESK-ID
               MOVE SPACES TO IV-DESK-DATE
               WRITE INTEGRITY-REVIEW-RECORD
                   INVALID KEY
                       DISPLAY "INTGREV write failed for "
                           IV-CASE-KEY
                END-WRITE
               ADD 1 TO WS-CASES-RAISED
               MOVE SPACES TO INTEGRITY-REPORT-RECORD
               STRING "  NEW  " IV-RULE-CODE "   " IV-PLAYER-ID " "
                   WS-CASE-DETAIL DELIMITED BY SIZE
                   INTO INTEGRITY-REPORT-RECORD
               WRITE INTEGRITY-REPORT-RECORD
            END-IF.

       4000-LIST-STANDING-CASES.
      * The desk's worklist: every case still waiting for a
      * decision, and every confirmed case - those players' games
      * stay out of LB-RECON and the season close-out until the
      * desk resolves them.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "REVIEW LIST - OPEN (O) AND CONFIRMED (C) CASES"
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "  St Player     Raised     Rule Finding"
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO IV-CASE-KEY
           START INTEGRITY-REVIEW-FILE
               KEY IS NOT LESS THAN IV-CASE-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
            END-START
           PERFORM UNTIL WS-EOF
               READ INTEGRITY-REVIEW-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF IV-OPEN OR IV-CONFIRMED
                           IF IV-OPEN
                               ADD 1 TO WS-CASES-OPEN
                            ELSE
                               ADD 1 TO WS-CASES-CONFIRMED
                            END-IF
                           MOVE SPACES TO INTEGRITY-REPORT-RECORD
                           STRING "  " IV-STATUS "  " IV-PLAYER-ID
                               " " IV-CASE-DATE " " IV-RULE-CODE
                               "   " IV-DETAIL
                               DELIMITED BY SIZE
                               INTO INTEGRITY-REPORT-RECORD
                           WRITE INTEGRITY-REPORT-RECORD
                        END-IF
                END-READ
            END-PERFORM
           IF WS-CASES-OPEN = ZERO AND WS-CASES-CONFIRMED = ZERO
               MOVE SPACES TO INTEGRITY-REPORT-RECORD
               STRING "  None." DELIMITED BY SIZE
                   INTO INTEGRITY-REPORT-RECORD
               WRITE INTEGRITY-REPORT-RECORD
            END-IF.

       9000-WRITE-REPORT-HEADER.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "GAME INTEGRITY REVIEW  Business date: "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "Rules: W1 " WS-RULE-LIMIT(1) "/" WS-RULE-FACTOR(1)
               "  BS " WS-RULE-LIMIT(2)
               "  HR " WS-RULE-LIMIT(3)
               "  XM " WS-RULE-LIMIT(4)
               "  WK " WS-RULE-LIMIT(5) "/" WS-RULE-FACTOR(5)
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD.

       9200-WRITE-REPORT-SUMMARY.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "Games reviewed: " WS-GAMES-READ
               "  Feed games traced: " WS-FEED-GAMES-TRACED
               "  Players: " WS-PLAYERS-REVIEWED
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "Cases raised: " WS-CASES-RAISED
               "  Already on list: " WS-CASES-ON-FILE
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "Awaiting the desk: " WS-CASES-OPEN
               "  Confirmed, games held: " WS-CASES-CONFIRMED
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD.

       9300-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-RUN-MINUTE
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-RUN-SECOND
           PERFORM 9950-NEXT-AUDIT-SEQUENCE
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AL-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
            END-IF
           MOVE "GAME-INTEGRITY" TO AL-PROGRAM-ID
           MOVE WS-RUN-DATE TO AL-RUN-DATE
           MOVE WS-RUN-TIME TO AL-RUN-TIME
           MOVE "N/A" TO AL-OPERATOR
           MOVE WS-AUDIT-OUTCOME TO AL-OUTCOME
           MOVE WS-AUDIT-SEQUENCE TO AL-SEQUENCE
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.

       9500-WRITE-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-RUN-MINUTE
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-RUN-SECOND
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RC-FILE-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
            END-IF
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE "GAME-INTEGRITY" TO RC-PROGRAM-ID
           MOVE WS-RC-STATUS-VALUE TO RC-STATUS
           MOVE WS-RUN-TIME TO RC-RUN-TIME
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

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
