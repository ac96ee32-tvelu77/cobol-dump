       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAYER-RATING.
       AUTHOR. Thomas VELU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-RESULTS-FILE ASSIGN TO "GAMERES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GR-FILE-STATUS.
           SELECT PLAYER-RATING-FILE ASSIGN TO "PLRATING"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PLAYER-ID
               FILE STATUS IS WS-PR-FILE-STATUS.
           SELECT RATING-SORT-FILE ASSIGN TO "RATESORT".
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-PLAYER-ID
               FILE STATUS IS WS-PL-FILE-STATUS.
           SELECT RANGE-PARM-FILE ASSIGN TO "RANGEPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RANGE-FILE-STATUS.
           SELECT RATING-REPORT-FILE ASSIGN TO "RATERPT"
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

       FD  PLAYER-RATING-FILE.
       COPY PLRATING.

       SD  RATING-SORT-FILE.
       01  RATING-SORT-RECORD.
           05  RS-PLAYER-ID        PIC X(10).
           05  RS-RATING           PIC 9(5).
           05  RS-GAMES-RATED      PIC 9(7).
           05  RS-PRIOR-RATING     PIC 9(5).
           05  RS-LAST-RATED-DATE  PIC X(10).

       FD  PLAYER-MASTER-FILE.
       COPY PLAYERS.

       FD  RANGE-PARM-FILE.
       01  RANGE-PARM-RECORD.
           05  RP-LOWER-BOUND      PIC 9(3).
           05  RP-UPPER-BOUND      PIC 9(3).
           05  RP-MAX-ATTEMPTS     PIC 9(3).

       FD  RATING-REPORT-FILE.
       01  RATING-REPORT-RECORD    PIC X(80).

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
       01  WS-PR-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-PL-FILE-STATUS PIC XX VALUE SPACES.
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
       01  WS-PLAYERS-AVAIL-SW PIC X VALUE "N".
           88 WS-PLAYERS-AVAIL VALUE "Y".
       01  WS-NEW-PLAYER-SW PIC X VALUE "N".
           88 WS-NEW-PLAYER VALUE "Y".
       01  WS-LOWER-BOUND PIC 9(3) VALUE 1.
       01  WS-UPPER-BOUND PIC 9(3) VALUE 100.
       01  WS-MAX-ATTEMPT PIC 9(3) VALUE 10.
       01  WS-GAMES-RATED PIC 9(7) VALUE ZERO.
       01  WS-PLAYERS-NEW PIC 9(5) VALUE ZERO.
       01  WS-PLAYERS-MOVED PIC 9(5) VALUE ZERO.
       01  WS-PLAYERS-LISTED PIC 9(5) VALUE ZERO.
      * The game being scored. Its difficulty is set from the number
      * of guesses a halving search needs to be sure of the number
      * on a range that wide - 7 for 1-100, 10 for 1-999 - against
      * the attempts allowed: every expected guess over the limit
      * makes the range harder, every spare attempt easier. The
      * difficulty is a rating the player is held to play against,
      * so the expected score below is the chance of a rating-R
      * player beating a range of that difficulty.
       01  WS-GAME-WIDTH PIC 9(3) VALUE ZERO.
       01  WS-GAME-MAX PIC 9(3) VALUE ZERO.
       01  WS-EXPECTED-ATTEMPTS PIC 9(3) VALUE ZERO.
       01  WS-POWER-OF-TWO PIC 9(5) VALUE ZERO.
       01  WS-DIFFICULTY PIC S9(5) VALUE ZERO.
       01  WS-EXPONENT PIC S9(3)V9(6) VALUE ZERO.
       01  WS-EXPECTED-SCORE PIC 9V9(6) VALUE ZERO.
       01  WS-ACTUAL-SCORE PIC 9V9(6) VALUE ZERO.
       01  WS-RATING-CHANGE PIC S9(3) VALUE ZERO.
       01  WS-NEW-RATING PIC S9(5) VALUE ZERO.
       01  WS-K-FACTOR PIC 9(3) VALUE 32.
       01  WS-START-RATING PIC 9(5) VALUE 1500.
       01  WS-RATING-FLOOR PIC 9(5) VALUE 100.
       01  WS-RANK PIC 9(5) VALUE ZERO.
       01  WS-MOVEMENT PIC S9(5) VALUE ZERO.
       01  WS-RANK-DISPLAY PIC ZZZZ9.
       01  WS-RATING-DISPLAY PIC ZZZZ9.
       01  WS-GAMES-DISPLAY PIC Z(6)9.
       01  WS-MOVEMENT-DISPLAY PIC +++++9.
       01  WS-DISPLAY-NAME PIC X(30) VALUE SPACES.
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
      * Nightly skill rating. Every game on the business date moves
      * its player's rating by how the result compares with what
      * was expected of a player of that rating on that range and
      * attempt limit: a win on a hard range gains more than a win
      * on an easy one, a loss on a hard range costs less, and a
      * win that took more than the expected attempts earns only
      * part of a win. Then prints every rated player in rating
      * order with the movement since the last run.
           PERFORM 0050-SET-BUSINESS-DATE
           PERFORM 0060-CHECK-RUN-CONTROL
           MOVE "STARTED" TO WS-RC-STATUS-VALUE
           PERFORM 9500-WRITE-RUN-CONTROL
           PERFORM 0100-READ-RANGE-PARM
           OPEN I-O PLAYER-RATING-FILE
           IF WS-PR-FILE-STATUS = "35"
               OPEN OUTPUT PLAYER-RATING-FILE
               CLOSE PLAYER-RATING-FILE
               OPEN I-O PLAYER-RATING-FILE
            END-IF
           IF WS-PR-FILE-STATUS NOT = "00"
               DISPLAY "PLRATING is not available - no ratings "
                   "updated."
               MOVE "PLRATING UNAVAILABLE" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           PERFORM 1000-RATE-DAYS-GAMES
           CLOSE PLAYER-RATING-FILE
           OPEN INPUT PLAYER-MASTER-FILE
           IF WS-PL-FILE-STATUS = "00"
               SET WS-PLAYERS-AVAIL TO TRUE
            END-IF
           SORT RATING-SORT-FILE
               DESCENDING KEY RS-RATING
               ASCENDING KEY RS-PLAYER-ID
               USING PLAYER-RATING-FILE
               OUTPUT PROCEDURE 9000-WRITE-RATING-REPORT
           IF WS-PLAYERS-AVAIL
               CLOSE PLAYER-MASTER-FILE
            END-IF
           MOVE "RATINGS UPDATED" TO WS-AUDIT-OUTCOME
           PERFORM 9300-WRITE-AUDIT-LOG
           MOVE "COMPLETED" TO WS-RC-STATUS-VALUE
           PERFORM 9500-WRITE-RUN-CONTROL
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
      * A rerun must not rate the same day's games twice.
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
                                       "PLAYER-RATING"
                                   AND RC-STATUS = "COMPLETED"
                               SET WS-ALREADY-RUN TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
               CLOSE RUN-CONTROL-FILE
            END-IF
           IF WS-ALREADY-RUN
               DISPLAY "PLAYER-RATING already completed for "
                   WS-RUN-DATE " - skipping this rerun."
               MOVE "ALREADY RUN" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               STOP RUN
            END-IF.

       0100-READ-RANGE-PARM.
      * Games recorded before the width and limit were kept on
      * GAMERES are rated on the RANGEPARM in effect.
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

       1000-RATE-DAYS-GAMES.
           OPEN INPUT GAME-RESULTS-FILE
           IF WS-GR-FILE-STATUS NOT = "00"
               DISPLAY "GAMERES is not available - no games rated."
            ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ GAME-RESULTS-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF GR-PLAYER-ID NOT = "*CONTROL*"
                                   AND GR-RUN-DATE = WS-RUN-DATE
                               PERFORM 1100-RATE-GAME
                            END-IF
                    END-READ
                END-PERFORM
               CLOSE GAME-RESULTS-FILE
            END-IF.

       1100-RATE-GAME.
           MOVE "N" TO WS-NEW-PLAYER-SW
           MOVE GR-PLAYER-ID TO PR-PLAYER-ID
           READ PLAYER-RATING-FILE
               INVALID KEY
                   SET WS-NEW-PLAYER TO TRUE
                   MOVE WS-START-RATING TO PR-RATING
                   MOVE ZERO TO PR-GAMES-RATED
                   MOVE SPACES TO PR-LAST-RATED-DATE
                   ADD 1 TO WS-PLAYERS-NEW
            END-READ
           IF PR-LAST-RATED-DATE NOT = WS-RUN-DATE
               MOVE PR-RATING TO PR-PRIOR-RATING
               MOVE WS-RUN-DATE TO PR-LAST-RATED-DATE
               ADD 1 TO WS-PLAYERS-MOVED
            END-IF
           PERFORM 1200-SET-GAME-DIFFICULTY
           COMPUTE WS-EXPONENT = (WS-DIFFICULTY - PR-RATING) / 400
           COMPUTE WS-EXPECTED-SCORE ROUNDED =
               1 / (1 + 10 ** WS-EXPONENT)
           EVALUATE TRUE
               WHEN GR-OUTCOME NOT = "WIN "
                   MOVE ZERO TO WS-ACTUAL-SCORE
               WHEN GR-ATTEMPTS <= WS-EXPECTED-ATTEMPTS
                       OR WS-GAME-MAX <= WS-EXPECTED-ATTEMPTS
                   MOVE 1 TO WS-ACTUAL-SCORE
               WHEN OTHER
      * A win slower than a halving search scores from a full win
      * down to half a win on the last attempt allowed.
                   COMPUTE WS-ACTUAL-SCORE ROUNDED = 1 - 0.5
                       * (GR-ATTEMPTS - WS-EXPECTED-ATTEMPTS)
                       / (WS-GAME-MAX - WS-EXPECTED-ATTEMPTS)
            END-EVALUATE
           COMPUTE WS-RATING-CHANGE ROUNDED =
               WS-K-FACTOR * (WS-ACTUAL-SCORE - WS-EXPECTED-SCORE)
           COMPUTE WS-NEW-RATING = PR-RATING + WS-RATING-CHANGE
           IF WS-NEW-RATING < WS-RATING-FLOOR
               MOVE WS-RATING-FLOOR TO WS-NEW-RATING
            END-IF
           MOVE WS-NEW-RATING TO PR-RATING
           ADD 1 TO PR-GAMES-RATED
           ADD 1 TO WS-GAMES-RATED
           IF WS-NEW-PLAYER
               WRITE PLAYER-RATING-RECORD
                   INVALID KEY
                       DISPLAY "PLRATING write failed for "
                           PR-PLAYER-ID
                END-WRITE
            ELSE
               REWRITE PLAYER-RATING-RECORD
                   INVALID KEY
                       DISPLAY "PLRATING rewrite failed for "
                           PR-PLAYER-ID
                END-REWRITE
            END-IF.

       1200-SET-GAME-DIFFICULTY.
           IF GR-RANGE-WIDTH IS NUMERIC AND GR-RANGE-WIDTH NOT = ZERO
               MOVE GR-RANGE-WIDTH TO WS-GAME-WIDTH
            ELSE
               COMPUTE WS-GAME-WIDTH =
                   WS-UPPER-BOUND - WS-LOWER-BOUND + 1
            END-IF
           IF GR-MAX-ATTEMPTS IS NUMERIC
                   AND GR-MAX-ATTEMPTS NOT = ZERO
               MOVE GR-MAX-ATTEMPTS TO WS-GAME-MAX
            ELSE
               MOVE WS-MAX-ATTEMPT TO WS-GAME-MAX
            END-IF
           MOVE ZERO TO WS-EXPECTED-ATTEMPTS
           MOVE 1 TO WS-POWER-OF-TWO
           PERFORM UNTIL WS-POWER-OF-TWO > WS-GAME-WIDTH
               COMPUTE WS-POWER-OF-TWO = WS-POWER-OF-TWO * 2
               ADD 1 TO WS-EXPECTED-ATTEMPTS
            END-PERFORM
           COMPUTE WS-DIFFICULTY = WS-START-RATING
               + 100 * WS-EXPECTED-ATTEMPTS - 50 * WS-GAME-MAX
           IF WS-DIFFICULTY < WS-RATING-FLOOR
               MOVE WS-RATING-FLOOR TO WS-DIFFICULTY
            END-IF.

       9000-WRITE-RATING-REPORT.
           OPEN OUTPUT RATING-REPORT-FILE
           MOVE SPACES TO RATING-REPORT-RECORD
           STRING "PLAYER SKILL RATINGS  Business date: "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO RATING-REPORT-RECORD
           WRITE RATING-REPORT-RECORD
           MOVE SPACES TO RATING-REPORT-RECORD
           STRING "Games rated: " WS-GAMES-RATED
               "  Players moved: " WS-PLAYERS-MOVED
               "  New players: " WS-PLAYERS-NEW
               DELIMITED BY SIZE INTO RATING-REPORT-RECORD
           WRITE RATING-REPORT-RECORD
           MOVE SPACES TO RATING-REPORT-RECORD
           WRITE RATING-REPORT-RECORD
           MOVE SPACES TO RATING-REPORT-RECORD
           STRING " Rank  Player      Name                           "
               "Rating    Games  Move"
               DELIMITED BY SIZE INTO RATING-REPORT-RECORD
           WRITE RATING-REPORT-RECORD
           MOVE ZERO TO WS-RANK
           MOVE "N" TO WS-SORT-EOF-SW
           PERFORM UNTIL WS-SORT-EOF
               RETURN RATING-SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM 9010-WRITE-RATING-LINE
                END-RETURN
            END-PERFORM
           MOVE SPACES TO RATING-REPORT-RECORD
           WRITE RATING-REPORT-RECORD
           MOVE SPACES TO RATING-REPORT-RECORD
           STRING "Players listed: " WS-PLAYERS-LISTED
               DELIMITED BY SIZE INTO RATING-REPORT-RECORD
           WRITE RATING-REPORT-RECORD
           CLOSE RATING-REPORT-FILE.

       9010-WRITE-RATING-LINE.
      * Movement is against the rating before the last run that
      * moved the player; a player who did not play tonight shows
      * no movement.
           ADD 1 TO WS-RANK
           ADD 1 TO WS-PLAYERS-LISTED
           MOVE ZERO TO WS-MOVEMENT
           IF RS-LAST-RATED-DATE = WS-RUN-DATE
               COMPUTE WS-MOVEMENT = RS-RATING - RS-PRIOR-RATING
            END-IF
           MOVE "(UNREGISTERED)" TO WS-DISPLAY-NAME
           IF WS-PLAYERS-AVAIL
               MOVE RS-PLAYER-ID TO PL-PLAYER-ID
               READ PLAYER-MASTER-FILE
                   NOT INVALID KEY
                       MOVE PL-PLAYER-NAME TO WS-DISPLAY-NAME
                END-READ
            END-IF
           MOVE WS-RANK TO WS-RANK-DISPLAY
           MOVE RS-RATING TO WS-RATING-DISPLAY
           MOVE RS-GAMES-RATED TO WS-GAMES-DISPLAY
           MOVE WS-MOVEMENT TO WS-MOVEMENT-DISPLAY
           MOVE SPACES TO RATING-REPORT-RECORD
           STRING WS-RANK-DISPLAY "  " RS-PLAYER-ID "  "
               WS-DISPLAY-NAME "  " WS-RATING-DISPLAY "  "
               WS-GAMES-DISPLAY WS-MOVEMENT-DISPLAY
               DELIMITED BY SIZE INTO RATING-REPORT-RECORD
           WRITE RATING-REPORT-RECORD.

       9300-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-RUN-MINUTE
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-RUN-SECOND
           PERFORM 9950-NEXT-AUDIT-SEQUENCE
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AL-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
            END-IF
           MOVE "PLAYER-RATING" TO AL-PROGRAM-ID
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
           MOVE "PLAYER-RATING" TO RC-PROGRAM-ID
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
