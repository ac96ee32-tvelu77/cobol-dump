               FILE STATUS IS WS-PL-FILE-STATUS.
           SELECT LEADERBOARD-REPORT-FILE ASSIGN TO "LEADERRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MJ-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CO-FILE-STATUS.

           SELECT TOURNEY-MATCH-FILE ASSIGN TO "TRNMATCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-MATCH-KEY
               FILE STATUS IS WS-TM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GAME-RESULTS-FILE.
       FD  PLAYER-MASTER-FILE.
       COPY PLAYERS.

       FD  MASTER-JOURNAL-FILE.
       COPY MSTJRNL.

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

           05  CKPT-RANDOM-NUMBER  PIC 9(3).
           05  CKPT-ATTEMPT        PIC 9(3).
           05  CKPT-MAX-ATTEMPTS   PIC 9(3).
           05  CKPT-MATCH-KEY      PIC X(13).
           05  CKPT-MATCH-SIDE     PIC 9.
           05  CKPT-MATCH-DISTANCE PIC 9(5).

       FD  BATCH-CHECKPOINT-FILE.
       01  BATCH-CHECKPOINT-RECORD.
       FD  CONSOLE-OPERATOR-FILE.
       01  CONSOLE-OPERATOR-RECORD PIC X(20).

       FD  TOURNEY-MATCH-FILE.
       COPY TRNMATCH.

       WORKING-STORAGE SECTION.
       COPY CTLTRAIL.
       01  WS-CO-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-PLAYER-ID PIC X(10) VALUE SPACES.
       01  WS-OUTCOME PIC X(4) VALUE SPACES.
       01  WS-AUDIT-OUTCOME PIC X(20) VALUE SPACES.
       01  WS-MJ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-JRNL-ACTION PIC X VALUE SPACE.
       01  WS-JRNL-BEFORE-IMAGE PIC X(61) VALUE SPACES.
       01  WS-JRNL-AFTER-IMAGE PIC X(61) VALUE SPACES.
       01  WS-JRNL-DATE.
           05  WS-JRNL-YEAR        PIC 9(4).
           05  FILLER              PIC X VALUE "-".
           05  WS-JRNL-MONTH       PIC 9(2).
           05  FILLER              PIC X VALUE "-".
           05  WS-JRNL-DAY         PIC 9(2).
       01  WS-JRNL-TIME.
           05  WS-JRNL-HOUR        PIC 9(2).
           05  FILLER              PIC X VALUE ":".
           05  WS-JRNL-MINUTE      PIC 9(2).
           05  FILLER              PIC X VALUE ":".
           05  WS-JRNL-SECOND      PIC 9(2).
       01  WS-RUN-DATE.
           05  WS-RUN-YEAR         PIC 9(4).
           05  FILLER              PIC X VALUE "-".
       01  WS-GAME-ACTIVE-SW PIC X VALUE "N".
           88 WS-GAME-ACTIVE VALUE "Y".
           88 WS-GAME-NOT-ACTIVE VALUE "N".
       01  WS-TM-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-TM-EOF-SW PIC X VALUE "N".
           88 WS-TM-EOF VALUE "Y".
       01  WS-MATCH-PLAY-SW PIC X VALUE "N".
           88 WS-MATCH-PLAY VALUE "Y".
       01  WS-MATCH-KEY PIC X(13) VALUE SPACES.
       01  WS-MATCH-SIDE PIC 9 VALUE ZERO.
       01  WS-MATCH-HIDDEN-NUMBER PIC 9(3) VALUE ZERO.
       01  WS-MATCH-DISTANCE PIC 9(5) VALUE ZERO.
       01  WS-MATCH-OPPONENT PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 0060-READ-CONSOLE-OPERATOR
               DISPLAY "Picking up at attempt " WS-ATTEMPT
            ELSE
               PERFORM 7650-GET-PLAYER-ID
               PERFORM 7700-FIND-TOURNEY-MATCH
               PERFORM 7900-START-NEW-GAME
            END-IF
           PERFORM 8000-ASKING-NUMBER
                               AND CKPT-MAX-ATTEMPTS NOT = ZERO
                           MOVE CKPT-MAX-ATTEMPTS TO WS-MAX-ATTEMPT
                        END-IF
                       IF CKPT-MATCH-KEY NOT = SPACES
                               AND CKPT-MATCH-SIDE IS NUMERIC
                           MOVE CKPT-MATCH-KEY TO WS-MATCH-KEY
                           MOVE CKPT-MATCH-SIDE TO WS-MATCH-SIDE
                           MOVE CKPT-MATCH-DISTANCE
                               TO WS-MATCH-DISTANCE
                           SET WS-MATCH-PLAY TO TRUE
                        END-IF
                       SET WS-GAME-ACTIVE TO TRUE
                       SET WS-RESUMED-GAME TO TRUE
                END-READ
               CLOSE CHECKPOINT-FILE
            END-IF.

       7700-FIND-TOURNEY-MATCH.
      * A player with a knockout match waiting plays it now: the
      * first undecided match on TRNMATCH where this player has not
      * yet played their side. The match carries its own range,
      * attempt limit and hidden number, the same for both players,
      * so the match is played on those rather than on RANGEPARM.
      * Without TRNMATCH allocated every game is an ordinary one.
           MOVE "N" TO WS-MATCH-PLAY-SW
           OPEN INPUT TOURNEY-MATCH-FILE
           IF WS-TM-FILE-STATUS = "00"
               MOVE "N" TO WS-TM-EOF-SW
               PERFORM UNTIL WS-TM-EOF OR WS-MATCH-PLAY
                   READ TOURNEY-MATCH-FILE NEXT RECORD
                       AT END
                           SET WS-TM-EOF TO TRUE
                       NOT AT END
                           PERFORM 7710-CHECK-TOURNEY-MATCH
                    END-READ
                END-PERFORM
               CLOSE TOURNEY-MATCH-FILE
            END-IF
           IF WS-MATCH-PLAY
               DISPLAY "Tournament " WS-MATCH-KEY(1:8) " round "
                   WS-MATCH-KEY(9:2) " - your opponent is "
                   WS-MATCH-OPPONENT
               DISPLAY "Fewer attempts wins this match."
            END-IF.

       7710-CHECK-TOURNEY-MATCH.
           IF TM-PENDING
               IF TM-PLAYER-ID(1) = WS-PLAYER-ID
                       AND TM-OUTCOME(1) = SPACES
                   MOVE 1 TO WS-MATCH-SIDE
                   MOVE TM-PLAYER-ID(2) TO WS-MATCH-OPPONENT
                   SET WS-MATCH-PLAY TO TRUE
                ELSE
                   IF TM-PLAYER-ID(2) = WS-PLAYER-ID
                           AND TM-OUTCOME(2) = SPACES
                       MOVE 2 TO WS-MATCH-SIDE
                       MOVE TM-PLAYER-ID(1) TO WS-MATCH-OPPONENT
                       SET WS-MATCH-PLAY TO TRUE
                    END-IF
                END-IF
            END-IF
           IF WS-MATCH-PLAY
               MOVE TM-MATCH-KEY TO WS-MATCH-KEY
               MOVE TM-LOWER-BOUND TO WS-LOWER-BOUND
               MOVE TM-UPPER-BOUND TO WS-UPPER-BOUND
               MOVE TM-MAX-ATTEMPTS TO WS-MAX-ATTEMPT
               MOVE TM-HIDDEN-NUMBER TO WS-MATCH-HIDDEN-NUMBER
               MOVE ZERO TO WS-MATCH-DISTANCE
            END-IF.

       7900-START-NEW-GAME.
           COMPUTE WS-RANDOM-NUMBER =
               WS-LOWER-BOUND + (WS-UPPER-BOUND - WS-LOWER-BOUND + 1)
                   * (FUNCTION RANDOM(FUNCTION CURRENT-DATE(15:2)))
           IF WS-MATCH-PLAY
               MOVE WS-MATCH-HIDDEN-NUMBER TO WS-RANDOM-NUMBER
            END-IF
           MOVE 1 TO WS-ATTEMPT
           SET WS-GAME-ACTIVE TO TRUE
           IF NOT WS-IS-BATCH-MODE
           IF NOT WS-IS-BATCH-MODE
               PERFORM 7660-GET-GUESS
            END-IF
           IF WS-MATCH-PLAY
               IF WS-INPUT > WS-RANDOM-NUMBER
                   COMPUTE WS-MATCH-DISTANCE = WS-MATCH-DISTANCE
                       + WS-INPUT - WS-RANDOM-NUMBER
                ELSE
                   COMPUTE WS-MATCH-DISTANCE = WS-MATCH-DISTANCE
                       + WS-RANDOM-NUMBER - WS-INPUT
                END-IF
            END-IF
           IF WS-RANDOM-NUMBER = WS-INPUT THEN
               SET WS-EQUAL-TO-RANDOM-NUMBER TO TRUE
            END-IF.
                   PERFORM 9100-WRITE-BATCH-REPORT-LINE
                   SET WS-GAME-NOT-ACTIVE TO TRUE
                ELSE
                   IF WS-MATCH-PLAY
                       PERFORM 8800-RECORD-MATCH-RESULT
                    END-IF
                   PERFORM 8700-CLEAR-CHECKPOINT
                   DISPLAY "You won after " WS-ATTEMPT " attempts"
                   GOBACK
                       PERFORM 9100-WRITE-BATCH-REPORT-LINE
                       SET WS-GAME-NOT-ACTIVE TO TRUE
                    ELSE
                       IF WS-MATCH-PLAY
                           PERFORM 8800-RECORD-MATCH-RESULT
                        END-IF
                       PERFORM 8700-CLEAR-CHECKPOINT
                       DISPLAY "BEEEEP ! Out of attempts..."
                       DISPLAY "You lost ! The number was "
           MOVE WS-RANDOM-NUMBER TO CKPT-RANDOM-NUMBER
           MOVE WS-ATTEMPT TO CKPT-ATTEMPT
           MOVE WS-MAX-ATTEMPT TO CKPT-MAX-ATTEMPTS
           MOVE SPACES TO CKPT-MATCH-KEY
           MOVE ZERO TO CKPT-MATCH-SIDE
           MOVE ZERO TO CKPT-MATCH-DISTANCE
           IF WS-MATCH-PLAY
               MOVE WS-MATCH-KEY TO CKPT-MATCH-KEY
               MOVE WS-MATCH-SIDE TO CKPT-MATCH-SIDE
               MOVE WS-MATCH-DISTANCE TO CKPT-MATCH-DISTANCE
            END-IF
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.
           OPEN OUTPUT CHECKPOINT-FILE
           CLOSE CHECKPOINT-FILE.

       8800-RECORD-MATCH-RESULT.
      * Puts this player's attempts, outcome and total distance on
      * their side of the match, then has TOURNEY-PAIR decide the
      * match if the opponent has already played and pair the next
      * round once the last match of a round is in.
           OPEN I-O TOURNEY-MATCH-FILE
           IF WS-TM-FILE-STATUS NOT = "00"
               DISPLAY "TRNMATCH is not available - match result "
                   "for " WS-MATCH-KEY " not recorded."
            ELSE
               MOVE WS-MATCH-KEY TO TM-MATCH-KEY
               READ TOURNEY-MATCH-FILE
                   INVALID KEY
                       DISPLAY "Match " WS-MATCH-KEY
                           " is no longer on TRNMATCH."
                   NOT INVALID KEY
                       IF TM-PENDING
                               AND TM-OUTCOME(WS-MATCH-SIDE) = SPACES
                           MOVE WS-ATTEMPT
                               TO TM-ATTEMPTS(WS-MATCH-SIDE)
                           MOVE WS-OUTCOME
                               TO TM-OUTCOME(WS-MATCH-SIDE)
                           MOVE WS-MATCH-DISTANCE
                               TO TM-DISTANCE(WS-MATCH-SIDE)
                           REWRITE TOURNEY-MATCH-RECORD
                        ELSE
                           DISPLAY "Match " WS-MATCH-KEY
                               " already holds your result."
                        END-IF
                END-READ
               CLOSE TOURNEY-MATCH-FILE
               CALL "TOURNEY-PAIR"
               CANCEL "TOURNEY-PAIR"
            END-IF.

       9000-SAVE-RESULT.
           PERFORM 0050-SET-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR
           MOVE WS-OUTCOME TO GR-OUTCOME
           COMPUTE GR-RANGE-WIDTH =
               WS-UPPER-BOUND - WS-LOWER-BOUND + 1
           MOVE WS-MAX-ATTEMPT TO GR-MAX-ATTEMPTS
           MOVE FUNCTION CURRENT-DATE(9:4) TO GR-PLAYED-TIME
           IF WS-IS-BATCH-MODE
               SET GR-BATCH-GAME TO TRUE
            ELSE
               SET GR-TERMINAL-GAME TO TRUE
            END-IF
           WRITE GAME-RESULT-RECORD
           CLOSE GAME-RESULTS-FILE
           ADD 1 TO WS-RUN-GAMES-COUNT
                   COMPUTE LB-AVERAGE-ATTEMPTS ROUNDED =
                       LB-TOTAL-ATTEMPTS / LB-GAMES-PLAYED
                   WRITE LEADERBOARD-RECORD
                   MOVE "A" TO WS-JRNL-ACTION
                   MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
               NOT INVALID KEY
                   MOVE "C" TO WS-JRNL-ACTION
                   MOVE LEADERBOARD-RECORD TO WS-JRNL-BEFORE-IMAGE
                   ADD 1 TO LB-GAMES-PLAYED
                   ADD WS-ATTEMPT TO LB-TOTAL-ATTEMPTS
                   IF WS-ATTEMPT < LB-BEST-ATTEMPTS
                       LB-TOTAL-ATTEMPTS / LB-GAMES-PLAYED
                   REWRITE LEADERBOARD-RECORD
            END-READ
           MOVE LEADERBOARD-RECORD TO WS-JRNL-AFTER-IMAGE
           PERFORM 9250-WRITE-MASTER-JOURNAL
           CLOSE LEADERBOARD-FILE.

       9250-WRITE-MASTER-JOURNAL.
      * Every leaderboard update goes on the master journal with
      * its before and after images, so a lost LEADERBD cluster can
      * be rolled forward from the weekly backup by FORWARD-RECOVERY.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-JRNL-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-JRNL-MONTH
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-JRNL-DAY
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-JRNL-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-JRNL-MINUTE
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-JRNL-SECOND
           OPEN EXTEND MASTER-JOURNAL-FILE
           IF WS-MJ-FILE-STATUS = "35"
               OPEN OUTPUT MASTER-JOURNAL-FILE
            END-IF
           IF WS-MJ-FILE-STATUS NOT = "00"
               DISPLAY "MSTJRNL could not be opened - the LEADERBD "
                   "update for " WS-PLAYER-ID " is not journaled."
            ELSE
               MOVE WS-JRNL-DATE TO MJ-JOURNAL-DATE
               MOVE WS-JRNL-TIME TO MJ-JOURNAL-TIME
               MOVE "LEADERBD" TO MJ-CLUSTER
               MOVE WS-JRNL-ACTION TO MJ-ACTION
               MOVE WS-PLAYER-ID TO MJ-RECORD-KEY
               MOVE "GUESS-THE-NUMBER" TO MJ-PROGRAM-ID
               MOVE WS-JRNL-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
               MOVE WS-JRNL-AFTER-IMAGE TO MJ-AFTER-IMAGE
               WRITE MASTER-JOURNAL-RECORD
               CLOSE MASTER-JOURNAL-FILE
            END-IF.

       9300-BUILD-LEADERBOARD-REPORT.
           SORT LEADERBOARD-SORT-FILE
               ASCENDING KEY LBS-BEST-ATTEMPTS
