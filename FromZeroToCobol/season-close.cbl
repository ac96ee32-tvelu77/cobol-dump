               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-PLAYER-ID
               FILE STATUS IS WS-PL-FILE-STATUS.
           SELECT INTEGRITY-REVIEW-FILE ASSIGN TO "INTGREV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-CASE-KEY
               FILE STATUS IS WS-IV-FILE-STATUS.
           SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MJ-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.
           05  SP-START-DATE       PIC X(10).
           05  SP-END-DATE         PIC X(10).

      * ST-HELD-FLAG leads the sort so players under a confirmed
      * integrity case come out after the ranked standings.
       SD  STANDINGS-SORT-FILE.
       01  STANDINGS-SORT-RECORD.
           05  ST-HELD-FLAG        PIC X.
               88  ST-HELD         VALUE "H".
           05  ST-BEST-ATTEMPTS    PIC 9(3).
           05  ST-PLAYER-ID        PIC X(10).
           05  ST-GAMES-PLAYED     PIC 9(5).
       FD  PLAYER-MASTER-FILE.
       COPY PLAYERS.

       FD  INTEGRITY-REVIEW-FILE.
       COPY INTGREV.

       FD  MASTER-JOURNAL-FILE.
       COPY MSTJRNL.

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       01  WS-SH-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SP-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-PL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-IV-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SQ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-SEQUENCE PIC 9(7) VALUE ZERO.
           88 WS-PLAYERS-AVAIL VALUE "Y".
       01  WS-SNAPSHOT-EXISTS-SW PIC X VALUE "N".
           88 WS-SNAPSHOT-EXISTS VALUE "Y".
       01  WS-REVIEW-AVAIL-SW PIC X VALUE "N".
           88 WS-REVIEW-AVAIL VALUE "Y".
       01  WS-PLAYER-HELD-SW PIC X VALUE "N".
           88 WS-PLAYER-HELD VALUE "Y".
       01  WS-HOLD-SCAN-END-SW PIC X VALUE "N".
           88 WS-HOLD-SCAN-END VALUE "Y".
       01  WS-HOLD-PLAYER-ID PIC X(10) VALUE SPACES.
       01  WS-HELD-COUNT PIC 9(5) VALUE ZERO.
       01  WS-CLOSING-SEASON-ID PIC X(8) VALUE SPACES.
       01  WS-NEW-SEASON-ID PIC X(8) VALUE SPACES.
       01  WS-NEW-START-DATE PIC X(10) VALUE SPACES.
       01  WS-RANK PIC 9(5) VALUE ZERO.
       01  WS-DISPLAY-NAME PIC X(40) VALUE SPACES.
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
           PERFORM 0100-READ-SEASON-CONTROL
           PERFORM 0200-READ-NEW-SEASON-PARM
           PERFORM 0300-CHECK-PRIOR-SNAPSHOT
           PERFORM 0400-OPEN-INTEGRITY-REVIEW
           PERFORM 1000-SNAPSHOT-LEADERBOARD
           PERFORM 2000-WRITE-FINAL-STANDINGS
           PERFORM 3000-RESET-LIVE-CLUSTER
            END-IF
           MOVE "N" TO WS-EOF-SW.

       0400-OPEN-INTEGRITY-REVIEW.
      * No review list at all means nobody is held. A list that is
      * there but cannot be read would let held players rank in
      * the final standings, and the snapshot cannot be rerun - so
      * stop before anything is written.
           OPEN INPUT INTEGRITY-REVIEW-FILE
           IF WS-IV-FILE-STATUS = "00"
               SET WS-REVIEW-AVAIL TO TRUE
            ELSE
               IF WS-IV-FILE-STATUS NOT = "35"
                   DISPLAY "Integrity review list cannot be read - "
                       "file status " WS-IV-FILE-STATUS
                       " - nothing closed."
                   MOVE "INTGREV UNAVAILABLE" TO WS-AUDIT-OUTCOME
                   PERFORM 9300-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                END-IF
            END-IF.

       1000-SNAPSHOT-LEADERBOARD.
           OPEN INPUT LEADERBOARD-FILE
           IF WS-LB-FILE-STATUS NOT = "00"
           CLOSE LEADERBOARD-FILE.

       2000-WRITE-FINAL-STANDINGS.
      * A player under a confirmed integrity case is still in the
      * snapshot - nothing is lost when the live cluster resets -
      * but is left out of the ranking and listed apart until the
      * desk resolves the case.
           SORT STANDINGS-SORT-FILE
               ASCENDING KEY ST-HELD-FLAG
               ASCENDING KEY ST-BEST-ATTEMPTS
               INPUT PROCEDURE 2100-RELEASE-SEASON-ROWS
               OUTPUT PROCEDURE 2200-PRINT-STANDINGS
           IF WS-REVIEW-AVAIL
               CLOSE INTEGRITY-REVIEW-FILE
            END-IF.

       2100-RELEASE-SEASON-ROWS.
           MOVE "N" TO WS-EOF-SW
                                   TO ST-GAMES-PLAYED
                               MOVE SS-AVERAGE-ATTEMPTS
                                   TO ST-AVERAGE-ATTEMPTS
                               MOVE SS-PLAYER-ID TO WS-HOLD-PLAYER-ID
                               PERFORM 2400-CHECK-INTEGRITY-HOLD
                               MOVE SPACE TO ST-HELD-FLAG
                               IF WS-PLAYER-HELD
                                   SET ST-HELD TO TRUE
                                END-IF
                               RELEASE STANDINGS-SORT-RECORD
                            END-IF
                    END-READ
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       IF ST-HELD
                           PERFORM 2250-PRINT-HELD-ROW
                        ELSE
                           ADD 1 TO WS-RANK
                           PERFORM 2300-RESOLVE-PLAYER-NAME
                           MOVE SPACES TO STANDINGS-REPORT-RECORD
                           STRING "  " WS-RANK ". " ST-PLAYER-ID
                               " " WS-DISPLAY-NAME
                               "  Games: " ST-GAMES-PLAYED
                               "  Best: " ST-BEST-ATTEMPTS
                               "  Avg: " ST-AVERAGE-ATTEMPTS
                               DELIMITED BY SIZE
                               INTO STANDINGS-REPORT-RECORD
                           WRITE STANDINGS-REPORT-RECORD
                        END-IF
                END-RETURN
            END-PERFORM
           IF WS-RANK = ZERO AND WS-HELD-COUNT = ZERO
               MOVE SPACES TO STANDINGS-REPORT-RECORD
               STRING "No leaderboard rows for this season."
                   DELIMITED BY SIZE
            END-IF
           CLOSE STANDINGS-REPORT-FILE.

       2250-PRINT-HELD-ROW.
           IF WS-HELD-COUNT = ZERO
               MOVE SPACES TO STANDINGS-REPORT-RECORD
               WRITE STANDINGS-REPORT-RECORD
               MOVE SPACES TO STANDINGS-REPORT-RECORD
               STRING "HELD - CONFIRMED INTEGRITY CASE (NOT RANKED)"
                   DELIMITED BY SIZE INTO STANDINGS-REPORT-RECORD
               WRITE STANDINGS-REPORT-RECORD
            END-IF
           ADD 1 TO WS-HELD-COUNT
           PERFORM 2300-RESOLVE-PLAYER-NAME
           MOVE SPACES TO STANDINGS-REPORT-RECORD
           STRING "  HELD  " ST-PLAYER-ID
               " " WS-DISPLAY-NAME
               "  Games: " ST-GAMES-PLAYED
               "  Best: " ST-BEST-ATTEMPTS
               "  Avg: " ST-AVERAGE-ATTEMPTS
               DELIMITED BY SIZE
               INTO STANDINGS-REPORT-RECORD
           WRITE STANDINGS-REPORT-RECORD.

       2300-RESOLVE-PLAYER-NAME.
           MOVE "(UNREGISTERED)" TO WS-DISPLAY-NAME
           IF WS-PLAYERS-AVAIL
                END-READ
            END-IF.

       2400-CHECK-INTEGRITY-HOLD.
      * The review list is keyed player first, so the player's
      * cases sit together; any one of them confirmed holds the
      * player. Without the list nobody is held.
           MOVE "N" TO WS-PLAYER-HELD-SW
           IF WS-REVIEW-AVAIL
               MOVE "N" TO WS-HOLD-SCAN-END-SW
               MOVE WS-HOLD-PLAYER-ID TO IV-PLAYER-ID
               MOVE LOW-VALUES TO IV-CASE-DATE
               MOVE LOW-VALUES TO IV-RULE-CODE
               START INTEGRITY-REVIEW-FILE
                   KEY IS NOT LESS THAN IV-CASE-KEY
                   INVALID KEY
                       SET WS-HOLD-SCAN-END TO TRUE
                END-START
               PERFORM UNTIL WS-HOLD-SCAN-END
                   READ INTEGRITY-REVIEW-FILE NEXT RECORD
                       AT END
                           SET WS-HOLD-SCAN-END TO TRUE
                       NOT AT END
                           IF IV-PLAYER-ID NOT = WS-HOLD-PLAYER-ID
                               SET WS-HOLD-SCAN-END TO TRUE
                            ELSE
                               IF IV-CONFIRMED
                                   SET WS-PLAYER-HELD TO TRUE
                                   SET WS-HOLD-SCAN-END TO TRUE
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.

       3000-RESET-LIVE-CLUSTER.
      * The snapshot is safely on the season history, so the live
      * rows can go. Record-by-record DELETE keeps the cluster
                       SET WS-EOF TO TRUE
                   NOT AT END
                       DELETE LEADERBOARD-FILE
                       MOVE "D" TO WS-JRNL-ACTION
                       MOVE LEADERBOARD-RECORD
                           TO WS-JRNL-BEFORE-IMAGE
                       MOVE SPACES TO WS-JRNL-AFTER-IMAGE
                       PERFORM 9250-WRITE-MASTER-JOURNAL
                       ADD 1 TO WS-RESET-COUNT
                END-READ
            END-PERFORM
           DISPLAY "Season " WS-NEW-SEASON-ID " is now live ("
               WS-NEW-START-DATE " to " WS-NEW-END-DATE ").".

       9250-WRITE-MASTER-JOURNAL.
      * Leaderboard rows this run removes go on the master journal
      * like the game's own updates, so a forward recovery removes
      * them again instead of resurrecting them from the backup.
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
                   "update for " LB-PLAYER-ID " is not journaled."
            ELSE
               MOVE WS-JRNL-DATE TO MJ-JOURNAL-DATE
               MOVE WS-JRNL-TIME TO MJ-JOURNAL-TIME
               MOVE "LEADERBD" TO MJ-CLUSTER
               MOVE WS-JRNL-ACTION TO MJ-ACTION
               MOVE LB-PLAYER-ID TO MJ-RECORD-KEY
               MOVE "SEASON-CLOSE" TO MJ-PROGRAM-ID
               MOVE WS-JRNL-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
               MOVE WS-JRNL-AFTER-IMAGE TO MJ-AFTER-IMAGE
               WRITE MASTER-JOURNAL-RECORD
               CLOSE MASTER-JOURNAL-FILE
            END-IF.

       9300-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-RUN-MINUTE
