               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-PLAYER-ID
               FILE STATUS IS WS-PL-FILE-STATUS.
           SELECT INTEGRITY-REVIEW-FILE ASSIGN TO "INTGREV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-CASE-KEY
               FILE STATUS IS WS-IV-FILE-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO "RECONRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MJ-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.
       FD  PLAYER-MASTER-FILE.
       COPY PLAYERS.

       FD  INTEGRITY-REVIEW-FILE.
       COPY INTGREV.

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-RECORD     PIC X(100).

       FD  MASTER-JOURNAL-FILE.
       COPY MSTJRNL.

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       01  WS-RP-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SN-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-PL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-IV-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SQ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-SEQUENCE PIC 9(7) VALUE ZERO.
           88 WS-PLAYERS-AVAIL VALUE "Y".
       01  WS-INACTIVE-SW PIC X VALUE "N".
           88 WS-PLAYER-INACTIVE VALUE "Y".
       01  WS-REVIEW-AVAIL-SW PIC X VALUE "N".
           88 WS-REVIEW-AVAIL VALUE "Y".
       01  WS-REVIEW-FAILED-SW PIC X VALUE "N".
           88 WS-REVIEW-FAILED VALUE "Y".
       01  WS-PLAYER-HELD-SW PIC X VALUE "N".
           88 WS-PLAYER-HELD VALUE "Y".
       01  WS-HOLD-SCAN-END-SW PIC X VALUE "N".
           88 WS-HOLD-SCAN-END VALUE "Y".
       01  WS-HOLD-PLAYER-ID PIC X(10) VALUE SPACES.
       01  WS-HELD-PLAYER-COUNT PIC 9(5) VALUE ZERO.
       01  WS-HELD-ROW-COUNT PIC 9(5) VALUE ZERO.
       01  WS-SEASON-ID PIC X(8) VALUE SPACES.
       01  WS-SEASON-START PIC X(10) VALUE SPACES.
       01  WS-INACTIVE-SKIPPED PIC 9(5) VALUE ZERO.
       01  WS-DISCREPANCY-COUNT PIC 9(5) VALUE ZERO.
       01  WS-REPAIRED-COUNT PIC 9(5) VALUE ZERO.
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
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DAY
           PERFORM 0100-READ-RECON-PARM
           PERFORM 0150-READ-SEASON-CONTROL
           PERFORM 0200-OPEN-INTEGRITY-REVIEW
           OPEN OUTPUT RECON-REPORT-FILE
           PERFORM 9000-WRITE-REPORT-HEADER
           SORT RECON-SORT-FILE
           PERFORM 3000-MATCH-AGAINST-LEADERBOARD
           PERFORM 9200-WRITE-REPORT-SUMMARY
           CLOSE RECON-REPORT-FILE
           IF WS-REVIEW-AVAIL
               CLOSE INTEGRITY-REVIEW-FILE
            END-IF
           IF WS-REVIEW-FAILED
               MOVE "INTGREV UNAVAILABLE" TO WS-AUDIT-OUTCOME
            ELSE
               IF WS-REPAIR-MODE
                   MOVE "RECON REPAIRED" TO WS-AUDIT-OUTCOME
                ELSE
                   MOVE "RECON COMPLETE" TO WS-AUDIT-OUTCOME
                END-IF
            END-IF
           PERFORM 9300-WRITE-AUDIT-LOG
           IF (WS-DISCREPANCY-COUNT > ZERO AND NOT WS-REPAIR-MODE)
                   OR WS-REVIEW-FAILED
               MOVE 4 TO RETURN-CODE
            END-IF
           STOP RUN.
               CLOSE SEASON-CONTROL-FILE
            END-IF.

       0200-OPEN-INTEGRITY-REVIEW.
      * No review list at all means nobody is held. A list that is
      * there but cannot be read leaves every player unheld, so a
      * check-only run carries on with a warning, but a repair run
      * would rewrite held players' rows and stops instead.
           OPEN INPUT INTEGRITY-REVIEW-FILE
           IF WS-IV-FILE-STATUS = "00"
               SET WS-REVIEW-AVAIL TO TRUE
            ELSE
               IF WS-IV-FILE-STATUS NOT = "35"
                   SET WS-REVIEW-FAILED TO TRUE
                   DISPLAY "Integrity review list cannot be read - "
                       "file status " WS-IV-FILE-STATUS
                   IF WS-REPAIR-MODE
                       DISPLAY "Repair not run - nothing changed."
                       MOVE "INTGREV UNAVAILABLE" TO WS-AUDIT-OUTCOME
                       PERFORM 9300-WRITE-AUDIT-LOG
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                   DISPLAY "Reconciled with nobody held."
                END-IF
            END-IF.

       1000-RELEASE-GAME-RECORDS.
           OPEN INPUT GAME-RESULTS-FILE
           IF WS-GR-FILE-STATUS NOT = "00"
                               PERFORM 2100-WRITE-DERIVED-RECORD
                            END-IF
                           MOVE RS-PLAYER-ID TO WS-CUR-PLAYER-ID
                           MOVE RS-PLAYER-ID TO WS-HOLD-PLAYER-ID
                           PERFORM 2900-CHECK-INTEGRITY-HOLD
                           MOVE ZERO TO WS-CUR-GAMES
                           MOVE 999 TO WS-CUR-BEST
                           MOVE ZERO TO WS-CUR-TOTAL
            END-IF.

       2100-WRITE-DERIVED-RECORD.
      * A player under a confirmed integrity case derives nothing:
      * the games are in question, so they neither prove nor
      * repair the leaderboard until the desk resolves the case.
           IF WS-PLAYER-HELD
               ADD 1 TO WS-HELD-PLAYER-COUNT
            ELSE
               MOVE WS-CUR-PLAYER-ID TO DW-PLAYER-ID
               MOVE WS-CUR-GAMES TO DW-GAMES-PLAYED
               MOVE WS-CUR-BEST TO DW-BEST-ATTEMPTS
               MOVE WS-CUR-TOTAL TO DW-TOTAL-ATTEMPTS
               COMPUTE DW-AVERAGE-ATTEMPTS ROUNDED =
                   WS-CUR-TOTAL / WS-CUR-GAMES
               WRITE DERIVED-WORK-RECORD
               ADD 1 TO WS-DERIVED-COUNT
            END-IF.

       2900-CHECK-INTEGRITY-HOLD.
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

       3000-MATCH-AGAINST-LEADERBOARD.
      * Both streams arrive in player-id order - the work file by
                   MOVE DW-AVERAGE-ATTEMPTS
                       TO LB-AVERAGE-ATTEMPTS
                   WRITE LEADERBOARD-RECORD
                   MOVE "A" TO WS-JRNL-ACTION
                   MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
                   MOVE LEADERBOARD-RECORD TO WS-JRNL-AFTER-IMAGE
                   PERFORM 9250-WRITE-MASTER-JOURNAL
                   ADD 1 TO WS-REPAIRED-COUNT
                END-IF
            END-IF.
            END-IF.

       3400-HANDLE-MISSING-IN-HIST.
      * A held player's row has no derived totals behind it by
      * design - it is left exactly as it stands, never deleted.
           MOVE LB-PLAYER-ID TO WS-HOLD-PLAYER-ID
           PERFORM 2900-CHECK-INTEGRITY-HOLD
           IF WS-PLAYER-HELD
               ADD 1 TO WS-HELD-ROW-COUNT
               MOVE SPACES TO RECON-REPORT-RECORD
               STRING "Player: " LB-PLAYER-ID
                   "  HELD - CONFIRMED INTEGRITY CASE, NOT "
                   "RECONCILED" DELIMITED BY SIZE
                   INTO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
            ELSE
               ADD 1 TO WS-DISCREPANCY-COUNT
               MOVE SPACES TO RECON-REPORT-RECORD
               STRING "Player: " LB-PLAYER-ID
                   "  ON LEADERBOARD, NOT IN HISTORY"
                   DELIMITED BY SIZE INTO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
               IF WS-REPAIR-MODE
                   DELETE LEADERBOARD-FILE
                   MOVE "D" TO WS-JRNL-ACTION
                   MOVE LEADERBOARD-RECORD TO WS-JRNL-BEFORE-IMAGE
                   MOVE SPACES TO WS-JRNL-AFTER-IMAGE
                   PERFORM 9250-WRITE-MASTER-JOURNAL
                   ADD 1 TO WS-REPAIRED-COUNT
                END-IF
            END-IF.

       3500-COMPARE-MATCHED-PLAYER.
               ADD 1 TO WS-DISCREPANCY-COUNT
               PERFORM 3600-WRITE-MISMATCH-LINES
               IF WS-REPAIR-MODE
                   MOVE LEADERBOARD-RECORD TO WS-JRNL-BEFORE-IMAGE
                   MOVE DW-GAMES-PLAYED TO LB-GAMES-PLAYED
                   MOVE DW-BEST-ATTEMPTS TO LB-BEST-ATTEMPTS
                   MOVE DW-TOTAL-ATTEMPTS TO LB-TOTAL-ATTEMPTS
                   MOVE DW-AVERAGE-ATTEMPTS
                       TO LB-AVERAGE-ATTEMPTS
                   REWRITE LEADERBOARD-RECORD
                   MOVE "C" TO WS-JRNL-ACTION
                   MOVE LEADERBOARD-RECORD TO WS-JRNL-AFTER-IMAGE
                   PERFORM 9250-WRITE-MASTER-JOURNAL
                   ADD 1 TO WS-REPAIRED-COUNT
                END-IF
            END-IF.
           STRING "Discrepancies found: " WS-DISCREPANCY-COUNT
               DELIMITED BY SIZE INTO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE SPACES TO RECON-REPORT-RECORD
           STRING "Players held out (confirmed integrity case): "
               WS-HELD-PLAYER-COUNT "  Leaderboard rows held: "
               WS-HELD-ROW-COUNT DELIMITED BY SIZE
               INTO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           IF WS-REPAIR-MODE
               MOVE SPACES TO RECON-REPORT-RECORD
               STRING "Records repaired: " WS-REPAIRED-COUNT
               WRITE RECON-REPORT-RECORD
            END-IF.

       9250-WRITE-MASTER-JOURNAL.
      * Leaderboard rows this run writes, rewrites or removes go on
      * the master journal like the game's own updates, so a
      * forward recovery replays them too.
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
               MOVE "LB-RECON" TO MJ-PROGRAM-ID
               MOVE WS-JRNL-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
               MOVE WS-JRNL-AFTER-IMAGE TO MJ-AFTER-IMAGE
               WRITE MASTER-JOURNAL-RECORD
               CLOSE MASTER-JOURNAL-FILE
            END-IF.

       9300-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-RUN-MINUTE
