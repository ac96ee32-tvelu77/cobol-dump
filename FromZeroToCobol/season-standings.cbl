               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-PLAYER-ID
               FILE STATUS IS WS-PL-FILE-STATUS.
           SELECT INTEGRITY-REVIEW-FILE ASSIGN TO "INTGREV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-CASE-KEY
               FILE STATUS IS WS-IV-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.
       01  STANDINGS-PARM-RECORD.
           05  SP-SEASON-ID        PIC X(8).

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

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       01  WS-SH-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SP-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-PL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-IV-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SQ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-SEQUENCE PIC 9(7) VALUE ZERO.
           88 WS-SORT-EOF VALUE "Y".
       01  WS-PLAYERS-AVAIL-SW PIC X VALUE "N".
           88 WS-PLAYERS-AVAIL VALUE "Y".
       01  WS-REVIEW-AVAIL-SW PIC X VALUE "N".
           88 WS-REVIEW-AVAIL VALUE "Y".
       01  WS-REVIEW-FAILED-SW PIC X VALUE "N".
           88 WS-REVIEW-FAILED VALUE "Y".
       01  WS-PLAYER-HELD-SW PIC X VALUE "N".
           88 WS-PLAYER-HELD VALUE "Y".
       01  WS-HOLD-SCAN-END-SW PIC X VALUE "N".
           88 WS-HOLD-SCAN-END VALUE "Y".
       01  WS-HOLD-PLAYER-ID PIC X(10) VALUE SPACES.
       01  WS-HELD-COUNT PIC 9(5) VALUE ZERO.
       01  WS-SEASON-ID PIC X(8) VALUE SPACES.
       01  WS-RANK PIC 9(5) VALUE ZERO.
       01  WS-DISPLAY-NAME PIC X(40) VALUE SPACES.
       PROCEDURE DIVISION.
      * Prints any past season's standings from the snapshots
      * SEASON-CLOSE keeps - the shadow spreadsheet's replacement.
      * Players under a confirmed integrity case are listed apart,
      * unranked, so a reprint after the desk resolves the case
      * ranks them again.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-MONTH
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DAY
           PERFORM 0100-READ-STANDINGS-PARM
           PERFORM 0200-OPEN-INTEGRITY-REVIEW
           SORT STANDINGS-SORT-FILE
               ASCENDING KEY ST-HELD-FLAG
               ASCENDING KEY ST-BEST-ATTEMPTS
               INPUT PROCEDURE 1000-RELEASE-SEASON-ROWS
               OUTPUT PROCEDURE 2000-PRINT-STANDINGS
           IF WS-REVIEW-AVAIL
               CLOSE INTEGRITY-REVIEW-FILE
            END-IF
           IF WS-REVIEW-FAILED
               MOVE "INTGREV UNAVAILABLE" TO WS-AUDIT-OUTCOME
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE "STANDINGS DONE" TO WS-AUDIT-OUTCOME
            END-IF
           PERFORM 9300-WRITE-AUDIT-LOG
           STOP RUN.

               STOP RUN
            END-IF.

       0200-OPEN-INTEGRITY-REVIEW.
      * No review list at all means nobody is held. A list that is
      * there but cannot be read still lets the standings print -
      * a reprint puts them right - but nobody is listed apart, so
      * the run says so.
           OPEN INPUT INTEGRITY-REVIEW-FILE
           IF WS-IV-FILE-STATUS = "00"
               SET WS-REVIEW-AVAIL TO TRUE
            ELSE
               IF WS-IV-FILE-STATUS NOT = "35"
                   SET WS-REVIEW-FAILED TO TRUE
                   DISPLAY "Integrity review list cannot be read - "
                       "file status " WS-IV-FILE-STATUS
                       " - standings printed with nobody held."
                END-IF
            END-IF.

       1000-RELEASE-SEASON-ROWS.
           OPEN INPUT SEASON-HISTORY-FILE
           IF WS-SH-FILE-STATUS NOT = "00"
                           MOVE SS-GAMES-PLAYED TO ST-GAMES-PLAYED
                           MOVE SS-AVERAGE-ATTEMPTS
                               TO ST-AVERAGE-ATTEMPTS
                           MOVE SS-PLAYER-ID TO WS-HOLD-PLAYER-ID
                           PERFORM 2300-CHECK-INTEGRITY-HOLD
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
                           PERFORM 2050-PRINT-HELD-ROW
                        ELSE
                           ADD 1 TO WS-RANK
                           PERFORM 2100-RESOLVE-PLAYER-NAME
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
               STRING "No snapshot rows for season " WS-SEASON-ID
                   "." DELIMITED BY SIZE
            END-IF
           CLOSE STANDINGS-REPORT-FILE.

       2050-PRINT-HELD-ROW.
           IF WS-HELD-COUNT = ZERO
               MOVE SPACES TO STANDINGS-REPORT-RECORD
               WRITE STANDINGS-REPORT-RECORD
               MOVE SPACES TO STANDINGS-REPORT-RECORD
               STRING "HELD - CONFIRMED INTEGRITY CASE (NOT RANKED)"
                   DELIMITED BY SIZE INTO STANDINGS-REPORT-RECORD
               WRITE STANDINGS-REPORT-RECORD
            END-IF
           ADD 1 TO WS-HELD-COUNT
           PERFORM 2100-RESOLVE-PLAYER-NAME
           MOVE SPACES TO STANDINGS-REPORT-RECORD
           STRING "  HELD  " ST-PLAYER-ID
               " " WS-DISPLAY-NAME
               "  Games: " ST-GAMES-PLAYED
               "  Best: " ST-BEST-ATTEMPTS
               "  Avg: " ST-AVERAGE-ATTEMPTS
               DELIMITED BY SIZE
               INTO STANDINGS-REPORT-RECORD
           WRITE STANDINGS-REPORT-RECORD.

       2100-RESOLVE-PLAYER-NAME.
           MOVE "(UNREGISTERED)" TO WS-DISPLAY-NAME
           IF WS-PLAYERS-AVAIL
                END-READ
            END-IF.

       2300-CHECK-INTEGRITY-HOLD.
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

       9300-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-RUN-MINUTE
