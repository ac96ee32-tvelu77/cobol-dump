       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOURNEY-BRACKET.
       AUTHOR. Thomas VELU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOURNEY-MATCH-FILE ASSIGN TO "TRNMATCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-MATCH-KEY
               FILE STATUS IS WS-TM-FILE-STATUS.
           SELECT TOURNEY-PARM-FILE ASSIGN TO "TRNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TP-FILE-STATUS.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-PLAYER-ID
               FILE STATUS IS WS-PL-FILE-STATUS.
           SELECT BRACKET-REPORT-FILE ASSIGN TO "BRKTRPT"
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

       FD  TOURNEY-PARM-FILE.
       01  TOURNEY-PARM-RECORD.
           05  TP-TOURNEY-ID       PIC X(8).
           05  FILLER              PIC X(72).

       FD  PLAYER-MASTER-FILE.
       COPY PLAYERS.

       FD  BRACKET-REPORT-FILE.
       01  BRACKET-REPORT-RECORD   PIC X(80).

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  AUDIT-SEQ-FILE.
       01  AUDIT-SEQ-RECORD.
           05  SQ-NEXT-SEQUENCE    PIC 9(7).

       WORKING-STORAGE SECTION.
       01  WS-TM-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-TP-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-PL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SQ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-SEQUENCE PIC 9(7) VALUE ZERO.
       01  WS-AUDIT-OUTCOME PIC X(20) VALUE SPACES.
       01  WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01  WS-PLAYERS-AVAIL-SW PIC X VALUE "N".
           88 WS-PLAYERS-AVAIL VALUE "Y".
       01  WS-SELECT-TOURNEY-ID PIC X(8) VALUE SPACES.
       01  WS-CURRENT-TOURNEY-ID PIC X(8) VALUE SPACES.
       01  WS-CURRENT-ROUND PIC 9(2) VALUE ZERO.
      * The latest round seen for the tournament being printed; a
      * round of one decided match has a champion.
       01  WS-ROUND-MATCHES PIC 9(3) VALUE ZERO.
       01  WS-ROUND-WINNER PIC X(10) VALUE SPACES.
       01  WS-TOURNEY-COUNT PIC 9(5) VALUE ZERO.
       01  WS-MATCH-COUNT PIC 9(5) VALUE ZERO.
       01  WS-SIDE PIC 9 VALUE ZERO.
       01  WS-SIDE-RESULT OCCURS 2 TIMES PIC X(11).
       01  WS-ATTEMPTS-DISPLAY PIC ZZ9.
       01  WS-CHAMPION-NAME PIC X(40) VALUE SPACES.
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
      * Knockout bracket report. Prints every round of every
      * tournament on TRNMATCH - or of the one named on the TRNPARM
      * card - with each match's players, seeds, outcome and
      * attempts, the winner and what decided it, and the champion
      * once the final is decided. The hidden numbers are never
      * printed, so the report can go out while a round is still
      * being played.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-MONTH
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DAY
           PERFORM 0100-READ-TOURNEY-PARM
           OPEN INPUT TOURNEY-MATCH-FILE
           IF WS-TM-FILE-STATUS NOT = "00"
               DISPLAY "TRNMATCH is not available - no bracket "
                   "printed."
               MOVE "TRNMATCH UNAVAILABLE" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           OPEN INPUT PLAYER-MASTER-FILE
           IF WS-PL-FILE-STATUS = "00"
               SET WS-PLAYERS-AVAIL TO TRUE
            END-IF
           OPEN OUTPUT BRACKET-REPORT-FILE
           MOVE SPACES TO BRACKET-REPORT-RECORD
           STRING "KNOCKOUT BRACKET  Run date: " WS-RUN-DATE
               DELIMITED BY SIZE INTO BRACKET-REPORT-RECORD
           WRITE BRACKET-REPORT-RECORD
           MOVE SPACES TO BRACKET-REPORT-RECORD
           STRING "Decided by: A attempts  D distance from the "
               "number  S seed  B bye"
               DELIMITED BY SIZE INTO BRACKET-REPORT-RECORD
           WRITE BRACKET-REPORT-RECORD
           PERFORM 1000-PRINT-BRACKETS
           MOVE SPACES TO BRACKET-REPORT-RECORD
           WRITE BRACKET-REPORT-RECORD
           MOVE SPACES TO BRACKET-REPORT-RECORD
           STRING "Tournaments: " WS-TOURNEY-COUNT
               "  Matches: " WS-MATCH-COUNT
               DELIMITED BY SIZE INTO BRACKET-REPORT-RECORD
           WRITE BRACKET-REPORT-RECORD
           CLOSE BRACKET-REPORT-FILE
           CLOSE TOURNEY-MATCH-FILE
           IF WS-PLAYERS-AVAIL
               CLOSE PLAYER-MASTER-FILE
            END-IF
           MOVE "BRACKET DONE" TO WS-AUDIT-OUTCOME
           PERFORM 9300-WRITE-AUDIT-LOG
           STOP RUN.

       0100-READ-TOURNEY-PARM.
           OPEN INPUT TOURNEY-PARM-FILE
           IF WS-TP-FILE-STATUS = "00"
               READ TOURNEY-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE TP-TOURNEY-ID TO WS-SELECT-TOURNEY-ID
                END-READ
               CLOSE TOURNEY-PARM-FILE
            END-IF.

       1000-PRINT-BRACKETS.
           MOVE SPACES TO WS-CURRENT-TOURNEY-ID
           MOVE "N" TO WS-EOF-SW
           IF WS-SELECT-TOURNEY-ID NOT = SPACES
               MOVE WS-SELECT-TOURNEY-ID TO TM-TOURNEY-ID
               MOVE ZERO TO TM-ROUND
               MOVE ZERO TO TM-MATCH-NO
               START TOURNEY-MATCH-FILE KEY IS >= TM-MATCH-KEY
                   INVALID KEY
                       SET WS-EOF TO TRUE
                END-START
            END-IF
           PERFORM UNTIL WS-EOF
               READ TOURNEY-MATCH-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-SELECT-TOURNEY-ID NOT = SPACES
                               AND TM-TOURNEY-ID
                                   NOT = WS-SELECT-TOURNEY-ID
                           SET WS-EOF TO TRUE
                        ELSE
                           PERFORM 1100-PRINT-MATCH
                        END-IF
                END-READ
            END-PERFORM
           IF WS-CURRENT-TOURNEY-ID NOT = SPACES
               PERFORM 1300-PRINT-CHAMPION
            ELSE
               MOVE SPACES TO BRACKET-REPORT-RECORD
               WRITE BRACKET-REPORT-RECORD
               MOVE "No tournament matches on file."
                   TO BRACKET-REPORT-RECORD
               WRITE BRACKET-REPORT-RECORD
            END-IF.

       1100-PRINT-MATCH.
           IF TM-TOURNEY-ID NOT = WS-CURRENT-TOURNEY-ID
               IF WS-CURRENT-TOURNEY-ID NOT = SPACES
                   PERFORM 1300-PRINT-CHAMPION
                END-IF
               MOVE TM-TOURNEY-ID TO WS-CURRENT-TOURNEY-ID
               MOVE ZERO TO WS-CURRENT-ROUND
               ADD 1 TO WS-TOURNEY-COUNT
               MOVE SPACES TO BRACKET-REPORT-RECORD
               WRITE BRACKET-REPORT-RECORD
               MOVE SPACES TO BRACKET-REPORT-RECORD
               STRING "Tournament " TM-TOURNEY-ID "  range "
                   TM-LOWER-BOUND "-" TM-UPPER-BOUND
                   "  max attempts " TM-MAX-ATTEMPTS
                   DELIMITED BY SIZE INTO BRACKET-REPORT-RECORD
               WRITE BRACKET-REPORT-RECORD
            END-IF
           IF TM-ROUND NOT = WS-CURRENT-ROUND
               MOVE TM-ROUND TO WS-CURRENT-ROUND
               MOVE ZERO TO WS-ROUND-MATCHES
               MOVE SPACES TO BRACKET-REPORT-RECORD
               STRING "  Round " TM-ROUND "  paired " TM-PAIRED-DATE
                   DELIMITED BY SIZE INTO BRACKET-REPORT-RECORD
               WRITE BRACKET-REPORT-RECORD
            END-IF
           ADD 1 TO WS-ROUND-MATCHES
           ADD 1 TO WS-MATCH-COUNT
           MOVE SPACES TO WS-ROUND-WINNER
           IF NOT TM-PENDING
               MOVE TM-WINNER TO WS-ROUND-WINNER
            END-IF
           MOVE SPACES TO BRACKET-REPORT-RECORD
           IF TM-BYE
               STRING " " TM-MATCH-NO "  " TM-PLAYER-ID(1) " ("
                   TM-SEED(1) ") bye" "                         "
                   "      " TM-WINNER " B"
                   DELIMITED BY SIZE INTO BRACKET-REPORT-RECORD
            ELSE
               MOVE 1 TO WS-SIDE
               PERFORM 1200-FORMAT-SIDE-RESULT
               MOVE 2 TO WS-SIDE
               PERFORM 1200-FORMAT-SIDE-RESULT
               STRING " " TM-MATCH-NO "  " TM-PLAYER-ID(1) " ("
                   TM-SEED(1) ") " WS-SIDE-RESULT(1) " v "
                   TM-PLAYER-ID(2) " (" TM-SEED(2) ") "
                   WS-SIDE-RESULT(2) "  " WS-ROUND-WINNER " "
                   TM-DECIDED-BY
                   DELIMITED BY SIZE INTO BRACKET-REPORT-RECORD
            END-IF
           WRITE BRACKET-REPORT-RECORD.

       1200-FORMAT-SIDE-RESULT.
           MOVE SPACES TO WS-SIDE-RESULT(WS-SIDE)
           IF TM-OUTCOME(WS-SIDE) = SPACES
               MOVE "not played" TO WS-SIDE-RESULT(WS-SIDE)
            ELSE
               MOVE TM-ATTEMPTS(WS-SIDE) TO WS-ATTEMPTS-DISPLAY
               STRING TM-OUTCOME(WS-SIDE) " in " WS-ATTEMPTS-DISPLAY
                   DELIMITED BY SIZE INTO WS-SIDE-RESULT(WS-SIDE)
            END-IF.

       1300-PRINT-CHAMPION.
           MOVE SPACES TO BRACKET-REPORT-RECORD
           IF WS-ROUND-MATCHES = 1 AND WS-ROUND-WINNER NOT = SPACES
               MOVE SPACES TO WS-CHAMPION-NAME
               IF WS-PLAYERS-AVAIL
                   MOVE WS-ROUND-WINNER TO PL-PLAYER-ID
                   READ PLAYER-MASTER-FILE
                       NOT INVALID KEY
                           MOVE PL-PLAYER-NAME TO WS-CHAMPION-NAME
                    END-READ
                END-IF
               STRING "  CHAMPION: " WS-ROUND-WINNER " "
                   WS-CHAMPION-NAME
                   DELIMITED BY SIZE INTO BRACKET-REPORT-RECORD
            ELSE
               MOVE "  Champion not yet decided."
                   TO BRACKET-REPORT-RECORD
            END-IF
           WRITE BRACKET-REPORT-RECORD.

       9300-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-RUN-MINUTE
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-RUN-SECOND
           PERFORM 9950-NEXT-AUDIT-SEQUENCE
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AL-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
            END-IF
           MOVE "TOURNEY-BRACKET" TO AL-PROGRAM-ID
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
