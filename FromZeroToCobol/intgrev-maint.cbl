       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTGREV-MAINT.
       AUTHOR. Thomas VELU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTEGRITY-REVIEW-FILE ASSIGN TO "INTGREV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-CASE-KEY
               FILE STATUS IS WS-IV-FILE-STATUS.
           SELECT REVIEW-TX-FILE ASSIGN TO "INTGTX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-FILE-STATUS.
           SELECT REVIEW-REPORT-FILE ASSIGN TO "INTGMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.
           SELECT AUDIT-SEQ-FILE ASSIGN TO "AUDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTEGRITY-REVIEW-FILE.
       COPY INTGREV.

      * One transaction per desk decision: action C (confirm), X
      * (clear) or R (resolve), the case key as GAME-INTEGRITY
      * printed it - player id, date raised, rule code - and the
      * id of the desk member deciding. C and X decide an open
      * case; R closes a confirmed one and lifts its hold.
       FD  REVIEW-TX-FILE.
       01  REVIEW-TX-RECORD.
           05  TX-ACTION           PIC X.
           05  TX-PLAYER-ID        PIC X(10).
           05  TX-CASE-DATE        PIC X(10).
           05  TX-RULE-CODE        PIC X(2).
           05  TX-DESK-ID          PIC X(10).

       FD  REVIEW-REPORT-FILE.
       01  REVIEW-REPORT-RECORD    PIC X(100).

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  AUDIT-SEQ-FILE.
       01  AUDIT-SEQ-RECORD.
           05  SQ-NEXT-SEQUENCE    PIC 9(7).

       WORKING-STORAGE SECTION.
       COPY STRCHECK.
       01  WS-IV-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-TX-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SQ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-SEQUENCE PIC 9(7) VALUE ZERO.
       01  WS-TX-EOF-SW PIC X VALUE "N".
           88 WS-TX-EOF VALUE "Y".
       01  WS-RECORD-ON-FILE-SW PIC X VALUE "N".
           88 WS-RECORD-ON-FILE VALUE "Y".
       01  WS-REJECT-REASON PIC X(30) VALUE SPACES.
       01  WS-BEFORE-IMAGE PIC X(93) VALUE SPACES.
       01  WS-TX-READ-COUNT PIC 9(05) VALUE ZERO.
       01  WS-TX-APPLIED-COUNT PIC 9(05) VALUE ZERO.
       01  WS-TX-REJECTED-COUNT PIC 9(05) VALUE ZERO.
       01  WS-AUDIT-OUTCOME PIC X(20) VALUE SPACES.
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
      * The desk's side of the integrity review: applies the
      * desk's decisions on the cases GAME-INTEGRITY raised. A
      * confirmed case holds the player's games out of LB-RECON
      * and the season close-out; resolving it lifts the hold.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-MONTH
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DAY
           OPEN INPUT REVIEW-TX-FILE
           IF WS-TX-FILE-STATUS NOT = "00"
               DISPLAY "Integrity review transaction file is not "
                   "available - nothing to apply."
               MOVE "TRAN FILE MISSING" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           OPEN I-O INTEGRITY-REVIEW-FILE
           IF WS-IV-FILE-STATUS NOT = "00"
               DISPLAY "Integrity review list is not available - "
                   "cannot apply desk decisions."
               MOVE "INTGREV UNAVAILABLE" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               CLOSE REVIEW-TX-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           OPEN OUTPUT REVIEW-REPORT-FILE
           PERFORM 9000-WRITE-REPORT-HEADER
           PERFORM 7100-READ-TX-RECORD
           PERFORM UNTIL WS-TX-EOF
               ADD 1 TO WS-TX-READ-COUNT
               PERFORM 7200-APPLY-TX-RECORD
               PERFORM 7100-READ-TX-RECORD
            END-PERFORM
           PERFORM 9200-WRITE-REPORT-SUMMARY
           CLOSE REVIEW-TX-FILE
           CLOSE INTEGRITY-REVIEW-FILE
           CLOSE REVIEW-REPORT-FILE
           MOVE "MAINT COMPLETE" TO WS-AUDIT-OUTCOME
           PERFORM 9300-WRITE-AUDIT-LOG
           IF WS-TX-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF
           STOP RUN.

       7100-READ-TX-RECORD.
           READ REVIEW-TX-FILE
               AT END
                   SET WS-TX-EOF TO TRUE
            END-READ.

       7200-APPLY-TX-RECORD.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-BEFORE-IMAGE
           PERFORM 7300-FETCH-BEFORE-IMAGE
           MOVE TX-DESK-ID TO SC-STRING
           CALL "BLANK-FIELD-CHECK" USING STR-CHECK-FIELDS
           IF SC-IS-EMPTY
               MOVE "DESK ID BLANK" TO WS-REJECT-REASON
            ELSE
               IF NOT WS-RECORD-ON-FILE
                   MOVE "CASE NOT ON FILE" TO WS-REJECT-REASON
                ELSE
                   EVALUATE TX-ACTION
                       WHEN "C"
                       WHEN "X"
                           IF NOT IV-OPEN
                               MOVE "CASE IS NOT OPEN"
                                   TO WS-REJECT-REASON
                            END-IF
                       WHEN "R"
                           IF NOT IV-CONFIRMED
                               MOVE "CASE IS NOT CONFIRMED"
                                   TO WS-REJECT-REASON
                            END-IF
                       WHEN OTHER
                           MOVE "ACTION NOT C, X OR R"
                               TO WS-REJECT-REASON
                    END-EVALUATE
                END-IF
            END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 7400-APPLY-DECISION
               ADD 1 TO WS-TX-APPLIED-COUNT
               PERFORM 9100-WRITE-APPLIED-LINES
            ELSE
               ADD 1 TO WS-TX-REJECTED-COUNT
               PERFORM 9150-WRITE-REJECTED-LINES
            END-IF.

       7300-FETCH-BEFORE-IMAGE.
           MOVE "N" TO WS-RECORD-ON-FILE-SW
           MOVE TX-PLAYER-ID TO IV-PLAYER-ID
           MOVE TX-CASE-DATE TO IV-CASE-DATE
           MOVE TX-RULE-CODE TO IV-RULE-CODE
           READ INTEGRITY-REVIEW-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-RECORD-ON-FILE TO TRUE
                   MOVE INTEGRITY-REVIEW-RECORD TO WS-BEFORE-IMAGE
            END-READ.

       7400-APPLY-DECISION.
           EVALUATE TX-ACTION
               WHEN "C"
                   SET IV-CONFIRMED TO TRUE
               WHEN "X"
                   SET IV-CLEARED TO TRUE
               WHEN "R"
                   SET IV-RESOLVED TO TRUE
            END-EVALUATE
           MOVE TX-DESK-ID TO IV-DESK-ID
           MOVE WS-RUN-DATE TO IV-DESK-DATE
           REWRITE INTEGRITY-REVIEW-RECORD
               INVALID KEY
                   DISPLAY "INTGREV rewrite failed for "
                       IV-CASE-KEY
            END-REWRITE.

       9000-WRITE-REPORT-HEADER.
           MOVE SPACES TO REVIEW-REPORT-RECORD
           STRING "INTEGRITY REVIEW LIST EDIT REPORT"
               DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE SPACES TO REVIEW-REPORT-RECORD
           STRING "Run date: " WS-RUN-DATE DELIMITED BY SIZE
               INTO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE SPACES TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD.

       9100-WRITE-APPLIED-LINES.
           MOVE SPACES TO REVIEW-REPORT-RECORD
           STRING "APPLIED  " TX-ACTION " " TX-PLAYER-ID " "
               TX-CASE-DATE " " TX-RULE-CODE " " TX-DESK-ID
               DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE SPACES TO REVIEW-REPORT-RECORD
           STRING "         BEFORE: " WS-BEFORE-IMAGE(1:80)
               DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE SPACES TO REVIEW-REPORT-RECORD
           STRING "         AFTER:  " INTEGRITY-REVIEW-RECORD(1:80)
               DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE SPACES TO REVIEW-REPORT-RECORD
           EVALUATE TX-ACTION
               WHEN "C"
                   STRING "         NOTE:   CONFIRMED - PLAYER'S "
                       "GAMES HELD OUT OF LB-RECON AND SEASON CLOSE"
                       DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD
               WHEN "X"
                   STRING "         NOTE:   CLEARED - NO FURTHER "
                       "ACTION"
                       DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD
               WHEN "R"
                   STRING "         NOTE:   RESOLVED - HOLD ON THIS "
                       "CASE LIFTED"
                       DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD
            END-EVALUATE
           WRITE REVIEW-REPORT-RECORD.

       9150-WRITE-REJECTED-LINES.
           MOVE SPACES TO REVIEW-REPORT-RECORD
           STRING "REJECTED " TX-ACTION " " TX-PLAYER-ID " "
               TX-CASE-DATE " " TX-RULE-CODE " " TX-DESK-ID
               DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE SPACES TO REVIEW-REPORT-RECORD
           STRING "         REASON: " WS-REJECT-REASON
               DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           IF WS-RECORD-ON-FILE
               MOVE SPACES TO REVIEW-REPORT-RECORD
               STRING "         BEFORE: " WS-BEFORE-IMAGE(1:80)
                   DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD
               WRITE REVIEW-REPORT-RECORD
            END-IF.

       9200-WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE SPACES TO REVIEW-REPORT-RECORD
           STRING "Transactions read: " WS-TX-READ-COUNT
               DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE SPACES TO REVIEW-REPORT-RECORD
           STRING "Transactions applied: " WS-TX-APPLIED-COUNT
               DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE SPACES TO REVIEW-REPORT-RECORD
           STRING "Transactions rejected: " WS-TX-REJECTED-COUNT
               DELIMITED BY SIZE INTO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD.

       9300-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-RUN-MINUTE
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-RUN-SECOND
           PERFORM 9950-NEXT-AUDIT-SEQUENCE
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AL-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
            END-IF
           MOVE "INTGREV-MAINT" TO AL-PROGRAM-ID
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
