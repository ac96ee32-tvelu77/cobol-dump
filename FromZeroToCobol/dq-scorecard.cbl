       IDENTIFICATION DIVISION.
       PROGRAM-ID. DQ-SCORECARD.
       AUTHOR. Thomas VELU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DQ-HISTORY-FILE ASSIGN TO "DQHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DQ-FILE-STATUS.
           SELECT FIELD-RULES-FILE ASSIGN TO "FLDRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FR-FILE-STATUS.
           SELECT DQ-SCORECARD-FILE ASSIGN TO "DQRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.
           SELECT AUDIT-SEQ-FILE ASSIGN TO "AUDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQ-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DQ-HISTORY-FILE.
       COPY DQHIST.

       FD  FIELD-RULES-FILE.
       COPY FLDRULES.

       FD  DQ-SCORECARD-FILE.
       01  DQ-SCORECARD-RECORD     PIC X(80).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  AUDIT-SEQ-FILE.
       01  AUDIT-SEQ-RECORD.
           05  SQ-NEXT-SEQUENCE    PIC 9(7).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-DQ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-FR-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-BD-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SQ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-SEQUENCE PIC 9(7) VALUE ZERO.
       01  WS-AUDIT-OUTCOME PIC X(20) VALUE SPACES.
       01  WS-RC-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-RC-EOF-SW PIC X VALUE "N".
           88 WS-RC-EOF VALUE "Y".
       01  WS-ALREADY-RUN-SW PIC X VALUE "N".
           88 WS-ALREADY-RUN VALUE "Y".
       01  WS-RC-STATUS-VALUE PIC X(10) VALUE SPACES.
       01  WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01  WS-FOUND-SW PIC X VALUE "N".
           88 WS-FOUND VALUE "Y".
       01  WS-TODAY-YYYYMMDD PIC 9(8) VALUE ZERO.
       01  WS-TODAY-INTEGER PIC 9(8) VALUE ZERO.
       01  WS-RECORD-YYYYMMDD PIC 9(8) VALUE ZERO.
       01  WS-RECORD-INTEGER PIC 9(8) VALUE ZERO.
       01  WS-RECORDS-READ PIC 9(7) VALUE ZERO.
       01  WS-BREACH-COUNT PIC 9(5) VALUE ZERO.
       01  WS-TODAY-FIELD-COUNT PIC 9(5) VALUE ZERO.
      * Thresholds from FLDRULES, one per field id. WS-RULE-ALERTED
      * keeps a field with several breached rule types to a single
      * alert.
       01  WS-RULE-IX PIC 9(3) VALUE ZERO.
       01  WS-RULE-COUNT PIC 9(3) VALUE ZERO.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 100 TIMES.
               10  WS-RULE-FIELD-ID   PIC X(10).
               10  WS-RULE-THRESHOLD  PIC 9(3).
               10  WS-RULE-ALERTED    PIC X.
      * One entry per field id and rule type seen on the business
      * date or in the 30 days before it. The average is pooled -
      * the 30 days' failures over the 30 days' checks - so a quiet
      * day does not weigh the same as a busy one.
       01  WS-SC-IX PIC 9(3) VALUE ZERO.
       01  WS-SC-COUNT PIC 9(3) VALUE ZERO.
       01  WS-SC-TABLE.
           05  WS-SC-ENTRY OCCURS 500 TIMES.
               10  WS-SC-FIELD-ID     PIC X(10).
               10  WS-SC-RULE-TYPE    PIC X.
               10  WS-SC-TODAY-PASS   PIC 9(7).
               10  WS-SC-TODAY-FAIL   PIC 9(7).
               10  WS-SC-PRIOR-PASS   PIC 9(9).
               10  WS-SC-PRIOR-FAIL   PIC 9(9).
               10  WS-SC-PRIOR-DAYS   PIC 9(3).
               10  WS-SC-LAST-DATE    PIC X(10).
       01  WS-CHECKED PIC 9(9) VALUE ZERO.
       01  WS-TODAY-RATE PIC 9(3)V9 VALUE ZERO.
       01  WS-PRIOR-RATE PIC 9(3)V9 VALUE ZERO.
       01  WS-RATE-MOVE PIC S9(3)V9 VALUE ZERO.
       01  WS-TODAY-RATE-DISPLAY PIC ZZ9.9.
       01  WS-PRIOR-RATE-DISPLAY PIC ZZ9.9.
       01  WS-RATE-MOVE-DISPLAY PIC +ZZ9.9.
       01  WS-CHECKED-DISPLAY PIC Z(6)9.
       01  WS-FAILED-DISPLAY PIC Z(6)9.
       01  WS-THRESHOLD-DISPLAY PIC ZZ9.
       01  WS-THRESHOLD PIC 9(3) VALUE ZERO.
       01  WS-BREACH-SW PIC X VALUE "N".
           88 WS-BREACH VALUE "Y".
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
      * Nightly data-quality scorecard. Sets each field's failure
      * rate per rule type on the business date against its own
      * pooled rate over the 30 days before, from the history
      * IS-STRING-EMPTY appends each night, so a field that slips
      * from 1% blank to 30% blank after an upstream change shows
      * up the night it happens. A rate over the field's FLDRULES
      * threshold is a breach: the field id rides in a
      * "DQ BREACH" audit outcome that the exception sweep puts on
      * OPALERT, the way LABOUR-COST-REPORT raises OVER BUDGET.
           PERFORM 0050-SET-BUSINESS-DATE
           PERFORM 0200-CHECK-RUN-CONTROL
           MOVE "STARTED" TO WS-RC-STATUS-VALUE
           PERFORM 9500-WRITE-RUN-CONTROL
           COMPUTE WS-TODAY-YYYYMMDD =
               WS-RUN-YEAR * 10000 + WS-RUN-MONTH * 100 + WS-RUN-DAY
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
           PERFORM 0300-LOAD-FIELD-THRESHOLDS
           PERFORM 1000-ACCUMULATE-HISTORY
           PERFORM 9000-WRITE-SCORECARD
           IF WS-BREACH-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF
           MOVE "SCORECARD DONE" TO WS-AUDIT-OUTCOME
           PERFORM 9300-WRITE-AUDIT-LOG
           MOVE "COMPLETED" TO WS-RC-STATUS-VALUE
           PERFORM 9500-WRITE-RUN-CONTROL
           STOP RUN.

       0050-SET-BUSINESS-DATE.
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

       0200-CHECK-RUN-CONTROL.
      * A rerun must not raise the same night's DQ BREACH alerts a
      * second time.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RC-FILE-STATUS = "00"
               MOVE "N" TO WS-RC-EOF-SW
               PERFORM UNTIL WS-RC-EOF
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-RC-EOF TO TRUE
                       NOT AT END
                           IF RC-RUN-DATE = WS-RUN-DATE
                                   AND RC-PROGRAM-ID = "DQ-SCORECARD"
                                   AND RC-STATUS = "COMPLETED"
                               SET WS-ALREADY-RUN TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
               CLOSE RUN-CONTROL-FILE
            END-IF
           IF WS-ALREADY-RUN
               DISPLAY "DQ-SCORECARD already completed for "
                   WS-RUN-DATE " - skipping this rerun."
               MOVE "ALREADY RUN" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               STOP RUN
            END-IF.

       0300-LOAD-FIELD-THRESHOLDS.
           OPEN INPUT FIELD-RULES-FILE
           IF WS-FR-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ FIELD-RULES-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-RULE-COUNT >= 100
                               DISPLAY "Field-rules table is full - "
                                   "rules beyond 100 are ignored."
                            ELSE
                               ADD 1 TO WS-RULE-COUNT
                               MOVE WS-RULE-COUNT TO WS-RULE-IX
                               MOVE FR-FIELD-ID TO
                                   WS-RULE-FIELD-ID(WS-RULE-IX)
                               MOVE ZERO TO
                                   WS-RULE-THRESHOLD(WS-RULE-IX)
                               IF FR-FAIL-THRESHOLD IS NUMERIC
                                   MOVE FR-FAIL-THRESHOLD TO
                                       WS-RULE-THRESHOLD(WS-RULE-IX)
                                END-IF
                               MOVE "N" TO
                                   WS-RULE-ALERTED(WS-RULE-IX)
                            END-IF
                    END-READ
                END-PERFORM
               CLOSE FIELD-RULES-FILE
            END-IF.

       1000-ACCUMULATE-HISTORY.
           OPEN INPUT DQ-HISTORY-FILE
           IF WS-DQ-FILE-STATUS NOT = "00"
               DISPLAY "Data-quality history is not available - "
                   "no scorecard."
               MOVE "DQHIST MISSING" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ DQ-HISTORY-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM 1100-BUCKET-HISTORY-RECORD
                END-READ
            END-PERFORM
           CLOSE DQ-HISTORY-FILE.

       1100-BUCKET-HISTORY-RECORD.
           IF DQ-BUSINESS-DATE(1:4) IS NUMERIC
                   AND DQ-BUSINESS-DATE(6:2) IS NUMERIC
                   AND DQ-BUSINESS-DATE(9:2) IS NUMERIC
                   AND DQ-PASS-COUNT IS NUMERIC
                   AND DQ-FAIL-COUNT IS NUMERIC
               COMPUTE WS-RECORD-YYYYMMDD =
                   FUNCTION NUMVAL(DQ-BUSINESS-DATE(1:4)) * 10000
                       + FUNCTION NUMVAL(DQ-BUSINESS-DATE(6:2)) * 100
                       + FUNCTION NUMVAL(DQ-BUSINESS-DATE(9:2))
               COMPUTE WS-RECORD-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RECORD-YYYYMMDD)
               IF WS-RECORD-INTEGER > WS-TODAY-INTEGER - 31
                       AND WS-RECORD-INTEGER <= WS-TODAY-INTEGER
                   PERFORM 1200-FIND-SCORECARD-ENTRY
                   IF WS-FOUND
                       PERFORM 1300-ADD-TO-SCORECARD-ENTRY
                    END-IF
                END-IF
            END-IF.

       1200-FIND-SCORECARD-ENTRY.
           MOVE "N" TO WS-FOUND-SW
           MOVE ZERO TO WS-SC-IX
           PERFORM UNTIL WS-FOUND OR WS-SC-IX >= WS-SC-COUNT
               ADD 1 TO WS-SC-IX
               IF WS-SC-FIELD-ID(WS-SC-IX) = DQ-FIELD-ID
                       AND WS-SC-RULE-TYPE(WS-SC-IX) = DQ-RULE-TYPE
                   SET WS-FOUND TO TRUE
                END-IF
            END-PERFORM
           IF NOT WS-FOUND
               IF WS-SC-COUNT >= 500
                   DISPLAY "Scorecard table is full - field "
                       DQ-FIELD-ID " rule " DQ-RULE-TYPE
                       " is left off."
                ELSE
                   ADD 1 TO WS-SC-COUNT
                   MOVE WS-SC-COUNT TO WS-SC-IX
                   MOVE DQ-FIELD-ID TO WS-SC-FIELD-ID(WS-SC-IX)
                   MOVE DQ-RULE-TYPE TO WS-SC-RULE-TYPE(WS-SC-IX)
                   MOVE ZERO TO WS-SC-TODAY-PASS(WS-SC-IX)
                   MOVE ZERO TO WS-SC-TODAY-FAIL(WS-SC-IX)
                   MOVE ZERO TO WS-SC-PRIOR-PASS(WS-SC-IX)
                   MOVE ZERO TO WS-SC-PRIOR-FAIL(WS-SC-IX)
                   MOVE ZERO TO WS-SC-PRIOR-DAYS(WS-SC-IX)
                   MOVE SPACES TO WS-SC-LAST-DATE(WS-SC-IX)
                   SET WS-FOUND TO TRUE
                END-IF
            END-IF.

       1300-ADD-TO-SCORECARD-ENTRY.
           IF WS-RECORD-INTEGER = WS-TODAY-INTEGER
               ADD DQ-PASS-COUNT TO WS-SC-TODAY-PASS(WS-SC-IX)
               ADD DQ-FAIL-COUNT TO WS-SC-TODAY-FAIL(WS-SC-IX)
            ELSE
               ADD DQ-PASS-COUNT TO WS-SC-PRIOR-PASS(WS-SC-IX)
               ADD DQ-FAIL-COUNT TO WS-SC-PRIOR-FAIL(WS-SC-IX)
               IF DQ-BUSINESS-DATE NOT = WS-SC-LAST-DATE(WS-SC-IX)
                   ADD 1 TO WS-SC-PRIOR-DAYS(WS-SC-IX)
                   MOVE DQ-BUSINESS-DATE TO WS-SC-LAST-DATE(WS-SC-IX)
                END-IF
            END-IF.

       9000-WRITE-SCORECARD.
           OPEN OUTPUT DQ-SCORECARD-FILE
           MOVE SPACES TO DQ-SCORECARD-RECORD
           STRING "DATA-QUALITY SCORECARD" DELIMITED BY SIZE
               INTO DQ-SCORECARD-RECORD
           WRITE DQ-SCORECARD-RECORD
           MOVE SPACES TO DQ-SCORECARD-RECORD
           STRING "Run date: " WS-RUN-DATE
               "  History records read: " WS-RECORDS-READ
               DELIMITED BY SIZE INTO DQ-SCORECARD-RECORD
           WRITE DQ-SCORECARD-RECORD
           MOVE SPACES TO DQ-SCORECARD-RECORD
           STRING "Rule: B blank  Q required  N numeric  D date  "
               "R min/max" DELIMITED BY SIZE
               INTO DQ-SCORECARD-RECORD
           WRITE DQ-SCORECARD-RECORD
           MOVE SPACES TO DQ-SCORECARD-RECORD
           WRITE DQ-SCORECARD-RECORD
           MOVE SPACES TO DQ-SCORECARD-RECORD
           STRING "Field      R  Checked   Failed  Rate%  30-day%"
               "   Move  Limit" DELIMITED BY SIZE
               INTO DQ-SCORECARD-RECORD
           WRITE DQ-SCORECARD-RECORD
           MOVE ZERO TO WS-SC-IX
           PERFORM UNTIL WS-SC-IX >= WS-SC-COUNT
               ADD 1 TO WS-SC-IX
               PERFORM 9100-WRITE-SCORECARD-LINE
            END-PERFORM
           MOVE SPACES TO DQ-SCORECARD-RECORD
           WRITE DQ-SCORECARD-RECORD
           MOVE SPACES TO DQ-SCORECARD-RECORD
           IF WS-TODAY-FIELD-COUNT = ZERO
               STRING "No data-quality counts for " WS-RUN-DATE
                   " - the blank audit did not run."
                   DELIMITED BY SIZE INTO DQ-SCORECARD-RECORD
            ELSE
               STRING "Field/rule lines checked today: "
                   WS-TODAY-FIELD-COUNT
                   "  Threshold breaches: " WS-BREACH-COUNT
                   DELIMITED BY SIZE INTO DQ-SCORECARD-RECORD
            END-IF
           WRITE DQ-SCORECARD-RECORD
           CLOSE DQ-SCORECARD-FILE.

       9100-WRITE-SCORECARD-LINE.
           MOVE "N" TO WS-BREACH-SW
           MOVE ZERO TO WS-THRESHOLD
           MOVE "N" TO WS-FOUND-SW
           MOVE ZERO TO WS-RULE-IX
           PERFORM UNTIL WS-FOUND OR WS-RULE-IX >= WS-RULE-COUNT
               ADD 1 TO WS-RULE-IX
               IF WS-RULE-FIELD-ID(WS-RULE-IX)
                       = WS-SC-FIELD-ID(WS-SC-IX)
                   SET WS-FOUND TO TRUE
                   MOVE WS-RULE-THRESHOLD(WS-RULE-IX) TO WS-THRESHOLD
                END-IF
            END-PERFORM
           MOVE ZERO TO WS-PRIOR-RATE
           COMPUTE WS-CHECKED = WS-SC-PRIOR-PASS(WS-SC-IX)
               + WS-SC-PRIOR-FAIL(WS-SC-IX)
           IF WS-CHECKED > ZERO
               COMPUTE WS-PRIOR-RATE ROUNDED =
                   WS-SC-PRIOR-FAIL(WS-SC-IX) * 100 / WS-CHECKED
            END-IF
           MOVE WS-PRIOR-RATE TO WS-PRIOR-RATE-DISPLAY
           MOVE ZERO TO WS-TODAY-RATE
           COMPUTE WS-CHECKED = WS-SC-TODAY-PASS(WS-SC-IX)
               + WS-SC-TODAY-FAIL(WS-SC-IX)
           MOVE SPACES TO DQ-SCORECARD-RECORD
           IF WS-CHECKED = ZERO
               STRING WS-SC-FIELD-ID(WS-SC-IX) " "
                   WS-SC-RULE-TYPE(WS-SC-IX)
                   "  not checked today        "
                   WS-PRIOR-RATE-DISPLAY
                   DELIMITED BY SIZE INTO DQ-SCORECARD-RECORD
               WRITE DQ-SCORECARD-RECORD
            ELSE
               ADD 1 TO WS-TODAY-FIELD-COUNT
               COMPUTE WS-TODAY-RATE ROUNDED =
                   WS-SC-TODAY-FAIL(WS-SC-IX) * 100 / WS-CHECKED
               IF WS-THRESHOLD > ZERO
                       AND WS-TODAY-RATE > WS-THRESHOLD
                   SET WS-BREACH TO TRUE
                   ADD 1 TO WS-BREACH-COUNT
                END-IF
               COMPUTE WS-RATE-MOVE = WS-TODAY-RATE - WS-PRIOR-RATE
               MOVE WS-CHECKED TO WS-CHECKED-DISPLAY
               MOVE WS-SC-TODAY-FAIL(WS-SC-IX) TO WS-FAILED-DISPLAY
               MOVE WS-TODAY-RATE TO WS-TODAY-RATE-DISPLAY
               MOVE WS-RATE-MOVE TO WS-RATE-MOVE-DISPLAY
               MOVE WS-THRESHOLD TO WS-THRESHOLD-DISPLAY
               IF WS-SC-PRIOR-DAYS(WS-SC-IX) = ZERO
                   STRING WS-SC-FIELD-ID(WS-SC-IX) " "
                       WS-SC-RULE-TYPE(WS-SC-IX) "  "
                       WS-CHECKED-DISPLAY "  " WS-FAILED-DISPLAY
                       "  " WS-TODAY-RATE-DISPLAY
                       "    no hist          "
                       WS-THRESHOLD-DISPLAY
                       DELIMITED BY SIZE INTO DQ-SCORECARD-RECORD
                ELSE
                   STRING WS-SC-FIELD-ID(WS-SC-IX) " "
                       WS-SC-RULE-TYPE(WS-SC-IX) "  "
                       WS-CHECKED-DISPLAY "  " WS-FAILED-DISPLAY
                       "  " WS-TODAY-RATE-DISPLAY
                       "    " WS-PRIOR-RATE-DISPLAY
                       "  " WS-RATE-MOVE-DISPLAY
                       "    " WS-THRESHOLD-DISPLAY
                       DELIMITED BY SIZE INTO DQ-SCORECARD-RECORD
                END-IF
               IF WS-THRESHOLD = ZERO
                   MOVE "  -" TO DQ-SCORECARD-RECORD(59:3)
                END-IF
               IF WS-BREACH
                   MOVE "BREACH" TO DQ-SCORECARD-RECORD(64:6)
                END-IF
               WRITE DQ-SCORECARD-RECORD
               IF WS-BREACH
                   PERFORM 9200-RAISE-BREACH-ALERT
                END-IF
            END-IF.

       9200-RAISE-BREACH-ALERT.
      * One alert per field a night, however many of its rule types
      * broke the threshold - the scorecard lines say which.
           IF WS-RULE-ALERTED(WS-RULE-IX) NOT = "Y"
               MOVE "Y" TO WS-RULE-ALERTED(WS-RULE-IX)
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "DQ BREACH " WS-SC-FIELD-ID(WS-SC-IX)
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
            END-IF.

       9300-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-RUN-MINUTE
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-RUN-SECOND
           PERFORM 9950-NEXT-AUDIT-SEQUENCE
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AL-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
            END-IF
           MOVE "DQ-SCORECARD" TO AL-PROGRAM-ID
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
           MOVE "DQ-SCORECARD" TO RC-PROGRAM-ID
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
