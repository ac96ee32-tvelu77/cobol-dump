           SELECT FIELD-RULES-FILE ASSIGN TO "FLDRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FR-FILE-STATUS.
           SELECT DQ-HISTORY-FILE ASSIGN TO "DQHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DQ-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
       COPY RUNCTL.

       FD  FIELD-RULES-FILE.
       COPY FLDRULES.

       FD  DQ-HISTORY-FILE.
       COPY DQHIST.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.
       01  WS-RULE-FAIL-SW PIC X VALUE "N".
           88 WS-RULE-FAILED VALUE "Y".
       01  WS-RULE-FAIL-COUNT PIC 9(05) VALUE ZERO.
       01  WS-DQ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-DQ-TALLY-TYPE PIC X VALUE SPACE.
       01  WS-DQ-TALLY-FAIL-SW PIC X VALUE "N".
           88 WS-DQ-TALLY-FAILED VALUE "Y".
       01  WS-DQ-FOUND-SW PIC X VALUE "N".
           88 WS-DQ-FOUND VALUE "Y".
       01  WS-DQ-FULL-SW PIC X VALUE "N".
           88 WS-DQ-FULL VALUE "Y".
       01  WS-DQ-IX PIC 9(3) VALUE ZERO.
       01  WS-DQ-COUNT PIC 9(3) VALUE ZERO.
       01  WS-DQ-TABLE.
           05  WS-DQ-ENTRY OCCURS 500 TIMES.
               10  WS-DQ-FIELD-ID     PIC X(10).
               10  WS-DQ-RULE-TYPE    PIC X.
               10  WS-DQ-PASS-COUNT   PIC 9(7).
               10  WS-DQ-FAIL-COUNT   PIC 9(7).

       PROCEDURE DIVISION.
           PERFORM 0060-READ-CONSOLE-OPERATOR
               IF SC-IS-EMPTY
                   ADD 1 TO WS-BLANK-COUNT
                END-IF
               MOVE "B" TO WS-DQ-TALLY-TYPE
               MOVE SC-EMPTY-FLAG TO WS-DQ-TALLY-FAIL-SW
               PERFORM 7800-TALLY-DQ-RESULT
               PERFORM 7200-APPLY-FIELD-RULE
               PERFORM 9100-WRITE-AUDIT-REPORT-LINE
               PERFORM 7100-READ-BLANK-CHECK-RECORD
            END-PERFORM
           PERFORM 9200-WRITE-REPORT-SUMMARY
           PERFORM 9600-WRITE-CONTROL-TRAILER
           PERFORM 9700-WRITE-DQ-HISTORY
           CLOSE BLANK-CHECK-INPUT-FILE
           CLOSE BLANK-AUDIT-REPORT-FILE
           MOVE "BATCH AUDIT COMPLETE" TO WS-AUDIT-OUTCOME
                END-IF
            END-PERFORM
           IF WS-RULE-FOUND
               IF WS-RULE-REQUIRED(WS-RULE-IX) = "Y"
                   MOVE "Q" TO WS-DQ-TALLY-TYPE
                   MOVE SC-EMPTY-FLAG TO WS-DQ-TALLY-FAIL-SW
                   PERFORM 7800-TALLY-DQ-RESULT
                END-IF
               IF SC-IS-EMPTY
                   IF WS-RULE-REQUIRED(WS-RULE-IX) = "Y"
                       MOVE "REQUIRED FIELD BLANK"
                       MOVE "NOT NUMERIC" TO WS-RULE-RESULT
                       SET WS-RULE-FAILED TO TRUE
                    END-IF
                   MOVE "N" TO WS-DQ-TALLY-TYPE
                   MOVE WS-RULE-FAIL-SW TO WS-DQ-TALLY-FAIL-SW
                   PERFORM 7800-TALLY-DQ-RESULT
               WHEN "D"
                   CALL "DATE-FIELD-CHECK"
                       USING FIELD-CHECK-FIELDS
                           TO WS-RULE-RESULT
                       SET WS-RULE-FAILED TO TRUE
                    END-IF
                   MOVE "D" TO WS-DQ-TALLY-TYPE
                   MOVE WS-RULE-FAIL-SW TO WS-DQ-TALLY-FAIL-SW
                   PERFORM 7800-TALLY-DQ-RESULT
               WHEN OTHER
                   CONTINUE
            END-EVALUATE
                   MOVE "OUTSIDE MIN/MAX" TO WS-RULE-RESULT
                   SET WS-RULE-FAILED TO TRUE
                END-IF
               MOVE "R" TO WS-DQ-TALLY-TYPE
               MOVE WS-RULE-FAIL-SW TO WS-DQ-TALLY-FAIL-SW
               PERFORM 7800-TALLY-DQ-RESULT
            END-IF.

       7800-TALLY-DQ-RESULT.
      * One pass or fail for the field and rule type just checked,
      * kept for the night's data-quality history records.
           MOVE "N" TO WS-DQ-FOUND-SW
           MOVE ZERO TO WS-DQ-IX
           PERFORM UNTIL WS-DQ-FOUND
                   OR WS-DQ-IX >= WS-DQ-COUNT
               ADD 1 TO WS-DQ-IX
               IF WS-DQ-FIELD-ID(WS-DQ-IX) = BC-FIELD-ID
                       AND WS-DQ-RULE-TYPE(WS-DQ-IX) = WS-DQ-TALLY-TYPE
                   SET WS-DQ-FOUND TO TRUE
                END-IF
            END-PERFORM
           IF NOT WS-DQ-FOUND
               IF WS-DQ-COUNT >= 500
                   IF NOT WS-DQ-FULL
                       DISPLAY "Data-quality tally table is full - "
                           "field/rule pairs beyond 500 are not "
                           "kept on DQHIST."
                       SET WS-DQ-FULL TO TRUE
                    END-IF
                ELSE
                   ADD 1 TO WS-DQ-COUNT
                   MOVE WS-DQ-COUNT TO WS-DQ-IX
                   MOVE BC-FIELD-ID TO WS-DQ-FIELD-ID(WS-DQ-IX)
                   MOVE WS-DQ-TALLY-TYPE TO WS-DQ-RULE-TYPE(WS-DQ-IX)
                   MOVE ZERO TO WS-DQ-PASS-COUNT(WS-DQ-IX)
                   MOVE ZERO TO WS-DQ-FAIL-COUNT(WS-DQ-IX)
                   SET WS-DQ-FOUND TO TRUE
                END-IF
            END-IF
           IF WS-DQ-FOUND
               IF WS-DQ-TALLY-FAILED
                   ADD 1 TO WS-DQ-FAIL-COUNT(WS-DQ-IX)
                ELSE
                   ADD 1 TO WS-DQ-PASS-COUNT(WS-DQ-IX)
                END-IF
            END-IF.

       7500-RUN-INTERACTIVE-MODE.
           MOVE CONTROL-TRAILER-RECORD TO BLANK-AUDIT-REPORT-RECORD
           WRITE BLANK-AUDIT-REPORT-RECORD.

       9700-WRITE-DQ-HISTORY.
      * The night's counts per field id and rule type go on the
      * permanent data-quality history DQ-SCORECARD reads. The
      * run-control skip above keeps a business date from being
      * written twice.
           OPEN EXTEND DQ-HISTORY-FILE
           IF WS-DQ-FILE-STATUS = "35"
               OPEN OUTPUT DQ-HISTORY-FILE
            END-IF
           IF WS-DQ-FILE-STATUS NOT = "00"
               DISPLAY "DQHIST could not be opened - tonight's "
                   "data-quality counts are not kept."
            ELSE
               MOVE ZERO TO WS-DQ-IX
               PERFORM UNTIL WS-DQ-IX >= WS-DQ-COUNT
                   ADD 1 TO WS-DQ-IX
                   MOVE WS-RUN-DATE TO DQ-BUSINESS-DATE
                   MOVE WS-DQ-FIELD-ID(WS-DQ-IX) TO DQ-FIELD-ID
                   MOVE WS-DQ-RULE-TYPE(WS-DQ-IX) TO DQ-RULE-TYPE
                   MOVE WS-DQ-PASS-COUNT(WS-DQ-IX) TO DQ-PASS-COUNT
                   MOVE WS-DQ-FAIL-COUNT(WS-DQ-IX) TO DQ-FAIL-COUNT
                   WRITE DQ-HISTORY-RECORD
                END-PERFORM
               CLOSE DQ-HISTORY-FILE
            END-IF.

       9300-WRITE-AUDIT-LOG.
           PERFORM 0050-SET-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR
