               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CO-FILE-STATUS.

           SELECT QUIZ-REQUEST-FILE ASSIGN TO "QUIZREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QR-FILE-STATUS.
           SELECT QUIZ-SORT-FILE ASSIGN TO "QUIZSORT".
           SELECT QUIZ-SHEET-FILE ASSIGN TO "QUIZSHT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QS-FILE-STATUS.
           SELECT QUIZ-KEY-FILE ASSIGN TO "QUIZKEY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QK-FILE-STATUS.
           SELECT QUIZ-QUESTION-FILE ASSIGN TO "QUIZQST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QQ-FILE-STATUS.
           SELECT EMPLOYEE-ROSTER-FILE ASSIGN TO "EMPROSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-EMPLOYEE-ID
               FILE STATUS IS WS-ER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MULT-TABLE-REPORT-FILE.
       FD  CONSOLE-OPERATOR-FILE.
       01  CONSOLE-OPERATOR-RECORD PIC X(20).

       FD  QUIZ-REQUEST-FILE.
       COPY QUIZREQ.

       SD  QUIZ-SORT-FILE.
       01  QUIZ-SORT-RECORD.
           05  QZ-EMPLOYEE-ID      PIC X(6).
           05  QZ-REQUEST-SEQ      PIC 9(5).
           05  QZ-TABLE-NUMBER     PIC 9(5).
           05  QZ-MULTIPLIER-MAX   PIC 9(2).
           05  QZ-QUESTION-COUNT   PIC 9(2).

       FD  QUIZ-SHEET-FILE.
       01  QUIZ-SHEET-RECORD       PIC X(80).

       FD  QUIZ-KEY-FILE.
       01  QUIZ-KEY-RECORD         PIC X(80).

       FD  QUIZ-QUESTION-FILE.
       COPY QUIZQST.

       FD  EMPLOYEE-ROSTER-FILE.
       COPY EMPROSTR.

       WORKING-STORAGE SECTION.
       COPY CTLTRAIL.
       01  WS-CO-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-RC-STATUS-VALUE PIC X(10) VALUE SPACES.
       01  WS-TABLES-COUNT PIC 9(7) VALUE ZERO.
       01  WS-LINES-COUNT PIC 9(7) VALUE ZERO.
       01  WS-QR-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-QS-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-QK-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-QQ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-ER-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-ROSTER-AVAIL-SW PIC X VALUE "N".
           88 WS-ROSTER-AVAIL VALUE "Y".
       01  WS-QZ-EOF-SW PIC X VALUE "N".
           88 WS-QZ-EOF VALUE "Y".
       01  WS-QZ-SORT-EOF-SW PIC X VALUE "N".
           88 WS-QZ-SORT-EOF VALUE "Y".
       01  WS-QZ-REQUEST-OK-SW PIC X VALUE "N".
           88 WS-QZ-REQUEST-OK VALUE "Y".
       01  WS-RANDOM-SEED PIC 9(8) VALUE ZERO.
       01  WS-RANDOM-FRACTION PIC V9(9) VALUE ZERO.
       01  WS-RANDOM-SEEDED-SW PIC X VALUE "N".
           88 WS-RANDOM-SEEDED VALUE "Y".
       01  WS-QZ-SITTING-TIME PIC X(4) VALUE SPACES.
       01  WS-QZ-CUR-EMPLOYEE-ID PIC X(6) VALUE SPACES.
       01  WS-QZ-TRAINEE-NAME PIC X(40) VALUE SPACES.
       01  WS-QZ-REQUEST-SEQ PIC 9(5) VALUE ZERO.
       01  WS-QZ-REQUESTS-READ PIC 9(5) VALUE ZERO.
       01  WS-QZ-REQUESTS-SKIPPED PIC 9(5) VALUE ZERO.
       01  WS-QZ-SHEETS-COUNT PIC 9(5) VALUE ZERO.
       01  WS-QZ-QUESTIONS-WRITTEN PIC 9(7) VALUE ZERO.
      * One trainee's questions, gathered from all of the trainee's
      * request cards and shuffled before the sheet is printed.
       01  WS-QZ-MAX-QUESTIONS PIC 9(3) VALUE 200.
       01  WS-QZ-QUESTION-COUNT PIC 9(3) VALUE ZERO.
       01  WS-QZ-QUESTION-TABLE.
           05  WS-QZ-QUESTION OCCURS 200 TIMES.
               10  WS-QZ-Q-TABLE       PIC 9(5).
               10  WS-QZ-Q-MULTIPLIER  PIC 9(2).
      * Multipliers already drawn for the current request, so no
      * question repeats until every multiplier has had its turn.
       01  WS-QZ-USED-TABLE.
           05  WS-QZ-USED PIC X OCCURS 99 TIMES.
       01  WS-QZ-USED-COUNT PIC 9(3) VALUE ZERO.
       01  WS-QZ-PICK PIC 9(3) VALUE ZERO.
       01  WS-QZ-IX PIC 9(3) VALUE ZERO.
       01  WS-QZ-JX PIC 9(3) VALUE ZERO.
       01  WS-QZ-SWAP-TABLE PIC 9(5) VALUE ZERO.
       01  WS-QZ-SWAP-MULTIPLIER PIC 9(2) VALUE ZERO.
       01  WS-QZ-ANSWER PIC 9(7) VALUE ZERO.
       01  WS-QZ-TABLE-EDIT PIC Z(4)9.
       01  WS-QZ-MULTIPLIER-EDIT PIC Z9.
       01  WS-QZ-ANSWER-EDIT PIC Z(6)9.

       PROCEDURE DIVISION.
           PERFORM 0060-READ-CONSOLE-OPERATOR
      * A QUIZREQ dataset turns the run into a quiz run for the
      * training desk: worksheets instead of finished tables, so
      * MULTRPT is left alone.
           OPEN INPUT QUIZ-REQUEST-FILE
           IF WS-QR-FILE-STATUS = "00"
               PERFORM 8000-RUN-QUIZ-MODE
               GOBACK
            END-IF
           OPEN INPUT NUMBERS-LIST-FILE
           IF WS-NL-FILE-STATUS = "00"
               SET WS-IS-BATCH-MODE TO TRUE
               ADD 1 TO WS-LINES-COUNT
           END-PERFORM.

       8000-RUN-QUIZ-MODE.
      * One quiz sheet per trainee on QUIZSHT with the questions
      * from all the trainee's request cards shuffled together and
      * the answers left blank, the same questions answered on
      * QUIZKEY, and one QUIZQST record per question for
      * QUIZ-SCORE to mark the keyed answers against. The sitting
      * date and time printed on both identify this run.
           PERFORM 0050-SET-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-QZ-SITTING-TIME
           OPEN OUTPUT QUIZ-QUESTION-FILE
           IF WS-QQ-FILE-STATUS NOT = "00"
               DISPLAY "QUIZQST cannot be opened for output - no "
                   "quiz sheets printed."
               MOVE "QUIZQST UNAVAILABLE" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               CLOSE QUIZ-REQUEST-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
           OPEN OUTPUT QUIZ-SHEET-FILE
           OPEN OUTPUT QUIZ-KEY-FILE
           OPEN INPUT EMPLOYEE-ROSTER-FILE
           IF WS-ER-FILE-STATUS = "00"
               SET WS-ROSTER-AVAIL TO TRUE
            END-IF
           SORT QUIZ-SORT-FILE
               ASCENDING KEY QZ-EMPLOYEE-ID
               ASCENDING KEY QZ-REQUEST-SEQ
               INPUT PROCEDURE 8100-RELEASE-QUIZ-REQUESTS
               OUTPUT PROCEDURE 8200-PRINT-QUIZ-SHEETS
           MOVE SPACES TO QUIZ-KEY-RECORD
           STRING "Quiz requests read: " WS-QZ-REQUESTS-READ
               "  Skipped: " WS-QZ-REQUESTS-SKIPPED
               DELIMITED BY SIZE INTO QUIZ-KEY-RECORD
           WRITE QUIZ-KEY-RECORD
           MOVE SPACES TO QUIZ-KEY-RECORD
           STRING "Quiz sheets printed: " WS-QZ-SHEETS-COUNT
               "  Questions set: " WS-QZ-QUESTIONS-WRITTEN
               DELIMITED BY SIZE INTO QUIZ-KEY-RECORD
           WRITE QUIZ-KEY-RECORD
           IF WS-ROSTER-AVAIL
               CLOSE EMPLOYEE-ROSTER-FILE
            END-IF
           CLOSE QUIZ-KEY-FILE
           CLOSE QUIZ-SHEET-FILE
           CLOSE QUIZ-QUESTION-FILE
           IF WS-QZ-REQUESTS-SKIPPED > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF
           MOVE "QUIZ SHEETS PRINTED" TO WS-AUDIT-OUTCOME
           PERFORM 9300-WRITE-AUDIT-LOG.

       8100-RELEASE-QUIZ-REQUESTS.
           PERFORM UNTIL WS-QZ-EOF
               READ QUIZ-REQUEST-FILE
                   AT END
                       SET WS-QZ-EOF TO TRUE
                   NOT AT END
                       PERFORM 8150-EDIT-QUIZ-REQUEST
                END-READ
            END-PERFORM
           CLOSE QUIZ-REQUEST-FILE.

       8150-EDIT-QUIZ-REQUEST.
           ADD 1 TO WS-QZ-REQUESTS-READ
           SET WS-QZ-REQUEST-OK TO TRUE
           IF QR-EMPLOYEE-ID = SPACES
                   OR QR-TABLE-NUMBER NOT NUMERIC
                   OR QR-MULTIPLIER-MAX NOT NUMERIC
                   OR QR-QUESTION-COUNT NOT NUMERIC
               MOVE "N" TO WS-QZ-REQUEST-OK-SW
            ELSE
               IF QR-TABLE-NUMBER = ZERO
                       OR QR-MULTIPLIER-MAX = ZERO
                       OR QR-QUESTION-COUNT = ZERO
                   MOVE "N" TO WS-QZ-REQUEST-OK-SW
                END-IF
            END-IF
           IF WS-QZ-REQUEST-OK
               ADD 1 TO WS-QZ-REQUEST-SEQ
               MOVE QR-EMPLOYEE-ID TO QZ-EMPLOYEE-ID
               MOVE WS-QZ-REQUEST-SEQ TO QZ-REQUEST-SEQ
               MOVE QR-TABLE-NUMBER TO QZ-TABLE-NUMBER
               MOVE QR-MULTIPLIER-MAX TO QZ-MULTIPLIER-MAX
               MOVE QR-QUESTION-COUNT TO QZ-QUESTION-COUNT
               RELEASE QUIZ-SORT-RECORD
            ELSE
               ADD 1 TO WS-QZ-REQUESTS-SKIPPED
               DISPLAY "Skipping QUIZREQ record " WS-QZ-REQUESTS-READ
                   " - employee id, table number, multiplier max "
                   "and question count are all required."
            END-IF.

       8200-PRINT-QUIZ-SHEETS.
           MOVE SPACES TO WS-QZ-CUR-EMPLOYEE-ID
           MOVE ZERO TO WS-QZ-QUESTION-COUNT
           PERFORM UNTIL WS-QZ-SORT-EOF
               RETURN QUIZ-SORT-FILE
                   AT END
                       SET WS-QZ-SORT-EOF TO TRUE
                   NOT AT END
                       IF QZ-EMPLOYEE-ID NOT = WS-QZ-CUR-EMPLOYEE-ID
                           IF WS-QZ-QUESTION-COUNT > ZERO
                               PERFORM 8400-PRINT-TRAINEE-QUIZ
                            END-IF
                           MOVE QZ-EMPLOYEE-ID TO WS-QZ-CUR-EMPLOYEE-ID
                           MOVE ZERO TO WS-QZ-QUESTION-COUNT
                        END-IF
                       PERFORM 8300-DRAW-REQUEST-QUESTIONS
                END-RETURN
            END-PERFORM
           IF WS-QZ-QUESTION-COUNT > ZERO
               PERFORM 8400-PRINT-TRAINEE-QUIZ
            END-IF.

       8300-DRAW-REQUEST-QUESTIONS.
      * Multipliers run 1 up to the card's maximum, drawn without
      * repeats until all have been used, then afresh.
           IF WS-QZ-QUESTION-COUNT + QZ-QUESTION-COUNT
                   > WS-QZ-MAX-QUESTIONS
               ADD 1 TO WS-QZ-REQUESTS-SKIPPED
               DISPLAY "Skipping QUIZREQ table " QZ-TABLE-NUMBER
                   " for " QZ-EMPLOYEE-ID " - the sheet would pass "
                   WS-QZ-MAX-QUESTIONS " questions."
            ELSE
               MOVE ALL "N" TO WS-QZ-USED-TABLE
               MOVE ZERO TO WS-QZ-USED-COUNT
               PERFORM QZ-QUESTION-COUNT TIMES
                   PERFORM 8350-DRAW-MULTIPLIER
                   ADD 1 TO WS-QZ-QUESTION-COUNT
                   MOVE QZ-TABLE-NUMBER
                       TO WS-QZ-Q-TABLE(WS-QZ-QUESTION-COUNT)
                   MOVE WS-QZ-PICK
                       TO WS-QZ-Q-MULTIPLIER(WS-QZ-QUESTION-COUNT)
                END-PERFORM
            END-IF.

       8350-DRAW-MULTIPLIER.
           IF WS-QZ-USED-COUNT NOT < QZ-MULTIPLIER-MAX
               MOVE ALL "N" TO WS-QZ-USED-TABLE
               MOVE ZERO TO WS-QZ-USED-COUNT
            END-IF
           PERFORM 8500-NEXT-RANDOM
           COMPUTE WS-QZ-PICK =
               1 + QZ-MULTIPLIER-MAX * WS-RANDOM-FRACTION
           PERFORM UNTIL WS-QZ-USED(WS-QZ-PICK) = "N"
               ADD 1 TO WS-QZ-PICK
               IF WS-QZ-PICK > QZ-MULTIPLIER-MAX
                   MOVE 1 TO WS-QZ-PICK
                END-IF
            END-PERFORM
           MOVE "Y" TO WS-QZ-USED(WS-QZ-PICK)
           ADD 1 TO WS-QZ-USED-COUNT.

       8400-PRINT-TRAINEE-QUIZ.
      * Shuffle so the trainee's tables come mixed, not in blocks.
           PERFORM VARYING WS-QZ-IX FROM WS-QZ-QUESTION-COUNT BY -1
                   UNTIL WS-QZ-IX < 2
               PERFORM 8500-NEXT-RANDOM
               COMPUTE WS-QZ-JX = 1 + WS-QZ-IX * WS-RANDOM-FRACTION
               MOVE WS-QZ-Q-TABLE(WS-QZ-IX) TO WS-QZ-SWAP-TABLE
               MOVE WS-QZ-Q-MULTIPLIER(WS-QZ-IX)
                   TO WS-QZ-SWAP-MULTIPLIER
               MOVE WS-QZ-Q-TABLE(WS-QZ-JX) TO WS-QZ-Q-TABLE(WS-QZ-IX)
               MOVE WS-QZ-Q-MULTIPLIER(WS-QZ-JX)
                   TO WS-QZ-Q-MULTIPLIER(WS-QZ-IX)
               MOVE WS-QZ-SWAP-TABLE TO WS-QZ-Q-TABLE(WS-QZ-JX)
               MOVE WS-QZ-SWAP-MULTIPLIER
                   TO WS-QZ-Q-MULTIPLIER(WS-QZ-JX)
            END-PERFORM
           PERFORM 8450-RESOLVE-TRAINEE-NAME
           MOVE SPACES TO QUIZ-SHEET-RECORD
           STRING "TIMES-TABLE QUIZ" DELIMITED BY SIZE
               INTO QUIZ-SHEET-RECORD
           WRITE QUIZ-SHEET-RECORD
           MOVE SPACES TO QUIZ-KEY-RECORD
           STRING "TIMES-TABLE QUIZ - ANSWER KEY" DELIMITED BY SIZE
               INTO QUIZ-KEY-RECORD
           WRITE QUIZ-KEY-RECORD
           MOVE SPACES TO QUIZ-SHEET-RECORD
           STRING "Trainee: " WS-QZ-CUR-EMPLOYEE-ID " "
               WS-QZ-TRAINEE-NAME DELIMITED BY SIZE
               INTO QUIZ-SHEET-RECORD
           WRITE QUIZ-SHEET-RECORD
           MOVE QUIZ-SHEET-RECORD TO QUIZ-KEY-RECORD
           WRITE QUIZ-KEY-RECORD
           MOVE SPACES TO QUIZ-SHEET-RECORD
           STRING "Sitting: " WS-RUN-DATE " " WS-QZ-SITTING-TIME
               DELIMITED BY SIZE INTO QUIZ-SHEET-RECORD
           WRITE QUIZ-SHEET-RECORD
           MOVE QUIZ-SHEET-RECORD TO QUIZ-KEY-RECORD
           WRITE QUIZ-KEY-RECORD
           MOVE SPACES TO QUIZ-SHEET-RECORD
           STRING "Write your answer on the line after each "
               "question." DELIMITED BY SIZE INTO QUIZ-SHEET-RECORD
           WRITE QUIZ-SHEET-RECORD
           MOVE SPACES TO QUIZ-SHEET-RECORD
           WRITE QUIZ-SHEET-RECORD
           MOVE SPACES TO QUIZ-KEY-RECORD
           WRITE QUIZ-KEY-RECORD
           PERFORM VARYING WS-QZ-IX FROM 1 BY 1
                   UNTIL WS-QZ-IX > WS-QZ-QUESTION-COUNT
               COMPUTE WS-QZ-ANSWER = WS-QZ-Q-TABLE(WS-QZ-IX)
                   * WS-QZ-Q-MULTIPLIER(WS-QZ-IX)
               MOVE WS-QZ-Q-TABLE(WS-QZ-IX) TO WS-QZ-TABLE-EDIT
               MOVE WS-QZ-Q-MULTIPLIER(WS-QZ-IX)
                   TO WS-QZ-MULTIPLIER-EDIT
               MOVE WS-QZ-ANSWER TO WS-QZ-ANSWER-EDIT
               MOVE SPACES TO QUIZ-SHEET-RECORD
               STRING "  Q" WS-QZ-IX ".  " WS-QZ-TABLE-EDIT " x "
                   WS-QZ-MULTIPLIER-EDIT " = ____________"
                   DELIMITED BY SIZE INTO QUIZ-SHEET-RECORD
               WRITE QUIZ-SHEET-RECORD
               MOVE SPACES TO QUIZ-KEY-RECORD
               STRING "  Q" WS-QZ-IX ".  " WS-QZ-TABLE-EDIT " x "
                   WS-QZ-MULTIPLIER-EDIT " = " WS-QZ-ANSWER-EDIT
                   DELIMITED BY SIZE INTO QUIZ-KEY-RECORD
               WRITE QUIZ-KEY-RECORD
               MOVE WS-RUN-DATE TO QQ-SITTING-DATE
               MOVE WS-QZ-SITTING-TIME TO QQ-SITTING-TIME
               MOVE WS-QZ-CUR-EMPLOYEE-ID TO QQ-EMPLOYEE-ID
               MOVE WS-QZ-IX TO QQ-QUESTION-NO
               MOVE WS-QZ-Q-TABLE(WS-QZ-IX) TO QQ-TABLE-NUMBER
               MOVE WS-QZ-Q-MULTIPLIER(WS-QZ-IX) TO QQ-MULTIPLIER
               MOVE WS-QZ-ANSWER TO QQ-ANSWER
               WRITE QUIZ-QUESTION-RECORD
               ADD 1 TO WS-QZ-QUESTIONS-WRITTEN
            END-PERFORM
           MOVE WS-PAGE-BREAK TO QUIZ-SHEET-RECORD
           WRITE QUIZ-SHEET-RECORD
           MOVE WS-PAGE-BREAK TO QUIZ-KEY-RECORD
           WRITE QUIZ-KEY-RECORD
           ADD 1 TO WS-QZ-SHEETS-COUNT.

       8450-RESOLVE-TRAINEE-NAME.
           MOVE "(NOT ON ROSTER)" TO WS-QZ-TRAINEE-NAME
           IF WS-ROSTER-AVAIL
               MOVE WS-QZ-CUR-EMPLOYEE-ID TO ER-EMPLOYEE-ID
               READ EMPLOYEE-ROSTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ER-EMPLOYEE-NAME TO WS-QZ-TRAINEE-NAME
                END-READ
            END-IF.

       8500-NEXT-RANDOM.
           IF NOT WS-RANDOM-SEEDED
               MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RANDOM-SEED
               COMPUTE WS-RANDOM-FRACTION =
                   FUNCTION RANDOM(WS-RANDOM-SEED)
               SET WS-RANDOM-SEEDED TO TRUE
            ELSE
               COMPUTE WS-RANDOM-FRACTION = FUNCTION RANDOM
            END-IF.

       9000-WRITE-REPORT-HEADER.
           PERFORM 0050-SET-BUSINESS-DATE
           MOVE SPACES TO MULT-REPORT-RECORD
