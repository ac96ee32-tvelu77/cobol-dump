       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUIZ-SCORE.
       AUTHOR. Thomas VELU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUIZ-QUESTION-FILE ASSIGN TO "QUIZQST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QQ-FILE-STATUS.
           SELECT QUIZ-ANSWER-FILE ASSIGN TO "QUIZANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QA-FILE-STATUS.
           SELECT ANSWER-SORT-FILE ASSIGN TO "ANSSORT".
           SELECT QUIZ-SCORE-FILE ASSIGN TO "QUIZSCOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QC-FILE-STATUS.
           SELECT SCORE-SORT-FILE ASSIGN TO "SCORSORT".
           SELECT EMPLOYEE-ROSTER-FILE ASSIGN TO "EMPROSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-EMPLOYEE-ID
               FILE STATUS IS WS-ER-FILE-STATUS.
           SELECT QUIZ-RESULTS-REPORT-FILE ASSIGN TO "QUIZRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.
           SELECT AUDIT-SEQ-FILE ASSIGN TO "AUDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUIZ-QUESTION-FILE.
       COPY QUIZQST.

       FD  QUIZ-ANSWER-FILE.
       COPY QUIZANS.

       SD  ANSWER-SORT-FILE.
       01  ANSWER-SORT-RECORD.
           05  AS-EMPLOYEE-ID      PIC X(6).
           05  AS-QUESTION-NO      PIC 9(3).
           05  AS-CARD-SEQ         PIC 9(5).
           05  AS-ANSWER           PIC X(7).

       FD  QUIZ-SCORE-FILE.
       COPY QUIZSCOR.

       SD  SCORE-SORT-FILE.
       01  SCORE-SORT-RECORD.
           05  SS-EMPLOYEE-ID      PIC X(6).
           05  SS-TABLE-NUMBER     PIC 9(5).
           05  SS-ASKED            PIC 9(3).
           05  SS-RIGHT            PIC 9(3).
           05  SS-THIS-SITTING     PIC X(1).

       FD  EMPLOYEE-ROSTER-FILE.
       COPY EMPROSTR.

       FD  QUIZ-RESULTS-REPORT-FILE.
       01  QUIZ-RESULTS-REPORT-RECORD PIC X(100).

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  AUDIT-SEQ-FILE.
       01  AUDIT-SEQ-RECORD.
           05  SQ-NEXT-SEQUENCE    PIC 9(7).

       WORKING-STORAGE SECTION.
       COPY FLDCHECK.
       01  WS-QQ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-QA-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-QC-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-ER-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SQ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-SEQUENCE PIC 9(7) VALUE ZERO.
       01  WS-AUDIT-OUTCOME PIC X(20) VALUE SPACES.
       01  WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01  WS-SORT-EOF-SW PIC X VALUE "N".
           88 WS-SORT-EOF VALUE "Y".
       01  WS-ROSTER-AVAIL-SW PIC X VALUE "N".
           88 WS-ROSTER-AVAIL VALUE "Y".
       01  WS-SITTING-SCORED-SW PIC X VALUE "N".
           88 WS-SITTING-SCORED VALUE "Y".
       01  WS-KEYED-SW PIC X VALUE "N".
           88 WS-ANSWER-KEYED VALUE "Y".
       01  WS-SITTING-DATE PIC X(10) VALUE SPACES.
       01  WS-SITTING-TIME PIC X(4) VALUE SPACES.
      * The training desk's pass mark: a table the trainee scores
      * below this across all sittings on file needs more practice.
       01  WS-PASS-PCT PIC 9(3) VALUE 80.
      * Match keys for the question file and the sorted answers;
      * HIGH-VALUES marks a side that has run out.
       01  WS-QQ-KEY.
           05  WS-QQ-KEY-EMPLOYEE  PIC X(6).
           05  WS-QQ-KEY-QUESTION  PIC 9(3).
       01  WS-AS-KEY.
           05  WS-AS-KEY-EMPLOYEE  PIC X(6).
           05  WS-AS-KEY-QUESTION  PIC 9(3).
       01  WS-LAST-MARKED-KEY PIC X(9) VALUE SPACES.
       01  WS-CUR-EMPLOYEE-ID PIC X(6) VALUE SPACES.
       01  WS-DISPLAY-NAME PIC X(40) VALUE SPACES.
       01  WS-CARD-SEQ PIC 9(5) VALUE ZERO.
       01  WS-KEYED-ANSWER PIC 9(7) VALUE ZERO.
       01  WS-MARK PIC X(20) VALUE SPACES.
       01  WS-REJECT-REASON PIC X(40) VALUE SPACES.
      * The current trainee's tables for this sitting. A sheet never
      * carries more than 200 questions, so 200 tables is the most
      * one trainee can have.
       01  WS-TB-COUNT PIC 9(3) VALUE ZERO.
       01  WS-TB-IX PIC 9(3) VALUE ZERO.
       01  WS-TB-TABLE-AREA.
           05  WS-TB-ENTRY OCCURS 200 TIMES.
               10  WS-TB-TABLE         PIC 9(5).
               10  WS-TB-ASKED         PIC 9(3).
               10  WS-TB-ANSWERED      PIC 9(3).
               10  WS-TB-RIGHT         PIC 9(3).
      * One trainee's tables pooled over every sitting on QUIZSCOR,
      * for the weakest-tables section.
       01  WS-WK-MAX PIC 9(3) VALUE 100.
       01  WS-WK-COUNT PIC 9(3) VALUE ZERO.
       01  WS-WK-IX PIC 9(3) VALUE ZERO.
       01  WS-WK-PICK PIC 9(3) VALUE ZERO.
       01  WS-WK-LISTED PIC 9(1) VALUE ZERO.
       01  WS-WK-EMPLOYEE-ID PIC X(6) VALUE SPACES.
       01  WS-WK-SAT-SW PIC X VALUE "N".
           88 WS-WK-SAT VALUE "Y".
       01  WS-WK-OVERFLOW-SW PIC X VALUE "N".
           88 WS-WK-OVERFLOW VALUE "Y".
       01  WS-WK-PRACTICE-SW PIC X VALUE "N".
           88 WS-WK-NEEDS-PRACTICE VALUE "Y".
       01  WS-WK-TABLE-AREA.
           05  WS-WK-ENTRY OCCURS 100 TIMES.
               10  WS-WK-TABLE         PIC 9(5).
               10  WS-WK-ASKED         PIC 9(7).
               10  WS-WK-RIGHT         PIC 9(7).
               10  WS-WK-PCT           PIC 9(3).
               10  WS-WK-PICKED        PIC X(1).
       01  WS-SCORE-PCT PIC 9(3) VALUE ZERO.
       01  WS-ANSWERS-READ PIC 9(5) VALUE ZERO.
       01  WS-ANSWERS-REJECTED PIC 9(5) VALUE ZERO.
       01  WS-TRAINEES-MARKED PIC 9(5) VALUE ZERO.
       01  WS-QUESTIONS-MARKED PIC 9(7) VALUE ZERO.
       01  WS-QUESTIONS-ANSWERED PIC 9(7) VALUE ZERO.
       01  WS-QUESTIONS-RIGHT PIC 9(7) VALUE ZERO.
       01  WS-SCORES-WRITTEN PIC 9(5) VALUE ZERO.
       01  WS-PRACTICE-COUNT PIC 9(5) VALUE ZERO.
       01  WS-TABLE-EDIT PIC Z(4)9.
       01  WS-MULTIPLIER-EDIT PIC Z9.
       01  WS-ANSWER-EDIT PIC Z(6)9.
       01  WS-PCT-EDIT PIC ZZ9.
       01  WS-COUNT-EDIT PIC Z(6)9.
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
      * Marks the training desk's keyed quiz answers against the
      * questions PRINT-MULTIPLICATION-TABLE set for the sitting on
      * QUIZQST, appends one score per trainee per table to the
      * QUIZSCOR running record, and prints every trainee's marked
      * answers followed by their weakest tables pooled over every
      * sitting on file. A sitting is scored once - a second run
      * against the same QUIZQST would count every question twice.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-MONTH
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DAY
           PERFORM 0100-READ-SITTING
           PERFORM 0200-CHECK-PRIOR-SCORING
           OPEN INPUT QUIZ-ANSWER-FILE
           IF WS-QA-FILE-STATUS NOT = "00"
               DISPLAY "Keyed answer file QUIZANS is not available - "
                   "nothing scored."
               MOVE "QUIZANS MISSING" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           OPEN INPUT EMPLOYEE-ROSTER-FILE
           IF WS-ER-FILE-STATUS = "00"
               SET WS-ROSTER-AVAIL TO TRUE
            END-IF
           OPEN OUTPUT QUIZ-RESULTS-REPORT-FILE
           PERFORM 9000-WRITE-REPORT-HEADER
           SORT ANSWER-SORT-FILE
               ASCENDING KEY AS-EMPLOYEE-ID
               ASCENDING KEY AS-QUESTION-NO
               ASCENDING KEY AS-CARD-SEQ
               INPUT PROCEDURE 1000-RELEASE-ANSWERS
               OUTPUT PROCEDURE 2000-MARK-ANSWERS
           SORT SCORE-SORT-FILE
               ASCENDING KEY SS-EMPLOYEE-ID
               ASCENDING KEY SS-TABLE-NUMBER
               INPUT PROCEDURE 3000-RELEASE-SCORE-HISTORY
               OUTPUT PROCEDURE 3100-PRINT-WEAKEST-TABLES
           PERFORM 9200-WRITE-REPORT-SUMMARY
           CLOSE QUIZ-RESULTS-REPORT-FILE
           IF WS-ROSTER-AVAIL
               CLOSE EMPLOYEE-ROSTER-FILE
            END-IF
           IF WS-ANSWERS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF
           MOVE "QUIZ SCORED" TO WS-AUDIT-OUTCOME
           PERFORM 9300-WRITE-AUDIT-LOG
           STOP RUN.

       0100-READ-SITTING.
           OPEN INPUT QUIZ-QUESTION-FILE
           IF WS-QQ-FILE-STATUS = "00"
               READ QUIZ-QUESTION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE QQ-SITTING-DATE TO WS-SITTING-DATE
                       MOVE QQ-SITTING-TIME TO WS-SITTING-TIME
                END-READ
               CLOSE QUIZ-QUESTION-FILE
            END-IF
           IF WS-SITTING-DATE = SPACES
               DISPLAY "Quiz question file QUIZQST is missing or "
                   "empty - nothing to score against."
               MOVE "QUIZQST MISSING" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       0200-CHECK-PRIOR-SCORING.
      * QUIZSCOR appends, so a rerun would count the sitting twice
      * in every trainee's running record. Scores already on file
      * for this sitting mean it was marked - stop.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QUIZ-SCORE-FILE
           IF WS-QC-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ QUIZ-SCORE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF QC-SITTING-DATE = WS-SITTING-DATE
                                   AND QC-SITTING-TIME =
                                       WS-SITTING-TIME
                               SET WS-EOF TO TRUE
                               SET WS-SITTING-SCORED TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
               CLOSE QUIZ-SCORE-FILE
            END-IF
           IF WS-SITTING-SCORED
               DISPLAY "Sitting " WS-SITTING-DATE " " WS-SITTING-TIME
                   " already has scores on QUIZSCOR - not rescored."
               MOVE "ALREADY SCORED" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
           MOVE "N" TO WS-EOF-SW.

       1000-RELEASE-ANSWERS.
      * The card sequence keeps a question keyed twice in keying
      * order: the first card is marked, the later ones rejected.
           PERFORM UNTIL WS-EOF
               READ QUIZ-ANSWER-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ANSWERS-READ
                       IF QA-QUESTION-NO IS NUMERIC
                               AND QA-EMPLOYEE-ID NOT = SPACES
                           ADD 1 TO WS-CARD-SEQ
                           MOVE QA-EMPLOYEE-ID TO AS-EMPLOYEE-ID
                           MOVE QA-QUESTION-NO TO AS-QUESTION-NO
                           MOVE WS-CARD-SEQ TO AS-CARD-SEQ
                           MOVE QA-ANSWER TO AS-ANSWER
                           RELEASE ANSWER-SORT-RECORD
                        ELSE
                           MOVE "EMPLOYEE ID OR QUESTION NUMBER INVALID"
                               TO WS-REJECT-REASON
                           ADD 1 TO WS-ANSWERS-REJECTED
                           MOVE SPACES TO QUIZ-RESULTS-REPORT-RECORD
                           STRING "REJECTED  " QA-EMPLOYEE-ID " Q"
                               QA-QUESTION-NO "  Keyed: " QA-ANSWER
                               "  " WS-REJECT-REASON
                               DELIMITED BY SIZE
                               INTO QUIZ-RESULTS-REPORT-RECORD
                           WRITE QUIZ-RESULTS-REPORT-RECORD
                        END-IF
                END-READ
            END-PERFORM
           CLOSE QUIZ-ANSWER-FILE.

       2000-MARK-ANSWERS.
      * Match-merge of the sitting's questions, in trainee and
      * question order as they were printed, against the sorted
      * answer cards. A question without a card is unanswered; a
      * card without a question is rejected.
           OPEN INPUT QUIZ-QUESTION-FILE
           OPEN EXTEND QUIZ-SCORE-FILE
           IF WS-QC-FILE-STATUS = "35"
               OPEN OUTPUT QUIZ-SCORE-FILE
            END-IF
           MOVE "N" TO WS-SORT-EOF-SW
           PERFORM 2050-READ-QUESTION
           PERFORM 2060-RETURN-ANSWER
           PERFORM UNTIL WS-QQ-KEY = HIGH-VALUES
                   AND WS-AS-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-AS-KEY < WS-QQ-KEY
                       PERFORM 2300-REJECT-ANSWER
                       PERFORM 2060-RETURN-ANSWER
                   WHEN WS-AS-KEY = WS-QQ-KEY
                       SET WS-ANSWER-KEYED TO TRUE
                       PERFORM 2200-MARK-QUESTION
                       MOVE WS-QQ-KEY TO WS-LAST-MARKED-KEY
                       PERFORM 2060-RETURN-ANSWER
                       PERFORM 2050-READ-QUESTION
                   WHEN OTHER
                       MOVE "N" TO WS-KEYED-SW
                       PERFORM 2200-MARK-QUESTION
                       PERFORM 2050-READ-QUESTION
                END-EVALUATE
            END-PERFORM
           IF WS-CUR-EMPLOYEE-ID NOT = SPACES
               PERFORM 2500-CLOSE-TRAINEE
            END-IF
           CLOSE QUIZ-SCORE-FILE
           CLOSE QUIZ-QUESTION-FILE.

       2050-READ-QUESTION.
           READ QUIZ-QUESTION-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-QQ-KEY
               NOT AT END
                   MOVE QQ-EMPLOYEE-ID TO WS-QQ-KEY-EMPLOYEE
                   MOVE QQ-QUESTION-NO TO WS-QQ-KEY-QUESTION
            END-READ.

       2060-RETURN-ANSWER.
           RETURN ANSWER-SORT-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-AS-KEY
               NOT AT END
                   MOVE AS-EMPLOYEE-ID TO WS-AS-KEY-EMPLOYEE
                   MOVE AS-QUESTION-NO TO WS-AS-KEY-QUESTION
            END-RETURN.

       2200-MARK-QUESTION.
           IF QQ-EMPLOYEE-ID NOT = WS-CUR-EMPLOYEE-ID
               IF WS-CUR-EMPLOYEE-ID NOT = SPACES
                   PERFORM 2500-CLOSE-TRAINEE
                END-IF
               MOVE QQ-EMPLOYEE-ID TO WS-CUR-EMPLOYEE-ID
               PERFORM 2400-START-TRAINEE
            END-IF
           ADD 1 TO WS-QUESTIONS-MARKED
           PERFORM 2250-FIND-TABLE-ENTRY
           ADD 1 TO WS-TB-ASKED(WS-TB-IX)
           IF NOT WS-ANSWER-KEYED
               MOVE "NOT KEYED" TO WS-MARK
            ELSE
               IF AS-ANSWER = SPACES
                   MOVE "BLANK" TO WS-MARK
                ELSE
                   ADD 1 TO WS-QUESTIONS-ANSWERED
                   ADD 1 TO WS-TB-ANSWERED(WS-TB-IX)
                   MOVE AS-ANSWER TO FC-VALUE
                   CALL "NUMERIC-FIELD-CHECK"
                       USING FIELD-CHECK-FIELDS
                   IF FC-FAILED
                       MOVE "WRONG (NOT A NUMBER)" TO WS-MARK
                    ELSE
                       COMPUTE WS-KEYED-ANSWER =
                           FUNCTION NUMVAL(AS-ANSWER)
                       IF WS-KEYED-ANSWER = QQ-ANSWER
                           MOVE "RIGHT" TO WS-MARK
                           ADD 1 TO WS-QUESTIONS-RIGHT
                           ADD 1 TO WS-TB-RIGHT(WS-TB-IX)
                        ELSE
                           MOVE "WRONG" TO WS-MARK
                        END-IF
                    END-IF
                END-IF
            END-IF
           MOVE QQ-TABLE-NUMBER TO WS-TABLE-EDIT
           MOVE QQ-MULTIPLIER TO WS-MULTIPLIER-EDIT
           MOVE QQ-ANSWER TO WS-ANSWER-EDIT
           MOVE SPACES TO QUIZ-RESULTS-REPORT-RECORD
           IF WS-ANSWER-KEYED
               STRING "    Q" QQ-QUESTION-NO ".  " WS-TABLE-EDIT
                   " x " WS-MULTIPLIER-EDIT " = " WS-ANSWER-EDIT
                   "   Keyed: " AS-ANSWER "   " WS-MARK
                   DELIMITED BY SIZE INTO QUIZ-RESULTS-REPORT-RECORD
            ELSE
               STRING "    Q" QQ-QUESTION-NO ".  " WS-TABLE-EDIT
                   " x " WS-MULTIPLIER-EDIT " = " WS-ANSWER-EDIT
                   "   Keyed:           " WS-MARK
                   DELIMITED BY SIZE INTO QUIZ-RESULTS-REPORT-RECORD
            END-IF
           WRITE QUIZ-RESULTS-REPORT-RECORD.

       2250-FIND-TABLE-ENTRY.
           PERFORM VARYING WS-TB-IX FROM 1 BY 1
                   UNTIL WS-TB-IX > WS-TB-COUNT
                   OR WS-TB-TABLE(WS-TB-IX) = QQ-TABLE-NUMBER
               CONTINUE
            END-PERFORM
           IF WS-TB-IX > WS-TB-COUNT
               ADD 1 TO WS-TB-COUNT
               MOVE WS-TB-COUNT TO WS-TB-IX
               MOVE QQ-TABLE-NUMBER TO WS-TB-TABLE(WS-TB-IX)
               MOVE ZERO TO WS-TB-ASKED(WS-TB-IX)
               MOVE ZERO TO WS-TB-ANSWERED(WS-TB-IX)
               MOVE ZERO TO WS-TB-RIGHT(WS-TB-IX)
            END-IF.

       2300-REJECT-ANSWER.
           IF WS-AS-KEY = WS-LAST-MARKED-KEY
               MOVE "ALREADY KEYED - FIRST CARD MARKED"
                   TO WS-REJECT-REASON
            ELSE
               MOVE "NO SUCH QUESTION FOR THIS SITTING"
                   TO WS-REJECT-REASON
            END-IF
           ADD 1 TO WS-ANSWERS-REJECTED
           MOVE SPACES TO QUIZ-RESULTS-REPORT-RECORD
           STRING "REJECTED  " AS-EMPLOYEE-ID " Q" AS-QUESTION-NO
               "  Keyed: " AS-ANSWER "  " WS-REJECT-REASON
               DELIMITED BY SIZE INTO QUIZ-RESULTS-REPORT-RECORD
           WRITE QUIZ-RESULTS-REPORT-RECORD.

       2400-START-TRAINEE.
           ADD 1 TO WS-TRAINEES-MARKED
           MOVE ZERO TO WS-TB-COUNT
           MOVE WS-CUR-EMPLOYEE-ID TO ER-EMPLOYEE-ID
           PERFORM 2450-RESOLVE-TRAINEE-NAME
           MOVE SPACES TO QUIZ-RESULTS-REPORT-RECORD
           WRITE QUIZ-RESULTS-REPORT-RECORD
           MOVE SPACES TO QUIZ-RESULTS-REPORT-RECORD
           STRING "Trainee: " WS-CUR-EMPLOYEE-ID " " WS-DISPLAY-NAME
               DELIMITED BY SIZE INTO QUIZ-RESULTS-REPORT-RECORD
           WRITE QUIZ-RESULTS-REPORT-RECORD.

       2450-RESOLVE-TRAINEE-NAME.
           MOVE "(NOT ON ROSTER)" TO WS-DISPLAY-NAME
           IF WS-ROSTER-AVAIL
               READ EMPLOYEE-ROSTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ER-EMPLOYEE-NAME TO WS-DISPLAY-NAME
                END-READ
            END-IF.

       2500-CLOSE-TRAINEE.
      * One score per table the trainee was set this sitting.
           PERFORM VARYING WS-TB-IX FROM 1 BY 1
                   UNTIL WS-TB-IX > WS-TB-COUNT
               COMPUTE WS-SCORE-PCT =
                   WS-TB-RIGHT(WS-TB-IX) * 100 / WS-TB-ASKED(WS-TB-IX)
               MOVE WS-SITTING-DATE TO QC-SITTING-DATE
               MOVE WS-SITTING-TIME TO QC-SITTING-TIME
               MOVE WS-CUR-EMPLOYEE-ID TO QC-EMPLOYEE-ID
               MOVE WS-TB-TABLE(WS-TB-IX) TO QC-TABLE-NUMBER
               MOVE WS-TB-ASKED(WS-TB-IX) TO QC-ASKED
               MOVE WS-TB-ANSWERED(WS-TB-IX) TO QC-ANSWERED
               MOVE WS-TB-RIGHT(WS-TB-IX) TO QC-RIGHT
               MOVE WS-SCORE-PCT TO QC-SCORE-PCT
               WRITE QUIZ-SCORE-RECORD
               ADD 1 TO WS-SCORES-WRITTEN
               MOVE WS-TB-TABLE(WS-TB-IX) TO WS-TABLE-EDIT
               MOVE WS-SCORE-PCT TO WS-PCT-EDIT
               MOVE SPACES TO QUIZ-RESULTS-REPORT-RECORD
               STRING "  Table " WS-TABLE-EDIT
                   "  Asked: " QC-ASKED
                   "  Answered: " QC-ANSWERED
                   "  Right: " QC-RIGHT
                   "  Score: " WS-PCT-EDIT "%"
                   DELIMITED BY SIZE INTO QUIZ-RESULTS-REPORT-RECORD
               WRITE QUIZ-RESULTS-REPORT-RECORD
            END-PERFORM.

       3000-RELEASE-SCORE-HISTORY.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT QUIZ-SCORE-FILE
           IF WS-QC-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ QUIZ-SCORE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE QC-EMPLOYEE-ID TO SS-EMPLOYEE-ID
                           MOVE QC-TABLE-NUMBER TO SS-TABLE-NUMBER
                           MOVE QC-ASKED TO SS-ASKED
                           MOVE QC-RIGHT TO SS-RIGHT
                           MOVE "N" TO SS-THIS-SITTING
                           IF QC-SITTING-DATE = WS-SITTING-DATE
                                   AND QC-SITTING-TIME =
                                       WS-SITTING-TIME
                               MOVE "Y" TO SS-THIS-SITTING
                            END-IF
                           RELEASE SCORE-SORT-RECORD
                    END-READ
                END-PERFORM
               CLOSE QUIZ-SCORE-FILE
            END-IF.

       3100-PRINT-WEAKEST-TABLES.
      * Every trainee marked this sitting, with the tables they do
      * worst at over all their sittings - lowest score first, up
      * to three - so the desk can see who needs more practice on
      * what. Trainees not in this sitting are left out.
           MOVE SPACES TO QUIZ-RESULTS-REPORT-RECORD
           WRITE QUIZ-RESULTS-REPORT-RECORD
           MOVE WS-PASS-PCT TO WS-PCT-EDIT
           MOVE SPACES TO QUIZ-RESULTS-REPORT-RECORD
           STRING "WEAKEST TABLES - ALL SITTINGS ON FILE  (pass mark "
               WS-PCT-EDIT "%)" DELIMITED BY SIZE
               INTO QUIZ-RESULTS-REPORT-RECORD
           WRITE QUIZ-RESULTS-REPORT-RECORD
           MOVE SPACES TO WS-WK-EMPLOYEE-ID
           MOVE "N" TO WS-SORT-EOF-SW
           PERFORM UNTIL WS-SORT-EOF
               RETURN SCORE-SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       IF SS-EMPLOYEE-ID NOT = WS-WK-EMPLOYEE-ID
                           IF WS-WK-EMPLOYEE-ID NOT = SPACES
                               PERFORM 3200-REPORT-TRAINEE-WEAKEST
                            END-IF
                           MOVE SS-EMPLOYEE-ID TO WS-WK-EMPLOYEE-ID
                           MOVE ZERO TO WS-WK-COUNT
                           MOVE "N" TO WS-WK-SAT-SW
                           MOVE "N" TO WS-WK-OVERFLOW-SW
                        END-IF
                       PERFORM 3150-POOL-SCORE
                END-RETURN
            END-PERFORM
           IF WS-WK-EMPLOYEE-ID NOT = SPACES
               PERFORM 3200-REPORT-TRAINEE-WEAKEST
            END-IF.

       3150-POOL-SCORE.
           IF SS-THIS-SITTING = "Y"
               SET WS-WK-SAT TO TRUE
            END-IF
           IF WS-WK-COUNT > ZERO
                   AND WS-WK-TABLE(WS-WK-COUNT) = SS-TABLE-NUMBER
               ADD SS-ASKED TO WS-WK-ASKED(WS-WK-COUNT)
               ADD SS-RIGHT TO WS-WK-RIGHT(WS-WK-COUNT)
            ELSE
               IF WS-WK-COUNT < WS-WK-MAX
                   ADD 1 TO WS-WK-COUNT
                   MOVE SS-TABLE-NUMBER TO WS-WK-TABLE(WS-WK-COUNT)
                   MOVE SS-ASKED TO WS-WK-ASKED(WS-WK-COUNT)
                   MOVE SS-RIGHT TO WS-WK-RIGHT(WS-WK-COUNT)
                   MOVE "N" TO WS-WK-PICKED(WS-WK-COUNT)
                ELSE
                   SET WS-WK-OVERFLOW TO TRUE
                END-IF
            END-IF.

       3200-REPORT-TRAINEE-WEAKEST.
           IF WS-WK-SAT
               MOVE "N" TO WS-WK-PRACTICE-SW
               PERFORM VARYING WS-WK-IX FROM 1 BY 1
                       UNTIL WS-WK-IX > WS-WK-COUNT
                   IF WS-WK-ASKED(WS-WK-IX) > ZERO
                       COMPUTE WS-WK-PCT(WS-WK-IX) =
                           WS-WK-RIGHT(WS-WK-IX) * 100
                               / WS-WK-ASKED(WS-WK-IX)
                    ELSE
                       MOVE ZERO TO WS-WK-PCT(WS-WK-IX)
                    END-IF
                END-PERFORM
               MOVE WS-WK-EMPLOYEE-ID TO ER-EMPLOYEE-ID
               PERFORM 2450-RESOLVE-TRAINEE-NAME
               MOVE WS-WK-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO QUIZ-RESULTS-REPORT-RECORD
               STRING "Trainee: " WS-WK-EMPLOYEE-ID " "
                   WS-DISPLAY-NAME "  Tables on file: " WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO QUIZ-RESULTS-REPORT-RECORD
               WRITE QUIZ-RESULTS-REPORT-RECORD
               MOVE ZERO TO WS-WK-LISTED
               PERFORM 3 TIMES
                   PERFORM 3250-PICK-WEAKEST-TABLE
                   IF WS-WK-PICK > ZERO
                       PERFORM 3300-PRINT-WEAK-TABLE
                    END-IF
                END-PERFORM
               IF WS-WK-OVERFLOW
                   MOVE SPACES TO QUIZ-RESULTS-REPORT-RECORD
                   STRING "    (more than 100 tables on file - only "
                       "the lowest-numbered 100 were weighed)"
                       DELIMITED BY SIZE
                       INTO QUIZ-RESULTS-REPORT-RECORD
                   WRITE QUIZ-RESULTS-REPORT-RECORD
                END-IF
               IF WS-WK-NEEDS-PRACTICE
                   ADD 1 TO WS-PRACTICE-COUNT
                END-IF
            END-IF.

       3250-PICK-WEAKEST-TABLE.
      * The lowest-scoring table not yet listed; on a tie the one
      * with more questions behind it, being the surer verdict.
           MOVE ZERO TO WS-WK-PICK
           PERFORM VARYING WS-WK-IX FROM 1 BY 1
                   UNTIL WS-WK-IX > WS-WK-COUNT
               IF WS-WK-PICKED(WS-WK-IX) = "N"
                   IF WS-WK-PICK = ZERO
                       MOVE WS-WK-IX TO WS-WK-PICK
                    ELSE
                       IF WS-WK-PCT(WS-WK-IX) < WS-WK-PCT(WS-WK-PICK)
                               OR (WS-WK-PCT(WS-WK-IX) =
                                   WS-WK-PCT(WS-WK-PICK)
                               AND WS-WK-ASKED(WS-WK-IX) >
                                   WS-WK-ASKED(WS-WK-PICK))
                           MOVE WS-WK-IX TO WS-WK-PICK
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
           IF WS-WK-PICK > ZERO
               MOVE "Y" TO WS-WK-PICKED(WS-WK-PICK)
            END-IF.

       3300-PRINT-WEAK-TABLE.
           ADD 1 TO WS-WK-LISTED
           MOVE WS-WK-TABLE(WS-WK-PICK) TO WS-TABLE-EDIT
           MOVE WS-WK-PCT(WS-WK-PICK) TO WS-PCT-EDIT
           MOVE WS-WK-ASKED(WS-WK-PICK) TO WS-COUNT-EDIT
           MOVE SPACES TO QUIZ-RESULTS-REPORT-RECORD
           IF WS-WK-PCT(WS-WK-PICK) < WS-PASS-PCT
               SET WS-WK-NEEDS-PRACTICE TO TRUE
               STRING "    " WS-WK-LISTED ". Table " WS-TABLE-EDIT
                   "  Score: " WS-PCT-EDIT "%  of " WS-COUNT-EDIT
                   " asked   NEEDS PRACTICE"
                   DELIMITED BY SIZE INTO QUIZ-RESULTS-REPORT-RECORD
            ELSE
               STRING "    " WS-WK-LISTED ". Table " WS-TABLE-EDIT
                   "  Score: " WS-PCT-EDIT "%  of " WS-COUNT-EDIT
                   " asked"
                   DELIMITED BY SIZE INTO QUIZ-RESULTS-REPORT-RECORD
            END-IF
           WRITE QUIZ-RESULTS-REPORT-RECORD.

       9000-WRITE-REPORT-HEADER.
           MOVE SPACES TO QUIZ-RESULTS-REPORT-RECORD
           STRING "TIMES-TABLE QUIZ RESULTS" DELIMITED BY SIZE
               INTO QUIZ-RESULTS-REPORT-RECORD
           WRITE QUIZ-RESULTS-REPORT-RECORD
           MOVE SPACES TO QUIZ-RESULTS-REPORT-RECORD
           STRING "Sitting: " WS-SITTING-DATE " " WS-SITTING-TIME
               "   Run date: " WS-RUN-DATE
               DELIMITED BY SIZE INTO QUIZ-RESULTS-REPORT-RECORD
           WRITE QUIZ-RESULTS-REPORT-RECORD
           MOVE SPACES TO QUIZ-RESULTS-REPORT-RECORD
           WRITE QUIZ-RESULTS-REPORT-RECORD.

       9200-WRITE-REPORT-SUMMARY.
           MOVE SPACES TO QUIZ-RESULTS-REPORT-RECORD
           WRITE QUIZ-RESULTS-REPORT-RECORD
           MOVE SPACES TO QUIZ-RESULTS-REPORT-RECORD
           STRING "Answer cards read: " WS-ANSWERS-READ
               "  Rejected: " WS-ANSWERS-REJECTED
               DELIMITED BY SIZE INTO QUIZ-RESULTS-REPORT-RECORD
           WRITE QUIZ-RESULTS-REPORT-RECORD
           MOVE SPACES TO QUIZ-RESULTS-REPORT-RECORD
           STRING "Trainees marked: " WS-TRAINEES-MARKED
               "  Questions: " WS-QUESTIONS-MARKED
               "  Answered: " WS-QUESTIONS-ANSWERED
               "  Right: " WS-QUESTIONS-RIGHT
               DELIMITED BY SIZE INTO QUIZ-RESULTS-REPORT-RECORD
           WRITE QUIZ-RESULTS-REPORT-RECORD
           MOVE SPACES TO QUIZ-RESULTS-REPORT-RECORD
           STRING "Score records written: " WS-SCORES-WRITTEN
               "  Trainees needing practice: " WS-PRACTICE-COUNT
               DELIMITED BY SIZE INTO QUIZ-RESULTS-REPORT-RECORD
           WRITE QUIZ-RESULTS-REPORT-RECORD.

       9300-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-RUN-MINUTE
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-RUN-SECOND
           PERFORM 9950-NEXT-AUDIT-SEQUENCE
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AL-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
            END-IF
           MOVE "QUIZ-SCORE" TO AL-PROGRAM-ID
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
