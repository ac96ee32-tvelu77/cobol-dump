      * Keyed quiz answer, one per question the trainee answered,
      * keyed by the training desk from the marked-up quiz sheet:
      * employee id, the question number printed on the sheet and
      * the answer as written, digits only, either justified. A
      * blank answer is a question left unanswered; a question with
      * no card at all is treated the same way.
       01  QUIZ-ANSWER-RECORD.
           05  QA-EMPLOYEE-ID      PIC X(6).
           05  FILLER              PIC X.
           05  QA-QUESTION-NO      PIC X(3).
           05  FILLER              PIC X.
           05  QA-ANSWER           PIC X(7).
