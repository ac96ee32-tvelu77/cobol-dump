      * Times-table quiz question record, one per question printed
      * on a quiz sheet, written by PRINT-MULTIPLICATION-TABLE in
      * trainee and question-number order and read back by
      * QUIZ-SCORE to mark the keyed answers. The sitting date and
      * time identify the quiz run the sheets came from; every
      * record of one run carries the same pair.
       01  QUIZ-QUESTION-RECORD.
           05  QQ-SITTING-DATE     PIC X(10).
           05  QQ-SITTING-TIME     PIC X(4).
           05  QQ-EMPLOYEE-ID      PIC X(6).
           05  QQ-QUESTION-NO      PIC 9(3).
           05  QQ-TABLE-NUMBER     PIC 9(5).
           05  QQ-MULTIPLIER       PIC 9(2).
           05  QQ-ANSWER           PIC 9(7).
