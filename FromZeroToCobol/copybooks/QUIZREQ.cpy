      * Times-table quiz request card, laid out like the NUMLIST
      * card PRINT-MULTIPLICATION-TABLE prints finished tables
      * from: one card per trainee per table, kept by the training
      * desk. A trainee with several cards gets one quiz sheet with
      * the questions from all of them mixed together. The
      * questions run from 1 up to QR-MULTIPLIER-MAX; a trainee
      * asked for more questions than that sees some repeated.
       01  QUIZ-REQUEST-RECORD.
           05  QR-EMPLOYEE-ID      PIC X(6).
           05  QR-TABLE-NUMBER     PIC 9(5).
           05  QR-MULTIPLIER-MAX   PIC 9(2).
           05  QR-QUESTION-COUNT   PIC 9(2).
