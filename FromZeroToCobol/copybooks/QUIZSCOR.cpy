      * Times-table quiz score, one per trainee per table per
      * sitting, appended by QUIZ-SCORE. The file is the trainee's
      * running record: the results report pools every sitting on
      * it to find each trainee's weakest tables. QC-ASKED counts
      * every question set from the table, answered or not.
       01  QUIZ-SCORE-RECORD.
           05  QC-SITTING-DATE     PIC X(10).
           05  QC-SITTING-TIME     PIC X(4).
           05  QC-EMPLOYEE-ID      PIC X(6).
           05  QC-TABLE-NUMBER     PIC 9(5).
           05  QC-ASKED            PIC 9(3).
           05  QC-ANSWERED         PIC 9(3).
           05  QC-RIGHT            PIC 9(3).
           05  QC-SCORE-PCT        PIC 9(3).
