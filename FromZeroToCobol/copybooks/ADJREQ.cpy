      * Prior-period adjustment request, appended by SIGNIN-CORRECT
      * for every correction it applies to a day inside a closed
      * pay period (on or before the latest PAYCLOSE period end).
      * HOURS-ACCUM works the requests on its next run - re-pairs
      * the day from the sign-in history, sets the new minutes
      * against PAIDDAYS - and empties the file.
       01  ADJUSTMENT-REQUEST-RECORD.
           05  AQ-EMPLOYEE-ID      PIC X(6).
           05  AQ-WORK-DATE        PIC X(10).
           05  AQ-ACTION           PIC X(1).
           05  AQ-SUPERVISOR       PIC X(20).
           05  AQ-REQUEST-DATE     PIC X(10).
