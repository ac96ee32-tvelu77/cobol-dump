      * Prior-period adjustment awaiting the next payroll extract:
      * the minutes paid for a closed day, the minutes the day now
      * pairs to after a sign-in correction, and the difference
      * (PA-ADJUST-SIGN "+" pays more, "-" recovers an overpayment).
      * HOURS-ACCUM appends these as it raises them and sends them
      * all as DA details on the next extract it cuts, then empties
      * the file.
       01  PAY-ADJUSTMENT-RECORD.
           05  PA-EMPLOYEE-ID      PIC X(6).
           05  PA-WORK-DATE        PIC X(10).
           05  PA-PAID-MINUTES     PIC 9(5).
           05  PA-CORRECTED-MINUTES PIC 9(5).
           05  PA-ADJUST-SIGN      PIC X(1).
           05  PA-ADJUST-MINUTES   PIC 9(5).
           05  PA-SUPERVISOR       PIC X(20).
           05  PA-RAISED-DATE      PIC X(10).
