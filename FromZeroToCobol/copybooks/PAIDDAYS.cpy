      * Shared paid-days record layout for the PAIDDAYS VSAM
      * cluster: the worked minutes payroll has been paid for, one
      * record per employee per worked day of every closed pay
      * period. HOURS-ACCUM writes it from the period-to-date hours
      * when it closes the period (source C), and brings it up to
      * the corrected figure whenever it raises a prior-period
      * adjustment for the day (source A), so a second correction
      * to the same day is only ever adjusted by its own difference.
      * Leave days are not held here - sign-in corrections never
      * change them.
       01  PAID-DAY-RECORD.
           05  PD-KEY.
               10  PD-EMPLOYEE-ID      PIC X(6).
               10  PD-WORK-DATE        PIC X(10).
           05  PD-PAID-MINUTES     PIC 9(5).
           05  PD-SOURCE           PIC X(1).
               88  PD-PAID-AT-CLOSE    VALUE "C".
               88  PD-PAID-BY-ADJUSTMENT VALUE "A".
           05  PD-LAST-CHANGE-DATE PIC X(10).
