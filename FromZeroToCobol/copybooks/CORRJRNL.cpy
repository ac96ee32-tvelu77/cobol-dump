      * Time-correction journal record, appended by SIGNIN-CORRECT
      * for every correction it applies and read at month end by
      * CORRECTION-AUDIT, which lists the month's corrections by
      * approving supervisor for internal audit to sample. The
      * department is the employee's at the time of the correction
      * - the one the supervisor's authority was checked against.
      * CJ-PRIOR-PERIOD is "Y" when the day had already been paid
      * and the correction went to payroll as an adjustment.
       01  CORRECTION-JOURNAL-RECORD.
           05  CJ-CORRECTION-DATE  PIC X(10).
           05  CJ-SUPERVISOR-ID    PIC X(6).
           05  CJ-EMPLOYEE-ID      PIC X(6).
           05  CJ-DEPT-CODE        PIC X(4).
           05  CJ-ACTION           PIC X(1).
           05  CJ-EVENT-DATE       PIC X(10).
           05  CJ-EVENT-TIME       PIC X(8).
           05  CJ-PRIOR-PERIOD     PIC X(1).
