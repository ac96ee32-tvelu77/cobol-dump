      * Shared absence-register record layout for the ABSENCE VSAM
      * cluster, maintained by ABSENCE-MAINT and keyed on employee
      * id plus first day of absence, so one employee's absences
      * sit together in date order. An absence runs from
      * AB-FROM-DATE to AB-TO-DATE inclusive. It counts as approved
      * once a supervisor's employee id is recorded against it;
      * until then it is pending and changes nothing. Approved
      * leave comes out of SHIFT-COVERAGE's expected headcount and
      * HOURS-ACCUM turns each working day of it into a leave
      * record for payroll. Vacation, sick and training days are
      * paid; U (unpaid) reaches payroll with zero minutes.
       01  ABSENCE-RECORD.
           05  AB-KEY.
               10  AB-EMPLOYEE-ID  PIC X(6).
               10  AB-FROM-DATE    PIC X(10).
           05  AB-TO-DATE          PIC X(10).
           05  AB-ABSENCE-TYPE     PIC X(1).
               88  AB-VACATION     VALUE "V".
               88  AB-SICK         VALUE "S".
               88  AB-TRAINING     VALUE "T".
               88  AB-UNPAID       VALUE "U".
               88  AB-PAID-LEAVE   VALUE "V" "S" "T".
           05  AB-APPROVER-ID      PIC X(6).
           05  AB-STATUS           PIC X(1).
               88  AB-APPROVED     VALUE "A".
               88  AB-PENDING      VALUE "P".
