      * Shared pay-rate record layout for the PAYRATE VSAM cluster,
      * maintained by PAYRATE-MAINT and read by LABOUR-COST-REPORT.
      * A rate is either an employee's own (level E, the employee id
      * in PR-RATE-CODE) or a department default (level D, the
      * department code left-justified in PR-RATE-CODE) that covers
      * everyone in the department without a rate of their own.
      * Each rate applies from its effective date until the next
      * effective date for the same level and code, so a pay rise
      * is a new record, never an overwrite of the old rate - last
      * month's hours are still costed at last month's rate. Rates
      * are money per hour; the overtime rate applies to a whole
      * overtime-flagged day.
       01  PAY-RATE-RECORD.
           05  PR-KEY.
               10  PR-RATE-LEVEL       PIC X(1).
                   88  PR-EMPLOYEE-RATE    VALUE "E".
                   88  PR-DEPT-DEFAULT     VALUE "D".
               10  PR-RATE-CODE        PIC X(6).
               10  PR-EFFECTIVE-DATE   PIC X(10).
           05  PR-STRAIGHT-RATE    PIC 9(3)V99.
           05  PR-OVERTIME-RATE    PIC 9(3)V99.
