      * Overtime pre-authorisation transaction, one card per
      * employee per work date a supervisor has approved overtime
      * for: the approved overtime minutes and the approving
      * supervisor's employee id. Supervisors' cards accumulate on
      * the OTAUTH dataset through the pay period; HOURS-ACCUM
      * matches every overtime-flagged day against them. Two cards
      * for the same employee and date add together.
       01  OT-AUTHORISATION-RECORD.
           05  OV-EMPLOYEE-ID      PIC X(6).
           05  OV-WORK-DATE        PIC X(10).
           05  OV-APPROVED-MINUTES PIC 9(5).
           05  OV-SUPERVISOR-ID    PIC X(6).
