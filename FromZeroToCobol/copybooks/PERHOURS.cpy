      * (D = day over 10 hours, W = the week is over 40 hours as
      * of this day, B = both - every day from the crossing on
      * carries the flag). At period end the same records feed
      * the fixed-format payroll extract. PH-HOLIDAY-FLAG is H
      * when the work date is a plant holiday on the HOLCAL
      * calendar, so payroll can pay the holiday premium.
      * PH-RECORD-TYPE tells a worked day (W) from a day of
      * approved leave (L) taken from the ABSENCE register; a leave
      * record carries the absence type in PH-LEAVE-TYPE and the
      * paid minutes for the day, and never an overtime flag.
      * On an overtime-flagged day PH-OT-MINUTES is the part of the
      * day over the daily or weekly line, PH-OT-APPROVED-MINUTES
      * what the supervisor(s) pre-authorised on OTAUTH and
      * PH-OT-AUTH-FLAG the outcome: A authorised, U no approval at
      * all, X worked beyond the approval. Days without overtime
      * carry zeros and spaces there.
       01  PERIOD-HOURS-RECORD.
           05  PH-EMPLOYEE-ID      PIC X(6).
           05  PH-NAME             PIC X(40).
           05  PH-WORK-DATE        PIC X(10).
           05  PH-MINUTES          PIC 9(5).
           05  PH-OT-FLAG          PIC X(1).
           05  PH-HOLIDAY-FLAG     PIC X(1).
           05  PH-RECORD-TYPE      PIC X(1).
               88  PH-WORKED-DAY   VALUE "W" " ".
               88  PH-LEAVE-DAY    VALUE "L".
           05  PH-LEAVE-TYPE       PIC X(1).
           05  PH-OT-MINUTES       PIC 9(5).
           05  PH-OT-APPROVED-MINUTES PIC 9(5).
           05  PH-OT-AUTH-FLAG     PIC X(1).
               88  PH-OT-AUTHORISED    VALUE "A".
               88  PH-OT-UNAPPROVED    VALUE "U".
               88  PH-OT-OVER-APPROVAL VALUE "X".
           05  PH-OT-APPROVER-ID   PIC X(6).
