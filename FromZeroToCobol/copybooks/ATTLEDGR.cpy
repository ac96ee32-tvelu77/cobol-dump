      * Shared attendance-exception ledger record. ATTENDANCE-LEDGER
      * appends one record per exception each night - L late
      * (first sign-in after the shift start), E early out (last
      * sign-out before the shift end), M missing out (still
      * signed in at the end of the day), N no-show (rostered,
      * not on approved leave, never signed in on a working day)
      * - with the point value ATTPARM gave the exception type
      * that night. AX-SHIFT-TIME is the shift boundary judged
      * against and AX-EVENT-TIME the clock time that broke it
      * (spaces for a no-show). The department and shift are the
      * roster's as of that night, so a later transfer does not
      * move old exceptions. ATTENDANCE-STATEMENT prints it by
      * employee at month end.
       01  ATTENDANCE-LEDGER-RECORD.
           05  AX-EMPLOYEE-ID      PIC X(6).
           05  AX-NAME             PIC X(40).
           05  AX-DEPT-CODE        PIC X(4).
           05  AX-SHIFT-CODE       PIC X(1).
           05  AX-WORK-DATE        PIC X(10).
           05  AX-EXCEPTION-TYPE   PIC X(1).
               88  AX-LATE         VALUE "L".
               88  AX-EARLY-OUT    VALUE "E".
               88  AX-MISSING-OUT  VALUE "M".
               88  AX-NO-SHOW      VALUE "N".
           05  AX-SHIFT-TIME       PIC X(8).
           05  AX-EVENT-TIME       PIC X(8).
           05  AX-POINTS           PIC 9(3).
