      * Report-distribution control card, kept by operations: one
      * card per report a recipient receives. DC-REPORT-ID is the
      * report's DD name (DEPTRPT, COVRPT, DEPTGRPT, HOURSRPT or
      * STATSRPT). DC-DEPT-CODE of *ALL gives every department;
      * DC-SHIFT-CODE of space gives every shift. *ALL with a
      * space shift is the full, unburst copy. A recipient with
      * several cards gets them all in one packet.
       01  DIST-CONTROL-RECORD.
           05  DC-REPORT-ID        PIC X(8).
           05  DC-RECIPIENT        PIC X(20).
           05  DC-DEPT-CODE        PIC X(4).
           05  DC-SHIFT-CODE       PIC X(1).
