      * Shared department-master record layout for the DEPTMAST VSAM
      * cluster, maintained by DEPT-MAINT. ROSTER-MAINT and
      * HR-FEED-TRANSLATE check every department code against it
      * before it can reach EMPROSTR, and the department reports
      * read it to print the department name next to the code, so
      * a mistyped code shows up as unknown instead of quietly
      * becoming a department of its own. A closed department stays
      * on file for its history but takes no new people.
       01  DEPARTMENT-MASTER-RECORD.
           05  DM-DEPT-CODE        PIC X(4).
           05  DM-DEPT-NAME        PIC X(30).
           05  DM-COST-CENTRE      PIC X(8).
           05  DM-MANAGER-ID       PIC X(6).
           05  DM-STATUS-FLAG      PIC X(1).
               88  DM-DEPT-OPEN    VALUE "O".
               88  DM-DEPT-CLOSED  VALUE "C".
