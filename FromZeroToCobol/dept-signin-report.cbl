               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-EMPLOYEE-ID
               FILE STATUS IS WS-ER-FILE-STATUS.
           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DM-FILE-STATUS.
           SELECT DEPT-REPORT-FILE ASSIGN TO "DEPTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
       FD  EMPLOYEE-ROSTER-FILE.
       COPY EMPROSTR.

       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPTMAST.

       FD  DEPT-REPORT-FILE.
       01  DEPT-REPORT-RECORD      PIC X(80).

       01  WS-BD-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-ER-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-DM-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-DEPTMAST-AVAIL-SW PIC X VALUE "N".
           88 WS-DEPTMAST-AVAIL VALUE "Y".
       01  WS-LOOKUP-DEPT-CODE PIC X(4) VALUE SPACES.
       01  WS-DEPT-NAME PIC X(30) VALUE SPACES.
       01  WS-AL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-RC-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-RC-EOF-SW PIC X VALUE "N".
            END-IF.

       9000-WRITE-DEPT-REPORT.
           OPEN INPUT DEPARTMENT-MASTER-FILE
           IF WS-DM-FILE-STATUS = "00"
               SET WS-DEPTMAST-AVAIL TO TRUE
            END-IF
           OPEN OUTPUT DEPT-REPORT-FILE
           MOVE SPACES TO DEPT-REPORT-RECORD
           STRING "SIGN-INS BY DEPARTMENT AND SHIFT"
               MOVE ZERO TO WS-TALLY-IX
               PERFORM UNTIL WS-TALLY-IX >= WS-TALLY-COUNT
                   ADD 1 TO WS-TALLY-IX
                   MOVE WS-TALLY-DEPT(WS-TALLY-IX)
                       TO WS-LOOKUP-DEPT-CODE
                   PERFORM 9050-RESOLVE-DEPT-NAME
                   MOVE SPACES TO DEPT-REPORT-RECORD
                   STRING "Dept: " WS-TALLY-DEPT(WS-TALLY-IX)
                       " " WS-DEPT-NAME
                       "  Shift: " WS-TALLY-SHIFT(WS-TALLY-IX)
                       "  Sign-ins: "
                       WS-TALLY-SIGNINS(WS-TALLY-IX)
                   WRITE DEPT-REPORT-RECORD
                END-PERFORM
            END-IF
           IF WS-DEPTMAST-AVAIL
               CLOSE DEPARTMENT-MASTER-FILE
            END-IF
           CLOSE DEPT-REPORT-FILE.

       9050-RESOLVE-DEPT-NAME.
      * Prints the department master's name next to the code, so a
      * mistyped code on the roster stands out as unknown instead
      * of passing for a department of its own.
           MOVE "(UNKNOWN DEPT)" TO WS-DEPT-NAME
           IF WS-DEPTMAST-AVAIL
               MOVE WS-LOOKUP-DEPT-CODE TO DM-DEPT-CODE
               READ DEPARTMENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DM-DEPT-NAME TO WS-DEPT-NAME
                END-READ
            END-IF.

       9300-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-RUN-MINUTE
