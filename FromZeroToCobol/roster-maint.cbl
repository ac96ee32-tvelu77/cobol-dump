               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-EMPLOYEE-ID
               FILE STATUS IS WS-ER-FILE-STATUS.
           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DM-FILE-STATUS.
           SELECT ROSTER-TX-FILE ASSIGN TO "ROSTERTX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-FILE-STATUS.
       FD  EMPLOYEE-ROSTER-FILE.
       COPY EMPROSTR.

       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPTMAST.

       FD  ROSTER-TX-FILE.
       COPY ROSTERTX.

       01  WS-AUDIT-SEQUENCE PIC 9(7) VALUE ZERO.
       01  WS-BD-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-ER-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-DM-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-DEPTMAST-AVAIL-SW PIC X VALUE "N".
           88 WS-DEPTMAST-AVAIL VALUE "Y".
       01  WS-PD-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-RH-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-TX-FILE-STATUS PIC XX VALUE SPACES.
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           OPEN INPUT DEPARTMENT-MASTER-FILE
           IF WS-DM-FILE-STATUS = "00"
               SET WS-DEPTMAST-AVAIL TO TRUE
            END-IF
           OPEN OUTPUT ROSTER-REPORT-FILE
           PERFORM 9000-WRITE-REPORT-HEADER
           PERFORM 7100-READ-TX-RECORD
           PERFORM 9200-WRITE-REPORT-SUMMARY
           CLOSE ROSTER-TX-FILE
           CLOSE EMPLOYEE-ROSTER-FILE
           IF WS-DEPTMAST-AVAIL
               CLOSE DEPARTMENT-MASTER-FILE
            END-IF
           CLOSE ROSTER-REPORT-FILE
           MOVE "MAINT COMPLETE" TO WS-AUDIT-OUTCOME
           PERFORM 9300-WRITE-AUDIT-LOG
                   MOVE EMPLOYEE-ROSTER-RECORD TO WS-BEFORE-IMAGE
            END-READ.

       7350-CHECK-DEPARTMENT.
      * A department code must be on the department master and
      * still open before anybody is put in it - one mistyped code
      * would otherwise quietly start a department of its own on
      * every department report. A change that leaves an employee
      * in the department they are already in is not re-checked,
      * so people in a closed department can still be renamed or
      * moved off it. Without the master the code cannot be
      * proved, so it is refused like any other unknown code.
           IF WS-DEPTMAST-AVAIL
               MOVE TX-DEPT-CODE TO DM-DEPT-CODE
               READ DEPARTMENT-MASTER-FILE
                   INVALID KEY
                       MOVE "DEPARTMENT UNKNOWN" TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF DM-DEPT-CLOSED
                           MOVE "DEPARTMENT CLOSED"
                               TO WS-REJECT-REASON
                        END-IF
                END-READ
            ELSE
               MOVE "DEPARTMENT UNKNOWN" TO WS-REJECT-REASON
            END-IF.

       7400-APPLY-ADD.
           IF WS-RECORD-ON-FILE
               MOVE "DUPLICATE ADD" TO WS-REJECT-REASON
               IF SC-IS-EMPTY
                   MOVE "EMPLOYEE NAME BLANK" TO WS-REJECT-REASON
                ELSE
                   IF TX-DEPT-CODE = SPACES
                       MOVE "DEPARTMENT CODE BLANK" TO WS-REJECT-REASON
                    ELSE
                       PERFORM 7350-CHECK-DEPARTMENT
                    END-IF
                END-IF
               IF WS-REJECT-REASON = SPACES
                   MOVE TX-EMPLOYEE-ID TO ER-EMPLOYEE-ID
                   MOVE TX-EMPLOYEE-NAME TO ER-EMPLOYEE-NAME
                   MOVE TX-DEPT-CODE TO ER-DEPT-CODE
               IF SC-IS-EMPTY
                   MOVE "EMPLOYEE NAME BLANK" TO WS-REJECT-REASON
                ELSE
                   IF TX-DEPT-CODE NOT = SPACES
                           AND TX-DEPT-CODE NOT = ER-DEPT-CODE
                       PERFORM 7350-CHECK-DEPARTMENT
                    END-IF
                END-IF
               IF WS-REJECT-REASON = SPACES
                   MOVE TX-EMPLOYEE-NAME TO ER-EMPLOYEE-NAME
                   IF TX-DEPT-CODE NOT = SPACES
                       MOVE TX-DEPT-CODE TO ER-DEPT-CODE
