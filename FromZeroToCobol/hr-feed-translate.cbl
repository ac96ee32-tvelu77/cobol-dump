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

       01  WS-HF-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-FW-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-ER-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-DM-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-DEPTMAST-AVAIL-SW PIC X VALUE "N".
           88 WS-DEPTMAST-AVAIL VALUE "Y".
       01  WS-HOLD-REASON PIC X(20) VALUE SPACES.
       01  WS-TX-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SQ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-CHANGE-COUNT PIC 9(5) VALUE ZERO.
       01  WS-INACT-COUNT PIC 9(5) VALUE ZERO.
       01  WS-UNCHANGED-COUNT PIC 9(5) VALUE ZERO.
       01  WS-HELD-COUNT PIC 9(5) VALUE ZERO.
       01  WS-TX-WRITTEN-COUNT PIC 9(5) VALUE ZERO.
       01  WS-AUDIT-OUTCOME PIC X(20) VALUE SPACES.
       01  WS-RUN-DATE.
           MOVE "HR FEED DONE" TO WS-AUDIT-OUTCOME
           PERFORM 9300-WRITE-AUDIT-LOG
           IF WS-FEED-BAD-COUNT > ZERO
                   OR WS-HELD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF
           STOP RUN.
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           OPEN INPUT DEPARTMENT-MASTER-FILE
           IF WS-DM-FILE-STATUS = "00"
               SET WS-DEPTMAST-AVAIL TO TRUE
            END-IF
           OPEN INPUT FEED-WORK-FILE
           OPEN OUTPUT ROSTER-TX-FILE
           PERFORM 3100-READ-FEED-RECORD
            END-PERFORM
           CLOSE FEED-WORK-FILE
           CLOSE ROSTER-TX-FILE
           IF WS-DEPTMAST-AVAIL
               CLOSE DEPARTMENT-MASTER-FILE
            END-IF
           CLOSE EMPLOYEE-ROSTER-FILE.

       3100-READ-FEED-RECORD.
                   MOVE ER-EMPLOYEE-ID TO WS-ER-KEY
            END-READ.

       3250-CHECK-FEED-DEPARTMENT.
      * HR's department column is free text. A code that is not on
      * the department master, or names a closed department, holds
      * the employee back instead of generating a transaction that
      * ROSTER-MAINT would only reject. HR sends the full list every
      * run, so a held employee comes through on the first run after
      * the department is set up or the feed is corrected.
           MOVE SPACES TO WS-HOLD-REASON
           IF WS-DEPTMAST-AVAIL
               MOVE FW-DEPT-CODE TO DM-DEPT-CODE
               READ DEPARTMENT-MASTER-FILE
                   INVALID KEY
                       MOVE "DEPARTMENT UNKNOWN" TO WS-HOLD-REASON
                   NOT INVALID KEY
                       IF DM-DEPT-CLOSED
                           MOVE "DEPARTMENT CLOSED" TO WS-HOLD-REASON
                        END-IF
                END-READ
            ELSE
               MOVE "DEPARTMENT UNKNOWN" TO WS-HOLD-REASON
            END-IF
           IF WS-HOLD-REASON NOT = SPACES
               ADD 1 TO WS-HELD-COUNT
               MOVE SPACES TO FEED-REPORT-RECORD
               STRING "HELD       " FW-EMPLOYEE-ID " "
                   FW-EMPLOYEE-NAME " dept " FW-DEPT-CODE
                   " - " WS-HOLD-REASON
                   DELIMITED BY SIZE INTO FEED-REPORT-RECORD
               WRITE FEED-REPORT-RECORD
            END-IF.

       3300-GENERATE-ADD.
           PERFORM 3250-CHECK-FEED-DEPARTMENT
           IF WS-HOLD-REASON = SPACES
               PERFORM 3350-WRITE-ADD
            END-IF.

       3350-WRITE-ADD.
           ADD 1 TO WS-ADD-COUNT
           MOVE SPACES TO ROSTER-TX-RECORD
           MOVE "A" TO TX-ACTION
                   AND NOT ER-INACTIVE
               ADD 1 TO WS-UNCHANGED-COUNT
            ELSE
               MOVE SPACES TO WS-HOLD-REASON
               IF FW-DEPT-CODE NOT = ER-DEPT-CODE
                   PERFORM 3250-CHECK-FEED-DEPARTMENT
                END-IF
               IF WS-HOLD-REASON = SPACES
                   PERFORM 3550-WRITE-CHANGE
                END-IF
            END-IF.

       3550-WRITE-CHANGE.
           ADD 1 TO WS-CHANGE-COUNT
           MOVE SPACES TO ROSTER-TX-RECORD
           MOVE "C" TO TX-ACTION
           MOVE FW-EMPLOYEE-ID TO TX-EMPLOYEE-ID
           MOVE FW-EMPLOYEE-NAME TO TX-EMPLOYEE-NAME
           MOVE FW-DEPT-CODE TO TX-DEPT-CODE
           MOVE FW-SHIFT-CODE TO TX-SHIFT-CODE
           MOVE "A" TO TX-STATUS-FLAG
           WRITE ROSTER-TX-RECORD
           ADD 1 TO WS-TX-WRITTEN-COUNT
           MOVE SPACES TO FEED-REPORT-RECORD
           STRING "CHANGE     " FW-EMPLOYEE-ID " "
               FW-EMPLOYEE-NAME " dept " FW-DEPT-CODE
               " shift " FW-SHIFT-CODE
               DELIMITED BY SIZE INTO FEED-REPORT-RECORD
           WRITE FEED-REPORT-RECORD
           MOVE SPACES TO FEED-REPORT-RECORD
           STRING "           was: " ER-EMPLOYEE-NAME
               " dept " ER-DEPT-CODE
               " shift " ER-SHIFT-CODE
               " status " ER-ACTIVE-FLAG
               DELIMITED BY SIZE INTO FEED-REPORT-RECORD
           WRITE FEED-REPORT-RECORD.

       9000-WRITE-REPORT-HEADER.
           MOVE SPACES TO FEED-REPORT-RECORD
           STRING "HR FEED DIFFERENCE REPORT" DELIMITED BY SIZE
               "  Changes: " WS-CHANGE-COUNT
               "  Inactivations: " WS-INACT-COUNT
               "  Unchanged: " WS-UNCHANGED-COUNT
               "  Held: " WS-HELD-COUNT
               DELIMITED BY SIZE INTO FEED-REPORT-RECORD
           WRITE FEED-REPORT-RECORD
           MOVE SPACES TO FEED-REPORT-RECORD
