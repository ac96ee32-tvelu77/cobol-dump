               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-EMPLOYEE-ID
               FILE STATUS IS WS-ER-FILE-STATUS.
           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DM-FILE-STATUS.
           SELECT ABSENCE-FILE ASSIGN TO "ABSENCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-KEY
               FILE STATUS IS WS-AB-FILE-STATUS.
           SELECT SIGNIN-LOG-FILE ASSIGN TO "SIGNINLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-FILE-STATUS.
       FD  EMPLOYEE-ROSTER-FILE.
       COPY EMPROSTR.

       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPTMAST.

       FD  ABSENCE-FILE.
       COPY ABSENCE.

       FD  SIGNIN-LOG-FILE.
       COPY SIGNINLG.

       FD  COVERAGE-REPORT-FILE.
       01  COVERAGE-REPORT-RECORD  PIC X(132).

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.
       WORKING-STORAGE SECTION.
       01  WS-SF-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-ER-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-DM-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-DEPTMAST-AVAIL-SW PIC X VALUE "N".
           88 WS-DEPTMAST-AVAIL VALUE "Y".
       01  WS-LOOKUP-DEPT-CODE PIC X(4) VALUE SPACES.
       01  WS-DEPT-NAME PIC X(30) VALUE SPACES.
       01  WS-AB-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-ABSENCE-AVAIL-SW PIC X VALUE "N".
           88 WS-ABSENCE-AVAIL VALUE "Y".
       01  WS-ON-LEAVE-SW PIC X VALUE "N".
           88 WS-ON-LEAVE VALUE "Y".
       01  WS-SCAN-END-SW PIC X VALUE "N".
           88 WS-SCAN-END VALUE "Y".
       01  WS-SL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SQ-FILE-STATUS PIC XX VALUE SPACES.
               10  WS-TALLY-HEADCOUNT  PIC 9(5).
               10  WS-TALLY-SIGNINS    PIC 9(5).
               10  WS-TALLY-ON-TIME    PIC 9(5).
               10  WS-TALLY-ON-LEAVE   PIC 9(5).
       01  WS-LOOKUP-DEPT PIC X(4) VALUE SPACES.
       01  WS-LOOKUP-SHIFT PIC X(1) VALUE SPACES.
       01  WS-SEVERITY PIC 9(2) VALUE ZERO.
       01  WS-WORST-SEVERITY PIC 9(2) VALUE ZERO.
       01  WS-EXCEPTION-COUNT PIC 9(3) VALUE ZERO.
       01  WS-SUPPRESSED-COUNT PIC 9(3) VALUE ZERO.
       01  WS-DAY-TYPE PIC X(1) VALUE "W".
           88 WS-NON-WORKING-DAY VALUE "H" "E".
       01  WS-DAY-NAME PIC X(30) VALUE SPACES.
       01  WS-AUDIT-OUTCOME PIC X(20) VALUE SPACES.
       01  WS-RUN-DATE.
           05  WS-RUN-YEAR         PIC 9(4).
                   NOT AT END
                       IF BD-BUSINESS-DATE(1:4) IS NUMERIC
                           MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
                           MOVE BD-DAY-TYPE TO WS-DAY-TYPE
                           MOVE BD-DAY-NAME TO WS-DAY-NAME
                        END-IF
                END-READ
               CLOSE BUSINESS-DATE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           OPEN INPUT ABSENCE-FILE
           IF WS-AB-FILE-STATUS = "00"
               SET WS-ABSENCE-AVAIL TO TRUE
            END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ EMPLOYEE-ROSTER-FILE NEXT RECORD
                           MOVE ER-DEPT-CODE TO WS-LOOKUP-DEPT
                           MOVE ER-SHIFT-CODE TO WS-LOOKUP-SHIFT
                           PERFORM 1100-FIND-TALLY-ENTRY
                           PERFORM 1200-CHECK-ON-LEAVE
                           IF WS-ON-LEAVE
                               ADD 1
                                   TO WS-TALLY-ON-LEAVE(WS-TALLY-IX)
                            ELSE
                               ADD 1
                                   TO WS-TALLY-HEADCOUNT(WS-TALLY-IX)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
           IF WS-ABSENCE-AVAIL
               CLOSE ABSENCE-FILE
            END-IF
           CLOSE EMPLOYEE-ROSTER-FILE.

       1100-FIND-TALLY-ENTRY.
               MOVE ZERO TO WS-TALLY-HEADCOUNT(WS-TALLY-IX)
               MOVE ZERO TO WS-TALLY-SIGNINS(WS-TALLY-IX)
               MOVE ZERO TO WS-TALLY-ON-TIME(WS-TALLY-IX)
               MOVE ZERO TO WS-TALLY-ON-LEAVE(WS-TALLY-IX)
            END-IF.

       1200-CHECK-ON-LEAVE.
      * An employee on approved leave for the run date is not
      * expected on shift, so is left out of the headcount the
      * minimum is judged against. A pending absence has no
      * approver yet and still counts.
           MOVE "N" TO WS-ON-LEAVE-SW
           IF WS-ABSENCE-AVAIL
               MOVE "N" TO WS-SCAN-END-SW
               MOVE ER-EMPLOYEE-ID TO AB-EMPLOYEE-ID
               MOVE LOW-VALUES TO AB-FROM-DATE
               START ABSENCE-FILE KEY IS NOT LESS THAN AB-KEY
                   INVALID KEY
                       SET WS-SCAN-END TO TRUE
                END-START
               PERFORM UNTIL WS-SCAN-END
                   READ ABSENCE-FILE NEXT RECORD
                       AT END
                           SET WS-SCAN-END TO TRUE
                       NOT AT END
                           IF AB-EMPLOYEE-ID NOT = ER-EMPLOYEE-ID
                                   OR AB-FROM-DATE > WS-RUN-DATE
                               SET WS-SCAN-END TO TRUE
                            ELSE
                               IF AB-APPROVED
                                       AND AB-TO-DATE
                                           NOT < WS-RUN-DATE
                                   SET WS-ON-LEAVE TO TRUE
                                   SET WS-SCAN-END TO TRUE
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.

       2000-COUNT-DAY-SIGNINS.
            END-IF.

       9000-WRITE-COVERAGE-REPORT.
           OPEN INPUT DEPARTMENT-MASTER-FILE
           IF WS-DM-FILE-STATUS = "00"
               SET WS-DEPTMAST-AVAIL TO TRUE
            END-IF
           OPEN OUTPUT COVERAGE-REPORT-FILE
           MOVE SPACES TO COVERAGE-REPORT-RECORD
           STRING "SHIFT COVERAGE REPORT" DELIMITED BY SIZE
           STRING "Run date: " WS-RUN-DATE DELIMITED BY SIZE
               INTO COVERAGE-REPORT-RECORD
           WRITE COVERAGE-REPORT-RECORD
           IF WS-NON-WORKING-DAY
               MOVE SPACES TO COVERAGE-REPORT-RECORD
               IF WS-DAY-TYPE = "H"
                   STRING "Non-working day: HOLIDAY - " WS-DAY-NAME
                       " - shortfalls are not exceptions"
                       DELIMITED BY SIZE INTO COVERAGE-REPORT-RECORD
                ELSE
                   STRING "Non-working day: WEEKEND"
                       " - shortfalls are not exceptions"
                       DELIMITED BY SIZE INTO COVERAGE-REPORT-RECORD
                END-IF
               WRITE COVERAGE-REPORT-RECORD
            END-IF
           MOVE SPACES TO COVERAGE-REPORT-RECORD
           WRITE COVERAGE-REPORT-RECORD
           MOVE ZERO TO WS-TALLY-IX
           STRING "Coverage exceptions: " WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO COVERAGE-REPORT-RECORD
           WRITE COVERAGE-REPORT-RECORD
           IF WS-NON-WORKING-DAY
               MOVE SPACES TO COVERAGE-REPORT-RECORD
               STRING "Shortfalls not raised (non-working day): "
                   WS-SUPPRESSED-COUNT
                   DELIMITED BY SIZE INTO COVERAGE-REPORT-RECORD
               WRITE COVERAGE-REPORT-RECORD
            END-IF
           IF WS-DEPTMAST-AVAIL
               CLOSE DEPARTMENT-MASTER-FILE
            END-IF
           CLOSE COVERAGE-REPORT-FILE.

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

       9100-WRITE-COVERAGE-LINE.
           MOVE WS-TALLY-DEPT(WS-TALLY-IX) TO WS-LOOKUP-DEPT-CODE
           PERFORM 9050-RESOLVE-DEPT-NAME
           MOVE SPACES TO COVERAGE-REPORT-RECORD
           STRING "Dept: " WS-TALLY-DEPT(WS-TALLY-IX)
               " " WS-DEPT-NAME
               "  Shift: " WS-TALLY-SHIFT(WS-TALLY-IX)
               "  Roster: " WS-TALLY-HEADCOUNT(WS-TALLY-IX)
               "  Signed in: " WS-TALLY-SIGNINS(WS-TALLY-IX)
               "  Before start: " WS-TALLY-ON-TIME(WS-TALLY-IX)
               "  On leave: " WS-TALLY-ON-LEAVE(WS-TALLY-IX)
               DELIMITED BY SIZE INTO COVERAGE-REPORT-RECORD
           WRITE COVERAGE-REPORT-RECORD
           PERFORM 9150-CHECK-COVERAGE-EXCEPTION.

       9150-CHECK-COVERAGE-EXCEPTION.
      * On a holiday or weekend (BUSDATE-SET's day type) a thin
      * shift is expected, not a staffing failure: the shortfall
      * is still shown on the report but raises no severity and
      * no audit outcome, so nobody is paged over a closed plant.
           MOVE WS-TALLY-SHIFT(WS-TALLY-IX) TO WS-LOOKUP-SHIFT
           MOVE "N" TO WS-SHIFT-FOUND-SW
           MOVE ZERO TO WS-SHIFT-IX
                   AND WS-TALLY-HEADCOUNT(WS-TALLY-IX) > ZERO
                   AND WS-TALLY-ON-TIME(WS-TALLY-IX)
                       < WS-SHIFT-MINIMUM(WS-SHIFT-IX)
                   AND WS-NON-WORKING-DAY
               ADD 1 TO WS-SUPPRESSED-COUNT
               MOVE SPACES TO COVERAGE-REPORT-RECORD
               STRING "      (non-working day) "
                   WS-TALLY-ON-TIME(WS-TALLY-IX)
                   " of minimum " WS-SHIFT-MINIMUM(WS-SHIFT-IX)
                   " signed in before "
                   WS-SHIFT-START(WS-SHIFT-IX)
                   DELIMITED BY SIZE
                   INTO COVERAGE-REPORT-RECORD
               WRITE COVERAGE-REPORT-RECORD
            END-IF
           IF WS-SHIFT-FOUND
                   AND WS-TALLY-HEADCOUNT(WS-TALLY-IX) > ZERO
                   AND WS-TALLY-ON-TIME(WS-TALLY-IX)
                       < WS-SHIFT-MINIMUM(WS-SHIFT-IX)
                   AND NOT WS-NON-WORKING-DAY
               ADD 1 TO WS-EXCEPTION-COUNT
               IF WS-TALLY-ON-TIME(WS-TALLY-IX) = ZERO
                   MOVE 16 TO WS-SEVERITY
