       IDENTIFICATION DIVISION.
       PROGRAM-ID. OT-EXCEPTION-REPORT.
       AUTHOR. Thomas VELU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-HOURS-FILE ASSIGN TO "PERHOURS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PH-FILE-STATUS.
           SELECT PAY-PARM-FILE ASSIGN TO "PAYPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PP-FILE-STATUS.
           SELECT EMPLOYEE-ROSTER-FILE ASSIGN TO "EMPROSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-EMPLOYEE-ID
               FILE STATUS IS WS-ER-FILE-STATUS.
           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DM-FILE-STATUS.
           SELECT OT-SORT-FILE ASSIGN TO "OTXSORT".
           SELECT OT-EXCEPTION-REPORT-FILE ASSIGN TO "OTXRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.
           SELECT AUDIT-SEQ-FILE ASSIGN TO "AUDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQ-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-HOURS-FILE.
       COPY PERHOURS.

       FD  PAY-PARM-FILE.
       01  PAY-PARM-RECORD.
           05  PP-PERIOD-START     PIC X(10).
           05  PP-PERIOD-END       PIC X(10).

       FD  EMPLOYEE-ROSTER-FILE.
       COPY EMPROSTR.

       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPTMAST.

      * One overtime day nobody fully signed off, filed under the
      * department the employee is on the roster for today.
       SD  OT-SORT-FILE.
       01  OT-SORT-RECORD.
           05  OX-DEPT-CODE        PIC X(4).
           05  OX-EMPLOYEE-ID      PIC X(6).
           05  OX-WORK-DATE        PIC X(10).
           05  OX-NAME             PIC X(40).
           05  OX-OT-FLAG          PIC X(1).
           05  OX-MINUTES          PIC 9(5).
           05  OX-OT-MINUTES       PIC 9(5).
           05  OX-OT-APPROVED-MINUTES PIC 9(5).
           05  OX-OT-APPROVER-ID   PIC X(6).
           05  OX-OT-AUTH-FLAG     PIC X(1).
               88  OX-OT-UNAPPROVED    VALUE "U".

       FD  OT-EXCEPTION-REPORT-FILE.
       01  OT-EXCEPTION-REPORT-RECORD PIC X(132).

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  AUDIT-SEQ-FILE.
       01  AUDIT-SEQ-RECORD.
           05  SQ-NEXT-SEQUENCE    PIC 9(7).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-PH-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-PP-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-ER-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-DM-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SQ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-RC-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-BD-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-SEQUENCE PIC 9(7) VALUE ZERO.
       01  WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01  WS-SORT-EOF-SW PIC X VALUE "N".
           88 WS-SORT-EOF VALUE "Y".
       01  WS-RC-EOF-SW PIC X VALUE "N".
           88 WS-RC-EOF VALUE "Y".
       01  WS-ALREADY-RUN-SW PIC X VALUE "N".
           88 WS-ALREADY-RUN VALUE "Y".
       01  WS-RC-STATUS-VALUE PIC X(10) VALUE SPACES.
       01  WS-DEPTMAST-AVAIL-SW PIC X VALUE "N".
           88 WS-DEPTMAST-AVAIL VALUE "Y".
       01  WS-PERIOD-START PIC X(10) VALUE SPACES.
       01  WS-PERIOD-END PIC X(10) VALUE SPACES.
       01  WS-CUR-DEPT-CODE PIC X(4) VALUE HIGH-VALUES.
       01  WS-LOOKUP-DEPT-CODE PIC X(4) VALUE SPACES.
       01  WS-DEPT-NAME PIC X(30) VALUE SPACES.
       01  WS-EXCESS-MINUTES PIC 9(5) VALUE ZERO.
       01  WS-STATUS-TEXT PIC X(14) VALUE SPACES.
       01  WS-DEPT-DAYS PIC 9(5) VALUE ZERO.
       01  WS-DEPT-EXCESS-MINUTES PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-EXCESS-MINUTES PIC 9(7) VALUE ZERO.
       01  WS-LINE-HOURS PIC 9(7)V99 VALUE ZERO.
       01  WS-HOURS-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01  WS-MINUTES-DISPLAY PIC ZZZZ9.
       01  WS-OT-MINUTES-DISPLAY PIC ZZZZ9.
       01  WS-APPROVED-DISPLAY PIC ZZZZ9.
       01  WS-EXCESS-DISPLAY PIC ZZZZ9.
       01  WS-RECORDS-READ PIC 9(7) VALUE ZERO.
       01  WS-OT-DAYS PIC 9(5) VALUE ZERO.
       01  WS-AUTHORISED-COUNT PIC 9(5) VALUE ZERO.
       01  WS-UNAPPROVED-COUNT PIC 9(5) VALUE ZERO.
       01  WS-OVER-APPROVAL-COUNT PIC 9(5) VALUE ZERO.
       01  WS-DEPT-COUNT PIC 9(5) VALUE ZERO.
       01  WS-AUDIT-OUTCOME PIC X(20) VALUE SPACES.
       01  WS-RUN-DATE.
           05  WS-RUN-YEAR         PIC 9(4).
           05  FILLER              PIC X VALUE "-".
           05  WS-RUN-MONTH        PIC 9(2).
           05  FILLER              PIC X VALUE "-".
           05  WS-RUN-DAY          PIC 9(2).
       01  WS-RUN-TIME.
           05  WS-RUN-HOUR         PIC 9(2).
           05  FILLER              PIC X VALUE ":".
           05  WS-RUN-MINUTE       PIC 9(2).
           05  FILLER              PIC X VALUE ":".
           05  WS-RUN-SECOND       PIC 9(2).

       PROCEDURE DIVISION.
      * Lists, department by department, every overtime day in the
      * period-to-date hours that HOURS-ACCUM could not match to a
      * supervisor's OTAUTH approval (UNAPPROVED) or that ran past
      * the minutes approved (OVER APPROVAL), with the excess in
      * minutes. Payroll holds these hours until the department
      * head either gets the approval keyed or confirms the hold;
      * the DP extract detail carries the same flag, so nothing on
      * this listing has to be re-keyed into payroll.
           PERFORM 0050-SET-BUSINESS-DATE
           PERFORM 0200-CHECK-RUN-CONTROL
           MOVE "STARTED" TO WS-RC-STATUS-VALUE
           PERFORM 9500-WRITE-RUN-CONTROL
           PERFORM 0100-READ-PAY-PARM
           PERFORM 0400-OPEN-LOOKUP-FILES
           OPEN OUTPUT OT-EXCEPTION-REPORT-FILE
           PERFORM 9000-WRITE-REPORT-HEADER
           SORT OT-SORT-FILE
               ASCENDING KEY OX-DEPT-CODE OX-EMPLOYEE-ID
                   OX-WORK-DATE
               INPUT PROCEDURE 1000-SELECT-OT-EXCEPTIONS
               OUTPUT PROCEDURE 2000-PRINT-OT-EXCEPTIONS
           PERFORM 9200-WRITE-REPORT-SUMMARY
           CLOSE OT-EXCEPTION-REPORT-FILE
           CLOSE EMPLOYEE-ROSTER-FILE
           IF WS-DEPTMAST-AVAIL
               CLOSE DEPARTMENT-MASTER-FILE
            END-IF
           MOVE "OT EXCEPTIONS DONE" TO WS-AUDIT-OUTCOME
           PERFORM 9300-WRITE-AUDIT-LOG
           MOVE "COMPLETED" TO WS-RC-STATUS-VALUE
           PERFORM 9500-WRITE-RUN-CONTROL
           STOP RUN.

       0050-SET-BUSINESS-DATE.
      * The stream's shared business processing date, when the
      * date-open step has set one. Without the control file
      * (stand-alone and desk runs) the system date applies.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-MONTH
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DAY
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BD-FILE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE(1:4) IS NUMERIC
                           MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
                        END-IF
                END-READ
               CLOSE BUSINESS-DATE-FILE
            END-IF.

       0100-READ-PAY-PARM.
           OPEN INPUT PAY-PARM-FILE
           IF WS-PP-FILE-STATUS NOT = "00"
               DISPLAY "Pay-period parameter file is not available "
                   "- cannot report overtime exceptions."
               MOVE "PAYPARM MISSING" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           READ PAY-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE PP-PERIOD-START TO WS-PERIOD-START
                   MOVE PP-PERIOD-END TO WS-PERIOD-END
            END-READ
           CLOSE PAY-PARM-FILE
           IF WS-PERIOD-START = SPACES OR WS-PERIOD-END = SPACES
               DISPLAY "Pay-period parameter card is incomplete - "
                   "cannot report overtime exceptions."
               MOVE "PAYPARM MISSING" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       0400-OPEN-LOOKUP-FILES.
      * The roster puts each day in a department, so without it
      * the report cannot be split for the department heads. The
      * department master only supplies names.
           OPEN INPUT EMPLOYEE-ROSTER-FILE
           IF WS-ER-FILE-STATUS NOT = "00"
               DISPLAY "Employee roster is not available - cannot "
                   "report overtime by department."
               MOVE "ROSTER UNAVAILABLE" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           OPEN INPUT DEPARTMENT-MASTER-FILE
           IF WS-DM-FILE-STATUS = "00"
               SET WS-DEPTMAST-AVAIL TO TRUE
            END-IF.

       1000-SELECT-OT-EXCEPTIONS.
           OPEN INPUT PERIOD-HOURS-FILE
           IF WS-PH-FILE-STATUS NOT = "00"
               DISPLAY "Period-to-date hours file is not available "
                   "- no overtime to check."
               CLOSE OT-EXCEPTION-REPORT-FILE
               MOVE "PERHOURS MISSING" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ PERIOD-HOURS-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM 1100-CHECK-HOURS-RECORD
                END-READ
            END-PERFORM
           CLOSE PERIOD-HOURS-FILE.

       1100-CHECK-HOURS-RECORD.
      * Only overtime days are counted; an authorised day is
      * counted and goes no further. An employee who has left the
      * roster since is listed under a blank department.
           IF PH-OT-FLAG NOT = SPACE
               ADD 1 TO WS-OT-DAYS
               EVALUATE TRUE
                   WHEN PH-OT-AUTHORISED
                       ADD 1 TO WS-AUTHORISED-COUNT
                   WHEN PH-OT-OVER-APPROVAL
                       ADD 1 TO WS-OVER-APPROVAL-COUNT
                       PERFORM 1200-RELEASE-OT-EXCEPTION
                   WHEN OTHER
                       ADD 1 TO WS-UNAPPROVED-COUNT
                       PERFORM 1200-RELEASE-OT-EXCEPTION
                END-EVALUATE
            END-IF.

       1200-RELEASE-OT-EXCEPTION.
           MOVE SPACES TO OX-DEPT-CODE
           MOVE PH-EMPLOYEE-ID TO ER-EMPLOYEE-ID
           READ EMPLOYEE-ROSTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ER-DEPT-CODE TO OX-DEPT-CODE
            END-READ
           MOVE PH-EMPLOYEE-ID TO OX-EMPLOYEE-ID
           MOVE PH-WORK-DATE TO OX-WORK-DATE
           MOVE PH-NAME TO OX-NAME
           MOVE PH-OT-FLAG TO OX-OT-FLAG
           MOVE PH-MINUTES TO OX-MINUTES
           MOVE PH-OT-MINUTES TO OX-OT-MINUTES
           MOVE PH-OT-APPROVED-MINUTES TO OX-OT-APPROVED-MINUTES
           MOVE PH-OT-APPROVER-ID TO OX-OT-APPROVER-ID
           IF PH-OT-OVER-APPROVAL
               MOVE "X" TO OX-OT-AUTH-FLAG
            ELSE
               MOVE "U" TO OX-OT-AUTH-FLAG
               MOVE ZERO TO OX-OT-APPROVED-MINUTES
               MOVE SPACES TO OX-OT-APPROVER-ID
            END-IF
           RELEASE OT-SORT-RECORD.

       2000-PRINT-OT-EXCEPTIONS.
           MOVE "N" TO WS-SORT-EOF-SW
           PERFORM UNTIL WS-SORT-EOF
               RETURN OT-SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       IF OX-DEPT-CODE NOT = WS-CUR-DEPT-CODE
                           IF WS-CUR-DEPT-CODE NOT = HIGH-VALUES
                               PERFORM 2500-CLOSE-OUT-DEPARTMENT
                            END-IF
                           PERFORM 2100-START-DEPARTMENT
                        END-IF
                       PERFORM 2300-PRINT-EXCEPTION-LINE
                END-RETURN
            END-PERFORM
           IF WS-CUR-DEPT-CODE NOT = HIGH-VALUES
               PERFORM 2500-CLOSE-OUT-DEPARTMENT
            ELSE
               MOVE SPACES TO OT-EXCEPTION-REPORT-RECORD
               STRING "No unapproved or over-approval overtime in "
                   "the period to date."
                   DELIMITED BY SIZE INTO OT-EXCEPTION-REPORT-RECORD
               WRITE OT-EXCEPTION-REPORT-RECORD
               MOVE SPACES TO OT-EXCEPTION-REPORT-RECORD
               WRITE OT-EXCEPTION-REPORT-RECORD
            END-IF.

       2100-START-DEPARTMENT.
           MOVE OX-DEPT-CODE TO WS-CUR-DEPT-CODE
           ADD 1 TO WS-DEPT-COUNT
           MOVE ZERO TO WS-DEPT-DAYS
           MOVE ZERO TO WS-DEPT-EXCESS-MINUTES
           IF OX-DEPT-CODE = SPACES
               MOVE "(NOT ON ROSTER)" TO WS-DEPT-NAME
            ELSE
               MOVE OX-DEPT-CODE TO WS-LOOKUP-DEPT-CODE
               PERFORM 9050-RESOLVE-DEPT-NAME
            END-IF
           MOVE ALL "=" TO OT-EXCEPTION-REPORT-RECORD
           WRITE OT-EXCEPTION-REPORT-RECORD
           MOVE SPACES TO OT-EXCEPTION-REPORT-RECORD
           STRING "DEPARTMENT " OX-DEPT-CODE " " WS-DEPT-NAME
               DELIMITED BY SIZE INTO OT-EXCEPTION-REPORT-RECORD
           WRITE OT-EXCEPTION-REPORT-RECORD
           MOVE SPACES TO OT-EXCEPTION-REPORT-RECORD
           STRING "  Emp id Name                                     "
               "Work date  OT Worked    OT Apprvd Excess "
               "Approver Status"
               DELIMITED BY SIZE INTO OT-EXCEPTION-REPORT-RECORD
           WRITE OT-EXCEPTION-REPORT-RECORD.

       2300-PRINT-EXCEPTION-LINE.
      * With no approval at all every overtime minute is excess.
           COMPUTE WS-EXCESS-MINUTES =
               OX-OT-MINUTES - OX-OT-APPROVED-MINUTES
           IF OX-OT-UNAPPROVED
               MOVE "UNAPPROVED" TO WS-STATUS-TEXT
            ELSE
               MOVE "OVER APPROVAL" TO WS-STATUS-TEXT
            END-IF
           ADD 1 TO WS-DEPT-DAYS
           ADD WS-EXCESS-MINUTES TO WS-DEPT-EXCESS-MINUTES
           MOVE OX-MINUTES TO WS-MINUTES-DISPLAY
           MOVE OX-OT-MINUTES TO WS-OT-MINUTES-DISPLAY
           MOVE OX-OT-APPROVED-MINUTES TO WS-APPROVED-DISPLAY
           MOVE WS-EXCESS-MINUTES TO WS-EXCESS-DISPLAY
           MOVE SPACES TO OT-EXCEPTION-REPORT-RECORD
           STRING "  " OX-EMPLOYEE-ID " " OX-NAME " "
               OX-WORK-DATE " " OX-OT-FLAG "  "
               WS-MINUTES-DISPLAY " "
               WS-OT-MINUTES-DISPLAY " "
               WS-APPROVED-DISPLAY " "
               WS-EXCESS-DISPLAY "  "
               OX-OT-APPROVER-ID "   "
               WS-STATUS-TEXT
               DELIMITED BY SIZE INTO OT-EXCEPTION-REPORT-RECORD
           WRITE OT-EXCEPTION-REPORT-RECORD.

       2500-CLOSE-OUT-DEPARTMENT.
           ADD WS-DEPT-EXCESS-MINUTES TO WS-TOTAL-EXCESS-MINUTES
           COMPUTE WS-LINE-HOURS ROUNDED =
               WS-DEPT-EXCESS-MINUTES / 60
           MOVE WS-LINE-HOURS TO WS-HOURS-DISPLAY
           MOVE SPACES TO OT-EXCEPTION-REPORT-RECORD
           STRING "  TOTAL " WS-DEPT-DAYS " day(s)  Excess hours "
               "to hold: " WS-HOURS-DISPLAY
               DELIMITED BY SIZE INTO OT-EXCEPTION-REPORT-RECORD
           WRITE OT-EXCEPTION-REPORT-RECORD
           MOVE SPACES TO OT-EXCEPTION-REPORT-RECORD
           WRITE OT-EXCEPTION-REPORT-RECORD.

       0200-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RC-FILE-STATUS = "00"
               MOVE "N" TO WS-RC-EOF-SW
               PERFORM UNTIL WS-RC-EOF
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-RC-EOF TO TRUE
                       NOT AT END
                           IF RC-RUN-DATE = WS-RUN-DATE
                                   AND RC-PROGRAM-ID =
                                       "OT-EXCEPTION-REPORT"
                                   AND RC-STATUS = "COMPLETED"
                               SET WS-ALREADY-RUN TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
               CLOSE RUN-CONTROL-FILE
            END-IF
           IF WS-ALREADY-RUN
               DISPLAY "OT-EXCEPTION-REPORT already completed for "
                   WS-RUN-DATE " - skipping this rerun."
               MOVE "ALREADY RUN" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               STOP RUN
            END-IF.

       9000-WRITE-REPORT-HEADER.
           MOVE SPACES TO OT-EXCEPTION-REPORT-RECORD
           STRING "UNAPPROVED AND OVER-APPROVAL OVERTIME BY DEPARTMENT"
               DELIMITED BY SIZE INTO OT-EXCEPTION-REPORT-RECORD
           WRITE OT-EXCEPTION-REPORT-RECORD
           MOVE SPACES TO OT-EXCEPTION-REPORT-RECORD
           STRING "Run date: " WS-RUN-DATE
               "  Pay period: " WS-PERIOD-START " to " WS-PERIOD-END
               "  (period to date, minutes)"
               DELIMITED BY SIZE INTO OT-EXCEPTION-REPORT-RECORD
           WRITE OT-EXCEPTION-REPORT-RECORD
           MOVE SPACES TO OT-EXCEPTION-REPORT-RECORD
           WRITE OT-EXCEPTION-REPORT-RECORD.

       9050-RESOLVE-DEPT-NAME.
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

       9200-WRITE-REPORT-SUMMARY.
           COMPUTE WS-LINE-HOURS ROUNDED =
               WS-TOTAL-EXCESS-MINUTES / 60
           MOVE WS-LINE-HOURS TO WS-HOURS-DISPLAY
           MOVE SPACES TO OT-EXCEPTION-REPORT-RECORD
           STRING "Hours records read: " WS-RECORDS-READ
               "  Overtime days: " WS-OT-DAYS
               "  Authorised: " WS-AUTHORISED-COUNT
               DELIMITED BY SIZE INTO OT-EXCEPTION-REPORT-RECORD
           WRITE OT-EXCEPTION-REPORT-RECORD
           MOVE SPACES TO OT-EXCEPTION-REPORT-RECORD
           STRING "Unapproved: " WS-UNAPPROVED-COUNT
               "  Over approval: " WS-OVER-APPROVAL-COUNT
               "  Departments: " WS-DEPT-COUNT
               "  Excess hours to hold: " WS-HOURS-DISPLAY
               DELIMITED BY SIZE INTO OT-EXCEPTION-REPORT-RECORD
           WRITE OT-EXCEPTION-REPORT-RECORD.

       9300-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-RUN-MINUTE
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-RUN-SECOND
           PERFORM 9950-NEXT-AUDIT-SEQUENCE
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AL-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
            END-IF
           MOVE "OT-EXCEPTION-REPORT" TO AL-PROGRAM-ID
           MOVE WS-RUN-DATE TO AL-RUN-DATE
           MOVE WS-RUN-TIME TO AL-RUN-TIME
           MOVE "N/A" TO AL-OPERATOR
           MOVE WS-AUDIT-OUTCOME TO AL-OUTCOME
           MOVE WS-AUDIT-SEQUENCE TO AL-SEQUENCE
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.

       9500-WRITE-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-RUN-MINUTE
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-RUN-SECOND
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RC-FILE-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
            END-IF
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE "OT-EXCEPTION-REPORT" TO RC-PROGRAM-ID
           MOVE WS-RC-STATUS-VALUE TO RC-STATUS
           MOVE WS-RUN-TIME TO RC-RUN-TIME
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       9950-NEXT-AUDIT-SEQUENCE.
      * Hands out the next running audit sequence number from the
      * AUDSEQ control file and steps it, so every audit record in
      * the stream climbs by exactly one - the property
      * AUDIT-VERIFY proves each night.
           MOVE 1 TO WS-AUDIT-SEQUENCE
           OPEN INPUT AUDIT-SEQ-FILE
           IF WS-SQ-FILE-STATUS = "00"
               READ AUDIT-SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SQ-NEXT-SEQUENCE IS NUMERIC
                           MOVE SQ-NEXT-SEQUENCE
                               TO WS-AUDIT-SEQUENCE
                        END-IF
                END-READ
               CLOSE AUDIT-SEQ-FILE
            END-IF
           OPEN OUTPUT AUDIT-SEQ-FILE
           COMPUTE SQ-NEXT-SEQUENCE = WS-AUDIT-SEQUENCE + 1
           WRITE AUDIT-SEQ-RECORD
           CLOSE AUDIT-SEQ-FILE.
