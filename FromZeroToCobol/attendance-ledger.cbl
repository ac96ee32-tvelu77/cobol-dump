       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTENDANCE-LEDGER.
       AUTHOR. Thomas VELU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIFT-DEF-FILE ASSIGN TO "SHIFTDEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SF-FILE-STATUS.
           SELECT ATTENDANCE-PARM-FILE ASSIGN TO "ATTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-FILE-STATUS.
           SELECT EMPLOYEE-ROSTER-FILE ASSIGN TO "EMPROSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-EMPLOYEE-ID
               FILE STATUS IS WS-ER-FILE-STATUS.
           SELECT ABSENCE-FILE ASSIGN TO "ABSENCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-KEY
               FILE STATUS IS WS-AB-FILE-STATUS.
           SELECT SIGNIN-LOG-FILE ASSIGN TO "SIGNINLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-FILE-STATUS.
           SELECT ATTEND-SORT-FILE ASSIGN TO "ATTSORT".
           SELECT ATTENDANCE-LEDGER-FILE ASSIGN TO "ATTLEDGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AX-FILE-STATUS.
           SELECT ATTENDANCE-REPORT-FILE ASSIGN TO "ATTRPT"
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
       FD  SHIFT-DEF-FILE.
       COPY SHIFTDEF.

       FD  ATTENDANCE-PARM-FILE.
       COPY ATTPARM.

       FD  EMPLOYEE-ROSTER-FILE.
       COPY EMPROSTR.

       FD  ABSENCE-FILE.
       COPY ABSENCE.

       FD  SIGNIN-LOG-FILE.
       COPY SIGNINLG.

       SD  ATTEND-SORT-FILE.
       01  ATTEND-SORT-RECORD.
           05  AS-EMPLOYEE-ID      PIC X(6).
           05  AS-RUN-TIME         PIC X(8).
           05  AS-EVENT-TYPE       PIC X(3).

       FD  ATTENDANCE-LEDGER-FILE.
       COPY ATTLEDGR.

       FD  ATTENDANCE-REPORT-FILE.
       01  ATTENDANCE-REPORT-RECORD PIC X(132).

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
       01  WS-SF-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AP-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-ER-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AB-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AX-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SQ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-RC-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-BD-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-SEQUENCE PIC 9(7) VALUE ZERO.
       01  WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01  WS-SORT-EOF-SW PIC X VALUE "N".
           88 WS-SORT-EOF VALUE "Y".
       01  WS-ROSTER-EOF-SW PIC X VALUE "N".
           88 WS-ROSTER-EOF VALUE "Y".
       01  WS-RC-EOF-SW PIC X VALUE "N".
           88 WS-RC-EOF VALUE "Y".
       01  WS-ALREADY-RUN-SW PIC X VALUE "N".
           88 WS-ALREADY-RUN VALUE "Y".
       01  WS-RC-STATUS-VALUE PIC X(10) VALUE SPACES.
       01  WS-ABSENCE-AVAIL-SW PIC X VALUE "N".
           88 WS-ABSENCE-AVAIL VALUE "Y".
       01  WS-ON-LEAVE-SW PIC X VALUE "N".
           88 WS-ON-LEAVE VALUE "Y".
       01  WS-SCAN-END-SW PIC X VALUE "N".
           88 WS-SCAN-END VALUE "Y".
       01  WS-DAY-TYPE PIC X(1) VALUE "W".
           88 WS-NON-WORKING-DAY VALUE "H" "E".
       01  WS-SHIFT-FOUND-SW PIC X VALUE "N".
           88 WS-SHIFT-FOUND VALUE "Y".
       01  WS-SHIFT-IX PIC 9(2) VALUE ZERO.
       01  WS-SHIFT-COUNT PIC 9(2) VALUE ZERO.
       01  WS-SHIFT-TABLE.
           05  WS-SHIFT-ENTRY OCCURS 10 TIMES.
               10  WS-SHIFT-CODE       PIC X(1).
               10  WS-SHIFT-START      PIC X(8).
               10  WS-SHIFT-END        PIC X(8).
               10  WS-SHIFT-MINIMUM    PIC 9(3).
       01  WS-POINTS-IX PIC 9(2) VALUE ZERO.
       01  WS-POINTS-COUNT PIC 9(2) VALUE ZERO.
       01  WS-POINTS-TABLE.
           05  WS-POINTS-ENTRY OCCURS 10 TIMES.
               10  WS-POINTS-TYPE      PIC X(1).
               10  WS-POINTS-VALUE     PIC 9(3).
       01  WS-LOOKUP-SHIFT PIC X(1) VALUE SPACES.
       01  WS-CUR-EMPLOYEE-ID PIC X(6) VALUE SPACES.
       01  WS-FIRST-IN-TIME PIC X(8) VALUE SPACES.
       01  WS-LAST-IN-TIME PIC X(8) VALUE SPACES.
       01  WS-LAST-OUT-TIME PIC X(8) VALUE SPACES.
       01  WS-OPEN-SW PIC X VALUE "N".
           88 WS-PAIR-OPEN VALUE "Y".
       01  WS-EXC-TYPE PIC X(1) VALUE SPACES.
       01  WS-EXC-SHIFT-TIME PIC X(8) VALUE SPACES.
       01  WS-EXC-EVENT-TIME PIC X(8) VALUE SPACES.
       01  WS-EXC-POINTS PIC 9(3) VALUE ZERO.
       01  WS-EXC-DESCRIPTION PIC X(12) VALUE SPACES.
       01  WS-EVENTS-READ PIC 9(7) VALUE ZERO.
       01  WS-EMPLOYEES-JUDGED PIC 9(5) VALUE ZERO.
       01  WS-NOT-ON-ROSTER-COUNT PIC 9(5) VALUE ZERO.
       01  WS-LATE-COUNT PIC 9(5) VALUE ZERO.
       01  WS-EARLY-OUT-COUNT PIC 9(5) VALUE ZERO.
       01  WS-MISSING-OUT-COUNT PIC 9(5) VALUE ZERO.
       01  WS-NO-SHOW-COUNT PIC 9(5) VALUE ZERO.
       01  WS-ON-LEAVE-COUNT PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-POINTS PIC 9(7) VALUE ZERO.
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
      * Judges each rostered employee's day against the window of
      * their own shift and appends the exceptions to the
      * permanent attendance ledger. The day's events are sorted
      * by employee and matched against the roster in key order,
      * so an active employee with no events at all - the no-show
      * - turns up as a roster record the events skipped over.
           PERFORM 0050-SET-BUSINESS-DATE
           PERFORM 0200-CHECK-RUN-CONTROL
           MOVE "STARTED" TO WS-RC-STATUS-VALUE
           PERFORM 9500-WRITE-RUN-CONTROL
           PERFORM 0100-LOAD-SHIFT-DEFINITIONS
           PERFORM 0150-LOAD-POINTS-TABLE
           OPEN INPUT EMPLOYEE-ROSTER-FILE
           IF WS-ER-FILE-STATUS NOT = "00"
               DISPLAY "Employee roster is not available - cannot "
                   "judge attendance."
               MOVE "ROSTER UNAVAILABLE" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           OPEN INPUT ABSENCE-FILE
           IF WS-AB-FILE-STATUS = "00"
               SET WS-ABSENCE-AVAIL TO TRUE
            END-IF
           OPEN EXTEND ATTENDANCE-LEDGER-FILE
           IF WS-AX-FILE-STATUS = "35"
               OPEN OUTPUT ATTENDANCE-LEDGER-FILE
            END-IF
           OPEN OUTPUT ATTENDANCE-REPORT-FILE
           PERFORM 9000-WRITE-REPORT-HEADER
           SORT ATTEND-SORT-FILE
               ASCENDING KEY AS-EMPLOYEE-ID AS-RUN-TIME
               INPUT PROCEDURE 1000-RELEASE-DAY-EVENTS
               OUTPUT PROCEDURE 2000-JUDGE-ATTENDANCE
           PERFORM 9200-WRITE-REPORT-SUMMARY
           CLOSE ATTENDANCE-REPORT-FILE
           CLOSE ATTENDANCE-LEDGER-FILE
           IF WS-ABSENCE-AVAIL
               CLOSE ABSENCE-FILE
            END-IF
           CLOSE EMPLOYEE-ROSTER-FILE
           MOVE "LEDGER DONE" TO WS-AUDIT-OUTCOME
           PERFORM 9300-WRITE-AUDIT-LOG
           MOVE "COMPLETED" TO WS-RC-STATUS-VALUE
           PERFORM 9500-WRITE-RUN-CONTROL
           STOP RUN.

       0050-SET-BUSINESS-DATE.
      * The stream's shared business processing date, when the
      * date-open step has set one: a nightly that slips past
      * midnight keeps stamping and selecting the same business
      * day. Without the control file (stand-alone and desk runs)
      * the system date applies, exactly as before.
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
                           MOVE BD-DAY-TYPE TO WS-DAY-TYPE
                        END-IF
                END-READ
               CLOSE BUSINESS-DATE-FILE
            END-IF.

       0100-LOAD-SHIFT-DEFINITIONS.
           OPEN INPUT SHIFT-DEF-FILE
           IF WS-SF-FILE-STATUS NOT = "00"
               DISPLAY "Shift definition file is not available - "
                   "attendance cannot be judged."
               MOVE "SHIFTDEF MISSING" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           PERFORM UNTIL WS-EOF
               READ SHIFT-DEF-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-SHIFT-COUNT < 10
                           ADD 1 TO WS-SHIFT-COUNT
                           MOVE WS-SHIFT-COUNT TO WS-SHIFT-IX
                           MOVE SF-SHIFT-CODE
                               TO WS-SHIFT-CODE(WS-SHIFT-IX)
                           MOVE SF-START-TIME
                               TO WS-SHIFT-START(WS-SHIFT-IX)
                           MOVE SF-END-TIME
                               TO WS-SHIFT-END(WS-SHIFT-IX)
                           MOVE SF-MIN-SIGNINS
                               TO WS-SHIFT-MINIMUM(WS-SHIFT-IX)
                        END-IF
                END-READ
            END-PERFORM
           CLOSE SHIFT-DEF-FILE
           IF WS-SHIFT-COUNT = ZERO
               DISPLAY "Shift definition file is empty - attendance "
                   "cannot be judged."
               MOVE "SHIFTDEF MISSING" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       0150-LOAD-POINTS-TABLE.
      * The point values are HR policy, so they live on a card
      * HR can change without a program change. A bad card stops
      * the step before anything reaches the permanent ledger.
           OPEN INPUT ATTENDANCE-PARM-FILE
           IF WS-AP-FILE-STATUS NOT = "00"
               DISPLAY "Attendance points parameter file is not "
                   "available - attendance cannot be scored."
               MOVE "ATTPARM MISSING" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ ATTENDANCE-PARM-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF AP-EXCEPTION-TYPE NOT = "L"
                               AND AP-EXCEPTION-TYPE NOT = "E"
                               AND AP-EXCEPTION-TYPE NOT = "M"
                               AND AP-EXCEPTION-TYPE NOT = "N"
                           OR AP-POINTS IS NOT NUMERIC
                           DISPLAY "Attendance points card is not "
                               "valid: " ATTENDANCE-POINTS-RECORD
                           MOVE "ATTPARM INVALID" TO WS-AUDIT-OUTCOME
                           PERFORM 9300-WRITE-AUDIT-LOG
                           CLOSE ATTENDANCE-PARM-FILE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                       IF WS-POINTS-COUNT < 10
                           ADD 1 TO WS-POINTS-COUNT
                           MOVE WS-POINTS-COUNT TO WS-POINTS-IX
                           MOVE AP-EXCEPTION-TYPE
                               TO WS-POINTS-TYPE(WS-POINTS-IX)
                           MOVE AP-POINTS
                               TO WS-POINTS-VALUE(WS-POINTS-IX)
                        END-IF
                END-READ
            END-PERFORM
           CLOSE ATTENDANCE-PARM-FILE.

       1000-RELEASE-DAY-EVENTS.
      * Without the day's sign-ins every rostered employee would
      * look like a no-show, and the ledger is permanent - so a
      * missing log stops the step instead.
           OPEN INPUT SIGNIN-LOG-FILE
           IF WS-SL-FILE-STATUS NOT = "00"
               DISPLAY "Sign-in log is not available - attendance "
                   "cannot be judged."
               MOVE "SIGNINLG MISSING" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ SIGNIN-LOG-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF SL-RUN-DATE = WS-RUN-DATE
                           ADD 1 TO WS-EVENTS-READ
                           MOVE SL-EMPLOYEE-ID TO AS-EMPLOYEE-ID
                           MOVE SL-RUN-TIME TO AS-RUN-TIME
                           IF SL-EVENT-TYPE = "OUT"
                               MOVE "OUT" TO AS-EVENT-TYPE
                            ELSE
                               MOVE "IN " TO AS-EVENT-TYPE
                            END-IF
                           RELEASE ATTEND-SORT-RECORD
                        END-IF
                END-READ
            END-PERFORM
           CLOSE SIGNIN-LOG-FILE.

       2000-JUDGE-ATTENDANCE.
           PERFORM 2050-READ-NEXT-ROSTER
           MOVE "N" TO WS-SORT-EOF-SW
           PERFORM UNTIL WS-SORT-EOF
               RETURN ATTEND-SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       IF AS-EMPLOYEE-ID NOT = WS-CUR-EMPLOYEE-ID
                           IF WS-CUR-EMPLOYEE-ID NOT = SPACES
                               PERFORM 2400-CLOSE-OUT-EMPLOYEE
                            END-IF
                           MOVE AS-EMPLOYEE-ID TO WS-CUR-EMPLOYEE-ID
                           MOVE SPACES TO WS-FIRST-IN-TIME
                           MOVE SPACES TO WS-LAST-IN-TIME
                           MOVE SPACES TO WS-LAST-OUT-TIME
                           MOVE "N" TO WS-OPEN-SW
                        END-IF
                       PERFORM 2300-APPLY-SORTED-EVENT
                END-RETURN
            END-PERFORM
           IF WS-CUR-EMPLOYEE-ID NOT = SPACES
               PERFORM 2400-CLOSE-OUT-EMPLOYEE
            END-IF
      * Whoever is left on the roster past the last employee with
      * events signed nothing at all today.
           PERFORM UNTIL WS-ROSTER-EOF
               PERFORM 2500-CHECK-NO-SHOW
               PERFORM 2050-READ-NEXT-ROSTER
            END-PERFORM.

       2050-READ-NEXT-ROSTER.
           READ EMPLOYEE-ROSTER-FILE NEXT RECORD
               AT END
                   SET WS-ROSTER-EOF TO TRUE
            END-READ.

       2300-APPLY-SORTED-EVENT.
           IF AS-EVENT-TYPE = "OUT"
               MOVE AS-RUN-TIME TO WS-LAST-OUT-TIME
               MOVE "N" TO WS-OPEN-SW
            ELSE
               IF WS-FIRST-IN-TIME = SPACES
                   MOVE AS-RUN-TIME TO WS-FIRST-IN-TIME
                END-IF
               MOVE AS-RUN-TIME TO WS-LAST-IN-TIME
               MOVE "Y" TO WS-OPEN-SW
            END-IF.

       2400-CLOSE-OUT-EMPLOYEE.
      * Roster records keyed below the employee just finished had
      * no events today; the matching record gets the day judged.
           PERFORM UNTIL WS-ROSTER-EOF
                   OR ER-EMPLOYEE-ID NOT < WS-CUR-EMPLOYEE-ID
               PERFORM 2500-CHECK-NO-SHOW
               PERFORM 2050-READ-NEXT-ROSTER
            END-PERFORM
           IF NOT WS-ROSTER-EOF
                   AND ER-EMPLOYEE-ID = WS-CUR-EMPLOYEE-ID
               IF NOT ER-INACTIVE
                   PERFORM 2450-JUDGE-EMPLOYEE-DAY
                END-IF
               PERFORM 2050-READ-NEXT-ROSTER
            ELSE
               ADD 1 TO WS-NOT-ON-ROSTER-COUNT
            END-IF.

       2450-JUDGE-EMPLOYEE-DAY.
      * A shift whose end time is earlier than its start runs
      * past midnight: its sign-outs land on the next day's log,
      * so only lateness is judged for it here. On a holiday or
      * weekend nobody is scheduled, so only a missing sign-out -
      * which still breaks the hours pairing - is raised.
           ADD 1 TO WS-EMPLOYEES-JUDGED
           MOVE ER-SHIFT-CODE TO WS-LOOKUP-SHIFT
           PERFORM 2460-FIND-SHIFT
           IF WS-SHIFT-FOUND AND NOT WS-NON-WORKING-DAY
               IF WS-FIRST-IN-TIME NOT = SPACES
                       AND WS-FIRST-IN-TIME
                           > WS-SHIFT-START(WS-SHIFT-IX)
                   MOVE "L" TO WS-EXC-TYPE
                   MOVE WS-SHIFT-START(WS-SHIFT-IX)
                       TO WS-EXC-SHIFT-TIME
                   MOVE WS-FIRST-IN-TIME TO WS-EXC-EVENT-TIME
                   PERFORM 2700-WRITE-EXCEPTION
                END-IF
            END-IF
           IF WS-SHIFT-FOUND
                   AND WS-SHIFT-END(WS-SHIFT-IX)
                       < WS-SHIFT-START(WS-SHIFT-IX)
               CONTINUE
            ELSE
               IF WS-PAIR-OPEN
                   MOVE "M" TO WS-EXC-TYPE
                   MOVE SPACES TO WS-EXC-SHIFT-TIME
                   IF WS-SHIFT-FOUND
                       MOVE WS-SHIFT-END(WS-SHIFT-IX)
                           TO WS-EXC-SHIFT-TIME
                    END-IF
                   MOVE WS-LAST-IN-TIME TO WS-EXC-EVENT-TIME
                   PERFORM 2700-WRITE-EXCEPTION
                ELSE
                   IF WS-SHIFT-FOUND AND NOT WS-NON-WORKING-DAY
                           AND WS-LAST-OUT-TIME NOT = SPACES
                           AND WS-LAST-OUT-TIME
                               < WS-SHIFT-END(WS-SHIFT-IX)
                       MOVE "E" TO WS-EXC-TYPE
                       MOVE WS-SHIFT-END(WS-SHIFT-IX)
                           TO WS-EXC-SHIFT-TIME
                       MOVE WS-LAST-OUT-TIME TO WS-EXC-EVENT-TIME
                       PERFORM 2700-WRITE-EXCEPTION
                    END-IF
                END-IF
            END-IF.

       2460-FIND-SHIFT.
           MOVE "N" TO WS-SHIFT-FOUND-SW
           MOVE ZERO TO WS-SHIFT-IX
           PERFORM UNTIL WS-SHIFT-FOUND
                   OR WS-SHIFT-IX >= WS-SHIFT-COUNT
               ADD 1 TO WS-SHIFT-IX
               IF WS-SHIFT-CODE(WS-SHIFT-IX) = WS-LOOKUP-SHIFT
                   SET WS-SHIFT-FOUND TO TRUE
                END-IF
            END-PERFORM.

       2500-CHECK-NO-SHOW.
      * Only an active employee on a defined shift, on a working
      * day, and not on approved leave was expected at all.
           IF NOT ER-INACTIVE AND NOT WS-NON-WORKING-DAY
               MOVE ER-SHIFT-CODE TO WS-LOOKUP-SHIFT
               PERFORM 2460-FIND-SHIFT
               IF WS-SHIFT-FOUND
                   PERFORM 2550-CHECK-ON-LEAVE
                   IF WS-ON-LEAVE
                       ADD 1 TO WS-ON-LEAVE-COUNT
                    ELSE
                       MOVE "N" TO WS-EXC-TYPE
                       MOVE WS-SHIFT-START(WS-SHIFT-IX)
                           TO WS-EXC-SHIFT-TIME
                       MOVE SPACES TO WS-EXC-EVENT-TIME
                       PERFORM 2700-WRITE-EXCEPTION
                    END-IF
                END-IF
            END-IF.

       2550-CHECK-ON-LEAVE.
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

       2700-WRITE-EXCEPTION.
           MOVE ZERO TO WS-EXC-POINTS
           MOVE ZERO TO WS-POINTS-IX
           PERFORM UNTIL WS-POINTS-IX >= WS-POINTS-COUNT
               ADD 1 TO WS-POINTS-IX
               IF WS-POINTS-TYPE(WS-POINTS-IX) = WS-EXC-TYPE
                   MOVE WS-POINTS-VALUE(WS-POINTS-IX)
                       TO WS-EXC-POINTS
                END-IF
            END-PERFORM
           EVALUATE WS-EXC-TYPE
               WHEN "L"
                   MOVE "LATE" TO WS-EXC-DESCRIPTION
                   ADD 1 TO WS-LATE-COUNT
               WHEN "E"
                   MOVE "EARLY OUT" TO WS-EXC-DESCRIPTION
                   ADD 1 TO WS-EARLY-OUT-COUNT
               WHEN "M"
                   MOVE "MISSING OUT" TO WS-EXC-DESCRIPTION
                   ADD 1 TO WS-MISSING-OUT-COUNT
               WHEN OTHER
                   MOVE "NO-SHOW" TO WS-EXC-DESCRIPTION
                   ADD 1 TO WS-NO-SHOW-COUNT
            END-EVALUATE
           MOVE ER-EMPLOYEE-ID TO AX-EMPLOYEE-ID
           MOVE ER-EMPLOYEE-NAME TO AX-NAME
           MOVE ER-DEPT-CODE TO AX-DEPT-CODE
           MOVE ER-SHIFT-CODE TO AX-SHIFT-CODE
           MOVE WS-RUN-DATE TO AX-WORK-DATE
           MOVE WS-EXC-TYPE TO AX-EXCEPTION-TYPE
           MOVE WS-EXC-SHIFT-TIME TO AX-SHIFT-TIME
           MOVE WS-EXC-EVENT-TIME TO AX-EVENT-TIME
           MOVE WS-EXC-POINTS TO AX-POINTS
           WRITE ATTENDANCE-LEDGER-RECORD
           ADD WS-EXC-POINTS TO WS-TOTAL-POINTS
           MOVE SPACES TO ATTENDANCE-REPORT-RECORD
           STRING ER-EMPLOYEE-ID " " ER-EMPLOYEE-NAME
               " Dept: " ER-DEPT-CODE "  Shift: " ER-SHIFT-CODE
               "  " WS-EXC-DESCRIPTION
               " Shift: " WS-EXC-SHIFT-TIME
               " Clock: " WS-EXC-EVENT-TIME
               " Points: " WS-EXC-POINTS
               DELIMITED BY SIZE INTO ATTENDANCE-REPORT-RECORD
           WRITE ATTENDANCE-REPORT-RECORD.

       9000-WRITE-REPORT-HEADER.
           MOVE SPACES TO ATTENDANCE-REPORT-RECORD
           STRING "ATTENDANCE EXCEPTION LEDGER - DAILY ADDITIONS"
               DELIMITED BY SIZE INTO ATTENDANCE-REPORT-RECORD
           WRITE ATTENDANCE-REPORT-RECORD
           MOVE SPACES TO ATTENDANCE-REPORT-RECORD
           STRING "Run date: " WS-RUN-DATE DELIMITED BY SIZE
               INTO ATTENDANCE-REPORT-RECORD
           WRITE ATTENDANCE-REPORT-RECORD
           IF WS-NON-WORKING-DAY
               MOVE SPACES TO ATTENDANCE-REPORT-RECORD
               STRING "Non-working day - only missing sign-outs "
                   "are recorded" DELIMITED BY SIZE
                   INTO ATTENDANCE-REPORT-RECORD
               WRITE ATTENDANCE-REPORT-RECORD
            END-IF
           MOVE SPACES TO ATTENDANCE-REPORT-RECORD
           WRITE ATTENDANCE-REPORT-RECORD.

       9200-WRITE-REPORT-SUMMARY.
           MOVE SPACES TO ATTENDANCE-REPORT-RECORD
           WRITE ATTENDANCE-REPORT-RECORD
           MOVE SPACES TO ATTENDANCE-REPORT-RECORD
           STRING "Events for the day: " WS-EVENTS-READ
               "  Employees judged: " WS-EMPLOYEES-JUDGED
               "  Ids not on roster: " WS-NOT-ON-ROSTER-COUNT
               DELIMITED BY SIZE INTO ATTENDANCE-REPORT-RECORD
           WRITE ATTENDANCE-REPORT-RECORD
           MOVE SPACES TO ATTENDANCE-REPORT-RECORD
           STRING "Late: " WS-LATE-COUNT
               "  Early out: " WS-EARLY-OUT-COUNT
               "  Missing out: " WS-MISSING-OUT-COUNT
               "  No-show: " WS-NO-SHOW-COUNT
               "  On approved leave: " WS-ON-LEAVE-COUNT
               DELIMITED BY SIZE INTO ATTENDANCE-REPORT-RECORD
           WRITE ATTENDANCE-REPORT-RECORD
           MOVE SPACES TO ATTENDANCE-REPORT-RECORD
           STRING "Points added to the ledger: " WS-TOTAL-POINTS
               DELIMITED BY SIZE INTO ATTENDANCE-REPORT-RECORD
           WRITE ATTENDANCE-REPORT-RECORD.

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
                                       "ATTENDANCE-LEDGER"
                                   AND RC-STATUS = "COMPLETED"
                               SET WS-ALREADY-RUN TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
               CLOSE RUN-CONTROL-FILE
            END-IF
           IF WS-ALREADY-RUN
               DISPLAY "ATTENDANCE-LEDGER already completed for "
                   WS-RUN-DATE " - skipping this rerun."
               MOVE "ALREADY RUN" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               STOP RUN
            END-IF.

       9300-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-RUN-MINUTE
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-RUN-SECOND
           PERFORM 9950-NEXT-AUDIT-SEQUENCE
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AL-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
            END-IF
           MOVE "ATTENDANCE-LEDGER" TO AL-PROGRAM-ID
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
           MOVE "ATTENDANCE-LEDGER" TO RC-PROGRAM-ID
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
