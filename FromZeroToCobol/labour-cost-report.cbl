       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABOUR-COST-REPORT.
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
           SELECT PAY-RATE-FILE ASSIGN TO "PAYRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-KEY
               FILE STATUS IS WS-PR-FILE-STATUS.
           SELECT DEPARTMENT-BUDGET-FILE ASSIGN TO "DEPTBUDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DB-FILE-STATUS.
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
           SELECT COST-SORT-FILE ASSIGN TO "COSTSORT".
           SELECT LABOUR-COST-REPORT-FILE ASSIGN TO "LABRPT"
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

       FD  PAY-RATE-FILE.
       COPY PAYRATE.

       FD  DEPARTMENT-BUDGET-FILE.
       COPY DEPTBUDG.

       FD  EMPLOYEE-ROSTER-FILE.
       COPY EMPROSTR.

       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPTMAST.

      * One costed PERHOURS record, filed under the department and
      * shift the employee is on the roster for today. A record
      * with no rate to cost it at carries CS-NO-RATE and zero
      * money, and is listed under its shift so payroll can add
      * the missing rate.
       SD  COST-SORT-FILE.
       01  COST-SORT-RECORD.
           05  CS-DEPT-CODE        PIC X(4).
           05  CS-SHIFT-CODE       PIC X(1).
           05  CS-EMPLOYEE-ID      PIC X(6).
           05  CS-WORK-DATE        PIC X(10).
           05  CS-RATE-SW          PIC X(1).
               88  CS-NO-RATE      VALUE "N".
           05  CS-STRAIGHT-MINUTES PIC 9(5).
           05  CS-OVERTIME-MINUTES PIC 9(5).
           05  CS-STRAIGHT-COST    PIC 9(7)V99.
           05  CS-OVERTIME-COST    PIC 9(7)V99.

       FD  LABOUR-COST-REPORT-FILE.
       01  LABOUR-COST-REPORT-RECORD PIC X(132).

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
       01  WS-PR-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-DB-FILE-STATUS PIC XX VALUE SPACES.
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
       01  WS-DEPTBUDG-AVAIL-SW PIC X VALUE "N".
           88 WS-DEPTBUDG-AVAIL VALUE "Y".
       01  WS-RATE-FOUND-SW PIC X VALUE "N".
           88 WS-RATE-FOUND VALUE "Y".
       01  WS-SCAN-END-SW PIC X VALUE "N".
           88 WS-SCAN-END VALUE "Y".
       01  WS-BUDGET-FOUND-SW PIC X VALUE "N".
           88 WS-BUDGET-FOUND VALUE "Y".
       01  WS-PERIOD-START PIC X(10) VALUE SPACES.
       01  WS-PERIOD-END PIC X(10) VALUE SPACES.
       01  WS-LOOKUP-LEVEL PIC X(1) VALUE SPACES.
       01  WS-LOOKUP-CODE PIC X(6) VALUE SPACES.
       01  WS-LOOKUP-DATE PIC X(10) VALUE SPACES.
       01  WS-STRAIGHT-RATE PIC 9(3)V99 VALUE ZERO.
       01  WS-OVERTIME-RATE PIC 9(3)V99 VALUE ZERO.
       01  WS-BUDGET-IX PIC 9(3) VALUE ZERO.
       01  WS-BUDGET-COUNT PIC 9(3) VALUE ZERO.
       01  WS-BUDGET-TABLE.
           05  WS-BUDGET-ENTRY OCCURS 100 TIMES.
               10  WS-BUDGET-DEPT      PIC X(4).
               10  WS-BUDGET-MONTH     PIC X(7).
               10  WS-BUDGET-AMOUNT    PIC 9(7)V99.
       01  WS-BUDGET-CARDS-BAD PIC 9(5) VALUE ZERO.
       01  WS-CUR-DEPT-CODE PIC X(4) VALUE HIGH-VALUES.
       01  WS-CUR-SHIFT-CODE PIC X(1) VALUE HIGH-VALUES.
       01  WS-LOOKUP-DEPT-CODE PIC X(4) VALUE SPACES.
       01  WS-DEPT-NAME PIC X(30) VALUE SPACES.
       01  WS-SHIFT-STRAIGHT-MINUTES PIC 9(7) VALUE ZERO.
       01  WS-SHIFT-OVERTIME-MINUTES PIC 9(7) VALUE ZERO.
       01  WS-SHIFT-STRAIGHT-COST PIC 9(9)V99 VALUE ZERO.
       01  WS-SHIFT-OVERTIME-COST PIC 9(9)V99 VALUE ZERO.
       01  WS-DEPT-STRAIGHT-MINUTES PIC 9(7) VALUE ZERO.
       01  WS-DEPT-OVERTIME-MINUTES PIC 9(7) VALUE ZERO.
       01  WS-DEPT-STRAIGHT-COST PIC 9(9)V99 VALUE ZERO.
       01  WS-DEPT-OVERTIME-COST PIC 9(9)V99 VALUE ZERO.
       01  WS-DEPT-TOTAL-COST PIC 9(9)V99 VALUE ZERO.
       01  WS-GRAND-TOTAL-COST PIC 9(9)V99 VALUE ZERO.
       01  WS-GRAND-BUDGET PIC 9(9)V99 VALUE ZERO.
       01  WS-PERIOD-BUDGET PIC 9(9)V99 VALUE ZERO.
       01  WS-PERIOD-BUDGET-WORK PIC 9(9)V9(6) VALUE ZERO.
       01  WS-VARIANCE PIC S9(9)V99 VALUE ZERO.
       01  WS-PERCENT-USED PIC 9(5)V9 VALUE ZERO.
       01  WS-LINE-MINUTES PIC 9(7) VALUE ZERO.
       01  WS-LINE-COST PIC 9(9)V99 VALUE ZERO.
       01  WS-LINE-HOURS PIC 9(7)V99 VALUE ZERO.
       01  WS-STRAIGHT-HOURS-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01  WS-OVERTIME-HOURS-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01  WS-STRAIGHT-COST-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-OVERTIME-COST-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-COST-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-BUDGET-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-VARIANCE-DISPLAY PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-PERCENT-DISPLAY PIC ZZZZ9.9.
       01  WS-MINUTES-DISPLAY PIC ZZZZ9.
       01  WS-DAY-INTEGER PIC 9(8) VALUE ZERO.
       01  WS-FIRST-DAY-INTEGER PIC 9(8) VALUE ZERO.
       01  WS-LAST-DAY-INTEGER PIC 9(8) VALUE ZERO.
       01  WS-BUDGET-LAST-DATE PIC X(10) VALUE SPACES.
       01  WS-MONTH-START-INTEGER PIC 9(8) VALUE ZERO.
       01  WS-DAYS-IN-MONTH PIC 9(2) VALUE ZERO.
       01  WS-DAY-YYYYMMDD PIC 9(8) VALUE ZERO.
       01  WS-DAY-PARTS REDEFINES WS-DAY-YYYYMMDD.
           05  WS-DAY-YEAR         PIC 9(4).
           05  WS-DAY-MONTH        PIC 9(2).
           05  WS-DAY-DAY          PIC 9(2).
       01  WS-NEXT-YEAR PIC 9(4) VALUE ZERO.
       01  WS-NEXT-MONTH PIC 9(2) VALUE ZERO.
       01  WS-DAY-BUDGET-MONTH.
           05  WS-DBM-YEAR         PIC 9(4).
           05  FILLER              PIC X VALUE "-".
           05  WS-DBM-MONTH        PIC 9(2).
       01  WS-RECORDS-READ PIC 9(7) VALUE ZERO.
       01  WS-RECORDS-NO-RATE PIC 9(7) VALUE ZERO.
       01  WS-DEPT-COUNT PIC 9(5) VALUE ZERO.
       01  WS-OVER-BUDGET-COUNT PIC 9(5) VALUE ZERO.
       01  WS-NO-BUDGET-COUNT PIC 9(5) VALUE ZERO.
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
      * Costs the period-to-date hours STEP057 has just rebuilt:
      * every PERHOURS record at the employee's own rate (or the
      * department default) in force on the work date, the whole
      * day at the overtime rate when HOURS-ACCUM flagged it D, W
      * or B. Costs roll up by department and shift, and each
      * department's total is set against its budget for the pay
      * period - the monthly DEPTBUDG amounts spread evenly over
      * the days of their month, so a period that straddles a
      * month end draws on both months' budgets. A department over
      * its period budget gets an "OVER BUDGET" audit outcome that
      * the exception sweep puts on OPALERT.
           PERFORM 0050-SET-BUSINESS-DATE
           PERFORM 0200-CHECK-RUN-CONTROL
           MOVE "STARTED" TO WS-RC-STATUS-VALUE
           PERFORM 9500-WRITE-RUN-CONTROL
           PERFORM 0100-READ-PAY-PARM
           PERFORM 0300-LOAD-BUDGETS
           PERFORM 0400-OPEN-LOOKUP-FILES
           OPEN OUTPUT LABOUR-COST-REPORT-FILE
           PERFORM 9000-WRITE-REPORT-HEADER
           SORT COST-SORT-FILE
               ASCENDING KEY CS-DEPT-CODE CS-SHIFT-CODE
                   CS-EMPLOYEE-ID CS-WORK-DATE
               INPUT PROCEDURE 1000-COST-PERIOD-HOURS
               OUTPUT PROCEDURE 2000-PRINT-COST-REPORT
           PERFORM 9200-WRITE-REPORT-SUMMARY
           CLOSE LABOUR-COST-REPORT-FILE
           CLOSE PAY-RATE-FILE
           CLOSE EMPLOYEE-ROSTER-FILE
           IF WS-DEPTMAST-AVAIL
               CLOSE DEPARTMENT-MASTER-FILE
            END-IF
           MOVE "LABOUR COST DONE" TO WS-AUDIT-OUTCOME
           PERFORM 9300-WRITE-AUDIT-LOG
           MOVE "COMPLETED" TO WS-RC-STATUS-VALUE
           PERFORM 9500-WRITE-RUN-CONTROL
      * Like a staffing shortfall, an overspend or a missing rate
      * is a warning: the alert reaches OPALERT through the sweep,
      * and the step never makes COND=(4,GT) skip what follows.
           IF WS-OVER-BUDGET-COUNT > ZERO
                   OR WS-RECORDS-NO-RATE > ZERO
                   OR WS-BUDGET-CARDS-BAD > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF
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
                   "- cannot cost hours."
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
                   "cannot cost hours."
               MOVE "PAYPARM MISSING" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       0300-LOAD-BUDGETS.
      * Only the budget months the pay period touches are kept. A
      * card with a bad month or a non-numeric amount is counted
      * and skipped - it would otherwise spread a nonsense budget
      * over the period. Without DEPTBUDG the costs still print;
      * every department is simply reported as having no budget.
           OPEN INPUT DEPARTMENT-BUDGET-FILE
           IF WS-DB-FILE-STATUS NOT = "00"
               DISPLAY "Department budget file is not available - "
                   "costs reported without budgets."
               MOVE "DEPTBUDG MISSING" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
            ELSE
               SET WS-DEPTBUDG-AVAIL TO TRUE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ DEPARTMENT-BUDGET-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 0350-STORE-BUDGET-CARD
                    END-READ
                END-PERFORM
               CLOSE DEPARTMENT-BUDGET-FILE
            END-IF.

       0350-STORE-BUDGET-CARD.
           IF DB-BUDGET-MONTH(1:4) IS NOT NUMERIC
                   OR DB-BUDGET-MONTH(5:1) NOT = "-"
                   OR DB-BUDGET-MONTH(6:2) IS NOT NUMERIC
                   OR DB-BUDGET-MONTH(6:2) < "01"
                   OR DB-BUDGET-MONTH(6:2) > "12"
                   OR DB-BUDGET-AMOUNT IS NOT NUMERIC
                   OR DB-DEPT-CODE = SPACES
               ADD 1 TO WS-BUDGET-CARDS-BAD
            ELSE
               IF DB-BUDGET-MONTH >= WS-PERIOD-START(1:7)
                       AND DB-BUDGET-MONTH <= WS-PERIOD-END(1:7)
                   IF WS-BUDGET-COUNT >= 100
                       DISPLAY "Budget table is full - raise the "
                           "OCCURS in LABOUR-COST-REPORT."
                       MOVE "BUDGET TABLE FULL" TO WS-AUDIT-OUTCOME
                       PERFORM 9300-WRITE-AUDIT-LOG
                       CLOSE DEPARTMENT-BUDGET-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                   ADD 1 TO WS-BUDGET-COUNT
                   MOVE DB-DEPT-CODE TO WS-BUDGET-DEPT(WS-BUDGET-COUNT)
                   MOVE DB-BUDGET-MONTH
                       TO WS-BUDGET-MONTH(WS-BUDGET-COUNT)
                   MOVE DB-BUDGET-AMOUNT
                       TO WS-BUDGET-AMOUNT(WS-BUDGET-COUNT)
                END-IF
            END-IF.

       0400-OPEN-LOOKUP-FILES.
      * Without rates nothing can be costed, and without the roster
      * no hour can be put in a department - either is fatal. The
      * department master only supplies names.
           OPEN INPUT PAY-RATE-FILE
           IF WS-PR-FILE-STATUS NOT = "00"
               DISPLAY "Pay-rate file is not available - cannot "
                   "cost hours."
               MOVE "PAYRATE UNAVAILABLE" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           OPEN INPUT EMPLOYEE-ROSTER-FILE
           IF WS-ER-FILE-STATUS NOT = "00"
               DISPLAY "Employee roster is not available - cannot "
                   "cost hours by department."
               MOVE "ROSTER UNAVAILABLE" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               CLOSE PAY-RATE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           OPEN INPUT DEPARTMENT-MASTER-FILE
           IF WS-DM-FILE-STATUS = "00"
               SET WS-DEPTMAST-AVAIL TO TRUE
            END-IF.

       1000-COST-PERIOD-HOURS.
           OPEN INPUT PERIOD-HOURS-FILE
           IF WS-PH-FILE-STATUS NOT = "00"
               DISPLAY "Period-to-date hours file is not available "
                   "- nothing to cost."
               CLOSE LABOUR-COST-REPORT-FILE
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
                       PERFORM 1100-COST-HOURS-RECORD
                END-READ
            END-PERFORM
           CLOSE PERIOD-HOURS-FILE.

       1100-COST-HOURS-RECORD.
      * An employee who has left the roster since the hours were
      * worked is costed under a blank department so the money is
      * still counted and visible.
           MOVE SPACES TO CS-DEPT-CODE
           MOVE SPACES TO CS-SHIFT-CODE
           MOVE PH-EMPLOYEE-ID TO ER-EMPLOYEE-ID
           READ EMPLOYEE-ROSTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ER-DEPT-CODE TO CS-DEPT-CODE
                   MOVE ER-SHIFT-CODE TO CS-SHIFT-CODE
            END-READ
           MOVE PH-EMPLOYEE-ID TO CS-EMPLOYEE-ID
           MOVE PH-WORK-DATE TO CS-WORK-DATE
           MOVE "E" TO WS-LOOKUP-LEVEL
           MOVE PH-EMPLOYEE-ID TO WS-LOOKUP-CODE
           MOVE PH-WORK-DATE TO WS-LOOKUP-DATE
           PERFORM 1200-FIND-PAY-RATE
           IF NOT WS-RATE-FOUND AND CS-DEPT-CODE NOT = SPACES
               MOVE "D" TO WS-LOOKUP-LEVEL
               MOVE CS-DEPT-CODE TO WS-LOOKUP-CODE
               PERFORM 1200-FIND-PAY-RATE
            END-IF
           MOVE ZERO TO CS-STRAIGHT-MINUTES
           MOVE ZERO TO CS-OVERTIME-MINUTES
           MOVE ZERO TO CS-STRAIGHT-COST
           MOVE ZERO TO CS-OVERTIME-COST
           IF WS-RATE-FOUND
               MOVE "Y" TO CS-RATE-SW
            ELSE
               MOVE "N" TO CS-RATE-SW
               ADD 1 TO WS-RECORDS-NO-RATE
               MOVE ZERO TO WS-STRAIGHT-RATE
               MOVE ZERO TO WS-OVERTIME-RATE
            END-IF
      * Leave days never carry an overtime flag, so they fall to
      * the straight-time rate like any ordinary day.
           IF PH-OT-FLAG = "D" OR PH-OT-FLAG = "W"
                   OR PH-OT-FLAG = "B"
               MOVE PH-MINUTES TO CS-OVERTIME-MINUTES
               COMPUTE CS-OVERTIME-COST ROUNDED =
                   PH-MINUTES * WS-OVERTIME-RATE / 60
            ELSE
               MOVE PH-MINUTES TO CS-STRAIGHT-MINUTES
               COMPUTE CS-STRAIGHT-COST ROUNDED =
                   PH-MINUTES * WS-STRAIGHT-RATE / 60
            END-IF
           RELEASE COST-SORT-RECORD.

       1200-FIND-PAY-RATE.
      * Walks the level/code's rates in effective-date order and
      * keeps the last one already in force on the work date. A
      * rate that only starts after the work date does not apply.
           MOVE "N" TO WS-RATE-FOUND-SW
           MOVE "N" TO WS-SCAN-END-SW
           MOVE WS-LOOKUP-LEVEL TO PR-RATE-LEVEL
           MOVE WS-LOOKUP-CODE TO PR-RATE-CODE
           MOVE LOW-VALUES TO PR-EFFECTIVE-DATE
           START PAY-RATE-FILE KEY IS NOT LESS THAN PR-KEY
               INVALID KEY
                   SET WS-SCAN-END TO TRUE
            END-START
           PERFORM UNTIL WS-SCAN-END
               READ PAY-RATE-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-END TO TRUE
                   NOT AT END
                       IF PR-RATE-LEVEL NOT = WS-LOOKUP-LEVEL
                               OR PR-RATE-CODE NOT = WS-LOOKUP-CODE
                               OR PR-EFFECTIVE-DATE > WS-LOOKUP-DATE
                           SET WS-SCAN-END TO TRUE
                        ELSE
                           SET WS-RATE-FOUND TO TRUE
                           MOVE PR-STRAIGHT-RATE TO WS-STRAIGHT-RATE
                           MOVE PR-OVERTIME-RATE TO WS-OVERTIME-RATE
                        END-IF
                END-READ
            END-PERFORM.

       2000-PRINT-COST-REPORT.
           MOVE "N" TO WS-SORT-EOF-SW
           PERFORM UNTIL WS-SORT-EOF
               RETURN COST-SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       IF CS-DEPT-CODE NOT = WS-CUR-DEPT-CODE
                           IF WS-CUR-DEPT-CODE NOT = HIGH-VALUES
                               PERFORM 2400-CLOSE-OUT-SHIFT
                               PERFORM 2500-CLOSE-OUT-DEPARTMENT
                            END-IF
                           PERFORM 2100-START-DEPARTMENT
                           PERFORM 2200-START-SHIFT
                        ELSE
                           IF CS-SHIFT-CODE NOT = WS-CUR-SHIFT-CODE
                               PERFORM 2400-CLOSE-OUT-SHIFT
                               PERFORM 2200-START-SHIFT
                            END-IF
                        END-IF
                       PERFORM 2300-ADD-COSTED-RECORD
                END-RETURN
            END-PERFORM
           IF WS-CUR-DEPT-CODE NOT = HIGH-VALUES
               PERFORM 2400-CLOSE-OUT-SHIFT
               PERFORM 2500-CLOSE-OUT-DEPARTMENT
            END-IF.

       2100-START-DEPARTMENT.
           MOVE CS-DEPT-CODE TO WS-CUR-DEPT-CODE
           ADD 1 TO WS-DEPT-COUNT
           MOVE ZERO TO WS-DEPT-STRAIGHT-MINUTES
           MOVE ZERO TO WS-DEPT-OVERTIME-MINUTES
           MOVE ZERO TO WS-DEPT-STRAIGHT-COST
           MOVE ZERO TO WS-DEPT-OVERTIME-COST
           IF CS-DEPT-CODE = SPACES
               MOVE "(NOT ON ROSTER)" TO WS-DEPT-NAME
            ELSE
               MOVE CS-DEPT-CODE TO WS-LOOKUP-DEPT-CODE
               PERFORM 9050-RESOLVE-DEPT-NAME
            END-IF
           MOVE ALL "=" TO LABOUR-COST-REPORT-RECORD
           WRITE LABOUR-COST-REPORT-RECORD
           MOVE SPACES TO LABOUR-COST-REPORT-RECORD
           STRING "DEPARTMENT " CS-DEPT-CODE " " WS-DEPT-NAME
               DELIMITED BY SIZE INTO LABOUR-COST-REPORT-RECORD
           WRITE LABOUR-COST-REPORT-RECORD
           MOVE SPACES TO LABOUR-COST-REPORT-RECORD
           STRING "  Shift   Straight hrs   Overtime hrs"
               "   Straight cost   Overtime cost      Total cost"
               DELIMITED BY SIZE INTO LABOUR-COST-REPORT-RECORD
           WRITE LABOUR-COST-REPORT-RECORD.

       2200-START-SHIFT.
           MOVE CS-SHIFT-CODE TO WS-CUR-SHIFT-CODE
           MOVE ZERO TO WS-SHIFT-STRAIGHT-MINUTES
           MOVE ZERO TO WS-SHIFT-OVERTIME-MINUTES
           MOVE ZERO TO WS-SHIFT-STRAIGHT-COST
           MOVE ZERO TO WS-SHIFT-OVERTIME-COST.

       2300-ADD-COSTED-RECORD.
           ADD CS-STRAIGHT-MINUTES TO WS-SHIFT-STRAIGHT-MINUTES
           ADD CS-OVERTIME-MINUTES TO WS-SHIFT-OVERTIME-MINUTES
           ADD CS-STRAIGHT-COST TO WS-SHIFT-STRAIGHT-COST
           ADD CS-OVERTIME-COST TO WS-SHIFT-OVERTIME-COST
           IF CS-NO-RATE
               COMPUTE WS-LINE-MINUTES =
                   CS-STRAIGHT-MINUTES + CS-OVERTIME-MINUTES
               MOVE WS-LINE-MINUTES TO WS-MINUTES-DISPLAY
               MOVE SPACES TO LABOUR-COST-REPORT-RECORD
               STRING "    NO PAY RATE: employee " CS-EMPLOYEE-ID
                   " " CS-WORK-DATE " " WS-MINUTES-DISPLAY
                   " minutes not costed"
                   DELIMITED BY SIZE INTO LABOUR-COST-REPORT-RECORD
               WRITE LABOUR-COST-REPORT-RECORD
            END-IF.

       2400-CLOSE-OUT-SHIFT.
           ADD WS-SHIFT-STRAIGHT-MINUTES TO WS-DEPT-STRAIGHT-MINUTES
           ADD WS-SHIFT-OVERTIME-MINUTES TO WS-DEPT-OVERTIME-MINUTES
           ADD WS-SHIFT-STRAIGHT-COST TO WS-DEPT-STRAIGHT-COST
           ADD WS-SHIFT-OVERTIME-COST TO WS-DEPT-OVERTIME-COST
           COMPUTE WS-LINE-HOURS ROUNDED =
               WS-SHIFT-STRAIGHT-MINUTES / 60
           MOVE WS-LINE-HOURS TO WS-STRAIGHT-HOURS-DISPLAY
           COMPUTE WS-LINE-HOURS ROUNDED =
               WS-SHIFT-OVERTIME-MINUTES / 60
           MOVE WS-LINE-HOURS TO WS-OVERTIME-HOURS-DISPLAY
           MOVE WS-SHIFT-STRAIGHT-COST TO WS-STRAIGHT-COST-DISPLAY
           MOVE WS-SHIFT-OVERTIME-COST TO WS-OVERTIME-COST-DISPLAY
           COMPUTE WS-LINE-COST =
               WS-SHIFT-STRAIGHT-COST + WS-SHIFT-OVERTIME-COST
           MOVE WS-LINE-COST TO WS-TOTAL-COST-DISPLAY
           MOVE SPACES TO LABOUR-COST-REPORT-RECORD
           STRING "    " WS-CUR-SHIFT-CODE "   "
               WS-STRAIGHT-HOURS-DISPLAY "   "
               WS-OVERTIME-HOURS-DISPLAY " "
               WS-STRAIGHT-COST-DISPLAY "  "
               WS-OVERTIME-COST-DISPLAY "  "
               WS-TOTAL-COST-DISPLAY
               DELIMITED BY SIZE INTO LABOUR-COST-REPORT-RECORD
           WRITE LABOUR-COST-REPORT-RECORD.

       2500-CLOSE-OUT-DEPARTMENT.
           COMPUTE WS-DEPT-TOTAL-COST =
               WS-DEPT-STRAIGHT-COST + WS-DEPT-OVERTIME-COST
           ADD WS-DEPT-TOTAL-COST TO WS-GRAND-TOTAL-COST
           COMPUTE WS-LINE-HOURS ROUNDED =
               WS-DEPT-STRAIGHT-MINUTES / 60
           MOVE WS-LINE-HOURS TO WS-STRAIGHT-HOURS-DISPLAY
           COMPUTE WS-LINE-HOURS ROUNDED =
               WS-DEPT-OVERTIME-MINUTES / 60
           MOVE WS-LINE-HOURS TO WS-OVERTIME-HOURS-DISPLAY
           MOVE WS-DEPT-STRAIGHT-COST TO WS-STRAIGHT-COST-DISPLAY
           MOVE WS-DEPT-OVERTIME-COST TO WS-OVERTIME-COST-DISPLAY
           MOVE WS-DEPT-TOTAL-COST TO WS-TOTAL-COST-DISPLAY
           MOVE SPACES TO LABOUR-COST-REPORT-RECORD
           STRING "  TOTAL "
               WS-STRAIGHT-HOURS-DISPLAY "   "
               WS-OVERTIME-HOURS-DISPLAY " "
               WS-STRAIGHT-COST-DISPLAY "  "
               WS-OVERTIME-COST-DISPLAY "  "
               WS-TOTAL-COST-DISPLAY
               DELIMITED BY SIZE INTO LABOUR-COST-REPORT-RECORD
           WRITE LABOUR-COST-REPORT-RECORD
           PERFORM 2600-COMPUTE-PERIOD-BUDGET
           MOVE SPACES TO LABOUR-COST-REPORT-RECORD
           IF NOT WS-BUDGET-FOUND
               ADD 1 TO WS-NO-BUDGET-COUNT
               STRING "  Budget: no DEPTBUDG budget on file for "
                   "the period" DELIMITED BY SIZE
                   INTO LABOUR-COST-REPORT-RECORD
               WRITE LABOUR-COST-REPORT-RECORD
            ELSE
               ADD WS-PERIOD-BUDGET TO WS-GRAND-BUDGET
               COMPUTE WS-VARIANCE =
                   WS-PERIOD-BUDGET - WS-DEPT-TOTAL-COST
               MOVE WS-PERIOD-BUDGET TO WS-BUDGET-DISPLAY
               MOVE WS-VARIANCE TO WS-VARIANCE-DISPLAY
               IF WS-PERIOD-BUDGET = ZERO
                   STRING "  Period budget: " WS-BUDGET-DISPLAY
                       "  Variance: " WS-VARIANCE-DISPLAY
                       "  Used: N/A" DELIMITED BY SIZE
                       INTO LABOUR-COST-REPORT-RECORD
                ELSE
                   COMPUTE WS-PERCENT-USED ROUNDED =
                       WS-DEPT-TOTAL-COST * 100 / WS-PERIOD-BUDGET
                       ON SIZE ERROR
                           MOVE 99999.9 TO WS-PERCENT-USED
                    END-COMPUTE
                   MOVE WS-PERCENT-USED TO WS-PERCENT-DISPLAY
                   STRING "  Period budget: " WS-BUDGET-DISPLAY
                       "  Variance: " WS-VARIANCE-DISPLAY
                       "  Used: " WS-PERCENT-DISPLAY " PCT"
                       DELIMITED BY SIZE
                       INTO LABOUR-COST-REPORT-RECORD
                END-IF
               WRITE LABOUR-COST-REPORT-RECORD
               IF WS-DEPT-TOTAL-COST > WS-PERIOD-BUDGET
                   PERFORM 2700-RAISE-OVER-BUDGET
                END-IF
            END-IF
           MOVE SPACES TO LABOUR-COST-REPORT-RECORD
           WRITE LABOUR-COST-REPORT-RECORD.

       2600-COMPUTE-PERIOD-BUDGET.
      * Each day of the pay period up to the run date draws one
      * day's share of its month's budget: the monthly amount over
      * the days in that month. The days after the run date have no
      * time booked against them yet, so a mid-period run compares
      * the cost so far with the budget so far. A day whose month
      * has no card for the department draws nothing.
           MOVE "N" TO WS-BUDGET-FOUND-SW
           MOVE ZERO TO WS-PERIOD-BUDGET-WORK
           COMPUTE WS-FIRST-DAY-INTEGER = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-PERIOD-START(1:4)) * 10000
               + FUNCTION NUMVAL(WS-PERIOD-START(6:2)) * 100
               + FUNCTION NUMVAL(WS-PERIOD-START(9:2)))
           MOVE WS-PERIOD-END TO WS-BUDGET-LAST-DATE
           IF WS-RUN-DATE < WS-PERIOD-END
               MOVE WS-RUN-DATE TO WS-BUDGET-LAST-DATE
            END-IF
           COMPUTE WS-LAST-DAY-INTEGER = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-BUDGET-LAST-DATE(1:4)) * 10000
               + FUNCTION NUMVAL(WS-BUDGET-LAST-DATE(6:2)) * 100
               + FUNCTION NUMVAL(WS-BUDGET-LAST-DATE(9:2)))
           MOVE WS-FIRST-DAY-INTEGER TO WS-DAY-INTEGER
           PERFORM UNTIL WS-DAY-INTEGER > WS-LAST-DAY-INTEGER
               PERFORM 2650-ADD-DAY-BUDGET
               ADD 1 TO WS-DAY-INTEGER
            END-PERFORM
           COMPUTE WS-PERIOD-BUDGET ROUNDED = WS-PERIOD-BUDGET-WORK.

       2650-ADD-DAY-BUDGET.
           COMPUTE WS-DAY-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
           MOVE WS-DAY-YEAR TO WS-DBM-YEAR
           MOVE WS-DAY-MONTH TO WS-DBM-MONTH
           MOVE ZERO TO WS-BUDGET-IX
           PERFORM UNTIL WS-BUDGET-IX >= WS-BUDGET-COUNT
               ADD 1 TO WS-BUDGET-IX
               IF WS-BUDGET-DEPT(WS-BUDGET-IX) = WS-CUR-DEPT-CODE
                       AND WS-BUDGET-MONTH(WS-BUDGET-IX)
                           = WS-DAY-BUDGET-MONTH
                   SET WS-BUDGET-FOUND TO TRUE
                   PERFORM 2660-COUNT-DAYS-IN-MONTH
                   COMPUTE WS-PERIOD-BUDGET-WORK =
                       WS-PERIOD-BUDGET-WORK
                       + WS-BUDGET-AMOUNT(WS-BUDGET-IX)
                           / WS-DAYS-IN-MONTH
                END-IF
            END-PERFORM.

       2660-COUNT-DAYS-IN-MONTH.
           IF WS-DAY-MONTH = 12
               COMPUTE WS-NEXT-YEAR = WS-DAY-YEAR + 1
               MOVE 1 TO WS-NEXT-MONTH
            ELSE
               MOVE WS-DAY-YEAR TO WS-NEXT-YEAR
               COMPUTE WS-NEXT-MONTH = WS-DAY-MONTH + 1
            END-IF
           COMPUTE WS-MONTH-START-INTEGER = FUNCTION INTEGER-OF-DATE(
               WS-DAY-YEAR * 10000 + WS-DAY-MONTH * 100 + 1)
           COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(
                   WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100 + 1)
               - WS-MONTH-START-INTEGER.

       2700-RAISE-OVER-BUDGET.
      * The department code rides in the outcome so the OPALERT
      * line names the department that overspent.
           ADD 1 TO WS-OVER-BUDGET-COUNT
           MOVE SPACES TO LABOUR-COST-REPORT-RECORD
           STRING "  *** OVER BUDGET - department "
               WS-CUR-DEPT-CODE " has spent more than its budget "
               "for the period" DELIMITED BY SIZE
               INTO LABOUR-COST-REPORT-RECORD
           WRITE LABOUR-COST-REPORT-RECORD
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "OVER BUDGET " WS-CUR-DEPT-CODE
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           PERFORM 9300-WRITE-AUDIT-LOG.

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
                                       "LABOUR-COST-REPORT"
                                   AND RC-STATUS = "COMPLETED"
                               SET WS-ALREADY-RUN TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
               CLOSE RUN-CONTROL-FILE
            END-IF
           IF WS-ALREADY-RUN
               DISPLAY "LABOUR-COST-REPORT already completed for "
                   WS-RUN-DATE " - skipping this rerun."
               MOVE "ALREADY RUN" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               STOP RUN
            END-IF.

       9000-WRITE-REPORT-HEADER.
           MOVE SPACES TO LABOUR-COST-REPORT-RECORD
           STRING "DEPARTMENT LABOUR COST AND BUDGET VARIANCE"
               DELIMITED BY SIZE INTO LABOUR-COST-REPORT-RECORD
           WRITE LABOUR-COST-REPORT-RECORD
           MOVE SPACES TO LABOUR-COST-REPORT-RECORD
           STRING "Run date: " WS-RUN-DATE
               "  Pay period: " WS-PERIOD-START " to " WS-PERIOD-END
               "  (period to date)"
               DELIMITED BY SIZE INTO LABOUR-COST-REPORT-RECORD
           WRITE LABOUR-COST-REPORT-RECORD
           MOVE SPACES TO LABOUR-COST-REPORT-RECORD
           WRITE LABOUR-COST-REPORT-RECORD.

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
           MOVE WS-GRAND-TOTAL-COST TO WS-TOTAL-COST-DISPLAY
           MOVE WS-GRAND-BUDGET TO WS-BUDGET-DISPLAY
           MOVE SPACES TO LABOUR-COST-REPORT-RECORD
           STRING "All departments  Cost: " WS-TOTAL-COST-DISPLAY
               "  Budgeted departments' period budget: "
               WS-BUDGET-DISPLAY
               DELIMITED BY SIZE INTO LABOUR-COST-REPORT-RECORD
           WRITE LABOUR-COST-REPORT-RECORD
           MOVE SPACES TO LABOUR-COST-REPORT-RECORD
           STRING "Hours records read: " WS-RECORDS-READ
               "  Not costed (no pay rate): " WS-RECORDS-NO-RATE
               DELIMITED BY SIZE INTO LABOUR-COST-REPORT-RECORD
           WRITE LABOUR-COST-REPORT-RECORD
           MOVE SPACES TO LABOUR-COST-REPORT-RECORD
           STRING "Departments: " WS-DEPT-COUNT
               "  Over budget: " WS-OVER-BUDGET-COUNT
               "  Without budget: " WS-NO-BUDGET-COUNT
               DELIMITED BY SIZE INTO LABOUR-COST-REPORT-RECORD
           WRITE LABOUR-COST-REPORT-RECORD
           IF WS-BUDGET-CARDS-BAD > ZERO
               MOVE SPACES TO LABOUR-COST-REPORT-RECORD
               STRING "DEPTBUDG cards skipped (bad month or "
                   "amount): " WS-BUDGET-CARDS-BAD
                   DELIMITED BY SIZE INTO LABOUR-COST-REPORT-RECORD
               WRITE LABOUR-COST-REPORT-RECORD
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
           MOVE "LABOUR-COST-REPORT" TO AL-PROGRAM-ID
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
           MOVE "LABOUR-COST-REPORT" TO RC-PROGRAM-ID
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
