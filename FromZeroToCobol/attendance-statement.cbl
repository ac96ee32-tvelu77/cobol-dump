       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTENDANCE-STATEMENT.
       AUTHOR. Thomas VELU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTENDANCE-LEDGER-FILE ASSIGN TO "ATTLEDGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AX-FILE-STATUS.
           SELECT STATEMENT-SORT-FILE ASSIGN TO "STMTSORT".
           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DM-FILE-STATUS.
           SELECT STATEMENT-REPORT-FILE ASSIGN TO "ATTSTMT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSIN-PARM-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.
           SELECT AUDIT-SEQ-FILE ASSIGN TO "AUDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATTENDANCE-LEDGER-FILE.
       COPY ATTLEDGR.

       SD  STATEMENT-SORT-FILE.
       01  STATEMENT-SORT-RECORD.
           05  SS-DEPT-CODE        PIC X(4).
           05  SS-EMPLOYEE-ID      PIC X(6).
           05  SS-WORK-DATE        PIC X(10).
           05  SS-EXCEPTION-TYPE   PIC X(1).
           05  SS-NAME             PIC X(40).
           05  SS-SHIFT-CODE       PIC X(1).
           05  SS-SHIFT-TIME       PIC X(8).
           05  SS-EVENT-TIME       PIC X(8).
           05  SS-POINTS           PIC 9(3).

       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPTMAST.

       FD  STATEMENT-REPORT-FILE.
       01  STATEMENT-REPORT-RECORD PIC X(100).

       FD  SYSIN-PARM-FILE.
       01  SYSIN-PARM-RECORD       PIC X(100).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  AUDIT-SEQ-FILE.
       01  AUDIT-SEQ-RECORD.
           05  SQ-NEXT-SEQUENCE    PIC 9(7).

       WORKING-STORAGE SECTION.
       01  WS-AX-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-DM-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SYSIN-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-BD-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SQ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-SEQUENCE PIC 9(7) VALUE ZERO.
       01  WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01  WS-SORT-EOF-SW PIC X VALUE "N".
           88 WS-SORT-EOF VALUE "Y".
       01  WS-DEPTMAST-AVAIL-SW PIC X VALUE "N".
           88 WS-DEPTMAST-AVAIL VALUE "Y".
       01  WS-STATEMENT-MONTH PIC X(7) VALUE SPACES.
       01  WS-OVERRIDE-MONTH PIC X(7) VALUE SPACES.
       01  WS-CUR-DEPT-CODE PIC X(4) VALUE HIGH-VALUES.
       01  WS-CUR-EMPLOYEE-ID PIC X(6) VALUE HIGH-VALUES.
       01  WS-LOOKUP-DEPT-CODE PIC X(4) VALUE SPACES.
       01  WS-DEPT-NAME PIC X(30) VALUE SPACES.
       01  WS-EXC-DESCRIPTION PIC X(12) VALUE SPACES.
       01  WS-RUNNING-POINTS PIC 9(5) VALUE ZERO.
       01  WS-EMP-EXCEPTIONS PIC 9(5) VALUE ZERO.
       01  WS-DEPT-POINTS PIC 9(7) VALUE ZERO.
       01  WS-DEPT-EMPLOYEES PIC 9(5) VALUE ZERO.
       01  WS-LEDGER-SELECTED PIC 9(7) VALUE ZERO.
       01  WS-STATEMENT-COUNT PIC 9(5) VALUE ZERO.
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
      * Month-end attendance statements: one per employee with an
      * exception in the month, department by department, each
      * exception listed in date order with the points running up
      * to the month's total. The month is the business date's
      * unless a SYSIN card names another as YYYY-MM - the way HR
      * reprints a past month.
           PERFORM 0050-SET-BUSINESS-DATE
           MOVE WS-RUN-DATE(1:7) TO WS-STATEMENT-MONTH
           PERFORM 0100-READ-MONTH-OVERRIDE
           IF WS-OVERRIDE-MONTH NOT = SPACES
               MOVE WS-OVERRIDE-MONTH TO WS-STATEMENT-MONTH
            END-IF
           OPEN INPUT DEPARTMENT-MASTER-FILE
           IF WS-DM-FILE-STATUS = "00"
               SET WS-DEPTMAST-AVAIL TO TRUE
            END-IF
           OPEN OUTPUT STATEMENT-REPORT-FILE
           SORT STATEMENT-SORT-FILE
               ASCENDING KEY SS-DEPT-CODE SS-EMPLOYEE-ID
                   SS-WORK-DATE SS-EXCEPTION-TYPE
               INPUT PROCEDURE 1000-RELEASE-MONTH-LEDGER
               OUTPUT PROCEDURE 2000-PRINT-STATEMENTS
           MOVE SPACES TO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD
           MOVE SPACES TO STATEMENT-REPORT-RECORD
           STRING "Month " WS-STATEMENT-MONTH
               "  Ledger records: " WS-LEDGER-SELECTED
               "  Statements printed: " WS-STATEMENT-COUNT
               DELIMITED BY SIZE INTO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD
           CLOSE STATEMENT-REPORT-FILE
           IF WS-DEPTMAST-AVAIL
               CLOSE DEPARTMENT-MASTER-FILE
            END-IF
           MOVE "STATEMENTS DONE" TO WS-AUDIT-OUTCOME
           PERFORM 9300-WRITE-AUDIT-LOG
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

       0100-READ-MONTH-OVERRIDE.
           OPEN INPUT SYSIN-PARM-FILE
           IF WS-SYSIN-FILE-STATUS = "00"
               READ SYSIN-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SYSIN-PARM-RECORD NOT = SPACES
                           IF SYSIN-PARM-RECORD(1:4) IS NUMERIC
                                   AND SYSIN-PARM-RECORD(5:1) = "-"
                                   AND SYSIN-PARM-RECORD(6:2)
                                       IS NUMERIC
                                   AND SYSIN-PARM-RECORD(6:2) >= "01"
                                   AND SYSIN-PARM-RECORD(6:2) <= "12"
                               MOVE SYSIN-PARM-RECORD(1:7)
                                   TO WS-OVERRIDE-MONTH
                            ELSE
                               DISPLAY "Statement month is not a "
                                   "valid YYYY-MM - no statements "
                                   "printed."
                               MOVE "BAD MONTH OVERRIDE"
                                   TO WS-AUDIT-OUTCOME
                               PERFORM 9300-WRITE-AUDIT-LOG
                               CLOSE SYSIN-PARM-FILE
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                            END-IF
                        END-IF
                END-READ
               CLOSE SYSIN-PARM-FILE
            END-IF.

       1000-RELEASE-MONTH-LEDGER.
           OPEN INPUT ATTENDANCE-LEDGER-FILE
           IF WS-AX-FILE-STATUS NOT = "00"
               DISPLAY "Attendance ledger is not available - no "
                   "statements to print."
               MOVE "LEDGER MISSING" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
           PERFORM UNTIL WS-EOF
               READ ATTENDANCE-LEDGER-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF AX-WORK-DATE(1:7) = WS-STATEMENT-MONTH
                           ADD 1 TO WS-LEDGER-SELECTED
                           MOVE AX-DEPT-CODE TO SS-DEPT-CODE
                           MOVE AX-EMPLOYEE-ID TO SS-EMPLOYEE-ID
                           MOVE AX-WORK-DATE TO SS-WORK-DATE
                           MOVE AX-EXCEPTION-TYPE
                               TO SS-EXCEPTION-TYPE
                           MOVE AX-NAME TO SS-NAME
                           MOVE AX-SHIFT-CODE TO SS-SHIFT-CODE
                           MOVE AX-SHIFT-TIME TO SS-SHIFT-TIME
                           MOVE AX-EVENT-TIME TO SS-EVENT-TIME
                           MOVE AX-POINTS TO SS-POINTS
                           RELEASE STATEMENT-SORT-RECORD
                        END-IF
                END-READ
            END-PERFORM
           CLOSE ATTENDANCE-LEDGER-FILE.

       2000-PRINT-STATEMENTS.
           MOVE "N" TO WS-SORT-EOF-SW
           PERFORM UNTIL WS-SORT-EOF
               RETURN STATEMENT-SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       IF SS-DEPT-CODE NOT = WS-CUR-DEPT-CODE
                           IF WS-CUR-DEPT-CODE NOT = HIGH-VALUES
                               PERFORM 2400-CLOSE-OUT-EMPLOYEE
                               PERFORM 2500-CLOSE-OUT-DEPARTMENT
                            END-IF
                           PERFORM 2100-START-DEPARTMENT
                           PERFORM 2200-START-EMPLOYEE
                        ELSE
                           IF SS-EMPLOYEE-ID NOT = WS-CUR-EMPLOYEE-ID
                               PERFORM 2400-CLOSE-OUT-EMPLOYEE
                               PERFORM 2200-START-EMPLOYEE
                            END-IF
                        END-IF
                       PERFORM 2300-PRINT-EXCEPTION-LINE
                END-RETURN
            END-PERFORM
           IF WS-CUR-DEPT-CODE NOT = HIGH-VALUES
               PERFORM 2400-CLOSE-OUT-EMPLOYEE
               PERFORM 2500-CLOSE-OUT-DEPARTMENT
            END-IF.

       2100-START-DEPARTMENT.
           MOVE SS-DEPT-CODE TO WS-CUR-DEPT-CODE
           MOVE ZERO TO WS-DEPT-POINTS
           MOVE ZERO TO WS-DEPT-EMPLOYEES
           MOVE SS-DEPT-CODE TO WS-LOOKUP-DEPT-CODE
           PERFORM 9050-RESOLVE-DEPT-NAME
           MOVE ALL "=" TO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD
           MOVE SPACES TO STATEMENT-REPORT-RECORD
           STRING "DEPARTMENT " SS-DEPT-CODE " " WS-DEPT-NAME
               "  ATTENDANCE STATEMENTS FOR " WS-STATEMENT-MONTH
               DELIMITED BY SIZE INTO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD
           MOVE ALL "=" TO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD.

       2200-START-EMPLOYEE.
           MOVE SS-EMPLOYEE-ID TO WS-CUR-EMPLOYEE-ID
           MOVE ZERO TO WS-RUNNING-POINTS
           MOVE ZERO TO WS-EMP-EXCEPTIONS
           ADD 1 TO WS-DEPT-EMPLOYEES
           ADD 1 TO WS-STATEMENT-COUNT
           MOVE SPACES TO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD
           MOVE SPACES TO STATEMENT-REPORT-RECORD
           STRING "ATTENDANCE STATEMENT  Employee: " SS-EMPLOYEE-ID
               " " SS-NAME DELIMITED BY SIZE
               INTO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD
           MOVE SPACES TO STATEMENT-REPORT-RECORD
           STRING "  Month: " WS-STATEMENT-MONTH
               "  Dept: " SS-DEPT-CODE " " WS-DEPT-NAME
               DELIMITED BY SIZE INTO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD
           MOVE SPACES TO STATEMENT-REPORT-RECORD
           STRING "  Date        Exception    Shift  Due       "
               "Clock     Points  Running"
               DELIMITED BY SIZE INTO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD.

       2300-PRINT-EXCEPTION-LINE.
           EVALUATE SS-EXCEPTION-TYPE
               WHEN "L"
                   MOVE "LATE" TO WS-EXC-DESCRIPTION
               WHEN "E"
                   MOVE "EARLY OUT" TO WS-EXC-DESCRIPTION
               WHEN "M"
                   MOVE "MISSING OUT" TO WS-EXC-DESCRIPTION
               WHEN "N"
                   MOVE "NO-SHOW" TO WS-EXC-DESCRIPTION
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-EXC-DESCRIPTION
            END-EVALUATE
           ADD SS-POINTS TO WS-RUNNING-POINTS
           ADD 1 TO WS-EMP-EXCEPTIONS
           MOVE SPACES TO STATEMENT-REPORT-RECORD
           STRING "  " SS-WORK-DATE "  " WS-EXC-DESCRIPTION
               " " SS-SHIFT-CODE "      " SS-SHIFT-TIME
               "  " SS-EVENT-TIME "  " SS-POINTS
               "     " WS-RUNNING-POINTS
               DELIMITED BY SIZE INTO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD.

       2400-CLOSE-OUT-EMPLOYEE.
           ADD WS-RUNNING-POINTS TO WS-DEPT-POINTS
           MOVE SPACES TO STATEMENT-REPORT-RECORD
           STRING "  Exceptions this month: " WS-EMP-EXCEPTIONS
               "  Points this month: " WS-RUNNING-POINTS
               DELIMITED BY SIZE INTO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD.

       2500-CLOSE-OUT-DEPARTMENT.
           MOVE SPACES TO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD
           MOVE SPACES TO STATEMENT-REPORT-RECORD
           STRING "DEPARTMENT " WS-CUR-DEPT-CODE " TOTAL  Employees: "
               WS-DEPT-EMPLOYEES "  Points: " WS-DEPT-POINTS
               DELIMITED BY SIZE INTO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD
           MOVE SPACES TO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD.

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

       9300-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-RUN-MINUTE
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-RUN-SECOND
           PERFORM 9950-NEXT-AUDIT-SEQUENCE
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AL-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
            END-IF
           MOVE "ATTENDANCE-STATEMENT" TO AL-PROGRAM-ID
           MOVE WS-RUN-DATE TO AL-RUN-DATE
           MOVE WS-RUN-TIME TO AL-RUN-TIME
           MOVE "N/A" TO AL-OPERATOR
           MOVE WS-AUDIT-OUTCOME TO AL-OUTCOME
           MOVE WS-AUDIT-SEQUENCE TO AL-SEQUENCE
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.

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
