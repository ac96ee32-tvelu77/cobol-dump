       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRECTION-AUDIT.
       AUTHOR. Thomas VELU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRECTION-JOURNAL-FILE ASSIGN TO "CORRJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CJ-FILE-STATUS.
           SELECT AUDIT-SORT-FILE ASSIGN TO "CAUDSORT".
           SELECT EMPLOYEE-ROSTER-FILE ASSIGN TO "EMPROSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-EMPLOYEE-ID
               FILE STATUS IS WS-ER-FILE-STATUS.
           SELECT CORRECTION-AUDIT-REPORT ASSIGN TO "CORRAUD"
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
       FD  CORRECTION-JOURNAL-FILE.
       COPY CORRJRNL.

       SD  AUDIT-SORT-FILE.
       01  AUDIT-SORT-RECORD.
           05  AS-SUPERVISOR-ID    PIC X(6).
           05  AS-CORRECTION-DATE  PIC X(10).
           05  AS-EMPLOYEE-ID      PIC X(6).
           05  AS-EVENT-DATE       PIC X(10).
           05  AS-EVENT-TIME       PIC X(8).
           05  AS-DEPT-CODE        PIC X(4).
           05  AS-ACTION           PIC X(1).
           05  AS-PRIOR-PERIOD     PIC X(1).

       FD  EMPLOYEE-ROSTER-FILE.
       COPY EMPROSTR.

       FD  CORRECTION-AUDIT-REPORT.
       01  CORRECTION-AUDIT-RECORD PIC X(100).

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
       01  WS-CJ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-ER-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SYSIN-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-BD-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SQ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-SEQUENCE PIC 9(7) VALUE ZERO.
       01  WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01  WS-SORT-EOF-SW PIC X VALUE "N".
           88 WS-SORT-EOF VALUE "Y".
       01  WS-ROSTER-AVAIL-SW PIC X VALUE "N".
           88 WS-ROSTER-AVAIL VALUE "Y".
       01  WS-REPORT-MONTH PIC X(7) VALUE SPACES.
       01  WS-OVERRIDE-MONTH PIC X(7) VALUE SPACES.
       01  WS-CUR-SUPERVISOR-ID PIC X(6) VALUE HIGH-VALUES.
       01  WS-LOOKUP-EMPLOYEE-ID PIC X(6) VALUE SPACES.
       01  WS-EMPLOYEE-NAME PIC X(40) VALUE SPACES.
       01  WS-ACTION-DESCRIPTION PIC X(8) VALUE SPACES.
       01  WS-PRIOR-DESCRIPTION PIC X(5) VALUE SPACES.
       01  WS-SUP-CORRECTIONS PIC 9(5) VALUE ZERO.
       01  WS-SUP-PRIOR-PERIOD PIC 9(5) VALUE ZERO.
       01  WS-JOURNAL-SELECTED PIC 9(7) VALUE ZERO.
       01  WS-PRIOR-PERIOD-COUNT PIC 9(7) VALUE ZERO.
       01  WS-SUPERVISOR-COUNT PIC 9(5) VALUE ZERO.
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
      * Monthly listing of every time correction applied, grouped
      * by the supervisor who approved it, so internal audit can
      * pick a sample per approver and check each against the
      * sign-in history. The month is the business date's unless
      * a SYSIN card names another as YYYY-MM.
           PERFORM 0050-SET-BUSINESS-DATE
           MOVE WS-RUN-DATE(1:7) TO WS-REPORT-MONTH
           PERFORM 0100-READ-MONTH-OVERRIDE
           IF WS-OVERRIDE-MONTH NOT = SPACES
               MOVE WS-OVERRIDE-MONTH TO WS-REPORT-MONTH
            END-IF
           OPEN INPUT EMPLOYEE-ROSTER-FILE
           IF WS-ER-FILE-STATUS = "00"
               SET WS-ROSTER-AVAIL TO TRUE
            END-IF
           OPEN OUTPUT CORRECTION-AUDIT-REPORT
           PERFORM 9000-WRITE-REPORT-HEADER
           SORT AUDIT-SORT-FILE
               ASCENDING KEY AS-SUPERVISOR-ID AS-CORRECTION-DATE
                   AS-EMPLOYEE-ID AS-EVENT-DATE AS-EVENT-TIME
               INPUT PROCEDURE 1000-RELEASE-MONTH-JOURNAL
               OUTPUT PROCEDURE 2000-PRINT-BY-SUPERVISOR
           MOVE SPACES TO CORRECTION-AUDIT-RECORD
           WRITE CORRECTION-AUDIT-RECORD
           MOVE SPACES TO CORRECTION-AUDIT-RECORD
           STRING "Month " WS-REPORT-MONTH
               "  Corrections: " WS-JOURNAL-SELECTED
               "  Prior-period: " WS-PRIOR-PERIOD-COUNT
               "  Approving supervisors: " WS-SUPERVISOR-COUNT
               DELIMITED BY SIZE INTO CORRECTION-AUDIT-RECORD
           WRITE CORRECTION-AUDIT-RECORD
           CLOSE CORRECTION-AUDIT-REPORT
           IF WS-ROSTER-AVAIL
               CLOSE EMPLOYEE-ROSTER-FILE
            END-IF
           MOVE "CORRECTIONS LISTED" TO WS-AUDIT-OUTCOME
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
                               DISPLAY "Report month is not a "
                                   "valid YYYY-MM - no corrections "
                                   "listed."
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

       1000-RELEASE-MONTH-JOURNAL.
      * A correction belongs to the month it was applied in, which
      * is when the supervisor approved it - not the month of the
      * sign-in it corrected.
           OPEN INPUT CORRECTION-JOURNAL-FILE
           IF WS-CJ-FILE-STATUS NOT = "00"
               DISPLAY "Correction journal is not available - no "
                   "corrections to list."
               CLOSE CORRECTION-AUDIT-REPORT
               IF WS-ROSTER-AVAIL
                   CLOSE EMPLOYEE-ROSTER-FILE
                END-IF
               MOVE "CORRJRNL MISSING" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
           PERFORM UNTIL WS-EOF
               READ CORRECTION-JOURNAL-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF CJ-CORRECTION-DATE(1:7) = WS-REPORT-MONTH
                           ADD 1 TO WS-JOURNAL-SELECTED
                           MOVE CJ-SUPERVISOR-ID TO AS-SUPERVISOR-ID
                           MOVE CJ-CORRECTION-DATE
                               TO AS-CORRECTION-DATE
                           MOVE CJ-EMPLOYEE-ID TO AS-EMPLOYEE-ID
                           MOVE CJ-EVENT-DATE TO AS-EVENT-DATE
                           MOVE CJ-EVENT-TIME TO AS-EVENT-TIME
                           MOVE CJ-DEPT-CODE TO AS-DEPT-CODE
                           MOVE CJ-ACTION TO AS-ACTION
                           MOVE CJ-PRIOR-PERIOD TO AS-PRIOR-PERIOD
                           RELEASE AUDIT-SORT-RECORD
                        END-IF
                END-READ
            END-PERFORM
           CLOSE CORRECTION-JOURNAL-FILE.

       2000-PRINT-BY-SUPERVISOR.
           MOVE "N" TO WS-SORT-EOF-SW
           PERFORM UNTIL WS-SORT-EOF
               RETURN AUDIT-SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       IF AS-SUPERVISOR-ID NOT = WS-CUR-SUPERVISOR-ID
                           IF WS-CUR-SUPERVISOR-ID NOT = HIGH-VALUES
                               PERFORM 2400-CLOSE-OUT-SUPERVISOR
                            END-IF
                           PERFORM 2100-START-SUPERVISOR
                        END-IF
                       PERFORM 2300-PRINT-CORRECTION-LINE
                END-RETURN
            END-PERFORM
           IF WS-CUR-SUPERVISOR-ID NOT = HIGH-VALUES
               PERFORM 2400-CLOSE-OUT-SUPERVISOR
            END-IF.

       2100-START-SUPERVISOR.
           MOVE AS-SUPERVISOR-ID TO WS-CUR-SUPERVISOR-ID
           MOVE ZERO TO WS-SUP-CORRECTIONS
           MOVE ZERO TO WS-SUP-PRIOR-PERIOD
           ADD 1 TO WS-SUPERVISOR-COUNT
           MOVE AS-SUPERVISOR-ID TO WS-LOOKUP-EMPLOYEE-ID
           PERFORM 9050-RESOLVE-EMPLOYEE-NAME
           MOVE ALL "=" TO CORRECTION-AUDIT-RECORD
           WRITE CORRECTION-AUDIT-RECORD
           MOVE SPACES TO CORRECTION-AUDIT-RECORD
           STRING "APPROVED BY " AS-SUPERVISOR-ID " "
               WS-EMPLOYEE-NAME
               DELIMITED BY SIZE INTO CORRECTION-AUDIT-RECORD
           WRITE CORRECTION-AUDIT-RECORD
           MOVE SPACES TO CORRECTION-AUDIT-RECORD
           STRING "  Applied     Employee                      "
               "        Dept Action   Event date Time     Paid"
               DELIMITED BY SIZE INTO CORRECTION-AUDIT-RECORD
           WRITE CORRECTION-AUDIT-RECORD.

       2300-PRINT-CORRECTION-LINE.
           IF AS-ACTION = "V"
               MOVE "VOID IN" TO WS-ACTION-DESCRIPTION
            ELSE
               MOVE "ADD OUT" TO WS-ACTION-DESCRIPTION
            END-IF
           IF AS-PRIOR-PERIOD = "Y"
               MOVE "PRIOR" TO WS-PRIOR-DESCRIPTION
               ADD 1 TO WS-SUP-PRIOR-PERIOD
               ADD 1 TO WS-PRIOR-PERIOD-COUNT
            ELSE
               MOVE SPACES TO WS-PRIOR-DESCRIPTION
            END-IF
           ADD 1 TO WS-SUP-CORRECTIONS
           MOVE AS-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE-ID
           PERFORM 9050-RESOLVE-EMPLOYEE-NAME
           MOVE SPACES TO CORRECTION-AUDIT-RECORD
           STRING "  " AS-CORRECTION-DATE "  " AS-EMPLOYEE-ID " "
               WS-EMPLOYEE-NAME(1:30) " " AS-DEPT-CODE " "
               WS-ACTION-DESCRIPTION " " AS-EVENT-DATE " "
               AS-EVENT-TIME " " WS-PRIOR-DESCRIPTION
               DELIMITED BY SIZE INTO CORRECTION-AUDIT-RECORD
           WRITE CORRECTION-AUDIT-RECORD.

       2400-CLOSE-OUT-SUPERVISOR.
           MOVE SPACES TO CORRECTION-AUDIT-RECORD
           STRING "  Corrections approved: " WS-SUP-CORRECTIONS
               "  of which prior-period: " WS-SUP-PRIOR-PERIOD
               DELIMITED BY SIZE INTO CORRECTION-AUDIT-RECORD
           WRITE CORRECTION-AUDIT-RECORD
           MOVE SPACES TO CORRECTION-AUDIT-RECORD
           WRITE CORRECTION-AUDIT-RECORD.

       9000-WRITE-REPORT-HEADER.
           MOVE SPACES TO CORRECTION-AUDIT-RECORD
           STRING "TIME CORRECTIONS BY APPROVING SUPERVISOR FOR "
               WS-REPORT-MONTH
               DELIMITED BY SIZE INTO CORRECTION-AUDIT-RECORD
           WRITE CORRECTION-AUDIT-RECORD
           MOVE SPACES TO CORRECTION-AUDIT-RECORD
           STRING "Run date: " WS-RUN-DATE DELIMITED BY SIZE
               INTO CORRECTION-AUDIT-RECORD
           WRITE CORRECTION-AUDIT-RECORD
           MOVE SPACES TO CORRECTION-AUDIT-RECORD
           WRITE CORRECTION-AUDIT-RECORD.

       9050-RESOLVE-EMPLOYEE-NAME.
           MOVE "(NOT ON ROSTER)" TO WS-EMPLOYEE-NAME
           IF WS-ROSTER-AVAIL
               MOVE WS-LOOKUP-EMPLOYEE-ID TO ER-EMPLOYEE-ID
               READ EMPLOYEE-ROSTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ER-EMPLOYEE-NAME TO WS-EMPLOYEE-NAME
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
           MOVE "CORRECTION-AUDIT" TO AL-PROGRAM-ID
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
