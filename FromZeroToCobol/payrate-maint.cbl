       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRATE-MAINT.
       AUTHOR. Thomas VELU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-RATE-FILE ASSIGN TO "PAYRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-KEY
               FILE STATUS IS WS-PR-FILE-STATUS.
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
           SELECT PAY-RATE-TX-FILE ASSIGN TO "PRATETX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-FILE-STATUS.
           SELECT PAY-RATE-REPORT-FILE ASSIGN TO "PRATERPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.
           SELECT AUDIT-SEQ-FILE ASSIGN TO "AUDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-RATE-FILE.
       COPY PAYRATE.

       FD  EMPLOYEE-ROSTER-FILE.
       COPY EMPROSTR.

       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPTMAST.

      * One transaction per rate: action A/C/D, the level (E
      * employee, D department default), the employee id or
      * department code, the effective date (together the key) and
      * the straight-time and overtime rates per hour as five
      * digits with two implied decimals (01850 = 18.50). On a
      * change, a blank rate leaves the file value alone.
       FD  PAY-RATE-TX-FILE.
       01  PAY-RATE-TX-RECORD.
           05  TX-ACTION           PIC X.
           05  TX-RATE-LEVEL       PIC X(1).
           05  TX-RATE-CODE        PIC X(6).
           05  TX-EFFECTIVE-DATE   PIC X(10).
           05  TX-STRAIGHT-RATE    PIC X(5).
           05  TX-STRAIGHT-RATE-N REDEFINES TX-STRAIGHT-RATE
                                   PIC 9(3)V99.
           05  TX-OVERTIME-RATE    PIC X(5).
           05  TX-OVERTIME-RATE-N REDEFINES TX-OVERTIME-RATE
                                   PIC 9(3)V99.

       FD  PAY-RATE-REPORT-FILE.
       01  PAY-RATE-REPORT-RECORD  PIC X(80).

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  AUDIT-SEQ-FILE.
       01  AUDIT-SEQ-RECORD.
           05  SQ-NEXT-SEQUENCE    PIC 9(7).

       WORKING-STORAGE SECTION.
       COPY STRCHECK.
       COPY FLDCHECK.
       01  WS-PR-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-ER-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-DM-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-TX-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SQ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-SEQUENCE PIC 9(7) VALUE ZERO.
       01  WS-TX-EOF-SW PIC X VALUE "N".
           88 WS-TX-EOF VALUE "Y".
       01  WS-RECORD-ON-FILE-SW PIC X VALUE "N".
           88 WS-RECORD-ON-FILE VALUE "Y".
       01  WS-ROSTER-AVAIL-SW PIC X VALUE "N".
           88 WS-ROSTER-AVAIL VALUE "Y".
       01  WS-DEPTMAST-AVAIL-SW PIC X VALUE "N".
           88 WS-DEPTMAST-AVAIL VALUE "Y".
       01  WS-NEW-STRAIGHT-RATE PIC 9(3)V99 VALUE ZERO.
       01  WS-NEW-OVERTIME-RATE PIC 9(3)V99 VALUE ZERO.
       01  WS-REJECT-REASON PIC X(30) VALUE SPACES.
       01  WS-BEFORE-IMAGE PIC X(27) VALUE SPACES.
       01  WS-TX-READ-COUNT PIC 9(05) VALUE ZERO.
       01  WS-TX-APPLIED-COUNT PIC 9(05) VALUE ZERO.
       01  WS-TX-REJECTED-COUNT PIC 9(05) VALUE ZERO.
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
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-MONTH
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DAY
           OPEN INPUT PAY-RATE-TX-FILE
           IF WS-TX-FILE-STATUS NOT = "00"
               DISPLAY "Pay-rate transaction file is not "
                   "available - nothing to apply."
               MOVE "TRAN FILE MISSING" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           OPEN I-O PAY-RATE-FILE
           IF WS-PR-FILE-STATUS = "35"
               OPEN OUTPUT PAY-RATE-FILE
               CLOSE PAY-RATE-FILE
               OPEN I-O PAY-RATE-FILE
            END-IF
           IF WS-PR-FILE-STATUS NOT = "00"
               DISPLAY "Pay-rate file is not available - "
                   "cannot apply maintenance."
               MOVE "PAYRATE UNAVAILABLE" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               CLOSE PAY-RATE-TX-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           OPEN INPUT EMPLOYEE-ROSTER-FILE
           IF WS-ER-FILE-STATUS = "00"
               SET WS-ROSTER-AVAIL TO TRUE
            END-IF
           OPEN INPUT DEPARTMENT-MASTER-FILE
           IF WS-DM-FILE-STATUS = "00"
               SET WS-DEPTMAST-AVAIL TO TRUE
            END-IF
           OPEN OUTPUT PAY-RATE-REPORT-FILE
           PERFORM 9000-WRITE-REPORT-HEADER
           PERFORM 7100-READ-TX-RECORD
           PERFORM UNTIL WS-TX-EOF
               ADD 1 TO WS-TX-READ-COUNT
               PERFORM 7200-APPLY-TX-RECORD
               PERFORM 7100-READ-TX-RECORD
            END-PERFORM
           PERFORM 9200-WRITE-REPORT-SUMMARY
           CLOSE PAY-RATE-TX-FILE
           CLOSE PAY-RATE-FILE
           IF WS-ROSTER-AVAIL
               CLOSE EMPLOYEE-ROSTER-FILE
            END-IF
           IF WS-DEPTMAST-AVAIL
               CLOSE DEPARTMENT-MASTER-FILE
            END-IF
           CLOSE PAY-RATE-REPORT-FILE
           MOVE "MAINT COMPLETE" TO WS-AUDIT-OUTCOME
           PERFORM 9300-WRITE-AUDIT-LOG
           IF WS-TX-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF
           STOP RUN.

       7100-READ-TX-RECORD.
           READ PAY-RATE-TX-FILE
               AT END
                   SET WS-TX-EOF TO TRUE
            END-READ.

       7200-APPLY-TX-RECORD.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-BEFORE-IMAGE
           PERFORM 7300-FETCH-BEFORE-IMAGE
           MOVE TX-RATE-CODE TO SC-STRING
           CALL "BLANK-FIELD-CHECK" USING STR-CHECK-FIELDS
           IF SC-IS-EMPTY
               MOVE "RATE CODE BLANK" TO WS-REJECT-REASON
            ELSE
               IF TX-RATE-LEVEL NOT = "E" AND TX-RATE-LEVEL NOT = "D"
                   MOVE "RATE LEVEL NOT E OR D" TO WS-REJECT-REASON
                ELSE
                   MOVE TX-EFFECTIVE-DATE TO FC-VALUE
                   CALL "DATE-FIELD-CHECK" USING FIELD-CHECK-FIELDS
                   IF FC-FAILED
                       MOVE "EFFECTIVE DATE INVALID"
                           TO WS-REJECT-REASON
                    ELSE
                       EVALUATE TX-ACTION
                           WHEN "A"
                               PERFORM 7400-APPLY-ADD
                           WHEN "C"
                               PERFORM 7500-APPLY-CHANGE
                           WHEN "D"
                               PERFORM 7600-APPLY-DELETE
                           WHEN OTHER
                               MOVE "ACTION NOT A, C OR D"
                                   TO WS-REJECT-REASON
                        END-EVALUATE
                    END-IF
                END-IF
            END-IF
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-TX-APPLIED-COUNT
               PERFORM 9100-WRITE-APPLIED-LINES
            ELSE
               ADD 1 TO WS-TX-REJECTED-COUNT
               PERFORM 9150-WRITE-REJECTED-LINES
            END-IF.

       7300-FETCH-BEFORE-IMAGE.
           MOVE "N" TO WS-RECORD-ON-FILE-SW
           MOVE TX-RATE-LEVEL TO PR-RATE-LEVEL
           MOVE TX-RATE-CODE TO PR-RATE-CODE
           MOVE TX-EFFECTIVE-DATE TO PR-EFFECTIVE-DATE
           READ PAY-RATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-RECORD-ON-FILE TO TRUE
                   MOVE PAY-RATE-RECORD TO WS-BEFORE-IMAGE
            END-READ.

       7350-CHECK-RATE-CODE.
      * An employee rate must name a real employee and a department
      * default a real department - a mistyped code would be a rate
      * nobody is ever costed at. Without the roster or the
      * department master the check cannot be made, so the code is
      * taken as keyed.
           IF TX-RATE-LEVEL = "E"
               IF WS-ROSTER-AVAIL
                   MOVE TX-RATE-CODE TO ER-EMPLOYEE-ID
                   READ EMPLOYEE-ROSTER-FILE
                       INVALID KEY
                           MOVE "EMPLOYEE NOT ON ROSTER"
                               TO WS-REJECT-REASON
                    END-READ
                END-IF
            ELSE
               IF TX-RATE-CODE(5:2) NOT = SPACES
                   MOVE "DEPT CODE LONGER THAN 4"
                       TO WS-REJECT-REASON
                ELSE
                   IF WS-DEPTMAST-AVAIL
                       MOVE TX-RATE-CODE(1:4) TO DM-DEPT-CODE
                       READ DEPARTMENT-MASTER-FILE
                           INVALID KEY
                               MOVE "DEPT NOT ON DEPTMAST"
                                   TO WS-REJECT-REASON
                        END-READ
                    END-IF
                END-IF
            END-IF.

       7360-EDIT-NEW-RATES.
      * The rates the record will carry once applied - the
      * transaction's for an add, the file's overlaid with the
      * non-blank transaction rates for a change - get the same
      * edits either way.
           IF TX-STRAIGHT-RATE NOT = SPACES
               IF TX-STRAIGHT-RATE-N IS NUMERIC
                   MOVE TX-STRAIGHT-RATE-N TO WS-NEW-STRAIGHT-RATE
                ELSE
                   MOVE "STRAIGHT RATE NOT NUMERIC"
                       TO WS-REJECT-REASON
                END-IF
            END-IF
           IF TX-OVERTIME-RATE NOT = SPACES
               IF TX-OVERTIME-RATE-N IS NUMERIC
                   MOVE TX-OVERTIME-RATE-N TO WS-NEW-OVERTIME-RATE
                ELSE
                   MOVE "OVERTIME RATE NOT NUMERIC"
                       TO WS-REJECT-REASON
                END-IF
            END-IF
           IF WS-REJECT-REASON = SPACES
               IF WS-NEW-STRAIGHT-RATE = ZERO
                   MOVE "STRAIGHT RATE ZERO" TO WS-REJECT-REASON
                ELSE
                   IF WS-NEW-OVERTIME-RATE < WS-NEW-STRAIGHT-RATE
                       MOVE "OVERTIME BELOW STRAIGHT RATE"
                           TO WS-REJECT-REASON
                    END-IF
                END-IF
            END-IF.

       7400-APPLY-ADD.
           IF WS-RECORD-ON-FILE
               MOVE "DUPLICATE ADD" TO WS-REJECT-REASON
            ELSE
               PERFORM 7350-CHECK-RATE-CODE
            END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE ZERO TO WS-NEW-STRAIGHT-RATE
               MOVE ZERO TO WS-NEW-OVERTIME-RATE
               PERFORM 7360-EDIT-NEW-RATES
            END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE TX-RATE-LEVEL TO PR-RATE-LEVEL
               MOVE TX-RATE-CODE TO PR-RATE-CODE
               MOVE TX-EFFECTIVE-DATE TO PR-EFFECTIVE-DATE
               MOVE WS-NEW-STRAIGHT-RATE TO PR-STRAIGHT-RATE
               MOVE WS-NEW-OVERTIME-RATE TO PR-OVERTIME-RATE
               WRITE PAY-RATE-RECORD
            END-IF.

       7500-APPLY-CHANGE.
           IF NOT WS-RECORD-ON-FILE
               MOVE "RATE NOT ON FILE" TO WS-REJECT-REASON
            ELSE
               MOVE PR-STRAIGHT-RATE TO WS-NEW-STRAIGHT-RATE
               MOVE PR-OVERTIME-RATE TO WS-NEW-OVERTIME-RATE
               PERFORM 7360-EDIT-NEW-RATES
            END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE WS-NEW-STRAIGHT-RATE TO PR-STRAIGHT-RATE
               MOVE WS-NEW-OVERTIME-RATE TO PR-OVERTIME-RATE
               REWRITE PAY-RATE-RECORD
            END-IF.

       7600-APPLY-DELETE.
           IF NOT WS-RECORD-ON-FILE
               MOVE "RATE NOT ON FILE" TO WS-REJECT-REASON
            ELSE
               DELETE PAY-RATE-FILE
            END-IF.

       9000-WRITE-REPORT-HEADER.
           MOVE SPACES TO PAY-RATE-REPORT-RECORD
           STRING "PAY RATE CHANGE REPORT"
               DELIMITED BY SIZE INTO PAY-RATE-REPORT-RECORD
           WRITE PAY-RATE-REPORT-RECORD
           MOVE SPACES TO PAY-RATE-REPORT-RECORD
           STRING "Run date: " WS-RUN-DATE DELIMITED BY SIZE
               INTO PAY-RATE-REPORT-RECORD
           WRITE PAY-RATE-REPORT-RECORD
           MOVE SPACES TO PAY-RATE-REPORT-RECORD
           WRITE PAY-RATE-REPORT-RECORD.

       9100-WRITE-APPLIED-LINES.
           MOVE SPACES TO PAY-RATE-REPORT-RECORD
           STRING "APPLIED  " TX-ACTION " " TX-RATE-LEVEL " "
               TX-RATE-CODE " " TX-EFFECTIVE-DATE " "
               TX-STRAIGHT-RATE " " TX-OVERTIME-RATE
               DELIMITED BY SIZE INTO PAY-RATE-REPORT-RECORD
           WRITE PAY-RATE-REPORT-RECORD
           IF WS-RECORD-ON-FILE
               MOVE SPACES TO PAY-RATE-REPORT-RECORD
               STRING "         BEFORE: " WS-BEFORE-IMAGE
                   DELIMITED BY SIZE INTO PAY-RATE-REPORT-RECORD
               WRITE PAY-RATE-REPORT-RECORD
            END-IF
           IF TX-ACTION = "D"
               MOVE SPACES TO PAY-RATE-REPORT-RECORD
               STRING "         AFTER:  (DELETED)"
                   DELIMITED BY SIZE INTO PAY-RATE-REPORT-RECORD
               WRITE PAY-RATE-REPORT-RECORD
            ELSE
               MOVE SPACES TO PAY-RATE-REPORT-RECORD
               STRING "         AFTER:  " PAY-RATE-RECORD
                   DELIMITED BY SIZE INTO PAY-RATE-REPORT-RECORD
               WRITE PAY-RATE-REPORT-RECORD
            END-IF.

       9150-WRITE-REJECTED-LINES.
           MOVE SPACES TO PAY-RATE-REPORT-RECORD
           STRING "REJECTED " TX-ACTION " " TX-RATE-LEVEL " "
               TX-RATE-CODE " " TX-EFFECTIVE-DATE " "
               TX-STRAIGHT-RATE " " TX-OVERTIME-RATE
               DELIMITED BY SIZE INTO PAY-RATE-REPORT-RECORD
           WRITE PAY-RATE-REPORT-RECORD
           MOVE SPACES TO PAY-RATE-REPORT-RECORD
           STRING "         REASON: " WS-REJECT-REASON
               DELIMITED BY SIZE INTO PAY-RATE-REPORT-RECORD
           WRITE PAY-RATE-REPORT-RECORD
           IF WS-RECORD-ON-FILE
               MOVE SPACES TO PAY-RATE-REPORT-RECORD
               STRING "         BEFORE: " WS-BEFORE-IMAGE
                   DELIMITED BY SIZE INTO PAY-RATE-REPORT-RECORD
               WRITE PAY-RATE-REPORT-RECORD
            END-IF.

       9200-WRITE-REPORT-SUMMARY.
           MOVE SPACES TO PAY-RATE-REPORT-RECORD
           WRITE PAY-RATE-REPORT-RECORD
           MOVE SPACES TO PAY-RATE-REPORT-RECORD
           STRING "Transactions read: " WS-TX-READ-COUNT
               DELIMITED BY SIZE INTO PAY-RATE-REPORT-RECORD
           WRITE PAY-RATE-REPORT-RECORD
           MOVE SPACES TO PAY-RATE-REPORT-RECORD
           STRING "Transactions applied: " WS-TX-APPLIED-COUNT
               DELIMITED BY SIZE INTO PAY-RATE-REPORT-RECORD
           WRITE PAY-RATE-REPORT-RECORD
           MOVE SPACES TO PAY-RATE-REPORT-RECORD
           STRING "Transactions rejected: " WS-TX-REJECTED-COUNT
               DELIMITED BY SIZE INTO PAY-RATE-REPORT-RECORD
           WRITE PAY-RATE-REPORT-RECORD.

       9300-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-RUN-MINUTE
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-RUN-SECOND
           PERFORM 9950-NEXT-AUDIT-SEQUENCE
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AL-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
            END-IF
           MOVE "PAYRATE-MAINT" TO AL-PROGRAM-ID
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
