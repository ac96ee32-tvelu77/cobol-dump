       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPT-MAINT.
       AUTHOR. Thomas VELU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DM-FILE-STATUS.
           SELECT EMPLOYEE-ROSTER-FILE ASSIGN TO "EMPROSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-EMPLOYEE-ID
               FILE STATUS IS WS-ER-FILE-STATUS.
           SELECT DEPT-TX-FILE ASSIGN TO "DEPTTX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-FILE-STATUS.
           SELECT DEPT-REPORT-FILE ASSIGN TO "DEPTMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.
           SELECT AUDIT-SEQ-FILE ASSIGN TO "AUDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPTMAST.

       FD  EMPLOYEE-ROSTER-FILE.
       COPY EMPROSTR.

      * One transaction per department: action A/C/D, the code, and
      * the fields to set. On a change, blank fields leave the
      * master value alone, so closing a department is just a C
      * with status C.
       FD  DEPT-TX-FILE.
       01  DEPT-TX-RECORD.
           05  TX-ACTION           PIC X.
           05  TX-DEPT-CODE        PIC X(4).
           05  TX-DEPT-NAME        PIC X(30).
           05  TX-COST-CENTRE      PIC X(8).
           05  TX-MANAGER-ID       PIC X(6).
           05  TX-STATUS-FLAG      PIC X(1).

       FD  DEPT-REPORT-FILE.
       01  DEPT-REPORT-RECORD      PIC X(80).

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  AUDIT-SEQ-FILE.
       01  AUDIT-SEQ-RECORD.
           05  SQ-NEXT-SEQUENCE    PIC 9(7).

       WORKING-STORAGE SECTION.
       COPY STRCHECK.
       01  WS-DM-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-ER-FILE-STATUS PIC XX VALUE SPACES.
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
       01  WS-EMPLOYEE-KNOWN-SW PIC X VALUE "N".
           88 WS-EMPLOYEE-KNOWN VALUE "Y".
       01  WS-REJECT-REASON PIC X(30) VALUE SPACES.
       01  WS-BEFORE-IMAGE PIC X(49) VALUE SPACES.
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
           OPEN INPUT DEPT-TX-FILE
           IF WS-TX-FILE-STATUS NOT = "00"
               DISPLAY "Department transaction file is not "
                   "available - nothing to apply."
               MOVE "TRAN FILE MISSING" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           OPEN I-O DEPARTMENT-MASTER-FILE
           IF WS-DM-FILE-STATUS = "35"
               OPEN OUTPUT DEPARTMENT-MASTER-FILE
               CLOSE DEPARTMENT-MASTER-FILE
               OPEN I-O DEPARTMENT-MASTER-FILE
            END-IF
           IF WS-DM-FILE-STATUS NOT = "00"
               DISPLAY "Department master is not available - "
                   "cannot apply maintenance."
               MOVE "DEPTMAST UNAVAILABLE" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               CLOSE DEPT-TX-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           OPEN INPUT EMPLOYEE-ROSTER-FILE
           IF WS-ER-FILE-STATUS = "00"
               SET WS-ROSTER-AVAIL TO TRUE
            END-IF
           OPEN OUTPUT DEPT-REPORT-FILE
           PERFORM 9000-WRITE-REPORT-HEADER
           PERFORM 7100-READ-TX-RECORD
           PERFORM UNTIL WS-TX-EOF
               ADD 1 TO WS-TX-READ-COUNT
               PERFORM 7200-APPLY-TX-RECORD
               PERFORM 7100-READ-TX-RECORD
            END-PERFORM
           PERFORM 9200-WRITE-REPORT-SUMMARY
           CLOSE DEPT-TX-FILE
           CLOSE DEPARTMENT-MASTER-FILE
           IF WS-ROSTER-AVAIL
               CLOSE EMPLOYEE-ROSTER-FILE
            END-IF
           CLOSE DEPT-REPORT-FILE
           MOVE "MAINT COMPLETE" TO WS-AUDIT-OUTCOME
           PERFORM 9300-WRITE-AUDIT-LOG
           IF WS-TX-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF
           STOP RUN.

       7100-READ-TX-RECORD.
           READ DEPT-TX-FILE
               AT END
                   SET WS-TX-EOF TO TRUE
            END-READ.

       7200-APPLY-TX-RECORD.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-BEFORE-IMAGE
           PERFORM 7300-FETCH-BEFORE-IMAGE
           MOVE TX-DEPT-CODE TO SC-STRING
           CALL "BLANK-FIELD-CHECK" USING STR-CHECK-FIELDS
           IF SC-IS-EMPTY
               MOVE "DEPARTMENT CODE BLANK" TO WS-REJECT-REASON
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
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-TX-APPLIED-COUNT
               PERFORM 9100-WRITE-APPLIED-LINES
            ELSE
               ADD 1 TO WS-TX-REJECTED-COUNT
               PERFORM 9150-WRITE-REJECTED-LINES
            END-IF.

       7300-FETCH-BEFORE-IMAGE.
           MOVE "N" TO WS-RECORD-ON-FILE-SW
           MOVE TX-DEPT-CODE TO DM-DEPT-CODE
           READ DEPARTMENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-RECORD-ON-FILE TO TRUE
                   MOVE DEPARTMENT-MASTER-RECORD TO WS-BEFORE-IMAGE
            END-READ.

       7350-CHECK-MANAGER-EXISTS.
      * The manager must be a real employee; a department headed by
      * an id HR has never heard of has nobody to answer for it.
      * Without the roster the check cannot be made, so the id is
      * taken as keyed.
           SET WS-EMPLOYEE-KNOWN TO TRUE
           IF WS-ROSTER-AVAIL
               MOVE "N" TO WS-EMPLOYEE-KNOWN-SW
               MOVE TX-MANAGER-ID TO ER-EMPLOYEE-ID
               READ EMPLOYEE-ROSTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-EMPLOYEE-KNOWN TO TRUE
                END-READ
            END-IF.

       7400-APPLY-ADD.
           IF WS-RECORD-ON-FILE
               MOVE "DUPLICATE ADD" TO WS-REJECT-REASON
            ELSE
               MOVE TX-DEPT-NAME TO SC-STRING
               CALL "BLANK-FIELD-CHECK" USING STR-CHECK-FIELDS
               IF SC-IS-EMPTY
                   MOVE "DEPARTMENT NAME BLANK" TO WS-REJECT-REASON
                END-IF
            END-IF
           IF WS-REJECT-REASON = SPACES
               IF TX-STATUS-FLAG NOT = SPACES
                       AND TX-STATUS-FLAG NOT = "O"
                       AND TX-STATUS-FLAG NOT = "C"
                   MOVE "STATUS NOT O OR C" TO WS-REJECT-REASON
                END-IF
            END-IF
           IF WS-REJECT-REASON = SPACES
                   AND TX-MANAGER-ID NOT = SPACES
               PERFORM 7350-CHECK-MANAGER-EXISTS
               IF NOT WS-EMPLOYEE-KNOWN
                   MOVE "MANAGER NOT ON ROSTER" TO WS-REJECT-REASON
                END-IF
            END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE TX-DEPT-CODE TO DM-DEPT-CODE
               MOVE TX-DEPT-NAME TO DM-DEPT-NAME
               MOVE TX-COST-CENTRE TO DM-COST-CENTRE
               MOVE TX-MANAGER-ID TO DM-MANAGER-ID
               IF TX-STATUS-FLAG = "C"
                   MOVE "C" TO DM-STATUS-FLAG
                ELSE
                   MOVE "O" TO DM-STATUS-FLAG
                END-IF
               WRITE DEPARTMENT-MASTER-RECORD
            END-IF.

       7500-APPLY-CHANGE.
           IF NOT WS-RECORD-ON-FILE
               MOVE "DEPARTMENT NOT ON FILE" TO WS-REJECT-REASON
            ELSE
               IF TX-STATUS-FLAG NOT = SPACES
                       AND TX-STATUS-FLAG NOT = "O"
                       AND TX-STATUS-FLAG NOT = "C"
                   MOVE "STATUS NOT O OR C" TO WS-REJECT-REASON
                END-IF
            END-IF
           IF WS-REJECT-REASON = SPACES
                   AND TX-MANAGER-ID NOT = SPACES
               PERFORM 7350-CHECK-MANAGER-EXISTS
               IF NOT WS-EMPLOYEE-KNOWN
                   MOVE "MANAGER NOT ON ROSTER" TO WS-REJECT-REASON
                END-IF
            END-IF
           IF WS-REJECT-REASON = SPACES
               IF TX-DEPT-NAME NOT = SPACES
                   MOVE TX-DEPT-NAME TO DM-DEPT-NAME
                END-IF
               IF TX-COST-CENTRE NOT = SPACES
                   MOVE TX-COST-CENTRE TO DM-COST-CENTRE
                END-IF
               IF TX-MANAGER-ID NOT = SPACES
                   MOVE TX-MANAGER-ID TO DM-MANAGER-ID
                END-IF
               IF TX-STATUS-FLAG NOT = SPACES
                   MOVE TX-STATUS-FLAG TO DM-STATUS-FLAG
                END-IF
               REWRITE DEPARTMENT-MASTER-RECORD
            END-IF.

       7600-APPLY-DELETE.
      * Only a closed department may go: closing first gives the
      * roster a night to be moved off it, and a delete of an open
      * department is far more likely a keying slip than a plan.
           IF NOT WS-RECORD-ON-FILE
               MOVE "DEPARTMENT NOT ON FILE" TO WS-REJECT-REASON
            ELSE
               IF NOT DM-DEPT-CLOSED
                   MOVE "CLOSE BEFORE DELETE" TO WS-REJECT-REASON
                ELSE
                   DELETE DEPARTMENT-MASTER-FILE
                END-IF
            END-IF.

       9000-WRITE-REPORT-HEADER.
           MOVE SPACES TO DEPT-REPORT-RECORD
           STRING "DEPARTMENT MASTER CHANGE REPORT"
               DELIMITED BY SIZE INTO DEPT-REPORT-RECORD
           WRITE DEPT-REPORT-RECORD
           MOVE SPACES TO DEPT-REPORT-RECORD
           STRING "Run date: " WS-RUN-DATE DELIMITED BY SIZE
               INTO DEPT-REPORT-RECORD
           WRITE DEPT-REPORT-RECORD
           MOVE SPACES TO DEPT-REPORT-RECORD
           WRITE DEPT-REPORT-RECORD.

       9100-WRITE-APPLIED-LINES.
           MOVE SPACES TO DEPT-REPORT-RECORD
           STRING "APPLIED  " TX-ACTION " " TX-DEPT-CODE " "
               TX-DEPT-NAME DELIMITED BY SIZE
               INTO DEPT-REPORT-RECORD
           WRITE DEPT-REPORT-RECORD
           IF WS-RECORD-ON-FILE
               MOVE SPACES TO DEPT-REPORT-RECORD
               STRING "         BEFORE: " WS-BEFORE-IMAGE
                   DELIMITED BY SIZE INTO DEPT-REPORT-RECORD
               WRITE DEPT-REPORT-RECORD
            END-IF
           IF TX-ACTION = "D"
               MOVE SPACES TO DEPT-REPORT-RECORD
               STRING "         AFTER:  (DELETED)"
                   DELIMITED BY SIZE INTO DEPT-REPORT-RECORD
               WRITE DEPT-REPORT-RECORD
            ELSE
               MOVE SPACES TO DEPT-REPORT-RECORD
               STRING "         AFTER:  " DEPARTMENT-MASTER-RECORD
                   DELIMITED BY SIZE INTO DEPT-REPORT-RECORD
               WRITE DEPT-REPORT-RECORD
            END-IF.

       9150-WRITE-REJECTED-LINES.
           MOVE SPACES TO DEPT-REPORT-RECORD
           STRING "REJECTED " TX-ACTION " " TX-DEPT-CODE " "
               TX-DEPT-NAME DELIMITED BY SIZE
               INTO DEPT-REPORT-RECORD
           WRITE DEPT-REPORT-RECORD
           MOVE SPACES TO DEPT-REPORT-RECORD
           STRING "         REASON: " WS-REJECT-REASON
               DELIMITED BY SIZE INTO DEPT-REPORT-RECORD
           WRITE DEPT-REPORT-RECORD
           IF WS-RECORD-ON-FILE
               MOVE SPACES TO DEPT-REPORT-RECORD
               STRING "         BEFORE: " WS-BEFORE-IMAGE
                   DELIMITED BY SIZE INTO DEPT-REPORT-RECORD
               WRITE DEPT-REPORT-RECORD
            END-IF.

       9200-WRITE-REPORT-SUMMARY.
           MOVE SPACES TO DEPT-REPORT-RECORD
           WRITE DEPT-REPORT-RECORD
           MOVE SPACES TO DEPT-REPORT-RECORD
           STRING "Transactions read: " WS-TX-READ-COUNT
               DELIMITED BY SIZE INTO DEPT-REPORT-RECORD
           WRITE DEPT-REPORT-RECORD
           MOVE SPACES TO DEPT-REPORT-RECORD
           STRING "Transactions applied: " WS-TX-APPLIED-COUNT
               DELIMITED BY SIZE INTO DEPT-REPORT-RECORD
           WRITE DEPT-REPORT-RECORD
           MOVE SPACES TO DEPT-REPORT-RECORD
           STRING "Transactions rejected: " WS-TX-REJECTED-COUNT
               DELIMITED BY SIZE INTO DEPT-REPORT-RECORD
           WRITE DEPT-REPORT-RECORD.

       9300-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-RUN-MINUTE
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-RUN-SECOND
           PERFORM 9950-NEXT-AUDIT-SEQUENCE
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AL-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
            END-IF
           MOVE "DEPT-MAINT" TO AL-PROGRAM-ID
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
