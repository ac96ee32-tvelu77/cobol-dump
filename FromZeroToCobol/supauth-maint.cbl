       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPAUTH-MAINT.
       AUTHOR. Thomas VELU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPERVISOR-AUTHORITY-FILE ASSIGN TO "SUPAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-KEY
               FILE STATUS IS WS-SA-FILE-STATUS.
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
           SELECT SUPAUTH-TX-FILE ASSIGN TO "SAUTHTX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-FILE-STATUS.
           SELECT SUPAUTH-REPORT-FILE ASSIGN TO "SAUTHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.
           SELECT AUDIT-SEQ-FILE ASSIGN TO "AUDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPERVISOR-AUTHORITY-FILE.
       COPY SUPAUTH.

       FD  EMPLOYEE-ROSTER-FILE.
       COPY EMPROSTR.

       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPTMAST.

      * One transaction per authority: action A/C/D, the
      * supervisor's employee id, the department code (or *ALL)
      * and the effective date (together the key), and the expiry
      * date. A blank expiry means the authority runs until further
      * notice. An add files a new authority, a change sets the
      * expiry to whatever is keyed - the usual way to end one
      * that was in force - and a delete removes the authority
      * outright, for one keyed in error; its before-image is kept
      * on the change report.
       FD  SUPAUTH-TX-FILE.
       01  SUPAUTH-TX-RECORD.
           05  TX-ACTION           PIC X.
           05  TX-SUPERVISOR-ID    PIC X(6).
           05  TX-DEPT-CODE        PIC X(4).
           05  TX-EFFECTIVE-DATE   PIC X(10).
           05  TX-EXPIRY-DATE      PIC X(10).

       FD  SUPAUTH-REPORT-FILE.
       01  SUPAUTH-REPORT-RECORD   PIC X(80).

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  AUDIT-SEQ-FILE.
       01  AUDIT-SEQ-RECORD.
           05  SQ-NEXT-SEQUENCE    PIC 9(7).

       WORKING-STORAGE SECTION.
       COPY STRCHECK.
       COPY FLDCHECK.
       01  WS-SA-FILE-STATUS PIC XX VALUE SPACES.
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
       01  WS-REJECT-REASON PIC X(30) VALUE SPACES.
       01  WS-BEFORE-IMAGE PIC X(30) VALUE SPACES.
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
           OPEN INPUT SUPAUTH-TX-FILE
           IF WS-TX-FILE-STATUS NOT = "00"
               DISPLAY "Supervisor authority transaction file is "
                   "not available - nothing to apply."
               MOVE "TRAN FILE MISSING" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           OPEN I-O SUPERVISOR-AUTHORITY-FILE
           IF WS-SA-FILE-STATUS = "35"
               OPEN OUTPUT SUPERVISOR-AUTHORITY-FILE
               CLOSE SUPERVISOR-AUTHORITY-FILE
               OPEN I-O SUPERVISOR-AUTHORITY-FILE
            END-IF
           IF WS-SA-FILE-STATUS NOT = "00"
               DISPLAY "Supervisor authority file is not "
                   "available - cannot apply maintenance."
               MOVE "SUPAUTH UNAVAILABLE" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               CLOSE SUPAUTH-TX-FILE
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
           OPEN OUTPUT SUPAUTH-REPORT-FILE
           PERFORM 9000-WRITE-REPORT-HEADER
           PERFORM 7100-READ-TX-RECORD
           PERFORM UNTIL WS-TX-EOF
               ADD 1 TO WS-TX-READ-COUNT
               PERFORM 7200-APPLY-TX-RECORD
               PERFORM 7100-READ-TX-RECORD
            END-PERFORM
           PERFORM 9200-WRITE-REPORT-SUMMARY
           CLOSE SUPAUTH-TX-FILE
           CLOSE SUPERVISOR-AUTHORITY-FILE
           IF WS-ROSTER-AVAIL
               CLOSE EMPLOYEE-ROSTER-FILE
            END-IF
           IF WS-DEPTMAST-AVAIL
               CLOSE DEPARTMENT-MASTER-FILE
            END-IF
           CLOSE SUPAUTH-REPORT-FILE
           MOVE "MAINT COMPLETE" TO WS-AUDIT-OUTCOME
           PERFORM 9300-WRITE-AUDIT-LOG
           IF WS-TX-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF
           STOP RUN.

       7100-READ-TX-RECORD.
           READ SUPAUTH-TX-FILE
               AT END
                   SET WS-TX-EOF TO TRUE
            END-READ.

       7200-APPLY-TX-RECORD.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-BEFORE-IMAGE
           PERFORM 7300-FETCH-BEFORE-IMAGE
           MOVE TX-SUPERVISOR-ID TO SC-STRING
           CALL "BLANK-FIELD-CHECK" USING STR-CHECK-FIELDS
           IF SC-IS-EMPTY
               MOVE "SUPERVISOR ID BLANK" TO WS-REJECT-REASON
            ELSE
               MOVE TX-DEPT-CODE TO SC-STRING
               CALL "BLANK-FIELD-CHECK" USING STR-CHECK-FIELDS
               IF SC-IS-EMPTY
                   MOVE "DEPT CODE BLANK" TO WS-REJECT-REASON
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
           MOVE TX-SUPERVISOR-ID TO SA-SUPERVISOR-ID
           MOVE TX-DEPT-CODE TO SA-DEPT-CODE
           MOVE TX-EFFECTIVE-DATE TO SA-EFFECTIVE-DATE
           READ SUPERVISOR-AUTHORITY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-RECORD-ON-FILE TO TRUE
                   MOVE SUPERVISOR-AUTHORITY-RECORD
                       TO WS-BEFORE-IMAGE
            END-READ.

       7350-CHECK-SUPERVISOR-AND-DEPT.
      * The supervisor must be a current employee and the
      * department a real one (or *ALL) - an authority for a
      * mistyped id would let nobody approve, and one for a
      * mistyped department would cover nobody. Without the roster
      * or the department master the check cannot be made, so the
      * code is taken as keyed.
           IF WS-ROSTER-AVAIL
               MOVE TX-SUPERVISOR-ID TO ER-EMPLOYEE-ID
               READ EMPLOYEE-ROSTER-FILE
                   INVALID KEY
                       MOVE "SUPERVISOR NOT ON ROSTER"
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF ER-INACTIVE
                           MOVE "SUPERVISOR INACTIVE"
                               TO WS-REJECT-REASON
                        END-IF
                END-READ
            END-IF
           IF WS-REJECT-REASON = SPACES
                   AND TX-DEPT-CODE NOT = "*ALL"
                   AND WS-DEPTMAST-AVAIL
               MOVE TX-DEPT-CODE TO DM-DEPT-CODE
               READ DEPARTMENT-MASTER-FILE
                   INVALID KEY
                       MOVE "DEPT NOT ON DEPTMAST"
                           TO WS-REJECT-REASON
                END-READ
            END-IF.

       7360-EDIT-EXPIRY-DATE.
           IF TX-EXPIRY-DATE NOT = SPACES
               MOVE TX-EXPIRY-DATE TO FC-VALUE
               CALL "DATE-FIELD-CHECK" USING FIELD-CHECK-FIELDS
               IF FC-FAILED
                   MOVE "EXPIRY DATE INVALID" TO WS-REJECT-REASON
                ELSE
                   IF TX-EXPIRY-DATE < TX-EFFECTIVE-DATE
                       MOVE "EXPIRY BEFORE EFFECTIVE DATE"
                           TO WS-REJECT-REASON
                    END-IF
                END-IF
            END-IF.

       7400-APPLY-ADD.
           IF WS-RECORD-ON-FILE
               MOVE "DUPLICATE ADD" TO WS-REJECT-REASON
            ELSE
               PERFORM 7350-CHECK-SUPERVISOR-AND-DEPT
            END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 7360-EDIT-EXPIRY-DATE
            END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE TX-SUPERVISOR-ID TO SA-SUPERVISOR-ID
               MOVE TX-DEPT-CODE TO SA-DEPT-CODE
               MOVE TX-EFFECTIVE-DATE TO SA-EFFECTIVE-DATE
               MOVE TX-EXPIRY-DATE TO SA-EXPIRY-DATE
               WRITE SUPERVISOR-AUTHORITY-RECORD
            END-IF.

       7500-APPLY-CHANGE.
           IF NOT WS-RECORD-ON-FILE
               MOVE "AUTHORITY NOT ON FILE" TO WS-REJECT-REASON
            ELSE
               PERFORM 7360-EDIT-EXPIRY-DATE
            END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE TX-EXPIRY-DATE TO SA-EXPIRY-DATE
               REWRITE SUPERVISOR-AUTHORITY-RECORD
            END-IF.

       7600-APPLY-DELETE.
           IF NOT WS-RECORD-ON-FILE
               MOVE "AUTHORITY NOT ON FILE" TO WS-REJECT-REASON
            ELSE
               DELETE SUPERVISOR-AUTHORITY-FILE
            END-IF.

       9000-WRITE-REPORT-HEADER.
           MOVE SPACES TO SUPAUTH-REPORT-RECORD
           STRING "SUPERVISOR APPROVAL AUTHORITY CHANGE REPORT"
               DELIMITED BY SIZE INTO SUPAUTH-REPORT-RECORD
           WRITE SUPAUTH-REPORT-RECORD
           MOVE SPACES TO SUPAUTH-REPORT-RECORD
           STRING "Run date: " WS-RUN-DATE DELIMITED BY SIZE
               INTO SUPAUTH-REPORT-RECORD
           WRITE SUPAUTH-REPORT-RECORD
           MOVE SPACES TO SUPAUTH-REPORT-RECORD
           WRITE SUPAUTH-REPORT-RECORD.

       9100-WRITE-APPLIED-LINES.
           MOVE SPACES TO SUPAUTH-REPORT-RECORD
           STRING "APPLIED  " TX-ACTION " " TX-SUPERVISOR-ID " "
               TX-DEPT-CODE " " TX-EFFECTIVE-DATE " "
               TX-EXPIRY-DATE
               DELIMITED BY SIZE INTO SUPAUTH-REPORT-RECORD
           WRITE SUPAUTH-REPORT-RECORD
           IF WS-RECORD-ON-FILE
               MOVE SPACES TO SUPAUTH-REPORT-RECORD
               STRING "         BEFORE: " WS-BEFORE-IMAGE
                   DELIMITED BY SIZE INTO SUPAUTH-REPORT-RECORD
               WRITE SUPAUTH-REPORT-RECORD
            END-IF
           IF TX-ACTION = "D"
               MOVE SPACES TO SUPAUTH-REPORT-RECORD
               STRING "         AFTER:  (DELETED)"
                   DELIMITED BY SIZE INTO SUPAUTH-REPORT-RECORD
               WRITE SUPAUTH-REPORT-RECORD
            ELSE
               MOVE SPACES TO SUPAUTH-REPORT-RECORD
               STRING "         AFTER:  " SUPERVISOR-AUTHORITY-RECORD
                   DELIMITED BY SIZE INTO SUPAUTH-REPORT-RECORD
               WRITE SUPAUTH-REPORT-RECORD
            END-IF.

       9150-WRITE-REJECTED-LINES.
           MOVE SPACES TO SUPAUTH-REPORT-RECORD
           STRING "REJECTED " TX-ACTION " " TX-SUPERVISOR-ID " "
               TX-DEPT-CODE " " TX-EFFECTIVE-DATE " "
               TX-EXPIRY-DATE
               DELIMITED BY SIZE INTO SUPAUTH-REPORT-RECORD
           WRITE SUPAUTH-REPORT-RECORD
           MOVE SPACES TO SUPAUTH-REPORT-RECORD
           STRING "         REASON: " WS-REJECT-REASON
               DELIMITED BY SIZE INTO SUPAUTH-REPORT-RECORD
           WRITE SUPAUTH-REPORT-RECORD
           IF WS-RECORD-ON-FILE
               MOVE SPACES TO SUPAUTH-REPORT-RECORD
               STRING "         BEFORE: " WS-BEFORE-IMAGE
                   DELIMITED BY SIZE INTO SUPAUTH-REPORT-RECORD
               WRITE SUPAUTH-REPORT-RECORD
            END-IF.

       9200-WRITE-REPORT-SUMMARY.
           MOVE SPACES TO SUPAUTH-REPORT-RECORD
           WRITE SUPAUTH-REPORT-RECORD
           MOVE SPACES TO SUPAUTH-REPORT-RECORD
           STRING "Transactions read: " WS-TX-READ-COUNT
               DELIMITED BY SIZE INTO SUPAUTH-REPORT-RECORD
           WRITE SUPAUTH-REPORT-RECORD
           MOVE SPACES TO SUPAUTH-REPORT-RECORD
           STRING "Transactions applied: " WS-TX-APPLIED-COUNT
               DELIMITED BY SIZE INTO SUPAUTH-REPORT-RECORD
           WRITE SUPAUTH-REPORT-RECORD
           MOVE SPACES TO SUPAUTH-REPORT-RECORD
           STRING "Transactions rejected: " WS-TX-REJECTED-COUNT
               DELIMITED BY SIZE INTO SUPAUTH-REPORT-RECORD
           WRITE SUPAUTH-REPORT-RECORD.

       9300-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-RUN-MINUTE
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-RUN-SECOND
           PERFORM 9950-NEXT-AUDIT-SEQUENCE
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AL-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
            END-IF
           MOVE "SUPAUTH-MAINT" TO AL-PROGRAM-ID
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
