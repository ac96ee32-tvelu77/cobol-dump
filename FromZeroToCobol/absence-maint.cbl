       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSENCE-MAINT.
       AUTHOR. Thomas VELU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABSENCE-FILE ASSIGN TO "ABSENCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-KEY
               FILE STATUS IS WS-AB-FILE-STATUS.
           SELECT EMPLOYEE-ROSTER-FILE ASSIGN TO "EMPROSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-EMPLOYEE-ID
               FILE STATUS IS WS-ER-FILE-STATUS.
           SELECT ABSENCE-TX-FILE ASSIGN TO "ABSTX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-FILE-STATUS.
           SELECT ABSENCE-REPORT-FILE ASSIGN TO "ABSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.
           SELECT AUDIT-SEQ-FILE ASSIGN TO "AUDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ABSENCE-FILE.
       COPY ABSENCE.

       FD  EMPLOYEE-ROSTER-FILE.
       COPY EMPROSTR.

      * One transaction per absence: action A/C/D, the employee and
      * first day (together the key), the last day (blank = a
      * one-day absence), the absence type V/S/T/U and the
      * approving supervisor's employee id. An add without an
      * approver is recorded as pending; a later C carrying the
      * approver approves it. On a change, blank fields leave the
      * register value alone.
       FD  ABSENCE-TX-FILE.
       01  ABSENCE-TX-RECORD.
           05  TX-ACTION           PIC X.
           05  TX-EMPLOYEE-ID      PIC X(6).
           05  TX-FROM-DATE        PIC X(10).
           05  TX-TO-DATE          PIC X(10).
           05  TX-ABSENCE-TYPE     PIC X(1).
           05  TX-APPROVER-ID      PIC X(6).

       FD  ABSENCE-REPORT-FILE.
       01  ABSENCE-REPORT-RECORD   PIC X(80).

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  AUDIT-SEQ-FILE.
       01  AUDIT-SEQ-RECORD.
           05  SQ-NEXT-SEQUENCE    PIC 9(7).

       WORKING-STORAGE SECTION.
       COPY STRCHECK.
       COPY FLDCHECK.
       01  WS-AB-FILE-STATUS PIC XX VALUE SPACES.
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
       01  WS-SCAN-END-SW PIC X VALUE "N".
           88 WS-SCAN-END VALUE "Y".
       01  WS-LOOKUP-EMPLOYEE-ID PIC X(6) VALUE SPACES.
       01  WS-NEW-TO-DATE PIC X(10) VALUE SPACES.
       01  WS-NEW-ABSENCE-TYPE PIC X(1) VALUE SPACES.
           88 WS-NEW-TYPE-VALID VALUE "V" "S" "T" "U".
       01  WS-NEW-APPROVER-ID PIC X(6) VALUE SPACES.
       01  WS-REJECT-REASON PIC X(30) VALUE SPACES.
       01  WS-BEFORE-IMAGE PIC X(34) VALUE SPACES.
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
           OPEN INPUT ABSENCE-TX-FILE
           IF WS-TX-FILE-STATUS NOT = "00"
               DISPLAY "Absence transaction file is not "
                   "available - nothing to apply."
               MOVE "TRAN FILE MISSING" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           OPEN I-O ABSENCE-FILE
           IF WS-AB-FILE-STATUS = "35"
               OPEN OUTPUT ABSENCE-FILE
               CLOSE ABSENCE-FILE
               OPEN I-O ABSENCE-FILE
            END-IF
           IF WS-AB-FILE-STATUS NOT = "00"
               DISPLAY "Absence register is not available - "
                   "cannot apply maintenance."
               MOVE "ABSENCE UNAVAILABLE" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               CLOSE ABSENCE-TX-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           OPEN INPUT EMPLOYEE-ROSTER-FILE
           IF WS-ER-FILE-STATUS = "00"
               SET WS-ROSTER-AVAIL TO TRUE
            END-IF
           OPEN OUTPUT ABSENCE-REPORT-FILE
           PERFORM 9000-WRITE-REPORT-HEADER
           PERFORM 7100-READ-TX-RECORD
           PERFORM UNTIL WS-TX-EOF
               ADD 1 TO WS-TX-READ-COUNT
               PERFORM 7200-APPLY-TX-RECORD
               PERFORM 7100-READ-TX-RECORD
            END-PERFORM
           PERFORM 9200-WRITE-REPORT-SUMMARY
           CLOSE ABSENCE-TX-FILE
           CLOSE ABSENCE-FILE
           IF WS-ROSTER-AVAIL
               CLOSE EMPLOYEE-ROSTER-FILE
            END-IF
           CLOSE ABSENCE-REPORT-FILE
           MOVE "MAINT COMPLETE" TO WS-AUDIT-OUTCOME
           PERFORM 9300-WRITE-AUDIT-LOG
           IF WS-TX-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF
           STOP RUN.

       7100-READ-TX-RECORD.
           READ ABSENCE-TX-FILE
               AT END
                   SET WS-TX-EOF TO TRUE
            END-READ.

       7200-APPLY-TX-RECORD.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-BEFORE-IMAGE
           PERFORM 7300-FETCH-BEFORE-IMAGE
           MOVE TX-EMPLOYEE-ID TO SC-STRING
           CALL "BLANK-FIELD-CHECK" USING STR-CHECK-FIELDS
           IF SC-IS-EMPTY
               MOVE "EMPLOYEE ID BLANK" TO WS-REJECT-REASON
            ELSE
               MOVE TX-FROM-DATE TO FC-VALUE
               CALL "DATE-FIELD-CHECK" USING FIELD-CHECK-FIELDS
               IF FC-FAILED
                   MOVE "FROM DATE INVALID" TO WS-REJECT-REASON
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
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-TX-APPLIED-COUNT
               PERFORM 9100-WRITE-APPLIED-LINES
            ELSE
               ADD 1 TO WS-TX-REJECTED-COUNT
               PERFORM 9150-WRITE-REJECTED-LINES
            END-IF.

       7300-FETCH-BEFORE-IMAGE.
           MOVE "N" TO WS-RECORD-ON-FILE-SW
           MOVE TX-EMPLOYEE-ID TO AB-EMPLOYEE-ID
           MOVE TX-FROM-DATE TO AB-FROM-DATE
           READ ABSENCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-RECORD-ON-FILE TO TRUE
                   MOVE ABSENCE-RECORD TO WS-BEFORE-IMAGE
            END-READ.

       7350-CHECK-EMPLOYEE-EXISTS.
      * Both the absent employee and the approving supervisor must
      * be real employees. Without the roster the check cannot be
      * made, so the id is taken as keyed.
           SET WS-EMPLOYEE-KNOWN TO TRUE
           IF WS-ROSTER-AVAIL
               MOVE "N" TO WS-EMPLOYEE-KNOWN-SW
               MOVE WS-LOOKUP-EMPLOYEE-ID TO ER-EMPLOYEE-ID
               READ EMPLOYEE-ROSTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-EMPLOYEE-KNOWN TO TRUE
                END-READ
            END-IF.

       7360-EDIT-NEW-VALUES.
      * The values the absence will carry once applied - the
      * transaction's for an add, the register's overlaid with the
      * non-blank transaction fields for a change - get the same
      * edits either way.
           IF WS-NEW-TO-DATE = SPACES
               MOVE TX-FROM-DATE TO WS-NEW-TO-DATE
            END-IF
           MOVE WS-NEW-TO-DATE TO FC-VALUE
           CALL "DATE-FIELD-CHECK" USING FIELD-CHECK-FIELDS
           IF FC-FAILED
               MOVE "TO DATE INVALID" TO WS-REJECT-REASON
            ELSE
               IF WS-NEW-TO-DATE < TX-FROM-DATE
                   MOVE "TO DATE BEFORE FROM DATE"
                       TO WS-REJECT-REASON
                END-IF
            END-IF
           IF WS-REJECT-REASON = SPACES
                   AND NOT WS-NEW-TYPE-VALID
               MOVE "TYPE NOT V, S, T OR U" TO WS-REJECT-REASON
            END-IF
           IF WS-REJECT-REASON = SPACES
                   AND WS-NEW-APPROVER-ID NOT = SPACES
               IF WS-NEW-APPROVER-ID = TX-EMPLOYEE-ID
                   MOVE "SELF APPROVAL NOT ALLOWED"
                       TO WS-REJECT-REASON
                ELSE
                   MOVE WS-NEW-APPROVER-ID TO WS-LOOKUP-EMPLOYEE-ID
                   PERFORM 7350-CHECK-EMPLOYEE-EXISTS
                   IF NOT WS-EMPLOYEE-KNOWN
                       MOVE "APPROVER NOT ON ROSTER"
                           TO WS-REJECT-REASON
                    END-IF
                END-IF
            END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 7370-CHECK-OVERLAP
            END-IF.

       7370-CHECK-OVERLAP.
      * Walks the employee's other absences in key order. Two
      * absences covering the same day would take the employee
      * out of the headcount twice and pay the day twice.
           MOVE "N" TO WS-SCAN-END-SW
           MOVE TX-EMPLOYEE-ID TO AB-EMPLOYEE-ID
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
                       IF AB-EMPLOYEE-ID NOT = TX-EMPLOYEE-ID
                               OR AB-FROM-DATE > WS-NEW-TO-DATE
                           SET WS-SCAN-END TO TRUE
                        ELSE
                           IF AB-FROM-DATE NOT = TX-FROM-DATE
                                   AND AB-TO-DATE NOT < TX-FROM-DATE
                               MOVE SPACES TO WS-REJECT-REASON
                               STRING "OVERLAPS ABSENCE OF "
                                   AB-FROM-DATE DELIMITED BY SIZE
                                   INTO WS-REJECT-REASON
                               SET WS-SCAN-END TO TRUE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

       7380-BUILD-ABSENCE-RECORD.
           MOVE TX-EMPLOYEE-ID TO AB-EMPLOYEE-ID
           MOVE TX-FROM-DATE TO AB-FROM-DATE
           MOVE WS-NEW-TO-DATE TO AB-TO-DATE
           MOVE WS-NEW-ABSENCE-TYPE TO AB-ABSENCE-TYPE
           MOVE WS-NEW-APPROVER-ID TO AB-APPROVER-ID
           IF WS-NEW-APPROVER-ID = SPACES
               MOVE "P" TO AB-STATUS
            ELSE
               MOVE "A" TO AB-STATUS
            END-IF.

       7400-APPLY-ADD.
           IF WS-RECORD-ON-FILE
               MOVE "DUPLICATE ADD" TO WS-REJECT-REASON
            ELSE
               MOVE TX-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE-ID
               PERFORM 7350-CHECK-EMPLOYEE-EXISTS
               IF NOT WS-EMPLOYEE-KNOWN
                   MOVE "EMPLOYEE NOT ON ROSTER" TO WS-REJECT-REASON
                END-IF
            END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE TX-TO-DATE TO WS-NEW-TO-DATE
               MOVE TX-ABSENCE-TYPE TO WS-NEW-ABSENCE-TYPE
               MOVE TX-APPROVER-ID TO WS-NEW-APPROVER-ID
               PERFORM 7360-EDIT-NEW-VALUES
            END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 7380-BUILD-ABSENCE-RECORD
               WRITE ABSENCE-RECORD
            END-IF.

       7500-APPLY-CHANGE.
           IF NOT WS-RECORD-ON-FILE
               MOVE "ABSENCE NOT ON FILE" TO WS-REJECT-REASON
            ELSE
               MOVE AB-TO-DATE TO WS-NEW-TO-DATE
               MOVE AB-ABSENCE-TYPE TO WS-NEW-ABSENCE-TYPE
               MOVE AB-APPROVER-ID TO WS-NEW-APPROVER-ID
               IF TX-TO-DATE NOT = SPACES
                   MOVE TX-TO-DATE TO WS-NEW-TO-DATE
                END-IF
               IF TX-ABSENCE-TYPE NOT = SPACES
                   MOVE TX-ABSENCE-TYPE TO WS-NEW-ABSENCE-TYPE
                END-IF
               IF TX-APPROVER-ID NOT = SPACES
                   MOVE TX-APPROVER-ID TO WS-NEW-APPROVER-ID
                END-IF
               PERFORM 7360-EDIT-NEW-VALUES
            END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 7380-BUILD-ABSENCE-RECORD
               REWRITE ABSENCE-RECORD
            END-IF.

       7600-APPLY-DELETE.
           IF NOT WS-RECORD-ON-FILE
               MOVE "ABSENCE NOT ON FILE" TO WS-REJECT-REASON
            ELSE
               DELETE ABSENCE-FILE
            END-IF.

       9000-WRITE-REPORT-HEADER.
           MOVE SPACES TO ABSENCE-REPORT-RECORD
           STRING "ABSENCE REGISTER EDIT REPORT"
               DELIMITED BY SIZE INTO ABSENCE-REPORT-RECORD
           WRITE ABSENCE-REPORT-RECORD
           MOVE SPACES TO ABSENCE-REPORT-RECORD
           STRING "Run date: " WS-RUN-DATE DELIMITED BY SIZE
               INTO ABSENCE-REPORT-RECORD
           WRITE ABSENCE-REPORT-RECORD
           MOVE SPACES TO ABSENCE-REPORT-RECORD
           WRITE ABSENCE-REPORT-RECORD.

       9100-WRITE-APPLIED-LINES.
           MOVE SPACES TO ABSENCE-REPORT-RECORD
           STRING "APPLIED  " TX-ACTION " " TX-EMPLOYEE-ID " "
               TX-FROM-DATE " " TX-TO-DATE " " TX-ABSENCE-TYPE
               " " TX-APPROVER-ID DELIMITED BY SIZE
               INTO ABSENCE-REPORT-RECORD
           WRITE ABSENCE-REPORT-RECORD
           IF WS-RECORD-ON-FILE
               MOVE SPACES TO ABSENCE-REPORT-RECORD
               STRING "         BEFORE: " WS-BEFORE-IMAGE
                   DELIMITED BY SIZE INTO ABSENCE-REPORT-RECORD
               WRITE ABSENCE-REPORT-RECORD
            END-IF
           IF TX-ACTION = "D"
               MOVE SPACES TO ABSENCE-REPORT-RECORD
               STRING "         AFTER:  (DELETED)"
                   DELIMITED BY SIZE INTO ABSENCE-REPORT-RECORD
               WRITE ABSENCE-REPORT-RECORD
            ELSE
               MOVE SPACES TO ABSENCE-REPORT-RECORD
               STRING "         AFTER:  " ABSENCE-RECORD
                   DELIMITED BY SIZE INTO ABSENCE-REPORT-RECORD
               WRITE ABSENCE-REPORT-RECORD
               IF AB-PENDING
                   MOVE SPACES TO ABSENCE-REPORT-RECORD
                   STRING "         NOTE:   PENDING - NO APPROVER "
                       "YET, NOT TAKEN OUT OF HEADCOUNT"
                       DELIMITED BY SIZE INTO ABSENCE-REPORT-RECORD
                   WRITE ABSENCE-REPORT-RECORD
                END-IF
            END-IF.

       9150-WRITE-REJECTED-LINES.
           MOVE SPACES TO ABSENCE-REPORT-RECORD
           STRING "REJECTED " TX-ACTION " " TX-EMPLOYEE-ID " "
               TX-FROM-DATE " " TX-TO-DATE " " TX-ABSENCE-TYPE
               " " TX-APPROVER-ID DELIMITED BY SIZE
               INTO ABSENCE-REPORT-RECORD
           WRITE ABSENCE-REPORT-RECORD
           MOVE SPACES TO ABSENCE-REPORT-RECORD
           STRING "         REASON: " WS-REJECT-REASON
               DELIMITED BY SIZE INTO ABSENCE-REPORT-RECORD
           WRITE ABSENCE-REPORT-RECORD
           IF WS-RECORD-ON-FILE
               MOVE SPACES TO ABSENCE-REPORT-RECORD
               STRING "         BEFORE: " WS-BEFORE-IMAGE
                   DELIMITED BY SIZE INTO ABSENCE-REPORT-RECORD
               WRITE ABSENCE-REPORT-RECORD
            END-IF.

       9200-WRITE-REPORT-SUMMARY.
           MOVE SPACES TO ABSENCE-REPORT-RECORD
           WRITE ABSENCE-REPORT-RECORD
           MOVE SPACES TO ABSENCE-REPORT-RECORD
           STRING "Transactions read: " WS-TX-READ-COUNT
               DELIMITED BY SIZE INTO ABSENCE-REPORT-RECORD
           WRITE ABSENCE-REPORT-RECORD
           MOVE SPACES TO ABSENCE-REPORT-RECORD
           STRING "Transactions applied: " WS-TX-APPLIED-COUNT
               DELIMITED BY SIZE INTO ABSENCE-REPORT-RECORD
           WRITE ABSENCE-REPORT-RECORD
           MOVE SPACES TO ABSENCE-REPORT-RECORD
           STRING "Transactions rejected: " WS-TX-REJECTED-COUNT
               DELIMITED BY SIZE INTO ABSENCE-REPORT-RECORD
           WRITE ABSENCE-REPORT-RECORD.

       9300-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-RUN-MINUTE
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-RUN-SECOND
           PERFORM 9950-NEXT-AUDIT-SEQUENCE
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AL-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
            END-IF
           MOVE "ABSENCE-MAINT" TO AL-PROGRAM-ID
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
