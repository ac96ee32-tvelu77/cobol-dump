       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIDAY-MAINT.
       AUTHOR. Thomas VELU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HC-CAL-DATE
               FILE STATUS IS WS-HC-FILE-STATUS.
           SELECT HOLIDAY-TX-FILE ASSIGN TO "HOLTX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TX-FILE-STATUS.
           SELECT HOLIDAY-REPORT-FILE ASSIGN TO "HOLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.
           SELECT AUDIT-SEQ-FILE ASSIGN TO "AUDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-CALENDAR-FILE.
       COPY HOLCAL.

      * One transaction per calendar date: action A/C/D, the date,
      * the day type (H holiday, W declared working day - blank
      * means H) and the description. On a change, blank fields
      * leave the calendar value alone.
       FD  HOLIDAY-TX-FILE.
       01  HOLIDAY-TX-RECORD.
           05  TX-ACTION           PIC X.
           05  TX-CAL-DATE         PIC X(10).
           05  TX-DAY-TYPE         PIC X(1).
           05  TX-DESCRIPTION      PIC X(30).

       FD  HOLIDAY-REPORT-FILE.
       01  HOLIDAY-REPORT-RECORD   PIC X(80).

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  AUDIT-SEQ-FILE.
       01  AUDIT-SEQ-RECORD.
           05  SQ-NEXT-SEQUENCE    PIC 9(7).

       WORKING-STORAGE SECTION.
       COPY STRCHECK.
       COPY FLDCHECK.
       01  WS-HC-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-TX-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SQ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-SEQUENCE PIC 9(7) VALUE ZERO.
       01  WS-TX-EOF-SW PIC X VALUE "N".
           88 WS-TX-EOF VALUE "Y".
       01  WS-RECORD-ON-FILE-SW PIC X VALUE "N".
           88 WS-RECORD-ON-FILE VALUE "Y".
       01  WS-REJECT-REASON PIC X(30) VALUE SPACES.
       01  WS-BEFORE-IMAGE PIC X(41) VALUE SPACES.
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
           OPEN INPUT HOLIDAY-TX-FILE
           IF WS-TX-FILE-STATUS NOT = "00"
               DISPLAY "Calendar transaction file is not "
                   "available - nothing to apply."
               MOVE "TRAN FILE MISSING" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           OPEN I-O HOLIDAY-CALENDAR-FILE
           IF WS-HC-FILE-STATUS = "35"
               OPEN OUTPUT HOLIDAY-CALENDAR-FILE
               CLOSE HOLIDAY-CALENDAR-FILE
               OPEN I-O HOLIDAY-CALENDAR-FILE
            END-IF
           IF WS-HC-FILE-STATUS NOT = "00"
               DISPLAY "Holiday calendar is not available - "
                   "cannot apply maintenance."
               MOVE "HOLCAL UNAVAILABLE" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               CLOSE HOLIDAY-TX-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           OPEN OUTPUT HOLIDAY-REPORT-FILE
           PERFORM 9000-WRITE-REPORT-HEADER
           PERFORM 7100-READ-TX-RECORD
           PERFORM UNTIL WS-TX-EOF
               ADD 1 TO WS-TX-READ-COUNT
               PERFORM 7200-APPLY-TX-RECORD
               PERFORM 7100-READ-TX-RECORD
            END-PERFORM
           PERFORM 9200-WRITE-REPORT-SUMMARY
           CLOSE HOLIDAY-TX-FILE
           CLOSE HOLIDAY-CALENDAR-FILE
           CLOSE HOLIDAY-REPORT-FILE
           MOVE "MAINT COMPLETE" TO WS-AUDIT-OUTCOME
           PERFORM 9300-WRITE-AUDIT-LOG
           IF WS-TX-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF
           STOP RUN.

       7100-READ-TX-RECORD.
           READ HOLIDAY-TX-FILE
               AT END
                   SET WS-TX-EOF TO TRUE
            END-READ.

       7200-APPLY-TX-RECORD.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-BEFORE-IMAGE
           PERFORM 7300-FETCH-BEFORE-IMAGE
           MOVE TX-CAL-DATE TO FC-VALUE
           CALL "DATE-FIELD-CHECK" USING FIELD-CHECK-FIELDS
           IF FC-FAILED
               MOVE "CALENDAR DATE INVALID" TO WS-REJECT-REASON
            ELSE
               IF TX-DAY-TYPE NOT = SPACES
                       AND TX-DAY-TYPE NOT = "H"
                       AND TX-DAY-TYPE NOT = "W"
                   MOVE "DAY TYPE NOT H OR W" TO WS-REJECT-REASON
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
           MOVE TX-CAL-DATE TO HC-CAL-DATE
           READ HOLIDAY-CALENDAR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-RECORD-ON-FILE TO TRUE
                   MOVE HOLIDAY-CALENDAR-RECORD TO WS-BEFORE-IMAGE
            END-READ.

       7400-APPLY-ADD.
           IF WS-RECORD-ON-FILE
               MOVE "DUPLICATE ADD" TO WS-REJECT-REASON
            ELSE
               MOVE TX-DESCRIPTION TO SC-STRING
               CALL "BLANK-FIELD-CHECK" USING STR-CHECK-FIELDS
               IF SC-IS-EMPTY
                   MOVE "DESCRIPTION BLANK" TO WS-REJECT-REASON
                ELSE
                   MOVE TX-CAL-DATE TO HC-CAL-DATE
                   IF TX-DAY-TYPE = "W"
                       MOVE "W" TO HC-DAY-TYPE
                    ELSE
                       MOVE "H" TO HC-DAY-TYPE
                    END-IF
                   MOVE TX-DESCRIPTION TO HC-DESCRIPTION
                   WRITE HOLIDAY-CALENDAR-RECORD
                END-IF
            END-IF.

       7500-APPLY-CHANGE.
           IF NOT WS-RECORD-ON-FILE
               MOVE "DATE NOT ON CALENDAR" TO WS-REJECT-REASON
            ELSE
               IF TX-DAY-TYPE NOT = SPACES
                   MOVE TX-DAY-TYPE TO HC-DAY-TYPE
                END-IF
               IF TX-DESCRIPTION NOT = SPACES
                   MOVE TX-DESCRIPTION TO HC-DESCRIPTION
                END-IF
               REWRITE HOLIDAY-CALENDAR-RECORD
            END-IF.

       7600-APPLY-DELETE.
           IF NOT WS-RECORD-ON-FILE
               MOVE "DATE NOT ON CALENDAR" TO WS-REJECT-REASON
            ELSE
               DELETE HOLIDAY-CALENDAR-FILE
            END-IF.

       9000-WRITE-REPORT-HEADER.
           MOVE SPACES TO HOLIDAY-REPORT-RECORD
           STRING "HOLIDAY CALENDAR CHANGE REPORT"
               DELIMITED BY SIZE INTO HOLIDAY-REPORT-RECORD
           WRITE HOLIDAY-REPORT-RECORD
           MOVE SPACES TO HOLIDAY-REPORT-RECORD
           STRING "Run date: " WS-RUN-DATE DELIMITED BY SIZE
               INTO HOLIDAY-REPORT-RECORD
           WRITE HOLIDAY-REPORT-RECORD
           MOVE SPACES TO HOLIDAY-REPORT-RECORD
           WRITE HOLIDAY-REPORT-RECORD.

       9100-WRITE-APPLIED-LINES.
           MOVE SPACES TO HOLIDAY-REPORT-RECORD
           STRING "APPLIED  " TX-ACTION " " TX-CAL-DATE " "
               TX-DESCRIPTION DELIMITED BY SIZE
               INTO HOLIDAY-REPORT-RECORD
           WRITE HOLIDAY-REPORT-RECORD
           IF WS-RECORD-ON-FILE
               MOVE SPACES TO HOLIDAY-REPORT-RECORD
               STRING "         BEFORE: " WS-BEFORE-IMAGE
                   DELIMITED BY SIZE INTO HOLIDAY-REPORT-RECORD
               WRITE HOLIDAY-REPORT-RECORD
            END-IF
           IF TX-ACTION = "D"
               MOVE SPACES TO HOLIDAY-REPORT-RECORD
               STRING "         AFTER:  (DELETED)"
                   DELIMITED BY SIZE INTO HOLIDAY-REPORT-RECORD
               WRITE HOLIDAY-REPORT-RECORD
            ELSE
               MOVE SPACES TO HOLIDAY-REPORT-RECORD
               STRING "         AFTER:  " HOLIDAY-CALENDAR-RECORD
                   DELIMITED BY SIZE INTO HOLIDAY-REPORT-RECORD
               WRITE HOLIDAY-REPORT-RECORD
            END-IF.

       9150-WRITE-REJECTED-LINES.
           MOVE SPACES TO HOLIDAY-REPORT-RECORD
           STRING "REJECTED " TX-ACTION " " TX-CAL-DATE " "
               TX-DESCRIPTION DELIMITED BY SIZE
               INTO HOLIDAY-REPORT-RECORD
           WRITE HOLIDAY-REPORT-RECORD
           MOVE SPACES TO HOLIDAY-REPORT-RECORD
           STRING "         REASON: " WS-REJECT-REASON
               DELIMITED BY SIZE INTO HOLIDAY-REPORT-RECORD
           WRITE HOLIDAY-REPORT-RECORD
           IF WS-RECORD-ON-FILE
               MOVE SPACES TO HOLIDAY-REPORT-RECORD
               STRING "         BEFORE: " WS-BEFORE-IMAGE
                   DELIMITED BY SIZE INTO HOLIDAY-REPORT-RECORD
               WRITE HOLIDAY-REPORT-RECORD
            END-IF.

       9200-WRITE-REPORT-SUMMARY.
           MOVE SPACES TO HOLIDAY-REPORT-RECORD
           WRITE HOLIDAY-REPORT-RECORD
           MOVE SPACES TO HOLIDAY-REPORT-RECORD
           STRING "Transactions read: " WS-TX-READ-COUNT
               DELIMITED BY SIZE INTO HOLIDAY-REPORT-RECORD
           WRITE HOLIDAY-REPORT-RECORD
           MOVE SPACES TO HOLIDAY-REPORT-RECORD
           STRING "Transactions applied: " WS-TX-APPLIED-COUNT
               DELIMITED BY SIZE INTO HOLIDAY-REPORT-RECORD
           WRITE HOLIDAY-REPORT-RECORD
           MOVE SPACES TO HOLIDAY-REPORT-RECORD
           STRING "Transactions rejected: " WS-TX-REJECTED-COUNT
               DELIMITED BY SIZE INTO HOLIDAY-REPORT-RECORD
           WRITE HOLIDAY-REPORT-RECORD.

       9300-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-RUN-MINUTE
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-RUN-SECOND
           PERFORM 9950-NEXT-AUDIT-SEQUENCE
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AL-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
            END-IF
           MOVE "HOLIDAY-MAINT" TO AL-PROGRAM-ID
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
