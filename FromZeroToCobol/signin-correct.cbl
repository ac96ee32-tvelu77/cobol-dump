               FILE STATUS IS WS-TX-FILE-STATUS.
           SELECT CORRECT-REPORT-FILE ASSIGN TO "CORRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPLOYEE-ROSTER-FILE ASSIGN TO "EMPROSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-EMPLOYEE-ID
               FILE STATUS IS WS-ER-FILE-STATUS.
           SELECT SUPERVISOR-AUTHORITY-FILE ASSIGN TO "SUPAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-KEY
               FILE STATUS IS WS-SA-FILE-STATUS.
           SELECT CORRECTION-JOURNAL-FILE ASSIGN TO "CORRJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CJ-FILE-STATUS.
           SELECT PAY-CLOSE-FILE ASSIGN TO "PAYCLOSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-FILE-STATUS.
           SELECT ADJUSTMENT-REQUEST-FILE ASSIGN TO "ADJREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AQ-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.
      * sign-out at the stated time, action V voids an erroneous
      * sign-in. Every transaction names the approving supervisor,
      * who lands in AL-OPERATOR on the audit record - the
      * sanctioned alternative to editing the log by hand. The
      * supervisor is keyed as an employee id, left-justified, and
      * must hold an authority on SUPAUTH for the employee's
      * department on the day the correction is applied.
       FD  CORRECTION-TX-FILE.
       01  CORRECTION-TX-RECORD.
           05  CX-ACTION           PIC X.
           05  CX-RUN-DATE         PIC X(10).
           05  CX-RUN-TIME         PIC X(8).
           05  CX-SUPERVISOR       PIC X(20).
           05  CX-SUPERVISOR-R REDEFINES CX-SUPERVISOR.
               10  CX-SUPERVISOR-ID    PIC X(6).
               10  CX-SUPERVISOR-REST  PIC X(14).

       FD  CORRECT-REPORT-FILE.
       01  CORRECT-REPORT-RECORD   PIC X(100).

       FD  EMPLOYEE-ROSTER-FILE.
       COPY EMPROSTR.

       FD  SUPERVISOR-AUTHORITY-FILE.
       COPY SUPAUTH.

       FD  CORRECTION-JOURNAL-FILE.
       COPY CORRJRNL.

       FD  PAY-CLOSE-FILE.
       COPY PAYCLOSE.

       FD  ADJUSTMENT-REQUEST-FILE.
       COPY ADJREQ.

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       01  WS-SL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SN-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-TX-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-ER-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SA-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-CJ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-PC-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AQ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SQ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-SEQUENCE PIC 9(7) VALUE ZERO.
           88 WS-EOF VALUE "Y".
       01  WS-TX-EOF-SW PIC X VALUE "N".
           88 WS-TX-EOF VALUE "Y".
       01  WS-SCAN-END-SW PIC X VALUE "N".
           88 WS-SCAN-END VALUE "Y".
       01  WS-AUTHORISED-SW PIC X VALUE "N".
           88 WS-AUTHORISED VALUE "Y".
       01  WS-LOOKUP-DEPT-CODE PIC X(4) VALUE SPACES.
       01  WS-TX-IX PIC 9(3) VALUE ZERO.
       01  WS-TX-COUNT PIC 9(3) VALUE ZERO.
       01  WS-TX-TABLE.
               10  WS-TX-RUN-DATE      PIC X(10).
               10  WS-TX-RUN-TIME      PIC X(8).
               10  WS-TX-SUPERVISOR    PIC X(20).
               10  WS-TX-DEPT-CODE     PIC X(4).
               10  WS-TX-NAME          PIC X(40).
               10  WS-TX-STATE-SW      PIC X.
                   88  WS-TX-APPLIED   VALUE "A".
       01  WS-TX-READ-COUNT PIC 9(5) VALUE ZERO.
       01  WS-TX-APPLIED-COUNT PIC 9(5) VALUE ZERO.
       01  WS-TX-REJECTED-COUNT PIC 9(5) VALUE ZERO.
       01  WS-CLOSED-THROUGH PIC X(10) VALUE SPACES.
       01  WS-ADJ-REQUEST-COUNT PIC 9(5) VALUE ZERO.
       01  WS-PRIOR-PERIOD-SW PIC X VALUE "N".
           88 WS-PRIOR-PERIOD VALUE "Y".
       01  WS-AUDIT-OPERATOR PIC X(20) VALUE "N/A".
       01  WS-AUDIT-OUTCOME PIC X(20) VALUE SPACES.
       01  WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-MONTH
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DAY
           PERFORM 0100-LOAD-CLOSED-THROUGH
           OPEN INPUT CORRECTION-TX-FILE
           IF WS-TX-FILE-STATUS NOT = "00"
               DISPLAY "Correction transaction file is not "
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           PERFORM 0200-OPEN-AUTHORITY-FILES
           PERFORM 1000-LOAD-TX-TABLE
           CLOSE CORRECTION-TX-FILE
           CLOSE EMPLOYEE-ROSTER-FILE
           CLOSE SUPERVISOR-AUTHORITY-FILE
           OPEN OUTPUT CORRECT-REPORT-FILE
           PERFORM 9000-WRITE-REPORT-HEADER
           PERFORM 2000-APPLY-TO-SIGNIN-LOG
           OPEN EXTEND ADJUSTMENT-REQUEST-FILE
           IF WS-AQ-FILE-STATUS = "35"
               OPEN OUTPUT ADJUSTMENT-REQUEST-FILE
            END-IF
           OPEN EXTEND CORRECTION-JOURNAL-FILE
           IF WS-CJ-FILE-STATUS = "35"
               OPEN OUTPUT CORRECTION-JOURNAL-FILE
            END-IF
           PERFORM 4000-REPORT-TX-DISPOSITIONS
           CLOSE ADJUSTMENT-REQUEST-FILE
           CLOSE CORRECTION-JOURNAL-FILE
           PERFORM 9200-WRITE-REPORT-SUMMARY
           CLOSE CORRECT-REPORT-FILE
           MOVE "N/A" TO WS-AUDIT-OPERATOR
            END-IF
           STOP RUN.

       0100-LOAD-CLOSED-THROUGH.
      * The latest period end on PAYCLOSE: every day up to it has
      * been paid. Without the file no period has been closed yet
      * and every correction simply flows into the next rebuild.
           OPEN INPUT PAY-CLOSE-FILE
           IF WS-PC-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF
                   READ PAY-CLOSE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF PC-PERIOD-END > WS-CLOSED-THROUGH
                               MOVE PC-PERIOD-END
                                   TO WS-CLOSED-THROUGH
                            END-IF
                    END-READ
                END-PERFORM
               CLOSE PAY-CLOSE-FILE
               MOVE "N" TO WS-EOF-SW
            END-IF.

       0200-OPEN-AUTHORITY-FILES.
      * Every correction is checked against the roster and the
      * supervisor authority file before anything is applied.
      * Without either the check cannot be made, and an unchecked
      * correction is exactly what the authority file is there to
      * stop - so nothing is applied at all.
           OPEN INPUT EMPLOYEE-ROSTER-FILE
           IF WS-ER-FILE-STATUS NOT = "00"
               DISPLAY "Employee roster is not available - cannot "
                   "check supervisor authority."
               CLOSE CORRECTION-TX-FILE
               MOVE "ROSTER UNAVAILABLE" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           OPEN INPUT SUPERVISOR-AUTHORITY-FILE
           IF WS-SA-FILE-STATUS NOT = "00"
               DISPLAY "Supervisor authority file is not available "
                   "- cannot check supervisor authority."
               CLOSE CORRECTION-TX-FILE
               CLOSE EMPLOYEE-ROSTER-FILE
               MOVE "SUPAUTH UNAVAILABLE" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       1000-LOAD-TX-TABLE.
           PERFORM UNTIL WS-TX-EOF
               READ CORRECTION-TX-FILE
           MOVE CX-RUN-DATE TO WS-TX-RUN-DATE(WS-TX-IX)
           MOVE CX-RUN-TIME TO WS-TX-RUN-TIME(WS-TX-IX)
           MOVE CX-SUPERVISOR TO WS-TX-SUPERVISOR(WS-TX-IX)
           MOVE SPACES TO WS-TX-DEPT-CODE(WS-TX-IX)
           MOVE SPACES TO WS-TX-NAME(WS-TX-IX)
           MOVE SPACE TO WS-TX-STATE-SW(WS-TX-IX)
           MOVE SPACES TO WS-TX-REASON(WS-TX-IX)
           IF CX-RUN-TIME(1:2) IS NOT NUMERIC
               SET WS-TX-INVALID(WS-TX-IX) TO TRUE
               MOVE "EVENT TIME INVALID" TO WS-TX-REASON(WS-TX-IX)
            END-IF
           IF NOT WS-TX-INVALID(WS-TX-IX)
               PERFORM 1300-CHECK-APPROVAL-AUTHORITY
            END-IF.

       1300-CHECK-APPROVAL-AUTHORITY.
      * The approver must be an active employee other than the one
      * being corrected, holding an authority on SUPAUTH for the
      * employee's department - or for *ALL - that is in force on
      * the day the correction is applied.
           IF CX-SUPERVISOR-REST NOT = SPACES
               SET WS-TX-INVALID(WS-TX-IX) TO TRUE
               MOVE "SUPERVISOR NOT AN EMPLOYEE ID"
                   TO WS-TX-REASON(WS-TX-IX)
            ELSE
               IF CX-SUPERVISOR-ID = CX-EMPLOYEE-ID
                   SET WS-TX-INVALID(WS-TX-IX) TO TRUE
                   MOVE "SELF-APPROVAL NOT ALLOWED"
                       TO WS-TX-REASON(WS-TX-IX)
                ELSE
                   MOVE CX-EMPLOYEE-ID TO ER-EMPLOYEE-ID
                   READ EMPLOYEE-ROSTER-FILE
                       INVALID KEY
                           SET WS-TX-INVALID(WS-TX-IX) TO TRUE
                           MOVE "EMPLOYEE NOT ON ROSTER"
                               TO WS-TX-REASON(WS-TX-IX)
                       NOT INVALID KEY
                           MOVE ER-DEPT-CODE
                               TO WS-TX-DEPT-CODE(WS-TX-IX)
                    END-READ
                END-IF
            END-IF
           IF NOT WS-TX-INVALID(WS-TX-IX)
               MOVE CX-SUPERVISOR-ID TO ER-EMPLOYEE-ID
               READ EMPLOYEE-ROSTER-FILE
                   INVALID KEY
                       SET WS-TX-INVALID(WS-TX-IX) TO TRUE
                       MOVE "SUPERVISOR NOT ON ROSTER"
                           TO WS-TX-REASON(WS-TX-IX)
                   NOT INVALID KEY
                       IF ER-INACTIVE
                           SET WS-TX-INVALID(WS-TX-IX) TO TRUE
                           MOVE "SUPERVISOR INACTIVE"
                               TO WS-TX-REASON(WS-TX-IX)
                        END-IF
                END-READ
            END-IF
           IF NOT WS-TX-INVALID(WS-TX-IX)
               MOVE "N" TO WS-AUTHORISED-SW
               MOVE WS-TX-DEPT-CODE(WS-TX-IX) TO WS-LOOKUP-DEPT-CODE
               PERFORM 1350-FIND-AUTHORITY
               IF NOT WS-AUTHORISED
                   MOVE "*ALL" TO WS-LOOKUP-DEPT-CODE
                   PERFORM 1350-FIND-AUTHORITY
                END-IF
               IF NOT WS-AUTHORISED
                   SET WS-TX-INVALID(WS-TX-IX) TO TRUE
                   STRING "NOT AUTHORISED FOR DEPT "
                       WS-TX-DEPT-CODE(WS-TX-IX)
                       DELIMITED BY SIZE INTO WS-TX-REASON(WS-TX-IX)
                END-IF
            END-IF.

       1350-FIND-AUTHORITY.
      * Walks the supervisor's authorities for the department in
      * effective-date order; any one already in force and not yet
      * expired on the run date is enough.
           MOVE "N" TO WS-SCAN-END-SW
           MOVE CX-SUPERVISOR-ID TO SA-SUPERVISOR-ID
           MOVE WS-LOOKUP-DEPT-CODE TO SA-DEPT-CODE
           MOVE LOW-VALUES TO SA-EFFECTIVE-DATE
           START SUPERVISOR-AUTHORITY-FILE KEY IS NOT LESS THAN SA-KEY
               INVALID KEY
                   SET WS-SCAN-END TO TRUE
            END-START
           PERFORM UNTIL WS-SCAN-END OR WS-AUTHORISED
               READ SUPERVISOR-AUTHORITY-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-END TO TRUE
                   NOT AT END
                       IF SA-SUPERVISOR-ID NOT = CX-SUPERVISOR-ID
                               OR SA-DEPT-CODE NOT = WS-LOOKUP-DEPT-CODE
                               OR SA-EFFECTIVE-DATE > WS-RUN-DATE
                           SET WS-SCAN-END TO TRUE
                        ELSE
                           IF SA-EXPIRY-DATE = SPACES
                                   OR SA-EXPIRY-DATE NOT < WS-RUN-DATE
                               SET WS-AUTHORISED TO TRUE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

       2000-APPLY-TO-SIGNIN-LOG.
      * One pass copies the log to the work file: a record matched
      * by a void transaction is dropped (its before image goes to
                   ADD 1 TO WS-TX-APPLIED-COUNT
                   PERFORM 4100-WRITE-APPLIED-LINES
                   PERFORM 4300-WRITE-CORRECTION-AUDIT
                   MOVE "N" TO WS-PRIOR-PERIOD-SW
                   IF WS-CLOSED-THROUGH NOT = SPACES
                           AND WS-TX-RUN-DATE(WS-TX-IX)
                               NOT > WS-CLOSED-THROUGH
                       SET WS-PRIOR-PERIOD TO TRUE
                       PERFORM 4400-REQUEST-PRIOR-ADJUSTMENT
                    END-IF
                   PERFORM 4500-WRITE-CORRECTION-JOURNAL
                END-IF
            END-PERFORM.

           MOVE "CORRECTION APPLIED" TO WS-AUDIT-OUTCOME
           PERFORM 9300-WRITE-AUDIT-LOG.

       4400-REQUEST-PRIOR-ADJUSTMENT.
      * The day has already been paid, and the next hours rebuild
      * will not look at it again: HOURS-ACCUM picks the request
      * up, re-pairs the day and sends payroll the difference.
           MOVE WS-TX-EMPLOYEE-ID(WS-TX-IX) TO AQ-EMPLOYEE-ID
           MOVE WS-TX-RUN-DATE(WS-TX-IX) TO AQ-WORK-DATE
           MOVE WS-TX-ACTION(WS-TX-IX) TO AQ-ACTION
           MOVE WS-TX-SUPERVISOR(WS-TX-IX) TO AQ-SUPERVISOR
           MOVE WS-RUN-DATE TO AQ-REQUEST-DATE
           WRITE ADJUSTMENT-REQUEST-RECORD
           ADD 1 TO WS-ADJ-REQUEST-COUNT
           MOVE SPACES TO CORRECT-REPORT-RECORD
           STRING "         PRIOR PERIOD: paid through "
               WS-CLOSED-THROUGH
               " - adjustment goes on the next pay extract"
               DELIMITED BY SIZE INTO CORRECT-REPORT-RECORD
           WRITE CORRECT-REPORT-RECORD.

       4500-WRITE-CORRECTION-JOURNAL.
      * One journal record per applied correction, for the monthly
      * by-supervisor listing internal audit samples from.
           MOVE WS-RUN-DATE TO CJ-CORRECTION-DATE
           MOVE WS-TX-SUPERVISOR(WS-TX-IX)(1:6) TO CJ-SUPERVISOR-ID
           MOVE WS-TX-EMPLOYEE-ID(WS-TX-IX) TO CJ-EMPLOYEE-ID
           MOVE WS-TX-DEPT-CODE(WS-TX-IX) TO CJ-DEPT-CODE
           MOVE WS-TX-ACTION(WS-TX-IX) TO CJ-ACTION
           MOVE WS-TX-RUN-DATE(WS-TX-IX) TO CJ-EVENT-DATE
           MOVE WS-TX-RUN-TIME(WS-TX-IX) TO CJ-EVENT-TIME
           MOVE WS-PRIOR-PERIOD-SW TO CJ-PRIOR-PERIOD
           WRITE CORRECTION-JOURNAL-RECORD.

       9000-WRITE-REPORT-HEADER.
           MOVE SPACES TO CORRECT-REPORT-RECORD
           STRING "SIGN-IN LOG CORRECTION REPORT"
           MOVE SPACES TO CORRECT-REPORT-RECORD
           STRING "Transactions rejected: " WS-TX-REJECTED-COUNT
               DELIMITED BY SIZE INTO CORRECT-REPORT-RECORD
           WRITE CORRECT-REPORT-RECORD
           MOVE SPACES TO CORRECT-REPORT-RECORD
           STRING "Prior-period adjustments requested: "
               WS-ADJ-REQUEST-COUNT
               DELIMITED BY SIZE INTO CORRECT-REPORT-RECORD
           WRITE CORRECT-REPORT-RECORD.

       9300-WRITE-AUDIT-LOG.
