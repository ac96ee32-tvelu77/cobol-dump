               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FILE-STATUS.

           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HC-CAL-DATE
               FILE STATUS IS WS-HC-FILE-STATUS.
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
           SELECT OT-AUTH-FILE ASSIGN TO "OTAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OV-FILE-STATUS.
           SELECT PAY-CLOSE-FILE ASSIGN TO "PAYCLOSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PC-FILE-STATUS.
           SELECT PAID-DAYS-FILE ASSIGN TO "PAIDDAYS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-KEY
               FILE STATUS IS WS-PD-FILE-STATUS.
           SELECT ADJUSTMENT-REQUEST-FILE ASSIGN TO "ADJREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AQ-FILE-STATUS.
           SELECT PAY-ADJUSTMENT-FILE ASSIGN TO "PPADJUST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PA-FILE-STATUS.
           SELECT ADJUSTMENT-REPORT-FILE ASSIGN TO "ADJRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-SEQ-FILE ASSIGN TO "AUDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQ-FILE-STATUS.
           05  XD-MINUTES          PIC 9(5).
           05  XD-OT-FLAG          PIC X(1).
           05  XD-NAME             PIC X(40).
           05  XD-HOLIDAY-FLAG     PIC X(1).
           05  XD-LEAVE-TYPE       PIC X(1).
           05  XD-OT-MINUTES       PIC 9(5).
           05  XD-OT-APPROVED-MINUTES PIC 9(5).
           05  XD-OT-AUTH-FLAG     PIC X(1).
           05  FILLER              PIC X(3).
      * DA: a prior-period adjustment to a day of a closed period,
      * signed minutes against what that period's extract paid.
       01  PAY-ADJUSTMENT-DETAIL.
           05  XA-RECORD-TYPE      PIC X(2).
           05  XA-EMPLOYEE-ID      PIC X(6).
           05  XA-WORK-DATE        PIC X(10).
           05  XA-ADJUST-SIGN      PIC X(1).
           05  XA-ADJUST-MINUTES   PIC 9(5).
           05  XA-PAID-MINUTES     PIC 9(5).
           05  XA-CORRECTED-MINUTES PIC 9(5).
           05  XA-RAISED-DATE      PIC X(10).
           05  FILLER              PIC X(36).
      * The DP/DL count and minutes are unchanged, so payroll's
      * existing balancing still holds; the DA details are counted
      * and netted separately.
       01  PAY-TRAILER-RECORD.
           05  XT-RECORD-TYPE      PIC X(2).
           05  XT-DETAIL-COUNT     PIC 9(7).
           05  XT-TOTAL-MINUTES    PIC 9(7).
           05  XT-ADJUST-COUNT     PIC 9(7).
           05  XT-ADJUST-SIGN      PIC X(1).
           05  XT-ADJUST-MINUTES   PIC 9(7).
           05  FILLER              PIC X(49).

       FD  ACCUM-REPORT-FILE.
       01  ACCUM-REPORT-RECORD     PIC X(100).
       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  HOLIDAY-CALENDAR-FILE.
       COPY HOLCAL.

       FD  ABSENCE-FILE.
       COPY ABSENCE.

       FD  EMPLOYEE-ROSTER-FILE.
       COPY EMPROSTR.

       FD  OT-AUTH-FILE.
       COPY OTAUTH.

       FD  PAY-CLOSE-FILE.
       COPY PAYCLOSE.

       FD  PAID-DAYS-FILE.
       COPY PAIDDAYS.

       FD  ADJUSTMENT-REQUEST-FILE.
       COPY ADJREQ.

       FD  PAY-ADJUSTMENT-FILE.
       COPY PAYADJ.

       FD  ADJUSTMENT-REPORT-FILE.
       01  ADJUSTMENT-REPORT-RECORD PIC X(100).

       FD  AUDIT-SEQ-FILE.
       01  AUDIT-SEQ-RECORD.
           05  SQ-NEXT-SEQUENCE    PIC 9(7).
       01  WS-PE-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-RC-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-HC-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-HOLCAL-AVAIL-SW PIC X VALUE "N".
           88 WS-HOLCAL-AVAIL VALUE "Y".
       01  WS-AB-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-ER-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-OV-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-OTAUTH-AVAIL-SW PIC X VALUE "N".
           88 WS-OTAUTH-AVAIL VALUE "Y".
       01  WS-PC-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-PD-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AQ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-PA-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-ROSTER-AVAIL-SW PIC X VALUE "N".
           88 WS-ROSTER-AVAIL VALUE "Y".
       01  WS-AB-EOF-SW PIC X VALUE "N".
           88 WS-AB-EOF VALUE "Y".
       01  WS-LEAVE-WORKDAY-SW PIC X VALUE "N".
           88 WS-LEAVE-WORKDAY VALUE "Y".
       01  WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01  WS-SORT-EOF-SW PIC X VALUE "N".
      * hours in a week.
       01  WS-DAY-OT-MINUTES PIC 9(5) VALUE 600.
       01  WS-WEEK-OT-MINUTES PIC 9(5) VALUE 2400.
       01  WS-LEAVE-DAY-MINUTES PIC 9(5) VALUE 480.
      * The period's overtime authorisations, one entry per
      * employee and work date with the approved minutes summed.
       01  WS-OTAUTH-IX PIC 9(3) VALUE ZERO.
       01  WS-OTAUTH-COUNT PIC 9(3) VALUE ZERO.
       01  WS-OTAUTH-FOUND-SW PIC X VALUE "N".
           88 WS-OTAUTH-FOUND VALUE "Y".
       01  WS-OTAUTH-TABLE.
           05  WS-OTAUTH-ENTRY OCCURS 500 TIMES.
               10  WS-OTAUTH-EMPLOYEE-ID   PIC X(6).
               10  WS-OTAUTH-DATE          PIC X(10).
               10  WS-OTAUTH-MINUTES       PIC 9(5).
               10  WS-OTAUTH-SUPERVISOR-ID PIC X(6).
       01  WS-OTAUTH-CARDS-READ PIC 9(5) VALUE ZERO.
       01  WS-OTAUTH-CARDS-BAD PIC 9(5) VALUE ZERO.
       01  WS-DAY-EXCESS-MINUTES PIC 9(5) VALUE ZERO.
       01  WS-WEEK-EXCESS-MINUTES PIC 9(5) VALUE ZERO.
       01  WS-OT-AUTHORISED-COUNT PIC 9(5) VALUE ZERO.
       01  WS-OT-UNAPPROVED-COUNT PIC 9(5) VALUE ZERO.
       01  WS-OT-OVER-APPROVAL-COUNT PIC 9(5) VALUE ZERO.
      * Pay-period close lock: every day up to WS-CLOSED-THROUGH
      * has been paid. Corrections SIGNIN-CORRECT made to those days
      * since the last run wait in the request table below.
       01  WS-CLOSED-THROUGH PIC X(10) VALUE SPACES.
       01  WS-ADJ-IX PIC 9(3) VALUE ZERO.
       01  WS-ADJ-COUNT PIC 9(3) VALUE ZERO.
       01  WS-ADJ-EARLIEST-DATE PIC X(10) VALUE SPACES.
       01  WS-ADJ-MATCH-SW PIC X VALUE "N".
           88 WS-ADJ-MATCH VALUE "Y".
       01  WS-ADJ-TABLE.
           05  WS-ADJ-ENTRY OCCURS 200 TIMES.
               10  WS-ADJ-EMPLOYEE-ID  PIC X(6).
               10  WS-ADJ-DATE         PIC X(10).
               10  WS-ADJ-SUPERVISOR   PIC X(20).
               10  WS-ADJ-NEW-MINUTES  PIC 9(5).
       01  WS-ADJ-PAID-MINUTES PIC 9(5) VALUE ZERO.
       01  WS-ADJ-DIFFERENCE PIC S9(5) VALUE ZERO.
       01  WS-ADJ-NET-MINUTES PIC S9(7) VALUE ZERO.
       01  WS-ADJ-RAISED-COUNT PIC 9(5) VALUE ZERO.
       01  WS-ADJ-NO-CHANGE-COUNT PIC 9(5) VALUE ZERO.
       01  WS-ADJ-OPEN-COUNT PIC 9(5) VALUE ZERO.
       01  WS-ADJ-SENT-COUNT PIC 9(7) VALUE ZERO.
       01  WS-ADJ-DIFF-DISPLAY PIC +(5)9.
       01  WS-ADJ-NET-DISPLAY PIC +(7)9.
       01  WS-PERIOD-CLOSED-SW PIC X VALUE "N".
           88 WS-PERIOD-CLOSED VALUE "Y".
       01  WS-LEAVE-FIRST-DATE PIC X(10) VALUE SPACES.
       01  WS-LEAVE-LAST-DATE PIC X(10) VALUE SPACES.
       01  WS-LEAVE-DATE PIC X(10) VALUE SPACES.
       01  WS-LEAVE-YYYYMMDD PIC 9(8) VALUE ZERO.
       01  WS-LEAVE-INTEGER PIC 9(8) VALUE ZERO.
       01  WS-LEAVE-LAST-INTEGER PIC 9(8) VALUE ZERO.
       01  WS-LEAVE-DAY-OF-WEEK PIC 9 VALUE ZERO.
       01  WS-LEAVE-NAME PIC X(40) VALUE SPACES.
       01  WS-LEAVE-DAY-COUNT PIC 9(5) VALUE ZERO.
       01  WS-LEAVE-MINUTES PIC 9(7) VALUE ZERO.
       01  WS-CUR-EMPLOYEE-ID PIC X(6) VALUE SPACES.
       01  WS-CUR-NAME PIC X(40) VALUE SPACES.
       01  WS-CUR-DATE PIC X(10) VALUE SPACES.
       01  WS-DAYS-WRITTEN PIC 9(7) VALUE ZERO.
       01  WS-DAY-OT-COUNT PIC 9(5) VALUE ZERO.
       01  WS-WEEK-OT-COUNT PIC 9(5) VALUE ZERO.
       01  WS-HOLIDAY-DAY-COUNT PIC 9(5) VALUE ZERO.
       01  WS-HOLIDAY-MINUTES PIC 9(7) VALUE ZERO.
       01  WS-EXTRACT-COUNT PIC 9(7) VALUE ZERO.
       01  WS-EXTRACT-MINUTES PIC 9(7) VALUE ZERO.
       01  WS-AUDIT-OUTCOME PIC X(20) VALUE SPACES.
           MOVE "STARTED" TO WS-RC-STATUS-VALUE
           PERFORM 9500-WRITE-RUN-CONTROL
           PERFORM 0100-READ-PAY-PARM
           PERFORM 0150-LOAD-OT-AUTHORISATIONS
           PERFORM 0180-LOAD-CLOSED-PERIODS
           OPEN OUTPUT ACCUM-REPORT-FILE
           PERFORM 9000-WRITE-REPORT-HEADER
           OPEN INPUT HOLIDAY-CALENDAR-FILE
           IF WS-HC-FILE-STATUS = "00"
               SET WS-HOLCAL-AVAIL TO TRUE
            END-IF
           OPEN OUTPUT PERIOD-HOURS-FILE
           SORT HOURS-SORT-FILE
               ASCENDING KEY HS-EMPLOYEE-ID HS-RUN-DATE HS-RUN-TIME
               INPUT PROCEDURE 1000-RELEASE-PERIOD-EVENTS
               OUTPUT PROCEDURE 2000-ACCUMULATE-HOURS
           PERFORM 2600-WRITE-LEAVE-DAYS
           CLOSE PERIOD-HOURS-FILE
           IF WS-HOLCAL-AVAIL
               CLOSE HOLIDAY-CALENDAR-FILE
            END-IF
           OPEN OUTPUT ADJUSTMENT-REPORT-FILE
           PERFORM 9050-WRITE-ADJUSTMENT-HEADER
           PERFORM 2800-RAISE-PRIOR-ADJUSTMENTS
      * A period already on PAYCLOSE has been paid: cutting it again
      * would send payroll the same days twice.
           IF WS-RUN-DATE >= WS-PERIOD-END
               IF WS-PERIOD-CLOSED
                   MOVE SPACES TO ACCUM-REPORT-RECORD
                   STRING "Pay period " WS-PERIOD-START " to "
                       WS-PERIOD-END " is already closed - extract "
                       "not re-cut; roll PAYPARM forward."
                       DELIMITED BY SIZE INTO ACCUM-REPORT-RECORD
                   WRITE ACCUM-REPORT-RECORD
                ELSE
                   PERFORM 3000-CUT-PAY-EXTRACT
                END-IF
            END-IF
           PERFORM 9250-WRITE-ADJUSTMENT-SUMMARY
           CLOSE ADJUSTMENT-REPORT-FILE
           PERFORM 9200-WRITE-REPORT-SUMMARY
           CLOSE ACCUM-REPORT-FILE
           MOVE "PTD HOURS DONE" TO WS-AUDIT-OUTCOME
               STOP RUN
            END-IF.

       0150-LOAD-OT-AUTHORISATIONS.
      * Only cards for work dates inside the pay period matter. A
      * card with no employee, a bad date, non-numeric minutes or
      * a supervisor approving their own overtime is counted and
      * ignored. Without OTAUTH nothing is authorised, so every
      * overtime day goes to payroll as unapproved - exactly what
      * an empty approvals file means.
           OPEN INPUT OT-AUTH-FILE
           IF WS-OV-FILE-STATUS NOT = "00"
               DISPLAY "Overtime authorisation file is not "
                   "available - all overtime treated as unapproved."
               MOVE "OTAUTH MISSING" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
            ELSE
               SET WS-OTAUTH-AVAIL TO TRUE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ OT-AUTH-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-OTAUTH-CARDS-READ
                           PERFORM 0160-STORE-OT-AUTHORISATION
                    END-READ
                END-PERFORM
               CLOSE OT-AUTH-FILE
               MOVE "N" TO WS-EOF-SW
            END-IF.

       0160-STORE-OT-AUTHORISATION.
           IF OV-EMPLOYEE-ID = SPACES
                   OR OV-WORK-DATE(1:4) IS NOT NUMERIC
                   OR OV-WORK-DATE(6:2) IS NOT NUMERIC
                   OR OV-WORK-DATE(9:2) IS NOT NUMERIC
                   OR OV-APPROVED-MINUTES IS NOT NUMERIC
                   OR OV-SUPERVISOR-ID = SPACES
                   OR OV-SUPERVISOR-ID = OV-EMPLOYEE-ID
               ADD 1 TO WS-OTAUTH-CARDS-BAD
            ELSE
               IF OV-WORK-DATE >= WS-PERIOD-START
                       AND OV-WORK-DATE <= WS-PERIOD-END
                   MOVE OV-EMPLOYEE-ID TO PH-EMPLOYEE-ID
                   MOVE OV-WORK-DATE TO PH-WORK-DATE
                   PERFORM 0170-FIND-OT-AUTHORISATION
                   IF WS-OTAUTH-FOUND
                       ADD OV-APPROVED-MINUTES
                           TO WS-OTAUTH-MINUTES(WS-OTAUTH-IX)
                    ELSE
                       IF WS-OTAUTH-COUNT >= 500
                           DISPLAY "Overtime authorisation table is "
                               "full - raise the OCCURS in "
                               "HOURS-ACCUM."
                           MOVE "OTAUTH TABLE FULL"
                               TO WS-AUDIT-OUTCOME
                           PERFORM 9300-WRITE-AUDIT-LOG
                           CLOSE OT-AUTH-FILE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                       ADD 1 TO WS-OTAUTH-COUNT
                       MOVE OV-EMPLOYEE-ID TO
                           WS-OTAUTH-EMPLOYEE-ID(WS-OTAUTH-COUNT)
                       MOVE OV-WORK-DATE
                           TO WS-OTAUTH-DATE(WS-OTAUTH-COUNT)
                       MOVE OV-APPROVED-MINUTES
                           TO WS-OTAUTH-MINUTES(WS-OTAUTH-COUNT)
                       MOVE OV-SUPERVISOR-ID TO
                           WS-OTAUTH-SUPERVISOR-ID(WS-OTAUTH-COUNT)
                    END-IF
                END-IF
            END-IF.

       0170-FIND-OT-AUTHORISATION.
      * Looks up PH-EMPLOYEE-ID / PH-WORK-DATE; on a hit
      * WS-OTAUTH-IX points at the entry.
           MOVE "N" TO WS-OTAUTH-FOUND-SW
           MOVE ZERO TO WS-OTAUTH-IX
           PERFORM UNTIL WS-OTAUTH-FOUND
                   OR WS-OTAUTH-IX >= WS-OTAUTH-COUNT
               ADD 1 TO WS-OTAUTH-IX
               IF WS-OTAUTH-EMPLOYEE-ID(WS-OTAUTH-IX) = PH-EMPLOYEE-ID
                       AND WS-OTAUTH-DATE(WS-OTAUTH-IX) = PH-WORK-DATE
                   SET WS-OTAUTH-FOUND TO TRUE
                END-IF
            END-PERFORM.

       0180-LOAD-CLOSED-PERIODS.
      * Without PAYCLOSE no period has been closed yet.
           OPEN INPUT PAY-CLOSE-FILE
           IF WS-PC-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ PAY-CLOSE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF PC-PERIOD-END > WS-CLOSED-THROUGH
                               MOVE PC-PERIOD-END
                                   TO WS-CLOSED-THROUGH
                            END-IF
                           IF PC-PERIOD-END = WS-PERIOD-END
                               SET WS-PERIOD-CLOSED TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
               CLOSE PAY-CLOSE-FILE
               MOVE "N" TO WS-EOF-SW
            END-IF.

       0200-CHECK-RUN-CONTROL.
           PERFORM 0050-SET-BUSINESS-DATE
           OPEN INPUT RUN-CONTROL-FILE
                       ADD 1 TO WS-WEEK-OT-COUNT
                    END-IF
                END-IF
               PERFORM 2450-CHECK-HOLIDAY
               PERFORM 2460-CHECK-OT-AUTHORISATION
               MOVE "W" TO PH-RECORD-TYPE
               MOVE SPACE TO PH-LEAVE-TYPE
               WRITE PERIOD-HOURS-RECORD
               ADD 1 TO WS-DAYS-WRITTEN
            END-IF.

       2450-CHECK-HOLIDAY.
      * Minutes worked on a HOLCAL plant holiday carry the H flag
      * through to payroll for the holiday premium. A W entry on
      * the calendar is a declared working day and pays normally;
      * with no calendar available no day is flagged.
           MOVE SPACE TO PH-HOLIDAY-FLAG
           IF WS-HOLCAL-AVAIL
               MOVE WS-CUR-DATE TO HC-CAL-DATE
               READ HOLIDAY-CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HC-HOLIDAY
                           MOVE "H" TO PH-HOLIDAY-FLAG
                           ADD 1 TO WS-HOLIDAY-DAY-COUNT
                           ADD WS-DAY-MINUTES TO WS-HOLIDAY-MINUTES
                        END-IF
                END-READ
            END-IF.

       2460-CHECK-OT-AUTHORISATION.
      * The day's overtime is whichever is larger: the minutes past
      * 10 hours in the day, or the part of the day past 40 hours
      * in the week (the whole day once the week had already
      * crossed). That is what the supervisor had to approve.
           MOVE ZERO TO PH-OT-MINUTES
           MOVE ZERO TO PH-OT-APPROVED-MINUTES
           MOVE SPACE TO PH-OT-AUTH-FLAG
           MOVE SPACES TO PH-OT-APPROVER-ID
           IF PH-OT-FLAG NOT = SPACE
               MOVE ZERO TO WS-DAY-EXCESS-MINUTES
               MOVE ZERO TO WS-WEEK-EXCESS-MINUTES
               IF WS-DAY-MINUTES > WS-DAY-OT-MINUTES
                   COMPUTE WS-DAY-EXCESS-MINUTES =
                       WS-DAY-MINUTES - WS-DAY-OT-MINUTES
                END-IF
               IF WS-WEEK-MINUTES > WS-WEEK-OT-MINUTES
                   IF WS-PRIOR-WEEK-MINUTES > WS-WEEK-OT-MINUTES
                       MOVE WS-DAY-MINUTES TO WS-WEEK-EXCESS-MINUTES
                    ELSE
                       COMPUTE WS-WEEK-EXCESS-MINUTES =
                           WS-WEEK-MINUTES - WS-WEEK-OT-MINUTES
                    END-IF
                END-IF
               IF WS-WEEK-EXCESS-MINUTES > WS-DAY-EXCESS-MINUTES
                   MOVE WS-WEEK-EXCESS-MINUTES TO PH-OT-MINUTES
                ELSE
                   MOVE WS-DAY-EXCESS-MINUTES TO PH-OT-MINUTES
                END-IF
               PERFORM 0170-FIND-OT-AUTHORISATION
               IF NOT WS-OTAUTH-FOUND
                   MOVE "U" TO PH-OT-AUTH-FLAG
                   ADD 1 TO WS-OT-UNAPPROVED-COUNT
                ELSE
                   MOVE WS-OTAUTH-MINUTES(WS-OTAUTH-IX)
                       TO PH-OT-APPROVED-MINUTES
                   MOVE WS-OTAUTH-SUPERVISOR-ID(WS-OTAUTH-IX)
                       TO PH-OT-APPROVER-ID
                   IF PH-OT-MINUTES > PH-OT-APPROVED-MINUTES
                       MOVE "X" TO PH-OT-AUTH-FLAG
                       ADD 1 TO WS-OT-OVER-APPROVAL-COUNT
                    ELSE
                       MOVE "A" TO PH-OT-AUTH-FLAG
                       ADD 1 TO WS-OT-AUTHORISED-COUNT
                    END-IF
                END-IF
            END-IF.

       2500-CLOSE-OUT-EMPLOYEE.
           MOVE SPACES TO ACCUM-REPORT-RECORD
           STRING WS-CUR-EMPLOYEE-ID " " WS-CUR-NAME
               WRITE ACCUM-REPORT-RECORD
            END-IF.

       2600-WRITE-LEAVE-DAYS.
      * Approved leave becomes one L record per working day of it
      * inside the period to date, after the worked days, so paid
      * leave reaches payroll alongside worked minutes instead of
      * showing up as a day with no hours and no reason. Weekends
      * and HOLCAL holidays inside an absence are not leave days;
      * a HOLCAL declared working day is. Paid types carry the
      * standard day's minutes, unpaid leave carries zero.
           OPEN INPUT ABSENCE-FILE
           IF WS-AB-FILE-STATUS = "00"
               OPEN INPUT EMPLOYEE-ROSTER-FILE
               IF WS-ER-FILE-STATUS = "00"
                   SET WS-ROSTER-AVAIL TO TRUE
                END-IF
               MOVE "N" TO WS-AB-EOF-SW
               PERFORM UNTIL WS-AB-EOF
                   READ ABSENCE-FILE NEXT RECORD
                       AT END
                           SET WS-AB-EOF TO TRUE
                       NOT AT END
                           IF AB-APPROVED
                               PERFORM 2650-WRITE-ABSENCE-DAYS
                            END-IF
                    END-READ
                END-PERFORM
               IF WS-ROSTER-AVAIL
                   CLOSE EMPLOYEE-ROSTER-FILE
                END-IF
               CLOSE ABSENCE-FILE
            END-IF.

       2650-WRITE-ABSENCE-DAYS.
           MOVE AB-FROM-DATE TO WS-LEAVE-FIRST-DATE
           IF WS-LEAVE-FIRST-DATE < WS-PERIOD-START
               MOVE WS-PERIOD-START TO WS-LEAVE-FIRST-DATE
            END-IF
           MOVE AB-TO-DATE TO WS-LEAVE-LAST-DATE
           IF WS-LEAVE-LAST-DATE > WS-PERIOD-END
               MOVE WS-PERIOD-END TO WS-LEAVE-LAST-DATE
            END-IF
           IF WS-LEAVE-LAST-DATE > WS-RUN-DATE
               MOVE WS-RUN-DATE TO WS-LEAVE-LAST-DATE
            END-IF
           IF WS-LEAVE-FIRST-DATE NOT > WS-LEAVE-LAST-DATE
               MOVE SPACES TO WS-LEAVE-NAME
               IF WS-ROSTER-AVAIL
                   MOVE AB-EMPLOYEE-ID TO ER-EMPLOYEE-ID
                   READ EMPLOYEE-ROSTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ER-EMPLOYEE-NAME TO WS-LEAVE-NAME
                    END-READ
                END-IF
               COMPUTE WS-LEAVE-LAST-INTEGER =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-LEAVE-LAST-DATE(1:4))
                           * 10000
                       + FUNCTION NUMVAL(WS-LEAVE-LAST-DATE(6:2))
                           * 100
                       + FUNCTION NUMVAL(WS-LEAVE-LAST-DATE(9:2)))
               COMPUTE WS-LEAVE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-LEAVE-FIRST-DATE(1:4))
                           * 10000
                       + FUNCTION NUMVAL(WS-LEAVE-FIRST-DATE(6:2))
                           * 100
                       + FUNCTION NUMVAL(WS-LEAVE-FIRST-DATE(9:2)))
               PERFORM UNTIL WS-LEAVE-INTEGER > WS-LEAVE-LAST-INTEGER
                   PERFORM 2700-WRITE-LEAVE-DAY
                   ADD 1 TO WS-LEAVE-INTEGER
                END-PERFORM
            END-IF.

       2700-WRITE-LEAVE-DAY.
           COMPUTE WS-LEAVE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-LEAVE-INTEGER)
           MOVE SPACES TO WS-LEAVE-DATE
           STRING WS-LEAVE-YYYYMMDD(1:4) "-"
               WS-LEAVE-YYYYMMDD(5:2) "-"
               WS-LEAVE-YYYYMMDD(7:2) DELIMITED BY SIZE
               INTO WS-LEAVE-DATE
      * INTEGER-OF-DATE day 1 (1601-01-01) was a Monday, so the
      * remainder runs 0 = Monday through 6 = Sunday.
           COMPUTE WS-LEAVE-DAY-OF-WEEK =
               FUNCTION MOD(WS-LEAVE-INTEGER - 1, 7)
           MOVE "Y" TO WS-LEAVE-WORKDAY-SW
           IF WS-LEAVE-DAY-OF-WEEK > 4
               MOVE "N" TO WS-LEAVE-WORKDAY-SW
            END-IF
           IF WS-HOLCAL-AVAIL
               MOVE WS-LEAVE-DATE TO HC-CAL-DATE
               READ HOLIDAY-CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HC-HOLIDAY
                           MOVE "N" TO WS-LEAVE-WORKDAY-SW
                        ELSE
                           MOVE "Y" TO WS-LEAVE-WORKDAY-SW
                        END-IF
                END-READ
            END-IF
           IF WS-LEAVE-WORKDAY
               MOVE AB-EMPLOYEE-ID TO PH-EMPLOYEE-ID
               MOVE WS-LEAVE-NAME TO PH-NAME
               MOVE WS-LEAVE-DATE TO PH-WORK-DATE
               IF AB-PAID-LEAVE
                   MOVE WS-LEAVE-DAY-MINUTES TO PH-MINUTES
                ELSE
                   MOVE ZERO TO PH-MINUTES
                END-IF
               MOVE SPACE TO PH-OT-FLAG
               MOVE SPACE TO PH-HOLIDAY-FLAG
               MOVE "L" TO PH-RECORD-TYPE
               MOVE AB-ABSENCE-TYPE TO PH-LEAVE-TYPE
               MOVE ZERO TO PH-OT-MINUTES
               MOVE ZERO TO PH-OT-APPROVED-MINUTES
               MOVE SPACE TO PH-OT-AUTH-FLAG
               MOVE SPACES TO PH-OT-APPROVER-ID
               WRITE PERIOD-HOURS-RECORD
               ADD 1 TO WS-LEAVE-DAY-COUNT
               ADD PH-MINUTES TO WS-LEAVE-MINUTES
            END-IF.

       2800-RAISE-PRIOR-ADJUSTMENTS.
      * Each correction SIGNIN-CORRECT made to an already-paid day
      * is worked here: the day is re-paired from the corrected
      * sign-in history, exactly as the rebuild pairs any other
      * day, and the new minutes are set against PAIDDAYS. A
      * difference becomes a pending adjustment for the next
      * extract, and PAIDDAYS moves to the new figure so a later
      * correction to the same day adjusts only by its own change.
           OPEN INPUT ADJUSTMENT-REQUEST-FILE
           IF WS-AQ-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ADJUSTMENT-REQUEST-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 2810-STORE-ADJUSTMENT-REQUEST
                    END-READ
                END-PERFORM
               CLOSE ADJUSTMENT-REQUEST-FILE
               MOVE "N" TO WS-EOF-SW
            END-IF
           IF WS-ADJ-COUNT > ZERO
               PERFORM 2890-OPEN-PAID-DAYS
               SORT HOURS-SORT-FILE
                   ASCENDING KEY HS-EMPLOYEE-ID HS-RUN-DATE
                       HS-RUN-TIME
                   INPUT PROCEDURE 2820-RELEASE-ADJUSTMENT-EVENTS
                   OUTPUT PROCEDURE 2830-PAIR-ADJUSTMENT-DAYS
               OPEN EXTEND PAY-ADJUSTMENT-FILE
               IF WS-PA-FILE-STATUS = "35"
                   OPEN OUTPUT PAY-ADJUSTMENT-FILE
                END-IF
               MOVE ZERO TO WS-ADJ-IX
               PERFORM UNTIL WS-ADJ-IX >= WS-ADJ-COUNT
                   ADD 1 TO WS-ADJ-IX
                   PERFORM 2850-SETTLE-ADJUSTMENT
                END-PERFORM
               CLOSE PAY-ADJUSTMENT-FILE
               CLOSE PAID-DAYS-FILE
      * Every request has been settled - empty the file so none is
      * worked twice.
               OPEN OUTPUT ADJUSTMENT-REQUEST-FILE
               CLOSE ADJUSTMENT-REQUEST-FILE
            END-IF.

       2810-STORE-ADJUSTMENT-REQUEST.
           IF WS-ADJ-COUNT >= 200
               DISPLAY "Adjustment request table is full - raise "
                   "the OCCURS in HOURS-ACCUM."
               MOVE "ADJREQ TABLE FULL" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               CLOSE ADJUSTMENT-REQUEST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           ADD 1 TO WS-ADJ-COUNT
           MOVE AQ-EMPLOYEE-ID TO WS-ADJ-EMPLOYEE-ID(WS-ADJ-COUNT)
           MOVE AQ-WORK-DATE TO WS-ADJ-DATE(WS-ADJ-COUNT)
           MOVE AQ-SUPERVISOR TO WS-ADJ-SUPERVISOR(WS-ADJ-COUNT)
           MOVE ZERO TO WS-ADJ-NEW-MINUTES(WS-ADJ-COUNT)
           IF WS-ADJ-EARLIEST-DATE = SPACES
                   OR AQ-WORK-DATE < WS-ADJ-EARLIEST-DATE
               MOVE AQ-WORK-DATE TO WS-ADJ-EARLIEST-DATE
            END-IF.

       2820-RELEASE-ADJUSTMENT-EVENTS.
      * Only the events of the requested employee-days; a day whose
      * last sign-in was voided releases nothing and pairs to zero.
           OPEN INPUT SIGNIN-HISTORY-FILE
           IF WS-SH-FILE-STATUS NOT = "00"
               DISPLAY "Sign-in history is not available - cannot "
                   "work prior-period adjustments."
               MOVE "HISTORY MISSING" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ SIGNIN-HISTORY-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF SL-RUN-DATE >= WS-ADJ-EARLIEST-DATE
                               AND SL-RUN-DATE <= WS-CLOSED-THROUGH
                           MOVE SL-EMPLOYEE-ID TO HS-EMPLOYEE-ID
                           MOVE SL-RUN-DATE TO HS-RUN-DATE
                           PERFORM 2860-FIND-ADJUSTMENT-DAY
                           IF WS-ADJ-MATCH
                               MOVE SL-RUN-TIME TO HS-RUN-TIME
                               MOVE SL-EVENT-TYPE TO HS-EVENT-TYPE
                               MOVE SL-NAME TO HS-NAME
                               RELEASE HOURS-SORT-RECORD
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
           CLOSE SIGNIN-HISTORY-FILE
           MOVE "N" TO WS-EOF-SW.

       2830-PAIR-ADJUSTMENT-DAYS.
           MOVE SPACES TO WS-CUR-EMPLOYEE-ID
           MOVE SPACES TO WS-CUR-DATE
           MOVE "N" TO WS-SORT-EOF-SW
           PERFORM UNTIL WS-SORT-EOF
               RETURN HOURS-SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       IF HS-EMPLOYEE-ID NOT = WS-CUR-EMPLOYEE-ID
                               OR HS-RUN-DATE NOT = WS-CUR-DATE
                           IF WS-CUR-EMPLOYEE-ID NOT = SPACES
                               PERFORM 2840-CLOSE-ADJUSTMENT-DAY
                            END-IF
                           MOVE HS-EMPLOYEE-ID TO WS-CUR-EMPLOYEE-ID
                           MOVE HS-RUN-DATE TO WS-CUR-DATE
                           MOVE ZERO TO WS-DAY-SECONDS
                           MOVE "N" TO WS-OPEN-SW
                        END-IF
                       PERFORM 2300-APPLY-SORTED-EVENT
                END-RETURN
            END-PERFORM
           IF WS-CUR-EMPLOYEE-ID NOT = SPACES
               PERFORM 2840-CLOSE-ADJUSTMENT-DAY
            END-IF.

       2840-CLOSE-ADJUSTMENT-DAY.
      * A sign-in still left open pays nothing, as in the rebuild.
           MOVE "N" TO WS-OPEN-SW
           COMPUTE WS-DAY-MINUTES = WS-DAY-SECONDS / 60
           MOVE ZERO TO WS-ADJ-IX
           PERFORM UNTIL WS-ADJ-IX >= WS-ADJ-COUNT
               ADD 1 TO WS-ADJ-IX
               IF WS-ADJ-EMPLOYEE-ID(WS-ADJ-IX) = WS-CUR-EMPLOYEE-ID
                       AND WS-ADJ-DATE(WS-ADJ-IX) = WS-CUR-DATE
                   MOVE WS-DAY-MINUTES
                       TO WS-ADJ-NEW-MINUTES(WS-ADJ-IX)
                END-IF
            END-PERFORM.

       2850-SETTLE-ADJUSTMENT.
      * A request for a day past the close lock needs nothing: the
      * nightly rebuild already carries the corrected day.
           IF WS-ADJ-DATE(WS-ADJ-IX) > WS-CLOSED-THROUGH
               ADD 1 TO WS-ADJ-OPEN-COUNT
               MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
               STRING WS-ADJ-EMPLOYEE-ID(WS-ADJ-IX) " "
                   WS-ADJ-DATE(WS-ADJ-IX)
                   "  not in a closed period - no adjustment"
                   DELIMITED BY SIZE INTO ADJUSTMENT-REPORT-RECORD
               WRITE ADJUSTMENT-REPORT-RECORD
            ELSE
               MOVE ZERO TO WS-ADJ-PAID-MINUTES
               MOVE WS-ADJ-EMPLOYEE-ID(WS-ADJ-IX) TO PD-EMPLOYEE-ID
               MOVE WS-ADJ-DATE(WS-ADJ-IX) TO PD-WORK-DATE
               READ PAID-DAYS-FILE
                   INVALID KEY
                       MOVE "N" TO WS-ADJ-MATCH-SW
                   NOT INVALID KEY
                       SET WS-ADJ-MATCH TO TRUE
                       MOVE PD-PAID-MINUTES TO WS-ADJ-PAID-MINUTES
                END-READ
               COMPUTE WS-ADJ-DIFFERENCE =
                   WS-ADJ-NEW-MINUTES(WS-ADJ-IX) - WS-ADJ-PAID-MINUTES
               MOVE WS-ADJ-DIFFERENCE TO WS-ADJ-DIFF-DISPLAY
               IF WS-ADJ-DIFFERENCE = ZERO
                   ADD 1 TO WS-ADJ-NO-CHANGE-COUNT
                   MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
                   STRING WS-ADJ-EMPLOYEE-ID(WS-ADJ-IX) " "
                       WS-ADJ-DATE(WS-ADJ-IX)
                       "  paid " WS-ADJ-PAID-MINUTES
                       "  now " WS-ADJ-NEW-MINUTES(WS-ADJ-IX)
                       "  no change to pay"
                       DELIMITED BY SIZE INTO ADJUSTMENT-REPORT-RECORD
                   WRITE ADJUSTMENT-REPORT-RECORD
                ELSE
                   PERFORM 2870-WRITE-PENDING-ADJUSTMENT
                END-IF
            END-IF.

       2860-FIND-ADJUSTMENT-DAY.
           MOVE "N" TO WS-ADJ-MATCH-SW
           MOVE ZERO TO WS-ADJ-IX
           PERFORM UNTIL WS-ADJ-MATCH OR WS-ADJ-IX >= WS-ADJ-COUNT
               ADD 1 TO WS-ADJ-IX
               IF WS-ADJ-EMPLOYEE-ID(WS-ADJ-IX) = HS-EMPLOYEE-ID
                       AND WS-ADJ-DATE(WS-ADJ-IX) = HS-RUN-DATE
                   SET WS-ADJ-MATCH TO TRUE
                END-IF
            END-PERFORM.

       2870-WRITE-PENDING-ADJUSTMENT.
           ADD 1 TO WS-ADJ-RAISED-COUNT
           MOVE WS-ADJ-EMPLOYEE-ID(WS-ADJ-IX) TO PA-EMPLOYEE-ID
           MOVE WS-ADJ-DATE(WS-ADJ-IX) TO PA-WORK-DATE
           MOVE WS-ADJ-PAID-MINUTES TO PA-PAID-MINUTES
           MOVE WS-ADJ-NEW-MINUTES(WS-ADJ-IX) TO PA-CORRECTED-MINUTES
           IF WS-ADJ-DIFFERENCE < ZERO
               MOVE "-" TO PA-ADJUST-SIGN
               COMPUTE PA-ADJUST-MINUTES = ZERO - WS-ADJ-DIFFERENCE
            ELSE
               MOVE "+" TO PA-ADJUST-SIGN
               MOVE WS-ADJ-DIFFERENCE TO PA-ADJUST-MINUTES
            END-IF
           MOVE WS-ADJ-SUPERVISOR(WS-ADJ-IX) TO PA-SUPERVISOR
           MOVE WS-RUN-DATE TO PA-RAISED-DATE
           WRITE PAY-ADJUSTMENT-RECORD
           MOVE WS-ADJ-NEW-MINUTES(WS-ADJ-IX) TO PD-PAID-MINUTES
           MOVE "A" TO PD-SOURCE
           MOVE WS-RUN-DATE TO PD-LAST-CHANGE-DATE
           IF WS-ADJ-MATCH
               REWRITE PAID-DAY-RECORD
            ELSE
               WRITE PAID-DAY-RECORD
            END-IF
           MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
           STRING WS-ADJ-EMPLOYEE-ID(WS-ADJ-IX) " "
               WS-ADJ-DATE(WS-ADJ-IX)
               "  paid " WS-ADJ-PAID-MINUTES
               "  now " WS-ADJ-NEW-MINUTES(WS-ADJ-IX)
               "  adjustment " WS-ADJ-DIFF-DISPLAY
               "  approved by " WS-ADJ-SUPERVISOR(WS-ADJ-IX)
               DELIMITED BY SIZE INTO ADJUSTMENT-REPORT-RECORD
           WRITE ADJUSTMENT-REPORT-RECORD.

       2890-OPEN-PAID-DAYS.
      * The first close creates the cluster's first records; any
      * other failure means paid minutes cannot be trusted, and
      * neither an adjustment nor a close may go ahead.
           OPEN I-O PAID-DAYS-FILE
           IF WS-PD-FILE-STATUS = "35"
               OPEN OUTPUT PAID-DAYS-FILE
               CLOSE PAID-DAYS-FILE
               OPEN I-O PAID-DAYS-FILE
            END-IF
           IF WS-PD-FILE-STATUS NOT = "00"
               DISPLAY "Paid-days file is not available - cannot "
                   "close the pay period or adjust it."
               MOVE "PAIDDAYS UNAVAILABLE" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       3000-CUT-PAY-EXTRACT.
      * The period has ended: the period-to-date records become
      * the fixed-format payroll extract, framed by the header and
      * count trailer payroll insists on, INTFILE-style. Each
      * worked day is recorded on PAIDDAYS as paid, the pending
      * prior-period adjustments follow the period's own details,
      * and the period goes on PAYCLOSE - closed.
           PERFORM 2890-OPEN-PAID-DAYS
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT PERIOD-HOURS-FILE
           OPEN OUTPUT PAY-EXTRACT-FILE
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO PAY-DETAIL-RECORD
                       IF PH-LEAVE-DAY
                           MOVE "DL" TO XD-RECORD-TYPE
                        ELSE
                           MOVE "DP" TO XD-RECORD-TYPE
                        END-IF
                       MOVE PH-EMPLOYEE-ID TO XD-EMPLOYEE-ID
                       MOVE PH-WORK-DATE TO XD-WORK-DATE
                       MOVE PH-MINUTES TO XD-MINUTES
                       MOVE PH-OT-FLAG TO XD-OT-FLAG
                       MOVE PH-NAME TO XD-NAME
                       MOVE PH-HOLIDAY-FLAG TO XD-HOLIDAY-FLAG
                       MOVE PH-LEAVE-TYPE TO XD-LEAVE-TYPE
                       MOVE PH-OT-MINUTES TO XD-OT-MINUTES
                       MOVE PH-OT-APPROVED-MINUTES
                           TO XD-OT-APPROVED-MINUTES
                       MOVE PH-OT-AUTH-FLAG TO XD-OT-AUTH-FLAG
                       WRITE PAY-DETAIL-RECORD
                       ADD 1 TO WS-EXTRACT-COUNT
                       ADD PH-MINUTES TO WS-EXTRACT-MINUTES
                       IF PH-WORKED-DAY
                           PERFORM 3050-RECORD-PAID-DAY
                        END-IF
                END-READ
            END-PERFORM
           CLOSE PERIOD-HOURS-FILE
           CLOSE PAID-DAYS-FILE
           PERFORM 3100-WRITE-ADJUSTMENT-DETAILS
           MOVE SPACES TO PAY-TRAILER-RECORD
           MOVE "T " TO XT-RECORD-TYPE
           MOVE WS-EXTRACT-COUNT TO XT-DETAIL-COUNT
           MOVE WS-EXTRACT-MINUTES TO XT-TOTAL-MINUTES
           MOVE WS-ADJ-SENT-COUNT TO XT-ADJUST-COUNT
           IF WS-ADJ-NET-MINUTES < ZERO
               MOVE "-" TO XT-ADJUST-SIGN
               COMPUTE XT-ADJUST-MINUTES = ZERO - WS-ADJ-NET-MINUTES
            ELSE
               MOVE "+" TO XT-ADJUST-SIGN
               MOVE WS-ADJ-NET-MINUTES TO XT-ADJUST-MINUTES
            END-IF
           WRITE PAY-TRAILER-RECORD
           CLOSE PAY-EXTRACT-FILE
           PERFORM 3200-CLOSE-PAY-PERIOD
           MOVE "PAY EXTRACT CUT" TO WS-AUDIT-OUTCOME
           PERFORM 9300-WRITE-AUDIT-LOG.

       3050-RECORD-PAID-DAY.
      * Written fresh or over an earlier record for the day, so a
      * close rerun after a failure cannot double what was paid.
           MOVE PH-EMPLOYEE-ID TO PD-EMPLOYEE-ID
           MOVE PH-WORK-DATE TO PD-WORK-DATE
           READ PAID-DAYS-FILE
               INVALID KEY
                   MOVE "N" TO WS-ADJ-MATCH-SW
               NOT INVALID KEY
                   SET WS-ADJ-MATCH TO TRUE
            END-READ
           MOVE PH-MINUTES TO PD-PAID-MINUTES
           MOVE "C" TO PD-SOURCE
           MOVE WS-RUN-DATE TO PD-LAST-CHANGE-DATE
           IF WS-ADJ-MATCH
               REWRITE PAID-DAY-RECORD
            ELSE
               WRITE PAID-DAY-RECORD
            END-IF.

       3100-WRITE-ADJUSTMENT-DETAILS.
      * Every adjustment raised since the last extract goes out now
      * as a DA detail; the pending file is then emptied.
           OPEN INPUT PAY-ADJUSTMENT-FILE
           IF WS-PA-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ PAY-ADJUSTMENT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 3150-WRITE-ADJUSTMENT-DETAIL
                    END-READ
                END-PERFORM
               CLOSE PAY-ADJUSTMENT-FILE
               OPEN OUTPUT PAY-ADJUSTMENT-FILE
               CLOSE PAY-ADJUSTMENT-FILE
               MOVE "N" TO WS-EOF-SW
            END-IF.

       3150-WRITE-ADJUSTMENT-DETAIL.
           MOVE SPACES TO PAY-ADJUSTMENT-DETAIL
           MOVE "DA" TO XA-RECORD-TYPE
           MOVE PA-EMPLOYEE-ID TO XA-EMPLOYEE-ID
           MOVE PA-WORK-DATE TO XA-WORK-DATE
           MOVE PA-ADJUST-SIGN TO XA-ADJUST-SIGN
           MOVE PA-ADJUST-MINUTES TO XA-ADJUST-MINUTES
           MOVE PA-PAID-MINUTES TO XA-PAID-MINUTES
           MOVE PA-CORRECTED-MINUTES TO XA-CORRECTED-MINUTES
           MOVE PA-RAISED-DATE TO XA-RAISED-DATE
           WRITE PAY-ADJUSTMENT-DETAIL
           ADD 1 TO WS-ADJ-SENT-COUNT
           IF PA-ADJUST-SIGN = "-"
               SUBTRACT PA-ADJUST-MINUTES FROM WS-ADJ-NET-MINUTES
            ELSE
               ADD PA-ADJUST-MINUTES TO WS-ADJ-NET-MINUTES
            END-IF
           MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
           STRING PA-EMPLOYEE-ID " " PA-WORK-DATE
               "  SENT ON EXTRACT " PA-ADJUST-SIGN PA-ADJUST-MINUTES
               " minutes (raised " PA-RAISED-DATE ")"
               DELIMITED BY SIZE INTO ADJUSTMENT-REPORT-RECORD
           WRITE ADJUSTMENT-REPORT-RECORD.

       3200-CLOSE-PAY-PERIOD.
           OPEN EXTEND PAY-CLOSE-FILE
           IF WS-PC-FILE-STATUS = "35"
               OPEN OUTPUT PAY-CLOSE-FILE
            END-IF
           MOVE WS-PERIOD-START TO PC-PERIOD-START
           MOVE WS-PERIOD-END TO PC-PERIOD-END
           MOVE WS-RUN-DATE TO PC-CLOSE-DATE
           MOVE WS-EXTRACT-COUNT TO PC-DETAIL-COUNT
           MOVE WS-EXTRACT-MINUTES TO PC-TOTAL-MINUTES
           WRITE PAY-CLOSE-RECORD
           CLOSE PAY-CLOSE-FILE
           MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
           STRING "Pay period " WS-PERIOD-START " to " WS-PERIOD-END
               " CLOSED - later corrections to it become "
               "adjustments" DELIMITED BY SIZE
               INTO ADJUSTMENT-REPORT-RECORD
           WRITE ADJUSTMENT-REPORT-RECORD.

       9000-WRITE-REPORT-HEADER.
           MOVE SPACES TO ACCUM-REPORT-RECORD
           STRING "PAY-PERIOD HOURS ACCUMULATION REPORT"
           MOVE SPACES TO ACCUM-REPORT-RECORD
           WRITE ACCUM-REPORT-RECORD.

       9050-WRITE-ADJUSTMENT-HEADER.
           MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
           STRING "PRIOR-PERIOD ADJUSTMENT REGISTER"
               DELIMITED BY SIZE INTO ADJUSTMENT-REPORT-RECORD
           WRITE ADJUSTMENT-REPORT-RECORD
           MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
           IF WS-CLOSED-THROUGH = SPACES
               STRING "Run date: " WS-RUN-DATE
                   "  No pay period closed yet"
                   DELIMITED BY SIZE INTO ADJUSTMENT-REPORT-RECORD
            ELSE
               STRING "Run date: " WS-RUN-DATE
                   "  Paid through: " WS-CLOSED-THROUGH
                   DELIMITED BY SIZE INTO ADJUSTMENT-REPORT-RECORD
            END-IF
           WRITE ADJUSTMENT-REPORT-RECORD
           MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
           WRITE ADJUSTMENT-REPORT-RECORD.

       9200-WRITE-REPORT-SUMMARY.
           MOVE SPACES TO ACCUM-REPORT-RECORD
           WRITE ACCUM-REPORT-RECORD
               "  Weeks crossing 40 hours: " WS-WEEK-OT-COUNT
               DELIMITED BY SIZE INTO ACCUM-REPORT-RECORD
           WRITE ACCUM-REPORT-RECORD
           MOVE SPACES TO ACCUM-REPORT-RECORD
           STRING "Holiday days worked: " WS-HOLIDAY-DAY-COUNT
               "  Holiday minutes: " WS-HOLIDAY-MINUTES
               DELIMITED BY SIZE INTO ACCUM-REPORT-RECORD
           WRITE ACCUM-REPORT-RECORD
           MOVE SPACES TO ACCUM-REPORT-RECORD
           STRING "Leave days written: " WS-LEAVE-DAY-COUNT
               "  Leave minutes: " WS-LEAVE-MINUTES
               DELIMITED BY SIZE INTO ACCUM-REPORT-RECORD
           WRITE ACCUM-REPORT-RECORD
           MOVE SPACES TO ACCUM-REPORT-RECORD
           STRING "Overtime days authorised: " WS-OT-AUTHORISED-COUNT
               "  Unapproved: " WS-OT-UNAPPROVED-COUNT
               "  Over approval: " WS-OT-OVER-APPROVAL-COUNT
               DELIMITED BY SIZE INTO ACCUM-REPORT-RECORD
           WRITE ACCUM-REPORT-RECORD
           MOVE SPACES TO ACCUM-REPORT-RECORD
           STRING "OTAUTH cards read: " WS-OTAUTH-CARDS-READ
               "  Ignored (bad or self-approved): "
               WS-OTAUTH-CARDS-BAD
               DELIMITED BY SIZE INTO ACCUM-REPORT-RECORD
           WRITE ACCUM-REPORT-RECORD
           IF WS-RUN-DATE >= WS-PERIOD-END
               MOVE SPACES TO ACCUM-REPORT-RECORD
               STRING "Payroll extract cut: " WS-EXTRACT-COUNT
               WRITE ACCUM-REPORT-RECORD
            END-IF.

       9250-WRITE-ADJUSTMENT-SUMMARY.
           MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
           WRITE ADJUSTMENT-REPORT-RECORD
           MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
           STRING "Correction requests worked: " WS-ADJ-COUNT
               "  Adjustments raised: " WS-ADJ-RAISED-COUNT
               "  No change: " WS-ADJ-NO-CHANGE-COUNT
               "  Not closed: " WS-ADJ-OPEN-COUNT
               DELIMITED BY SIZE INTO ADJUSTMENT-REPORT-RECORD
           WRITE ADJUSTMENT-REPORT-RECORD
           MOVE WS-ADJ-NET-MINUTES TO WS-ADJ-NET-DISPLAY
           MOVE SPACES TO ADJUSTMENT-REPORT-RECORD
           STRING "Adjustments sent on extract: " WS-ADJ-SENT-COUNT
               "  Net minutes: " WS-ADJ-NET-DISPLAY
               DELIMITED BY SIZE INTO ADJUSTMENT-REPORT-RECORD
           WRITE ADJUSTMENT-REPORT-RECORD.

       9300-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-RUN-MINUTE
