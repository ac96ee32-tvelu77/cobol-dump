       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-SWEEP.
       AUTHOR. Thomas VELU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-ROSTER-FILE ASSIGN TO "EMPROSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-EMPLOYEE-ID
               FILE STATUS IS WS-ER-FILE-STATUS.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-PLAYER-ID
               FILE STATUS IS WS-PL-FILE-STATUS.
           SELECT LEADERBOARD-FILE ASSIGN TO "LEADERBD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-PLAYER-ID
               FILE STATUS IS WS-LB-FILE-STATUS.
           SELECT EMP-PLAYER-XREF-FILE ASSIGN TO "EMPXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-PLAYER-ID
               FILE STATUS IS WS-XR-FILE-STATUS.
           SELECT SIGNIN-DAY-FILE ASSIGN TO "SIGNDAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DY-EMPLOYEE-ID
               FILE STATUS IS WS-DY-FILE-STATUS.
           SELECT PERIOD-HOURS-FILE ASSIGN TO "PERHOURS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PH-FILE-STATUS.
           SELECT ROSTER-PENDING-FILE ASSIGN TO "ROSTPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-FILE-STATUS.
           SELECT INTEGRITY-WORK-FILE ASSIGN TO "INTGWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WL-FILE-STATUS.
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  EMPLOYEE-ROSTER-FILE.
       COPY EMPROSTR.

       FD  PLAYER-MASTER-FILE.
       COPY PLAYERS.

       FD  LEADERBOARD-FILE.
       01  LEADERBOARD-RECORD.
           05  LB-PLAYER-ID        PIC X(10).
           05  LB-GAMES-PLAYED     PIC 9(5).
           05  LB-BEST-ATTEMPTS    PIC 9(3).
           05  LB-TOTAL-ATTEMPTS   PIC 9(7).
           05  LB-AVERAGE-ATTEMPTS PIC 9(3)V9(2).

       FD  EMP-PLAYER-XREF-FILE.
       COPY EMPXREF.

       FD  SIGNIN-DAY-FILE.
       COPY SIGNDAY.

       FD  PERIOD-HOURS-FILE.
       COPY PERHOURS.

       FD  ROSTER-PENDING-FILE.
       COPY ROSTERTX.

       FD  INTEGRITY-WORK-FILE.
       COPY INTGWORK.

       FD  INTEGRITY-REPORT-FILE.
       01  INTEGRITY-REPORT-RECORD PIC X(132).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  AUDIT-SEQ-FILE.
       01  AUDIT-SEQ-RECORD.
           05  SQ-NEXT-SEQUENCE    PIC 9(7).

       WORKING-STORAGE SECTION.
       01  WS-ER-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-PL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-LB-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-XR-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-DY-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-PH-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-RP-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-WL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-BD-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SQ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-SEQUENCE PIC 9(7) VALUE ZERO.
       01  WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01  WS-EMPLOYEE-KNOWN-SW PIC X VALUE "N".
           88 WS-EMPLOYEE-KNOWN VALUE "Y".
       01  WS-PLAYER-KNOWN-SW PIC X VALUE "N".
           88 WS-PLAYER-KNOWN VALUE "Y".
       01  WS-IN-TABLE-SW PIC X VALUE "N".
           88 WS-IN-TABLE VALUE "Y".
       01  WS-LOOKUP-EMPLOYEE-ID PIC X(6) VALUE SPACES.
       01  WS-LOOKUP-PLAYER-ID PIC X(10) VALUE SPACES.
      * Pending adds: a pending change for an id not yet on the
      * roster is no orphan when an add for the same id is also
      * waiting on ROSTPEND.
       01  WS-PEND-ADD-IX PIC 9(3) VALUE ZERO.
       01  WS-PEND-ADD-COUNT PIC 9(3) VALUE ZERO.
       01  WS-PEND-ADD-TABLE.
           05  WS-PEND-ADD-ID OCCURS 500 TIMES PIC X(6).
      * PERHOURS carries one record per employee per day, so an
      * orphan employee is reported once, the first time seen.
       01  WS-HOURS-ORPHAN-IX PIC 9(3) VALUE ZERO.
       01  WS-HOURS-ORPHAN-COUNT PIC 9(3) VALUE ZERO.
       01  WS-HOURS-ORPHAN-TABLE.
           05  WS-HOURS-ORPHAN-ID OCCURS 500 TIMES PIC X(6).
      * The issue being reported, filled in by each check before
      * it performs 8000-REPORT-ISSUE.
       01  WS-ISSUE-CODE PIC X(4) VALUE SPACES.
       01  WS-ISSUE-SOURCE PIC X(8) VALUE SPACES.
       01  WS-ISSUE-KEY PIC X(10) VALUE SPACES.
       01  WS-ISSUE-DETAIL PIC X(50) VALUE SPACES.
       01  WS-ISSUE-FIX PIC X(50) VALUE SPACES.
       01  WS-ISSUE-TX-FILE PIC X(8) VALUE SPACES.
       01  WS-ISSUE-TX-IMAGE PIC X(63) VALUE SPACES.
       01  WS-SECTION-COUNT PIC 9(5) VALUE ZERO.
       01  WS-XEMP-COUNT PIC 9(5) VALUE ZERO.
       01  WS-XPLY-COUNT PIC 9(5) VALUE ZERO.
       01  WS-LBPL-COUNT PIC 9(5) VALUE ZERO.
       01  WS-SDEM-COUNT PIC 9(5) VALUE ZERO.
       01  WS-PHEM-COUNT PIC 9(5) VALUE ZERO.
       01  WS-PNDG-COUNT PIC 9(5) VALUE ZERO.
       01  WS-PNDA-COUNT PIC 9(5) VALUE ZERO.
       01  WS-ISSUE-COUNT PIC 9(5) VALUE ZERO.
       01  WS-RECORDS-CHECKED PIC 9(7) VALUE ZERO.
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
      * Weekly cross-check of the masters against each other. Each
      * check below is one issue type and prints as one section of
      * INTGRPT; every issue also goes to the INTGWORK worklist
      * with the maintenance transaction that would fix it. The
      * sweep only reads - nothing is repaired here.
           PERFORM 0050-SET-BUSINESS-DATE
           OPEN INPUT EMPLOYEE-ROSTER-FILE
           IF WS-ER-FILE-STATUS NOT = "00"
               DISPLAY "Employee roster is not available - nothing "
                   "can be checked against it."
               MOVE "ROSTER UNAVAILABLE" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           OPEN INPUT PLAYER-MASTER-FILE
           IF WS-PL-FILE-STATUS NOT = "00"
               DISPLAY "Player master is not available - nothing "
                   "can be checked against it."
               CLOSE EMPLOYEE-ROSTER-FILE
               MOVE "PLAYERS UNAVAILABLE" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           OPEN OUTPUT INTEGRITY-WORK-FILE
           OPEN OUTPUT INTEGRITY-REPORT-FILE
           PERFORM 9000-WRITE-REPORT-HEADER
           PERFORM 1000-CHECK-XREF-EMPLOYEES
           PERFORM 1100-CHECK-XREF-PLAYERS
           PERFORM 2000-CHECK-LEADERBOARD
           PERFORM 3000-CHECK-SIGNIN-DAY
           PERFORM 4000-CHECK-PERIOD-HOURS
           PERFORM 5000-LOAD-PENDING-ADDS
           PERFORM 5100-CHECK-PENDING-CHANGES
           PERFORM 5200-CHECK-PENDING-ADDS
           PERFORM 9200-WRITE-REPORT-SUMMARY
           CLOSE INTEGRITY-REPORT-FILE
           CLOSE INTEGRITY-WORK-FILE
           CLOSE PLAYER-MASTER-FILE
           CLOSE EMPLOYEE-ROSTER-FILE
           IF WS-ISSUE-COUNT > ZERO
               MOVE "ORPHANS FOUND" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE "INTEGRITY CLEAN" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
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

       1000-CHECK-XREF-EMPLOYEES.
           MOVE "XEMP" TO WS-ISSUE-CODE
           MOVE "EMPXREF" TO WS-ISSUE-SOURCE
           MOVE "EMPXREF links to an employee no longer on EMPROSTR"
               TO WS-ISSUE-DETAIL
           PERFORM 9100-WRITE-SECTION-HEADER
           OPEN INPUT EMP-PLAYER-XREF-FILE
           IF WS-XR-FILE-STATUS NOT = "00"
               PERFORM 9110-WRITE-NOT-CHECKED
            ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ EMP-PLAYER-XREF-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-CHECKED
                           MOVE XR-EMPLOYEE-ID
                               TO WS-LOOKUP-EMPLOYEE-ID
                           PERFORM 7000-LOOK-UP-EMPLOYEE
                           IF NOT WS-EMPLOYEE-KNOWN
                               PERFORM 1050-REPORT-XREF-EMPLOYEE
                            END-IF
                    END-READ
                END-PERFORM
               CLOSE EMP-PLAYER-XREF-FILE
            END-IF
           MOVE WS-SECTION-COUNT TO WS-XEMP-COUNT
           PERFORM 9150-WRITE-SECTION-TOTAL.

       1050-REPORT-XREF-EMPLOYEE.
           MOVE XR-PLAYER-ID TO WS-ISSUE-KEY
           MOVE SPACES TO WS-ISSUE-DETAIL
           STRING "player " XR-PLAYER-ID " -> employee "
               XR-EMPLOYEE-ID " (not on EMPROSTR)"
               DELIMITED BY SIZE INTO WS-ISSUE-DETAIL
           MOVE "delete the link, or re-add the employee"
               TO WS-ISSUE-FIX
           MOVE "XREFTX" TO WS-ISSUE-TX-FILE
           MOVE SPACES TO WS-ISSUE-TX-IMAGE
           STRING "D" XR-PLAYER-ID XR-EMPLOYEE-ID
               DELIMITED BY SIZE INTO WS-ISSUE-TX-IMAGE
           PERFORM 8000-REPORT-ISSUE.

       1100-CHECK-XREF-PLAYERS.
           MOVE "XPLY" TO WS-ISSUE-CODE
           MOVE "EMPXREF" TO WS-ISSUE-SOURCE
           MOVE "EMPXREF names a player id that is not on PLAYERS"
               TO WS-ISSUE-DETAIL
           PERFORM 9100-WRITE-SECTION-HEADER
           OPEN INPUT EMP-PLAYER-XREF-FILE
           IF WS-XR-FILE-STATUS NOT = "00"
               PERFORM 9110-WRITE-NOT-CHECKED
            ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ EMP-PLAYER-XREF-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE XR-PLAYER-ID TO WS-LOOKUP-PLAYER-ID
                           PERFORM 7100-LOOK-UP-PLAYER
                           IF NOT WS-PLAYER-KNOWN
                               PERFORM 1150-REPORT-XREF-PLAYER
                            END-IF
                    END-READ
                END-PERFORM
               CLOSE EMP-PLAYER-XREF-FILE
            END-IF
           MOVE WS-SECTION-COUNT TO WS-XPLY-COUNT
           PERFORM 9150-WRITE-SECTION-TOTAL.

       1150-REPORT-XREF-PLAYER.
           MOVE XR-PLAYER-ID TO WS-ISSUE-KEY
           MOVE SPACES TO WS-ISSUE-DETAIL
           STRING "player " XR-PLAYER-ID " (employee "
               XR-EMPLOYEE-ID ") not registered"
               DELIMITED BY SIZE INTO WS-ISSUE-DETAIL
           MOVE "register the player (add the name), or delete link"
               TO WS-ISSUE-FIX
           MOVE "PLAYERTX" TO WS-ISSUE-TX-FILE
           MOVE SPACES TO WS-ISSUE-TX-IMAGE
           STRING "A" XR-PLAYER-ID
               DELIMITED BY SIZE INTO WS-ISSUE-TX-IMAGE
           MOVE "A" TO WS-ISSUE-TX-IMAGE(52:1)
           PERFORM 8000-REPORT-ISSUE.

       2000-CHECK-LEADERBOARD.
           MOVE "LBPL" TO WS-ISSUE-CODE
           MOVE "LEADERBD" TO WS-ISSUE-SOURCE
           MOVE "LEADERBD holds a player id that is not on PLAYERS"
               TO WS-ISSUE-DETAIL
           PERFORM 9100-WRITE-SECTION-HEADER
           OPEN INPUT LEADERBOARD-FILE
           IF WS-LB-FILE-STATUS NOT = "00"
               PERFORM 9110-WRITE-NOT-CHECKED
            ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ LEADERBOARD-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-CHECKED
                           MOVE LB-PLAYER-ID TO WS-LOOKUP-PLAYER-ID
                           PERFORM 7100-LOOK-UP-PLAYER
                           IF NOT WS-PLAYER-KNOWN
                               PERFORM 2050-REPORT-LEADERBOARD
                            END-IF
                    END-READ
                END-PERFORM
               CLOSE LEADERBOARD-FILE
            END-IF
           MOVE WS-SECTION-COUNT TO WS-LBPL-COUNT
           PERFORM 9150-WRITE-SECTION-TOTAL.

       2050-REPORT-LEADERBOARD.
           MOVE LB-PLAYER-ID TO WS-ISSUE-KEY
           MOVE SPACES TO WS-ISSUE-DETAIL
           STRING "player " LB-PLAYER-ID " games "
               LB-GAMES-PLAYED " - no PLAYERS record"
               DELIMITED BY SIZE INTO WS-ISSUE-DETAIL
           MOVE "register the player (add the name)"
               TO WS-ISSUE-FIX
           MOVE "PLAYERTX" TO WS-ISSUE-TX-FILE
           MOVE SPACES TO WS-ISSUE-TX-IMAGE
           STRING "A" LB-PLAYER-ID
               DELIMITED BY SIZE INTO WS-ISSUE-TX-IMAGE
           MOVE "A" TO WS-ISSUE-TX-IMAGE(52:1)
           PERFORM 8000-REPORT-ISSUE.

       3000-CHECK-SIGNIN-DAY.
           MOVE "SDEM" TO WS-ISSUE-CODE
           MOVE "SIGNDAY" TO WS-ISSUE-SOURCE
           MOVE "SIGNDAY holds an employee no longer on EMPROSTR"
               TO WS-ISSUE-DETAIL
           PERFORM 9100-WRITE-SECTION-HEADER
           OPEN INPUT SIGNIN-DAY-FILE
           IF WS-DY-FILE-STATUS NOT = "00"
               PERFORM 9110-WRITE-NOT-CHECKED
            ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ SIGNIN-DAY-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-CHECKED
                           MOVE DY-EMPLOYEE-ID
                               TO WS-LOOKUP-EMPLOYEE-ID
                           PERFORM 7000-LOOK-UP-EMPLOYEE
                           IF NOT WS-EMPLOYEE-KNOWN
                               PERFORM 3050-REPORT-SIGNIN-DAY
                            END-IF
                    END-READ
                END-PERFORM
               CLOSE SIGNIN-DAY-FILE
            END-IF
           MOVE WS-SECTION-COUNT TO WS-SDEM-COUNT
           PERFORM 9150-WRITE-SECTION-TOTAL.

       3050-REPORT-SIGNIN-DAY.
           MOVE DY-EMPLOYEE-ID TO WS-ISSUE-KEY
           MOVE SPACES TO WS-ISSUE-DETAIL
           STRING "employee " DY-EMPLOYEE-ID " " DY-EVENT-TYPE
               " on " DY-RUN-DATE " - not on EMPROSTR"
               DELIMITED BY SIZE INTO WS-ISSUE-DETAIL
           MOVE "re-add if removed in error; clears at date roll"
               TO WS-ISSUE-FIX
           MOVE "ROSTERTX" TO WS-ISSUE-TX-FILE
           MOVE SPACES TO WS-ISSUE-TX-IMAGE
           STRING "A" DY-EMPLOYEE-ID
               DELIMITED BY SIZE INTO WS-ISSUE-TX-IMAGE
           PERFORM 8000-REPORT-ISSUE.

       4000-CHECK-PERIOD-HOURS.
           MOVE "PHEM" TO WS-ISSUE-CODE
           MOVE "PERHOURS" TO WS-ISSUE-SOURCE
           MOVE "PERHOURS holds an employee no longer on EMPROSTR"
               TO WS-ISSUE-DETAIL
           PERFORM 9100-WRITE-SECTION-HEADER
           OPEN INPUT PERIOD-HOURS-FILE
           IF WS-PH-FILE-STATUS NOT = "00"
               PERFORM 9110-WRITE-NOT-CHECKED
            ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ PERIOD-HOURS-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-CHECKED
                           PERFORM 4050-CHECK-HOURS-RECORD
                    END-READ
                END-PERFORM
               CLOSE PERIOD-HOURS-FILE
            END-IF
           MOVE WS-SECTION-COUNT TO WS-PHEM-COUNT
           PERFORM 9150-WRITE-SECTION-TOTAL.

       4050-CHECK-HOURS-RECORD.
           MOVE "N" TO WS-IN-TABLE-SW
           MOVE ZERO TO WS-HOURS-ORPHAN-IX
           PERFORM UNTIL WS-IN-TABLE
                   OR WS-HOURS-ORPHAN-IX >= WS-HOURS-ORPHAN-COUNT
               ADD 1 TO WS-HOURS-ORPHAN-IX
               IF WS-HOURS-ORPHAN-ID(WS-HOURS-ORPHAN-IX)
                       = PH-EMPLOYEE-ID
                   SET WS-IN-TABLE TO TRUE
                END-IF
            END-PERFORM
           IF NOT WS-IN-TABLE
               MOVE PH-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE-ID
               PERFORM 7000-LOOK-UP-EMPLOYEE
               IF NOT WS-EMPLOYEE-KNOWN
                   IF WS-HOURS-ORPHAN-COUNT >= 500
                       DISPLAY "Hours orphan table is full - raise "
                           "the OCCURS in INTEGRITY-SWEEP."
                       MOVE "ORPHAN TABLE FULL" TO WS-AUDIT-OUTCOME
                       PERFORM 9300-WRITE-AUDIT-LOG
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                   ADD 1 TO WS-HOURS-ORPHAN-COUNT
                   MOVE PH-EMPLOYEE-ID
                       TO WS-HOURS-ORPHAN-ID(WS-HOURS-ORPHAN-COUNT)
                   PERFORM 4100-REPORT-PERIOD-HOURS
                END-IF
            END-IF.

       4100-REPORT-PERIOD-HOURS.
           MOVE PH-EMPLOYEE-ID TO WS-ISSUE-KEY
           MOVE SPACES TO WS-ISSUE-DETAIL
           STRING "employee " PH-EMPLOYEE-ID " "
               PH-NAME(1:30)
               DELIMITED BY SIZE INTO WS-ISSUE-DETAIL
           MOVE "re-add before the period is cut, or payroll loses it"
               TO WS-ISSUE-FIX
           MOVE "ROSTERTX" TO WS-ISSUE-TX-FILE
           MOVE SPACES TO WS-ISSUE-TX-IMAGE
           STRING "A" PH-EMPLOYEE-ID PH-NAME
               DELIMITED BY SIZE INTO WS-ISSUE-TX-IMAGE
           PERFORM 8000-REPORT-ISSUE.

       5000-LOAD-PENDING-ADDS.
           MOVE ZERO TO WS-PEND-ADD-COUNT
           OPEN INPUT ROSTER-PENDING-FILE
           IF WS-RP-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ROSTER-PENDING-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF TX-ACTION = "A"
                               PERFORM 5050-STORE-PENDING-ADD
                            END-IF
                    END-READ
                END-PERFORM
               CLOSE ROSTER-PENDING-FILE
            END-IF.

       5050-STORE-PENDING-ADD.
           IF WS-PEND-ADD-COUNT >= 500
               DISPLAY "Pending add table is full - raise the "
                   "OCCURS in INTEGRITY-SWEEP."
               MOVE "PENDING TABLE FULL" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           ADD 1 TO WS-PEND-ADD-COUNT
           MOVE TX-EMPLOYEE-ID TO WS-PEND-ADD-ID(WS-PEND-ADD-COUNT).

       5100-CHECK-PENDING-CHANGES.
           MOVE "PNDG" TO WS-ISSUE-CODE
           MOVE "ROSTPEND" TO WS-ISSUE-SOURCE
           MOVE "ROSTPEND changes or deletes an id not on EMPROSTR"
               TO WS-ISSUE-DETAIL
           PERFORM 9100-WRITE-SECTION-HEADER
           OPEN INPUT ROSTER-PENDING-FILE
           IF WS-RP-FILE-STATUS NOT = "00"
               PERFORM 9110-WRITE-NOT-CHECKED
            ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ROSTER-PENDING-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-CHECKED
                           IF TX-ACTION NOT = "A"
                               PERFORM 5150-CHECK-PENDING-TARGET
                            END-IF
                    END-READ
                END-PERFORM
               CLOSE ROSTER-PENDING-FILE
            END-IF
           MOVE WS-SECTION-COUNT TO WS-PNDG-COUNT
           PERFORM 9150-WRITE-SECTION-TOTAL.

       5150-CHECK-PENDING-TARGET.
           MOVE TX-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE-ID
           PERFORM 7000-LOOK-UP-EMPLOYEE
           IF NOT WS-EMPLOYEE-KNOWN
               MOVE "N" TO WS-IN-TABLE-SW
               MOVE ZERO TO WS-PEND-ADD-IX
               PERFORM UNTIL WS-IN-TABLE
                       OR WS-PEND-ADD-IX >= WS-PEND-ADD-COUNT
                   ADD 1 TO WS-PEND-ADD-IX
                   IF WS-PEND-ADD-ID(WS-PEND-ADD-IX) = TX-EMPLOYEE-ID
                       SET WS-IN-TABLE TO TRUE
                    END-IF
                END-PERFORM
               IF NOT WS-IN-TABLE
                   MOVE TX-EMPLOYEE-ID TO WS-ISSUE-KEY
                   MOVE SPACES TO WS-ISSUE-DETAIL
                   STRING "action " TX-ACTION " for "
                       TX-EMPLOYEE-ID " effective "
                       TX-EFFECTIVE-DATE
                       DELIMITED BY SIZE INTO WS-ISSUE-DETAIL
                   IF TX-ACTION = "D"
                       MOVE "drop it - the employee is already gone"
                           TO WS-ISSUE-FIX
                       MOVE "ROSTPEND" TO WS-ISSUE-TX-FILE
                       MOVE ROSTER-TX-RECORD TO WS-ISSUE-TX-IMAGE
                    ELSE
                       MOVE "re-add the employee, or drop the change"
                           TO WS-ISSUE-FIX
                       MOVE "ROSTERTX" TO WS-ISSUE-TX-FILE
                       MOVE ROSTER-TX-RECORD TO WS-ISSUE-TX-IMAGE
                       MOVE "A" TO WS-ISSUE-TX-IMAGE(1:1)
                       MOVE SPACES TO WS-ISSUE-TX-IMAGE(54:10)
                    END-IF
                   PERFORM 8000-REPORT-ISSUE
                END-IF
            END-IF.

       5200-CHECK-PENDING-ADDS.
           MOVE "PNDA" TO WS-ISSUE-CODE
           MOVE "ROSTPEND" TO WS-ISSUE-SOURCE
           MOVE "ROSTPEND adds an id that is already on EMPROSTR"
               TO WS-ISSUE-DETAIL
           PERFORM 9100-WRITE-SECTION-HEADER
           OPEN INPUT ROSTER-PENDING-FILE
           IF WS-RP-FILE-STATUS NOT = "00"
               PERFORM 9110-WRITE-NOT-CHECKED
            ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ROSTER-PENDING-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF TX-ACTION = "A"
                               MOVE TX-EMPLOYEE-ID
                                   TO WS-LOOKUP-EMPLOYEE-ID
                               PERFORM 7000-LOOK-UP-EMPLOYEE
                               IF WS-EMPLOYEE-KNOWN
                                   PERFORM 5250-REPORT-PENDING-ADD
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
               CLOSE ROSTER-PENDING-FILE
            END-IF
           MOVE WS-SECTION-COUNT TO WS-PNDA-COUNT
           PERFORM 9150-WRITE-SECTION-TOTAL.

       5250-REPORT-PENDING-ADD.
      * The add will be rejected as a duplicate on its effective
      * date; as a change it would do what was meant.
           MOVE TX-EMPLOYEE-ID TO WS-ISSUE-KEY
           MOVE SPACES TO WS-ISSUE-DETAIL
           STRING "add for " TX-EMPLOYEE-ID " effective "
               TX-EFFECTIVE-DATE " - already on roster"
               DELIMITED BY SIZE INTO WS-ISSUE-DETAIL
           MOVE "key it as a change instead, or drop it"
               TO WS-ISSUE-FIX
           MOVE "ROSTERTX" TO WS-ISSUE-TX-FILE
           MOVE ROSTER-TX-RECORD TO WS-ISSUE-TX-IMAGE
           MOVE "C" TO WS-ISSUE-TX-IMAGE(1:1)
           PERFORM 8000-REPORT-ISSUE.

       7000-LOOK-UP-EMPLOYEE.
           MOVE "N" TO WS-EMPLOYEE-KNOWN-SW
           MOVE WS-LOOKUP-EMPLOYEE-ID TO ER-EMPLOYEE-ID
           READ EMPLOYEE-ROSTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-EMPLOYEE-KNOWN TO TRUE
            END-READ.

       7100-LOOK-UP-PLAYER.
           MOVE "N" TO WS-PLAYER-KNOWN-SW
           MOVE WS-LOOKUP-PLAYER-ID TO PL-PLAYER-ID
           READ PLAYER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PLAYER-KNOWN TO TRUE
            END-READ.

       8000-REPORT-ISSUE.
           ADD 1 TO WS-SECTION-COUNT
           ADD 1 TO WS-ISSUE-COUNT
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "  " WS-ISSUE-CODE "  " WS-ISSUE-DETAIL
               "  FIX: " WS-ISSUE-FIX
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "        worklist " WS-ISSUE-TX-FILE ": "
               WS-ISSUE-TX-IMAGE
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE WS-RUN-DATE TO WL-RUN-DATE
           MOVE WS-ISSUE-CODE TO WL-ISSUE-CODE
           MOVE WS-ISSUE-SOURCE TO WL-SOURCE-FILE
           MOVE WS-ISSUE-KEY TO WL-SOURCE-KEY
           MOVE WS-ISSUE-TX-FILE TO WL-TX-FILE
           MOVE WS-ISSUE-TX-IMAGE TO WL-TX-IMAGE
           WRITE INTEGRITY-WORK-RECORD.

       9000-WRITE-REPORT-HEADER.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "MASTER FILE INTEGRITY SWEEP"
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "Run date: " WS-RUN-DATE DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD.

       9100-WRITE-SECTION-HEADER.
      * WS-ISSUE-DETAIL carries the section title on entry.
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE ALL "=" TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING WS-ISSUE-CODE "  " WS-ISSUE-DETAIL
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE ALL "=" TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD.

       9110-WRITE-NOT-CHECKED.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "  " WS-ISSUE-SOURCE
               " is not available - not checked this run"
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD.

       9150-WRITE-SECTION-TOTAL.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "  " WS-ISSUE-CODE " issues: " WS-SECTION-COUNT
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD.

       9200-WRITE-REPORT-SUMMARY.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "Records checked: " WS-RECORDS-CHECKED
               "  Issues found: " WS-ISSUE-COUNT
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "  XEMP " WS-XEMP-COUNT "  XPLY " WS-XPLY-COUNT
               "  LBPL " WS-LBPL-COUNT "  SDEM " WS-SDEM-COUNT
               "  PHEM " WS-PHEM-COUNT "  PNDG " WS-PNDG-COUNT
               "  PNDA " WS-PNDA-COUNT
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD.

       9300-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-RUN-MINUTE
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-RUN-SECOND
           PERFORM 9950-NEXT-AUDIT-SEQUENCE
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AL-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
            END-IF
           MOVE "INTEGRITY-SWEEP" TO AL-PROGRAM-ID
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
