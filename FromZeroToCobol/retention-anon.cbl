       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENTION-ANON.
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
           SELECT EMP-PLAYER-XREF-FILE ASSIGN TO "EMPXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-PLAYER-ID
               FILE STATUS IS WS-XR-FILE-STATUS.
           SELECT ANON-PARM-FILE ASSIGN TO "ANONPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-FILE-STATUS.
           SELECT ANON-REGISTER-FILE ASSIGN TO "ANONREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-FILE-STATUS.
           SELECT ANON-WORK-FILE ASSIGN TO "ANONWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AW-FILE-STATUS.
           SELECT ROSTER-HISTORY-FILE ASSIGN TO "ROSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SW-FILE-STATUS.
           SELECT SIGNIN-LOG-FILE ASSIGN TO "SIGNINLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SW-FILE-STATUS.
           SELECT SIGNIN-HISTORY-FILE ASSIGN TO "SIGNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SW-FILE-STATUS.
           SELECT SIGNIN-ARCHIVE-FILE ASSIGN TO "ARCHSIGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SW-FILE-STATUS.
           SELECT PERIOD-HOURS-FILE ASSIGN TO "PERHOURS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SW-FILE-STATUS.
           SELECT ATTENDANCE-LEDGER-FILE ASSIGN TO "ATTLEDGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SW-FILE-STATUS.
           SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MJ-FILE-STATUS.
           SELECT RETENTION-REPORT-FILE ASSIGN TO "RETNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
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

       FD  EMP-PLAYER-XREF-FILE.
       COPY EMPXREF.

      * Retention period in whole years (columns 1-2), run mode
      * (columns 4-8: LIST, APPLY or SWEEP - blank is LIST) and the
      * token that replaces a name (columns 10-49 - blank is
      * ANONYMISED).
       FD  ANON-PARM-FILE.
       01  ANON-PARM-RECORD.
           05  AP-RETENTION-YEARS  PIC X(2).
           05  FILLER              PIC X.
           05  AP-RUN-MODE         PIC X(5).
           05  FILLER              PIC X.
           05  AP-ANON-TOKEN       PIC X(40).

       FD  ANON-REGISTER-FILE.
       COPY ANONREG.

       FD  ANON-WORK-FILE.
       01  ANON-WORK-RECORD        PIC X(179).

       FD  ROSTER-HISTORY-FILE.
       01  ROSTER-HISTORY-LINE     PIC X(129).

       FD  SIGNIN-LOG-FILE.
       01  SIGNIN-LOG-LINE         PIC X(68).

       FD  SIGNIN-HISTORY-FILE.
       01  SIGNIN-HISTORY-LINE     PIC X(68).

       FD  SIGNIN-ARCHIVE-FILE.
       01  SIGNIN-ARCHIVE-LINE     PIC X(68).

       FD  PERIOD-HOURS-FILE.
       01  PERIOD-HOURS-LINE       PIC X(82).

       FD  ATTENDANCE-LEDGER-FILE.
       01  ATTENDANCE-LEDGER-LINE  PIC X(81).

       FD  MASTER-JOURNAL-FILE.
       COPY MSTJRNL.

       FD  RETENTION-REPORT-FILE.
       01  RETENTION-REPORT-RECORD PIC X(80).

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  AUDIT-SEQ-FILE.
       01  AUDIT-SEQ-RECORD.
           05  SQ-NEXT-SEQUENCE    PIC 9(7).

       WORKING-STORAGE SECTION.
       COPY ROSTHIST.
       COPY SIGNINLG.
       COPY PERHOURS.
       COPY ATTLEDGR.
       01  WS-ER-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-PL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-XR-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AP-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AR-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AW-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SW-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-MJ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SQ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-SEQUENCE PIC 9(7) VALUE ZERO.
       01  WS-AUDIT-OUTCOME PIC X(20) VALUE SPACES.
       01  WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01  WS-IN-TABLE-SW PIC X VALUE "N".
           88 WS-IN-TABLE VALUE "Y".
       01  WS-PARM-OK-SW PIC X VALUE "Y".
           88 WS-PARM-OK VALUE "Y".
       01  WS-COUNTS-OFF-SW PIC X VALUE "N".
           88 WS-COUNTS-OFF VALUE "Y".
       01  WS-RUN-MODE PIC X(5) VALUE "LIST".
           88 WS-MODE-LIST VALUE "LIST".
           88 WS-MODE-APPLY VALUE "APPLY".
           88 WS-MODE-SWEEP VALUE "SWEEP".
       01  WS-RETENTION-YEARS PIC 9(2) VALUE ZERO.
       01  WS-ANON-TOKEN PIC X(40) VALUE "ANONYMISED".
       01  WS-LOOKUP-EMPLOYEE-ID PIC X(6) VALUE SPACES.
       01  WS-LOOKUP-PLAYER-ID PIC X(10) VALUE SPACES.
       01  WS-NAME-FIELD PIC X(40) VALUE SPACES.
      * A departure is measured from the date on the ROSTHIST record
      * that first showed the employee inactive, or deleted them
      * from the roster when that came first; an employee the
      * history later shows active again has no departure.
       01  WS-CUTOFF-DATE.
           05  WS-CUTOFF-YEAR      PIC 9(4).
           05  WS-CUTOFF-MONTH-DAY PIC X(6).
       01  WS-DEPART-IX PIC 9(4) VALUE ZERO.
       01  WS-DEPART-COUNT PIC 9(4) VALUE ZERO.
       01  WS-DEPART-TABLE.
           05  WS-DEPART-ENTRY OCCURS 2000 TIMES.
               10  WS-DEPART-ID        PIC X(6).
               10  WS-DEPART-DATE      PIC X(10).
               10  WS-DEPART-DEPT      PIC X(4).
      * Everyone on the register, old and new - the set every sweep
      * anonymises.
       01  WS-REG-EMP-IX PIC 9(4) VALUE ZERO.
       01  WS-REG-EMP-COUNT PIC 9(4) VALUE ZERO.
       01  WS-REG-EMP-TABLE.
           05  WS-REG-EMP-ID OCCURS 2000 TIMES PIC X(6).
       01  WS-REG-PLAYER-IX PIC 9(4) VALUE ZERO.
       01  WS-REG-PLAYER-COUNT PIC 9(4) VALUE ZERO.
       01  WS-REG-PLAYER-TABLE.
           05  WS-REG-PLAYER-ID OCCURS 2000 TIMES PIC X(10).
      * This run's employees due for anonymisation. Kind I is still
      * on the roster as inactive, kind D was deleted from it.
       01  WS-CAND-IX PIC 9(3) VALUE ZERO.
       01  WS-CAND-COUNT PIC 9(3) VALUE ZERO.
       01  WS-CAND-TABLE.
           05  WS-CAND-ENTRY OCCURS 500 TIMES.
               10  WS-CAND-ID          PIC X(6).
               10  WS-CAND-DATE        PIC X(10).
               10  WS-CAND-DEPT        PIC X(4).
               10  WS-CAND-KIND        PIC X.
               10  WS-CAND-PLAYERS     PIC 9(2).
       01  WS-UNKNOWN-IX PIC 9(3) VALUE ZERO.
       01  WS-UNKNOWN-COUNT PIC 9(3) VALUE ZERO.
       01  WS-UNKNOWN-TABLE.
           05  WS-UNKNOWN-ENTRY OCCURS 500 TIMES.
               10  WS-UNKNOWN-ID       PIC X(6).
               10  WS-UNKNOWN-DEPT     PIC X(4).
       01  WS-NOT-DUE-COUNT PIC 9(5) VALUE ZERO.
       01  WS-ALREADY-COUNT PIC 9(5) VALUE ZERO.
       01  WS-PLAYERS-RENAMED PIC 9(5) VALUE ZERO.
      * One history file at a time is copied out to ANONWORK with
      * the names replaced and then copied back, the way
      * AUDIT-ARCHIVE rewrites the live audit log. Record and
      * control-total counts are taken on both passes so the
      * rewrite proves it lost nothing.
       01  WS-SWEEP-FILE PIC X(8) VALUE SPACES.
       01  WS-SWEEP-RECORD PIC X(179) VALUE SPACES.
       01  WS-SWEEP-CONTROL PIC 9(9) VALUE ZERO.
       01  WS-SWEEP-IX PIC 9 VALUE ZERO.
       01  WS-SWEEP-TABLE.
           05  WS-SWEEP-ENTRY OCCURS 7 TIMES.
               10  WS-SW-NAME          PIC X(8).
               10  WS-SW-PRESENT       PIC X.
               10  WS-SW-READ          PIC 9(7).
               10  WS-SW-REPLACED      PIC 9(7).
               10  WS-SW-WRITTEN       PIC 9(7).
               10  WS-SW-TOTAL-OUT     PIC 9(9).
               10  WS-SW-TOTAL-BACK    PIC 9(9).
       01  WS-JRNL-ACTION PIC X VALUE SPACE.
       01  WS-JRNL-BEFORE-IMAGE PIC X(61) VALUE SPACES.
       01  WS-JRNL-AFTER-IMAGE PIC X(61) VALUE SPACES.
       01  WS-JRNL-DATE.
           05  WS-JRNL-YEAR        PIC 9(4).
           05  FILLER              PIC X VALUE "-".
           05  WS-JRNL-MONTH       PIC 9(2).
           05  FILLER              PIC X VALUE "-".
           05  WS-JRNL-DAY         PIC 9(2).
       01  WS-JRNL-TIME.
           05  WS-JRNL-HOUR        PIC 9(2).
           05  FILLER              PIC X VALUE ":".
           05  WS-JRNL-MINUTE      PIC 9(2).
           05  FILLER              PIC X VALUE ":".
           05  WS-JRNL-SECOND      PIC 9(2).
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
      * Personal-data retention. Finds employees who left more than
      * the ANONPARM number of years ago and replaces their names
      * with a fixed token on the roster, on PLAYERS (through the
      * player ids EMPXREF links to them) and across the history
      * files - SIGNINLG, SIGNHIST, a year-end sign-in archive
      * generation, PERHOURS, ATTLEDGR, ROSTHIST and the master
      * journal. Ids, dates, minutes and points are never touched,
      * so every count and control total reconciles as before.
      * LIST only reports who is due, for sign-off before the
      * change; APPLY makes it and registers each employee on
      * ANONREG; SWEEP changes no master and re-applies the whole
      * register to the files it is given, which is how older
      * archive generations and restored files are brought into
      * line.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-MONTH
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DAY
           PERFORM 0100-READ-ANON-PARM
           PERFORM 0200-LOAD-REGISTER
           IF NOT WS-MODE-SWEEP
               PERFORM 1000-FIND-DEPARTURES
               PERFORM 1100-OPEN-MASTERS
               PERFORM 1200-SCAN-INACTIVE-ROSTER
               PERFORM 1300-SELECT-CANDIDATES
            END-IF
           IF WS-MODE-LIST
               PERFORM 1400-COUNT-LINKED-PLAYERS
            END-IF
           IF WS-MODE-APPLY
               PERFORM 2000-APPLY-ANONYMISATION
            END-IF
           IF NOT WS-MODE-SWEEP
               CLOSE EMPLOYEE-ROSTER-FILE
            END-IF
           IF NOT WS-MODE-LIST
               PERFORM 3000-SWEEP-HISTORY-FILES
            END-IF
           PERFORM 9000-WRITE-RETENTION-REPORT
           IF WS-UNKNOWN-COUNT > ZERO
               MOVE "DEPARTURE UNKNOWN" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 4 TO RETURN-CODE
            END-IF
           IF WS-COUNTS-OFF
               DISPLAY "A rewritten history file does not balance "
                   "- see RETNRPT before anything else runs."
               MOVE "COUNT MISMATCH" TO WS-AUDIT-OUTCOME
               MOVE 16 TO RETURN-CODE
            ELSE
               EVALUATE TRUE
                   WHEN WS-MODE-LIST
                       MOVE "RETENTION LISTED" TO WS-AUDIT-OUTCOME
                   WHEN WS-MODE-APPLY
                       MOVE "RETENTION APPLIED" TO WS-AUDIT-OUTCOME
                   WHEN WS-MODE-SWEEP
                       MOVE "RETENTION SWEPT" TO WS-AUDIT-OUTCOME
                END-EVALUATE
            END-IF
           PERFORM 9300-WRITE-AUDIT-LOG
           STOP RUN.

       0100-READ-ANON-PARM.
           MOVE SPACES TO ANON-PARM-RECORD
           OPEN INPUT ANON-PARM-FILE
           IF WS-AP-FILE-STATUS = "00"
               READ ANON-PARM-FILE
                   AT END
                       MOVE SPACES TO ANON-PARM-RECORD
                END-READ
               CLOSE ANON-PARM-FILE
            END-IF
           IF AP-RUN-MODE NOT = SPACES
               MOVE AP-RUN-MODE TO WS-RUN-MODE
            END-IF
           IF NOT WS-MODE-LIST
                   AND NOT WS-MODE-APPLY
                   AND NOT WS-MODE-SWEEP
               DISPLAY "ANONPARM mode '" AP-RUN-MODE
                   "' is not LIST, APPLY or SWEEP."
               MOVE "N" TO WS-PARM-OK-SW
            END-IF
           IF AP-RETENTION-YEARS IS NUMERIC
                   AND AP-RETENTION-YEARS NOT = "00"
               MOVE AP-RETENTION-YEARS TO WS-RETENTION-YEARS
            ELSE
               IF NOT WS-MODE-SWEEP
                   DISPLAY "ANONPARM retention years '"
                       AP-RETENTION-YEARS "' is not 01-99."
                   MOVE "N" TO WS-PARM-OK-SW
                END-IF
            END-IF
           IF AP-ANON-TOKEN NOT = SPACES
               MOVE AP-ANON-TOKEN TO WS-ANON-TOKEN
            END-IF
           IF NOT WS-PARM-OK
               DISPLAY "Nothing anonymised."
               MOVE "ANONPARM INVALID" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           COMPUTE WS-CUTOFF-YEAR = WS-RUN-YEAR - WS-RETENTION-YEARS
           MOVE WS-RUN-DATE(5:6) TO WS-CUTOFF-MONTH-DAY.

       0200-LOAD-REGISTER.
      * No register yet simply means nobody has been anonymised.
           OPEN INPUT ANON-REGISTER-FILE
           IF WS-AR-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ANON-REGISTER-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 0210-NOTE-REGISTER-ENTRY
                    END-READ
                END-PERFORM
               CLOSE ANON-REGISTER-FILE
            END-IF.

       0210-NOTE-REGISTER-ENTRY.
           IF AR-PLAYER-ENTRY
               MOVE AR-PLAYER-ID TO WS-LOOKUP-PLAYER-ID
               PERFORM 7200-ADD-REGISTERED-PLAYER
            ELSE
               MOVE AR-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE-ID
               PERFORM 7100-ADD-REGISTERED-EMPLOYEE
            END-IF.

       1000-FIND-DEPARTURES.
           OPEN INPUT ROSTER-HISTORY-FILE
           IF WS-SW-FILE-STATUS NOT = "00"
               DISPLAY "ROSTHIST is not available - departures "
                   "cannot be dated, nothing anonymised."
               MOVE "ROSTHIST MISSING" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ ROSTER-HISTORY-FILE INTO ROSTER-HISTORY-RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 1010-NOTE-ROSTER-CHANGE
                END-READ
            END-PERFORM
           CLOSE ROSTER-HISTORY-FILE.

       1010-NOTE-ROSTER-CHANGE.
           MOVE RH-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE-ID
           PERFORM 7000-FIND-DEPARTURE
           IF NOT WS-IN-TABLE
               IF WS-DEPART-COUNT >= 2000
                   MOVE "ANON TABLE FULL" TO WS-AUDIT-OUTCOME
                   PERFORM 8900-FAIL-TABLE-FULL
                END-IF
               ADD 1 TO WS-DEPART-COUNT
               MOVE WS-DEPART-COUNT TO WS-DEPART-IX
               MOVE RH-EMPLOYEE-ID TO WS-DEPART-ID(WS-DEPART-IX)
               MOVE SPACES TO WS-DEPART-DATE(WS-DEPART-IX)
               MOVE SPACES TO WS-DEPART-DEPT(WS-DEPART-IX)
            END-IF
           EVALUATE TRUE
               WHEN RH-AFTER-IMAGE = SPACES
                   IF WS-DEPART-DATE(WS-DEPART-IX) = SPACES
                       MOVE RH-RUN-DATE
                           TO WS-DEPART-DATE(WS-DEPART-IX)
                       MOVE RH-BEFORE-IMAGE(47:4)
                           TO WS-DEPART-DEPT(WS-DEPART-IX)
                    END-IF
               WHEN RH-AFTER-IMAGE(52:1) = "I"
                   IF WS-DEPART-DATE(WS-DEPART-IX) = SPACES
                       MOVE RH-RUN-DATE
                           TO WS-DEPART-DATE(WS-DEPART-IX)
                       MOVE RH-AFTER-IMAGE(47:4)
                           TO WS-DEPART-DEPT(WS-DEPART-IX)
                    END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-DEPART-DATE(WS-DEPART-IX)
            END-EVALUATE.

       1100-OPEN-MASTERS.
      * APPLY needs PLAYERS and EMPXREF as well as the roster; all
      * three are proved open before a single name is changed.
           IF WS-MODE-APPLY
               OPEN I-O EMPLOYEE-ROSTER-FILE
            ELSE
               OPEN INPUT EMPLOYEE-ROSTER-FILE
            END-IF
           IF WS-ER-FILE-STATUS NOT = "00"
               DISPLAY "EMPROSTR is not available - nothing "
                   "anonymised."
               MOVE "ROSTER UNAVAILABLE" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           IF WS-MODE-APPLY
               OPEN INPUT EMP-PLAYER-XREF-FILE
               IF WS-XR-FILE-STATUS NOT = "00"
                   DISPLAY "EMPXREF is not available - nothing "
                       "anonymised."
                   CLOSE EMPLOYEE-ROSTER-FILE
                   MOVE "XREF UNAVAILABLE" TO WS-AUDIT-OUTCOME
                   PERFORM 9300-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                END-IF
               OPEN I-O PLAYER-MASTER-FILE
               IF WS-PL-FILE-STATUS NOT = "00"
                   DISPLAY "PLAYERS is not available - nothing "
                       "anonymised."
                   CLOSE EMPLOYEE-ROSTER-FILE
                   CLOSE EMP-PLAYER-XREF-FILE
                   MOVE "PLAYERS UNAVAILABLE" TO WS-AUDIT-OUTCOME
                   PERFORM 9300-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                END-IF
            END-IF.

       1200-SCAN-INACTIVE-ROSTER.
      * An inactive employee the history cannot date is listed for
      * HR rather than guessed at.
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ EMPLOYEE-ROSTER-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF ER-INACTIVE
                           PERFORM 1210-CHECK-DEPARTURE-KNOWN
                        END-IF
                END-READ
            END-PERFORM.

       1210-CHECK-DEPARTURE-KNOWN.
           MOVE ER-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE-ID
           PERFORM 7000-FIND-DEPARTURE
           IF WS-IN-TABLE
               IF WS-DEPART-DATE(WS-DEPART-IX) = SPACES
                   MOVE "N" TO WS-IN-TABLE-SW
                END-IF
            END-IF
           IF NOT WS-IN-TABLE
               PERFORM 7110-FIND-REGISTERED-EMPLOYEE
               IF NOT WS-IN-TABLE
                       AND WS-UNKNOWN-COUNT < 500
                   ADD 1 TO WS-UNKNOWN-COUNT
                   MOVE ER-EMPLOYEE-ID
                       TO WS-UNKNOWN-ID(WS-UNKNOWN-COUNT)
                   MOVE ER-DEPT-CODE
                       TO WS-UNKNOWN-DEPT(WS-UNKNOWN-COUNT)
                END-IF
            END-IF.

       1300-SELECT-CANDIDATES.
           MOVE ZERO TO WS-DEPART-IX
           PERFORM UNTIL WS-DEPART-IX >= WS-DEPART-COUNT
               ADD 1 TO WS-DEPART-IX
               IF WS-DEPART-DATE(WS-DEPART-IX) NOT = SPACES
                   PERFORM 1310-CHECK-RETENTION-DUE
                END-IF
            END-PERFORM.

       1310-CHECK-RETENTION-DUE.
           MOVE WS-DEPART-ID(WS-DEPART-IX) TO WS-LOOKUP-EMPLOYEE-ID
           PERFORM 7110-FIND-REGISTERED-EMPLOYEE
           IF WS-IN-TABLE
               ADD 1 TO WS-ALREADY-COUNT
            ELSE
               IF WS-DEPART-DATE(WS-DEPART-IX) > WS-CUTOFF-DATE
                   ADD 1 TO WS-NOT-DUE-COUNT
                ELSE
                   MOVE WS-DEPART-ID(WS-DEPART-IX) TO ER-EMPLOYEE-ID
                   READ EMPLOYEE-ROSTER-FILE
                       INVALID KEY
                           PERFORM 1320-ADD-CANDIDATE
                           MOVE "D" TO WS-CAND-KIND(WS-CAND-COUNT)
                       NOT INVALID KEY
                           IF ER-INACTIVE
                               PERFORM 1320-ADD-CANDIDATE
                               MOVE "I"
                                   TO WS-CAND-KIND(WS-CAND-COUNT)
                               MOVE ER-DEPT-CODE
                                   TO WS-CAND-DEPT(WS-CAND-COUNT)
                            END-IF
                    END-READ
                END-IF
            END-IF.

       1320-ADD-CANDIDATE.
           IF WS-CAND-COUNT >= 500
               MOVE "ANON TABLE FULL" TO WS-AUDIT-OUTCOME
               PERFORM 8900-FAIL-TABLE-FULL
            END-IF
           ADD 1 TO WS-CAND-COUNT
           MOVE WS-DEPART-ID(WS-DEPART-IX) TO WS-CAND-ID(WS-CAND-COUNT)
           MOVE WS-DEPART-DATE(WS-DEPART-IX)
               TO WS-CAND-DATE(WS-CAND-COUNT)
           MOVE WS-DEPART-DEPT(WS-DEPART-IX)
               TO WS-CAND-DEPT(WS-CAND-COUNT)
           MOVE ZERO TO WS-CAND-PLAYERS(WS-CAND-COUNT).

       1400-COUNT-LINKED-PLAYERS.
      * So the list signed off before an APPLY run already shows how
      * many player names each employee will take with them.
           OPEN INPUT EMP-PLAYER-XREF-FILE
           IF WS-XR-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ EMP-PLAYER-XREF-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE XR-EMPLOYEE-ID
                               TO WS-LOOKUP-EMPLOYEE-ID
                           PERFORM 7300-FIND-CANDIDATE
                           IF WS-IN-TABLE
                               ADD 1 TO WS-CAND-PLAYERS(WS-CAND-IX)
                            END-IF
                    END-READ
                END-PERFORM
               CLOSE EMP-PLAYER-XREF-FILE
            END-IF.

       2000-APPLY-ANONYMISATION.
           OPEN EXTEND ANON-REGISTER-FILE
           IF WS-AR-FILE-STATUS = "35"
               OPEN OUTPUT ANON-REGISTER-FILE
            END-IF
           MOVE ZERO TO WS-CAND-IX
           PERFORM UNTIL WS-CAND-IX >= WS-CAND-COUNT
               ADD 1 TO WS-CAND-IX
               IF WS-CAND-KIND(WS-CAND-IX) = "I"
                   MOVE WS-CAND-ID(WS-CAND-IX) TO ER-EMPLOYEE-ID
                   READ EMPLOYEE-ROSTER-FILE
                       NOT INVALID KEY
                           MOVE WS-ANON-TOKEN TO ER-EMPLOYEE-NAME
                           REWRITE EMPLOYEE-ROSTER-RECORD
                    END-READ
                END-IF
            END-PERFORM
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ EMP-PLAYER-XREF-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE XR-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE-ID
                       PERFORM 7300-FIND-CANDIDATE
                       IF WS-IN-TABLE
                           PERFORM 2100-ANONYMISE-PLAYER
                        END-IF
                END-READ
            END-PERFORM
           CLOSE EMP-PLAYER-XREF-FILE
           CLOSE PLAYER-MASTER-FILE
           MOVE ZERO TO WS-CAND-IX
           PERFORM UNTIL WS-CAND-IX >= WS-CAND-COUNT
               ADD 1 TO WS-CAND-IX
               MOVE SPACES TO ANON-REGISTER-RECORD
               SET AR-EMPLOYEE-ENTRY TO TRUE
               MOVE WS-CAND-ID(WS-CAND-IX) TO AR-EMPLOYEE-ID
               MOVE WS-CAND-DATE(WS-CAND-IX) TO AR-DEPARTURE-DATE
               MOVE WS-RUN-DATE TO AR-ANON-DATE
               MOVE WS-RETENTION-YEARS TO AR-RETENTION-YEARS
               WRITE ANON-REGISTER-RECORD
               MOVE WS-CAND-ID(WS-CAND-IX) TO WS-LOOKUP-EMPLOYEE-ID
               PERFORM 7100-ADD-REGISTERED-EMPLOYEE
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "ANONYMISED " WS-CAND-ID(WS-CAND-IX)
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
            END-PERFORM
           CLOSE ANON-REGISTER-FILE.

       2100-ANONYMISE-PLAYER.
      * The PLAYERS change is journaled like any other, so a forward
      * recovery does not bring the name back; the journal sweep
      * that follows takes the name out of the journal images too.
           ADD 1 TO WS-CAND-PLAYERS(WS-CAND-IX)
           MOVE SPACES TO ANON-REGISTER-RECORD
           SET AR-PLAYER-ENTRY TO TRUE
           MOVE XR-EMPLOYEE-ID TO AR-EMPLOYEE-ID
           MOVE XR-PLAYER-ID TO AR-PLAYER-ID
           MOVE WS-CAND-DATE(WS-CAND-IX) TO AR-DEPARTURE-DATE
           MOVE WS-RUN-DATE TO AR-ANON-DATE
           MOVE WS-RETENTION-YEARS TO AR-RETENTION-YEARS
           WRITE ANON-REGISTER-RECORD
           MOVE XR-PLAYER-ID TO WS-LOOKUP-PLAYER-ID
           PERFORM 7200-ADD-REGISTERED-PLAYER
           MOVE XR-PLAYER-ID TO PL-PLAYER-ID
           READ PLAYER-MASTER-FILE
               NOT INVALID KEY
                   IF PL-PLAYER-NAME NOT = WS-ANON-TOKEN
                       MOVE PLAYER-MASTER-RECORD
                           TO WS-JRNL-BEFORE-IMAGE
                       MOVE WS-ANON-TOKEN TO PL-PLAYER-NAME
                       REWRITE PLAYER-MASTER-RECORD
                       MOVE "C" TO WS-JRNL-ACTION
                       MOVE PLAYER-MASTER-RECORD
                           TO WS-JRNL-AFTER-IMAGE
                       PERFORM 9250-WRITE-MASTER-JOURNAL
                       ADD 1 TO WS-PLAYERS-RENAMED
                    END-IF
            END-READ.

       3000-SWEEP-HISTORY-FILES.
           MOVE "SIGNINLG" TO WS-SWEEP-FILE
           MOVE 1 TO WS-SWEEP-IX
           PERFORM 5000-SWEEP-FILE
           MOVE "SIGNHIST" TO WS-SWEEP-FILE
           MOVE 2 TO WS-SWEEP-IX
           PERFORM 5000-SWEEP-FILE
           MOVE "ARCHSIGN" TO WS-SWEEP-FILE
           MOVE 3 TO WS-SWEEP-IX
           PERFORM 5000-SWEEP-FILE
           MOVE "PERHOURS" TO WS-SWEEP-FILE
           MOVE 4 TO WS-SWEEP-IX
           PERFORM 5000-SWEEP-FILE
           MOVE "ATTLEDGR" TO WS-SWEEP-FILE
           MOVE 5 TO WS-SWEEP-IX
           PERFORM 5000-SWEEP-FILE
           MOVE "ROSTHIST" TO WS-SWEEP-FILE
           MOVE 6 TO WS-SWEEP-IX
           PERFORM 5000-SWEEP-FILE
           MOVE "MSTJRNL" TO WS-SWEEP-FILE
           MOVE 7 TO WS-SWEEP-IX
           PERFORM 5000-SWEEP-FILE.

       5000-SWEEP-FILE.
           MOVE WS-SWEEP-FILE TO WS-SW-NAME(WS-SWEEP-IX)
           MOVE "N" TO WS-SW-PRESENT(WS-SWEEP-IX)
           MOVE ZERO TO WS-SW-READ(WS-SWEEP-IX)
           MOVE ZERO TO WS-SW-REPLACED(WS-SWEEP-IX)
           MOVE ZERO TO WS-SW-WRITTEN(WS-SWEEP-IX)
           MOVE ZERO TO WS-SW-TOTAL-OUT(WS-SWEEP-IX)
           MOVE ZERO TO WS-SW-TOTAL-BACK(WS-SWEEP-IX)
           PERFORM 5010-OPEN-SWEEP-INPUT
           IF WS-SW-FILE-STATUS = "00"
               MOVE "Y" TO WS-SW-PRESENT(WS-SWEEP-IX)
               OPEN OUTPUT ANON-WORK-FILE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   PERFORM 5020-READ-SWEEP-INPUT
                   IF NOT WS-EOF
                       ADD 1 TO WS-SW-READ(WS-SWEEP-IX)
                       PERFORM 5100-ANONYMISE-SWEEP-RECORD
                       PERFORM 5200-TAKE-CONTROL-VALUE
                       ADD WS-SWEEP-CONTROL
                           TO WS-SW-TOTAL-OUT(WS-SWEEP-IX)
                       WRITE ANON-WORK-RECORD FROM WS-SWEEP-RECORD
                    END-IF
                END-PERFORM
               PERFORM 5090-CLOSE-SWEEP-FILE
               CLOSE ANON-WORK-FILE
               PERFORM 5300-COPY-SWEEP-BACK
               IF WS-SW-WRITTEN(WS-SWEEP-IX)
                       NOT = WS-SW-READ(WS-SWEEP-IX)
                       OR WS-SW-TOTAL-BACK(WS-SWEEP-IX)
                       NOT = WS-SW-TOTAL-OUT(WS-SWEEP-IX)
                   SET WS-COUNTS-OFF TO TRUE
                END-IF
            END-IF.

       5010-OPEN-SWEEP-INPUT.
           EVALUATE WS-SWEEP-FILE
               WHEN "SIGNINLG"
                   OPEN INPUT SIGNIN-LOG-FILE
               WHEN "SIGNHIST"
                   OPEN INPUT SIGNIN-HISTORY-FILE
               WHEN "ARCHSIGN"
                   OPEN INPUT SIGNIN-ARCHIVE-FILE
               WHEN "PERHOURS"
                   OPEN INPUT PERIOD-HOURS-FILE
               WHEN "ATTLEDGR"
                   OPEN INPUT ATTENDANCE-LEDGER-FILE
               WHEN "ROSTHIST"
                   OPEN INPUT ROSTER-HISTORY-FILE
               WHEN "MSTJRNL"
                   OPEN INPUT MASTER-JOURNAL-FILE
                   MOVE WS-MJ-FILE-STATUS TO WS-SW-FILE-STATUS
            END-EVALUATE.

       5020-READ-SWEEP-INPUT.
           MOVE SPACES TO WS-SWEEP-RECORD
           EVALUATE WS-SWEEP-FILE
               WHEN "SIGNINLG"
                   READ SIGNIN-LOG-FILE INTO WS-SWEEP-RECORD
                       AT END
                           SET WS-EOF TO TRUE
                    END-READ
               WHEN "SIGNHIST"
                   READ SIGNIN-HISTORY-FILE INTO WS-SWEEP-RECORD
                       AT END
                           SET WS-EOF TO TRUE
                    END-READ
               WHEN "ARCHSIGN"
                   READ SIGNIN-ARCHIVE-FILE INTO WS-SWEEP-RECORD
                       AT END
                           SET WS-EOF TO TRUE
                    END-READ
               WHEN "PERHOURS"
                   READ PERIOD-HOURS-FILE INTO WS-SWEEP-RECORD
                       AT END
                           SET WS-EOF TO TRUE
                    END-READ
               WHEN "ATTLEDGR"
                   READ ATTENDANCE-LEDGER-FILE INTO WS-SWEEP-RECORD
                       AT END
                           SET WS-EOF TO TRUE
                    END-READ
               WHEN "ROSTHIST"
                   READ ROSTER-HISTORY-FILE INTO WS-SWEEP-RECORD
                       AT END
                           SET WS-EOF TO TRUE
                    END-READ
               WHEN "MSTJRNL"
                   READ MASTER-JOURNAL-FILE INTO WS-SWEEP-RECORD
                       AT END
                           SET WS-EOF TO TRUE
                    END-READ
            END-EVALUATE.

       5090-CLOSE-SWEEP-FILE.
           EVALUATE WS-SWEEP-FILE
               WHEN "SIGNINLG"
                   CLOSE SIGNIN-LOG-FILE
               WHEN "SIGNHIST"
                   CLOSE SIGNIN-HISTORY-FILE
               WHEN "ARCHSIGN"
                   CLOSE SIGNIN-ARCHIVE-FILE
               WHEN "PERHOURS"
                   CLOSE PERIOD-HOURS-FILE
               WHEN "ATTLEDGR"
                   CLOSE ATTENDANCE-LEDGER-FILE
               WHEN "ROSTHIST"
                   CLOSE ROSTER-HISTORY-FILE
               WHEN "MSTJRNL"
                   CLOSE MASTER-JOURNAL-FILE
            END-EVALUATE.

       5100-ANONYMISE-SWEEP-RECORD.
           EVALUATE WS-SWEEP-FILE
               WHEN "SIGNINLG"
               WHEN "SIGNHIST"
               WHEN "ARCHSIGN"
                   MOVE WS-SWEEP-RECORD TO SIGNIN-LOG-RECORD
                   MOVE SL-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE-ID
                   MOVE SL-NAME TO WS-NAME-FIELD
                   PERFORM 5500-REPLACE-EMPLOYEE-NAME
                   MOVE WS-NAME-FIELD TO SL-NAME
                   MOVE SIGNIN-LOG-RECORD TO WS-SWEEP-RECORD
               WHEN "PERHOURS"
                   MOVE WS-SWEEP-RECORD TO PERIOD-HOURS-RECORD
                   MOVE PH-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE-ID
                   MOVE PH-NAME TO WS-NAME-FIELD
                   PERFORM 5500-REPLACE-EMPLOYEE-NAME
                   MOVE WS-NAME-FIELD TO PH-NAME
                   MOVE PERIOD-HOURS-RECORD TO WS-SWEEP-RECORD
               WHEN "ATTLEDGR"
                   MOVE WS-SWEEP-RECORD TO ATTENDANCE-LEDGER-RECORD
                   MOVE AX-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE-ID
                   MOVE AX-NAME TO WS-NAME-FIELD
                   PERFORM 5500-REPLACE-EMPLOYEE-NAME
                   MOVE WS-NAME-FIELD TO AX-NAME
                   MOVE ATTENDANCE-LEDGER-RECORD TO WS-SWEEP-RECORD
               WHEN "ROSTHIST"
                   PERFORM 5110-ANONYMISE-ROSTER-HISTORY
               WHEN "MSTJRNL"
                   PERFORM 5120-ANONYMISE-JOURNAL-ENTRY
            END-EVALUATE.

       5110-ANONYMISE-ROSTER-HISTORY.
      * Both images carry the roster name at columns 7-46; an
      * empty image (the before of an add, the after of a delete)
      * stays empty.
           MOVE WS-SWEEP-RECORD TO ROSTER-HISTORY-RECORD
           MOVE RH-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE-ID
           IF RH-BEFORE-IMAGE NOT = SPACES
               MOVE RH-BEFORE-IMAGE(7:40) TO WS-NAME-FIELD
               PERFORM 5500-REPLACE-EMPLOYEE-NAME
               MOVE WS-NAME-FIELD TO RH-BEFORE-IMAGE(7:40)
            END-IF
           IF RH-AFTER-IMAGE NOT = SPACES
               MOVE RH-AFTER-IMAGE(7:40) TO WS-NAME-FIELD
               PERFORM 5500-REPLACE-EMPLOYEE-NAME
               MOVE WS-NAME-FIELD TO RH-AFTER-IMAGE(7:40)
            END-IF
           MOVE ROSTER-HISTORY-RECORD TO WS-SWEEP-RECORD.

       5120-ANONYMISE-JOURNAL-ENTRY.
      * Only PLAYERS images carry a name, at columns 11-50.
           MOVE WS-SWEEP-RECORD TO MASTER-JOURNAL-RECORD
           IF MJ-CLUSTER = "PLAYERS"
               MOVE MJ-RECORD-KEY TO WS-LOOKUP-PLAYER-ID
               PERFORM 7210-FIND-REGISTERED-PLAYER
               IF WS-IN-TABLE
                   IF MJ-BEFORE-IMAGE NOT = SPACES
                           AND MJ-BEFORE-IMAGE(11:40)
                               NOT = WS-ANON-TOKEN
                       MOVE WS-ANON-TOKEN TO MJ-BEFORE-IMAGE(11:40)
                       ADD 1 TO WS-SW-REPLACED(WS-SWEEP-IX)
                    END-IF
                   IF MJ-AFTER-IMAGE NOT = SPACES
                           AND MJ-AFTER-IMAGE(11:40)
                               NOT = WS-ANON-TOKEN
                       MOVE WS-ANON-TOKEN TO MJ-AFTER-IMAGE(11:40)
                       ADD 1 TO WS-SW-REPLACED(WS-SWEEP-IX)
                    END-IF
                END-IF
            END-IF
           MOVE MASTER-JOURNAL-RECORD TO WS-SWEEP-RECORD.

       5200-TAKE-CONTROL-VALUE.
      * The control total each file already balances on: paid
      * minutes on PERHOURS, points on ATTLEDGR. The other files
      * are proved on their record count alone.
           MOVE ZERO TO WS-SWEEP-CONTROL
           EVALUATE WS-SWEEP-FILE
               WHEN "PERHOURS"
                   MOVE WS-SWEEP-RECORD TO PERIOD-HOURS-RECORD
                   IF PH-MINUTES IS NUMERIC
                       MOVE PH-MINUTES TO WS-SWEEP-CONTROL
                    END-IF
               WHEN "ATTLEDGR"
                   MOVE WS-SWEEP-RECORD TO ATTENDANCE-LEDGER-RECORD
                   IF AX-POINTS IS NUMERIC
                       MOVE AX-POINTS TO WS-SWEEP-CONTROL
                    END-IF
            END-EVALUATE.

       5300-COPY-SWEEP-BACK.
           OPEN INPUT ANON-WORK-FILE
           EVALUATE WS-SWEEP-FILE
               WHEN "SIGNINLG"
                   OPEN OUTPUT SIGNIN-LOG-FILE
               WHEN "SIGNHIST"
                   OPEN OUTPUT SIGNIN-HISTORY-FILE
               WHEN "ARCHSIGN"
                   OPEN OUTPUT SIGNIN-ARCHIVE-FILE
               WHEN "PERHOURS"
                   OPEN OUTPUT PERIOD-HOURS-FILE
               WHEN "ATTLEDGR"
                   OPEN OUTPUT ATTENDANCE-LEDGER-FILE
               WHEN "ROSTHIST"
                   OPEN OUTPUT ROSTER-HISTORY-FILE
               WHEN "MSTJRNL"
                   OPEN OUTPUT MASTER-JOURNAL-FILE
            END-EVALUATE
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ ANON-WORK-FILE INTO WS-SWEEP-RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM 5310-WRITE-SWEEP-OUTPUT
                       ADD 1 TO WS-SW-WRITTEN(WS-SWEEP-IX)
                       PERFORM 5200-TAKE-CONTROL-VALUE
                       ADD WS-SWEEP-CONTROL
                           TO WS-SW-TOTAL-BACK(WS-SWEEP-IX)
                END-READ
            END-PERFORM
           CLOSE ANON-WORK-FILE
           PERFORM 5090-CLOSE-SWEEP-FILE.

       5310-WRITE-SWEEP-OUTPUT.
           EVALUATE WS-SWEEP-FILE
               WHEN "SIGNINLG"
                   WRITE SIGNIN-LOG-LINE FROM WS-SWEEP-RECORD
               WHEN "SIGNHIST"
                   WRITE SIGNIN-HISTORY-LINE FROM WS-SWEEP-RECORD
               WHEN "ARCHSIGN"
                   WRITE SIGNIN-ARCHIVE-LINE FROM WS-SWEEP-RECORD
               WHEN "PERHOURS"
                   WRITE PERIOD-HOURS-LINE FROM WS-SWEEP-RECORD
               WHEN "ATTLEDGR"
                   WRITE ATTENDANCE-LEDGER-LINE FROM WS-SWEEP-RECORD
               WHEN "ROSTHIST"
                   WRITE ROSTER-HISTORY-LINE FROM WS-SWEEP-RECORD
               WHEN "MSTJRNL"
                   WRITE MASTER-JOURNAL-RECORD FROM WS-SWEEP-RECORD
            END-EVALUATE.

       5500-REPLACE-EMPLOYEE-NAME.
           IF WS-NAME-FIELD NOT = WS-ANON-TOKEN
               PERFORM 7110-FIND-REGISTERED-EMPLOYEE
               IF WS-IN-TABLE
                   MOVE WS-ANON-TOKEN TO WS-NAME-FIELD
                   ADD 1 TO WS-SW-REPLACED(WS-SWEEP-IX)
                END-IF
            END-IF.

       7000-FIND-DEPARTURE.
           MOVE "N" TO WS-IN-TABLE-SW
           MOVE ZERO TO WS-DEPART-IX
           PERFORM UNTIL WS-IN-TABLE
                   OR WS-DEPART-IX >= WS-DEPART-COUNT
               ADD 1 TO WS-DEPART-IX
               IF WS-DEPART-ID(WS-DEPART-IX) = WS-LOOKUP-EMPLOYEE-ID
                   SET WS-IN-TABLE TO TRUE
                END-IF
            END-PERFORM.

       7100-ADD-REGISTERED-EMPLOYEE.
           PERFORM 7110-FIND-REGISTERED-EMPLOYEE
           IF NOT WS-IN-TABLE
               IF WS-REG-EMP-COUNT >= 2000
                   MOVE "ANON TABLE FULL" TO WS-AUDIT-OUTCOME
                   PERFORM 8900-FAIL-TABLE-FULL
                END-IF
               ADD 1 TO WS-REG-EMP-COUNT
               MOVE WS-LOOKUP-EMPLOYEE-ID
                   TO WS-REG-EMP-ID(WS-REG-EMP-COUNT)
            END-IF.

       7110-FIND-REGISTERED-EMPLOYEE.
           MOVE "N" TO WS-IN-TABLE-SW
           MOVE ZERO TO WS-REG-EMP-IX
           PERFORM UNTIL WS-IN-TABLE
                   OR WS-REG-EMP-IX >= WS-REG-EMP-COUNT
               ADD 1 TO WS-REG-EMP-IX
               IF WS-REG-EMP-ID(WS-REG-EMP-IX) = WS-LOOKUP-EMPLOYEE-ID
                   SET WS-IN-TABLE TO TRUE
                END-IF
            END-PERFORM.

       7200-ADD-REGISTERED-PLAYER.
           PERFORM 7210-FIND-REGISTERED-PLAYER
           IF NOT WS-IN-TABLE
               IF WS-REG-PLAYER-COUNT >= 2000
                   MOVE "ANON TABLE FULL" TO WS-AUDIT-OUTCOME
                   PERFORM 8900-FAIL-TABLE-FULL
                END-IF
               ADD 1 TO WS-REG-PLAYER-COUNT
               MOVE WS-LOOKUP-PLAYER-ID
                   TO WS-REG-PLAYER-ID(WS-REG-PLAYER-COUNT)
            END-IF.

       7210-FIND-REGISTERED-PLAYER.
           MOVE "N" TO WS-IN-TABLE-SW
           MOVE ZERO TO WS-REG-PLAYER-IX
           PERFORM UNTIL WS-IN-TABLE
                   OR WS-REG-PLAYER-IX >= WS-REG-PLAYER-COUNT
               ADD 1 TO WS-REG-PLAYER-IX
               IF WS-REG-PLAYER-ID(WS-REG-PLAYER-IX)
                       = WS-LOOKUP-PLAYER-ID
                   SET WS-IN-TABLE TO TRUE
                END-IF
            END-PERFORM.

       7300-FIND-CANDIDATE.
           MOVE "N" TO WS-IN-TABLE-SW
           MOVE ZERO TO WS-CAND-IX
           PERFORM UNTIL WS-IN-TABLE
                   OR WS-CAND-IX >= WS-CAND-COUNT
               ADD 1 TO WS-CAND-IX
               IF WS-CAND-ID(WS-CAND-IX) = WS-LOOKUP-EMPLOYEE-ID
                   SET WS-IN-TABLE TO TRUE
                END-IF
            END-PERFORM.

       8900-FAIL-TABLE-FULL.
      * Raised before any name has been changed except when the
      * register itself overflows, and then the register written so
      * far still stands, so a rerun picks up where this one
      * stopped.
           DISPLAY "Retention table full - raise the OCCURS in "
               "RETENTION-ANON and rerun."
           PERFORM 9300-WRITE-AUDIT-LOG
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9000-WRITE-RETENTION-REPORT.
           OPEN OUTPUT RETENTION-REPORT-FILE
           MOVE SPACES TO RETENTION-REPORT-RECORD
           STRING "PERSONAL-DATA RETENTION REPORT" DELIMITED BY SIZE
               INTO RETENTION-REPORT-RECORD
           WRITE RETENTION-REPORT-RECORD
           MOVE SPACES TO RETENTION-REPORT-RECORD
           STRING "Run date: " WS-RUN-DATE
               "  Mode: " WS-RUN-MODE
               DELIMITED BY SIZE INTO RETENTION-REPORT-RECORD
           WRITE RETENTION-REPORT-RECORD
           MOVE SPACES TO RETENTION-REPORT-RECORD
           STRING "Names replaced by: " WS-ANON-TOKEN
               DELIMITED BY SIZE INTO RETENTION-REPORT-RECORD
           WRITE RETENTION-REPORT-RECORD
           IF NOT WS-MODE-SWEEP
               MOVE SPACES TO RETENTION-REPORT-RECORD
               STRING "Retention years: " WS-RETENTION-YEARS
                   "  Departed on or before: " WS-CUTOFF-DATE
                   DELIMITED BY SIZE INTO RETENTION-REPORT-RECORD
               WRITE RETENTION-REPORT-RECORD
               PERFORM 9100-WRITE-EMPLOYEE-LIST
            END-IF
           IF NOT WS-MODE-LIST
               PERFORM 9200-WRITE-SWEEP-LINES
            END-IF
           IF NOT WS-MODE-SWEEP
               PERFORM 9400-WRITE-SIGN-OFF
            END-IF
           CLOSE RETENTION-REPORT-FILE.

       9100-WRITE-EMPLOYEE-LIST.
           MOVE SPACES TO RETENTION-REPORT-RECORD
           WRITE RETENTION-REPORT-RECORD
           MOVE SPACES TO RETENTION-REPORT-RECORD
           IF WS-MODE-APPLY
               STRING "EMPLOYEES ANONYMISED" DELIMITED BY SIZE
                   INTO RETENTION-REPORT-RECORD
            ELSE
               STRING "EMPLOYEES DUE FOR ANONYMISATION - NOTHING "
                   "CHANGED" DELIMITED BY SIZE
                   INTO RETENTION-REPORT-RECORD
            END-IF
           WRITE RETENTION-REPORT-RECORD
           MOVE SPACES TO RETENTION-REPORT-RECORD
           STRING "Employee  Dept  Departed    Roster      "
               "Players" DELIMITED BY SIZE
               INTO RETENTION-REPORT-RECORD
           WRITE RETENTION-REPORT-RECORD
           MOVE ZERO TO WS-CAND-IX
           PERFORM UNTIL WS-CAND-IX >= WS-CAND-COUNT
               ADD 1 TO WS-CAND-IX
               MOVE SPACES TO RETENTION-REPORT-RECORD
               IF WS-CAND-KIND(WS-CAND-IX) = "I"
                   STRING WS-CAND-ID(WS-CAND-IX) "    "
                       WS-CAND-DEPT(WS-CAND-IX) "  "
                       WS-CAND-DATE(WS-CAND-IX) "  inactive    "
                       WS-CAND-PLAYERS(WS-CAND-IX)
                       DELIMITED BY SIZE INTO RETENTION-REPORT-RECORD
                ELSE
                   STRING WS-CAND-ID(WS-CAND-IX) "    "
                       WS-CAND-DEPT(WS-CAND-IX) "  "
                       WS-CAND-DATE(WS-CAND-IX) "  deleted     "
                       WS-CAND-PLAYERS(WS-CAND-IX)
                       DELIMITED BY SIZE INTO RETENTION-REPORT-RECORD
                END-IF
               WRITE RETENTION-REPORT-RECORD
            END-PERFORM
           MOVE SPACES TO RETENTION-REPORT-RECORD
           STRING "Employees listed: " WS-CAND-COUNT
               "  Player names replaced: " WS-PLAYERS-RENAMED
               DELIMITED BY SIZE INTO RETENTION-REPORT-RECORD
           WRITE RETENTION-REPORT-RECORD
           MOVE SPACES TO RETENTION-REPORT-RECORD
           STRING "Departed, not yet due: " WS-NOT-DUE-COUNT
               "  Already anonymised: " WS-ALREADY-COUNT
               DELIMITED BY SIZE INTO RETENTION-REPORT-RECORD
           WRITE RETENTION-REPORT-RECORD
           IF WS-UNKNOWN-COUNT > ZERO
               MOVE SPACES TO RETENTION-REPORT-RECORD
               WRITE RETENTION-REPORT-RECORD
               MOVE SPACES TO RETENTION-REPORT-RECORD
               STRING "INACTIVE WITH NO DEPARTURE ON ROSTHIST - NOT "
                   "ANONYMISED, DATE WITH HR" DELIMITED BY SIZE
                   INTO RETENTION-REPORT-RECORD
               WRITE RETENTION-REPORT-RECORD
               MOVE ZERO TO WS-UNKNOWN-IX
               PERFORM UNTIL WS-UNKNOWN-IX >= WS-UNKNOWN-COUNT
                   ADD 1 TO WS-UNKNOWN-IX
                   MOVE SPACES TO RETENTION-REPORT-RECORD
                   STRING WS-UNKNOWN-ID(WS-UNKNOWN-IX) "    "
                       WS-UNKNOWN-DEPT(WS-UNKNOWN-IX)
                       DELIMITED BY SIZE INTO RETENTION-REPORT-RECORD
                   WRITE RETENTION-REPORT-RECORD
                END-PERFORM
            END-IF.

       9200-WRITE-SWEEP-LINES.
           MOVE SPACES TO RETENTION-REPORT-RECORD
           WRITE RETENTION-REPORT-RECORD
           MOVE SPACES TO RETENTION-REPORT-RECORD
           STRING "HISTORY FILES SWEPT FOR " WS-REG-EMP-COUNT
               " REGISTERED EMPLOYEES, " WS-REG-PLAYER-COUNT
               " PLAYER IDS" DELIMITED BY SIZE
               INTO RETENTION-REPORT-RECORD
           WRITE RETENTION-REPORT-RECORD
           MOVE SPACES TO RETENTION-REPORT-RECORD
           STRING "File      Read     Replaced Written  "
               "Control out / back" DELIMITED BY SIZE
               INTO RETENTION-REPORT-RECORD
           WRITE RETENTION-REPORT-RECORD
           MOVE ZERO TO WS-SWEEP-IX
           PERFORM UNTIL WS-SWEEP-IX >= 7
               ADD 1 TO WS-SWEEP-IX
               MOVE SPACES TO RETENTION-REPORT-RECORD
               IF WS-SW-PRESENT(WS-SWEEP-IX) = "Y"
                   STRING WS-SW-NAME(WS-SWEEP-IX) "  "
                       WS-SW-READ(WS-SWEEP-IX) "  "
                       WS-SW-REPLACED(WS-SWEEP-IX) "  "
                       WS-SW-WRITTEN(WS-SWEEP-IX) "  "
                       WS-SW-TOTAL-OUT(WS-SWEEP-IX) " / "
                       WS-SW-TOTAL-BACK(WS-SWEEP-IX)
                       DELIMITED BY SIZE INTO RETENTION-REPORT-RECORD
                ELSE
                   STRING WS-SW-NAME(WS-SWEEP-IX)
                       "  not available - not swept"
                       DELIMITED BY SIZE INTO RETENTION-REPORT-RECORD
                END-IF
               WRITE RETENTION-REPORT-RECORD
            END-PERFORM
           MOVE SPACES TO RETENTION-REPORT-RECORD
           IF WS-COUNTS-OFF
               STRING "*** COUNTS DO NOT BALANCE - INVESTIGATE ***"
                   DELIMITED BY SIZE INTO RETENTION-REPORT-RECORD
            ELSE
               STRING "Counts and control totals balance on every "
                   "file rewritten." DELIMITED BY SIZE
                   INTO RETENTION-REPORT-RECORD
            END-IF
           WRITE RETENTION-REPORT-RECORD.

       9250-WRITE-MASTER-JOURNAL.
      * A player name taken out by retention goes on the master
      * journal like any other PLAYERS change, so FORWARD-RECOVERY
      * never puts it back.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-JRNL-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-JRNL-MONTH
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-JRNL-DAY
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-JRNL-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-JRNL-MINUTE
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-JRNL-SECOND
           OPEN EXTEND MASTER-JOURNAL-FILE
           IF WS-MJ-FILE-STATUS = "35"
               OPEN OUTPUT MASTER-JOURNAL-FILE
            END-IF
           IF WS-MJ-FILE-STATUS NOT = "00"
               DISPLAY "MSTJRNL could not be opened - the PLAYERS "
                   "update for " PL-PLAYER-ID " is not journaled."
            ELSE
               MOVE WS-JRNL-DATE TO MJ-JOURNAL-DATE
               MOVE WS-JRNL-TIME TO MJ-JOURNAL-TIME
               MOVE "PLAYERS" TO MJ-CLUSTER
               MOVE WS-JRNL-ACTION TO MJ-ACTION
               MOVE PL-PLAYER-ID TO MJ-RECORD-KEY
               MOVE "RETENTION-ANON" TO MJ-PROGRAM-ID
               MOVE WS-JRNL-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
               MOVE WS-JRNL-AFTER-IMAGE TO MJ-AFTER-IMAGE
               WRITE MASTER-JOURNAL-RECORD
               CLOSE MASTER-JOURNAL-FILE
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
           MOVE "RETENTION-ANON" TO AL-PROGRAM-ID
           MOVE WS-RUN-DATE TO AL-RUN-DATE
           MOVE WS-RUN-TIME TO AL-RUN-TIME
           MOVE "N/A" TO AL-OPERATOR
           MOVE WS-AUDIT-OUTCOME TO AL-OUTCOME
           MOVE WS-AUDIT-SEQUENCE TO AL-SEQUENCE
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.

       9400-WRITE-SIGN-OFF.
      * The printed list is the retention record: HR prepares it,
      * the data-protection officer signs it before an APPLY run and
      * signs the APPLY run's list as done.
           MOVE SPACES TO RETENTION-REPORT-RECORD
           WRITE RETENTION-REPORT-RECORD
           MOVE SPACES TO RETENTION-REPORT-RECORD
           STRING "Prepared by (HR): ______________________  "
               "Date: __________" DELIMITED BY SIZE
               INTO RETENTION-REPORT-RECORD
           WRITE RETENTION-REPORT-RECORD
           MOVE SPACES TO RETENTION-REPORT-RECORD
           WRITE RETENTION-REPORT-RECORD
           MOVE SPACES TO RETENTION-REPORT-RECORD
           STRING "Signed off (data protection): __________  "
               "Date: __________" DELIMITED BY SIZE
               INTO RETENTION-REPORT-RECORD
           WRITE RETENTION-REPORT-RECORD.

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
