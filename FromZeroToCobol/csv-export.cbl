       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSV-EXPORT.
       AUTHOR. Thomas VELU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPORT-PARM-FILE ASSIGN TO "EXPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EP-FILE-STATUS.
           SELECT LEADERBOARD-FILE ASSIGN TO "LEADERBD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-PLAYER-ID
               FILE STATUS IS WS-LB-FILE-STATUS.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-PLAYER-ID
               FILE STATUS IS WS-PL-FILE-STATUS.
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
           SELECT PERIOD-HOURS-FILE ASSIGN TO "PERHOURS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PH-FILE-STATUS.
           SELECT SEASON-HISTORY-FILE ASSIGN TO "SEASHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SS-FILE-STATUS.
           SELECT EXPORT-CSV-FILE ASSIGN TO "EXPCSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EC-FILE-STATUS.
           SELECT EXPORT-REPORT-FILE ASSIGN TO "EXPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-RPT-FILE-STATUS.
           SELECT CONSOLE-OPERATOR-FILE ASSIGN TO "CONSOPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CO-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.
           SELECT AUDIT-SEQ-FILE ASSIGN TO "AUDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPORT-PARM-FILE.
       COPY EXPPARM.

       FD  LEADERBOARD-FILE.
       01  LEADERBOARD-RECORD.
           05  LB-PLAYER-ID        PIC X(10).
           05  LB-GAMES-PLAYED     PIC 9(5).
           05  LB-BEST-ATTEMPTS    PIC 9(3).
           05  LB-TOTAL-ATTEMPTS   PIC 9(7).
           05  LB-AVERAGE-ATTEMPTS PIC 9(3)V9(2).

       FD  PLAYER-MASTER-FILE.
       COPY PLAYERS.

       FD  EMPLOYEE-ROSTER-FILE.
       COPY EMPROSTR.

       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPTMAST.

       FD  PERIOD-HOURS-FILE.
       COPY PERHOURS.

       FD  SEASON-HISTORY-FILE.
       COPY SEASHIST.

      * One delimited row per exported record behind a header row
      * of column names - nothing else, so it opens straight into
      * a spreadsheet. The row count lives on EXPRPT instead.
       FD  EXPORT-CSV-FILE.
       01  EXPORT-CSV-RECORD       PIC X(300).

       FD  EXPORT-REPORT-FILE.
       01  EXPORT-REPORT-RECORD    PIC X(132).

       FD  CONSOLE-OPERATOR-FILE.
       01  CONSOLE-OPERATOR-RECORD PIC X(20).

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  AUDIT-SEQ-FILE.
       01  AUDIT-SEQ-RECORD.
           05  SQ-NEXT-SEQUENCE    PIC 9(7).

       WORKING-STORAGE SECTION.
       COPY FLDCHECK.
       COPY CTLTRAIL.
       01  WS-EP-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-LB-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-PL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-ER-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-DM-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-PH-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SS-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-EC-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-ER-RPT-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-CO-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SQ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-SEQUENCE PIC 9(7) VALUE ZERO.
       01  WS-CONSOLE-OPERATOR PIC X(20) VALUE SPACES.
       01  WS-AUDIT-OUTCOME PIC X(20) VALUE SPACES.
       01  WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01  WS-PARM-OK-SW PIC X VALUE "Y".
           88 WS-PARM-OK VALUE "Y".
       01  WS-PLAYERS-AVAIL-SW PIC X VALUE "N".
           88 WS-PLAYERS-AVAIL VALUE "Y".
       01  WS-ROSTER-AVAIL-SW PIC X VALUE "N".
           88 WS-ROSTER-AVAIL VALUE "Y".
       01  WS-SELECTED-SW PIC X VALUE "N".
           88 WS-ROW-SELECTED VALUE "Y".
       01  WS-FILE-ID PIC X(8) VALUE SPACES.
           88 WS-EXPORT-LEADERBD VALUE "LEADERBD".
           88 WS-EXPORT-PLAYERS VALUE "PLAYERS".
           88 WS-EXPORT-EMPROSTR VALUE "EMPROSTR".
           88 WS-EXPORT-PERHOURS VALUE "PERHOURS".
           88 WS-EXPORT-SEASHIST VALUE "SEASHIST".
       01  WS-DELIMITER PIC X VALUE ",".
       01  WS-SEL-DEPT-CODE PIC X(4) VALUE SPACES.
       01  WS-SEL-FROM-DATE PIC X(10) VALUE SPACES.
       01  WS-SEL-TO-DATE PIC X(10) VALUE SPACES.
       01  WS-SEL-SEASON-ID PIC X(8) VALUE SPACES.
       01  WS-LOOKUP-PLAYER-ID PIC X(10) VALUE SPACES.
       01  WS-ROW-DATE PIC X(10) VALUE SPACES.
       01  WS-ROW-DEPT-CODE PIC X(4) VALUE SPACES.
       01  WS-RECORDS-READ PIC 9(7) VALUE ZERO.
       01  WS-ROWS-EXPORTED PIC 9(7) VALUE ZERO.
       01  WS-CSV-LINE PIC X(300) VALUE SPACES.
       01  WS-CSV-PTR PIC 9(3) VALUE 1.
       01  WS-FIRST-CELL-SW PIC X VALUE "Y".
           88 WS-FIRST-CELL VALUE "Y".
       01  WS-QUOTE-SW PIC X VALUE "N".
           88 WS-QUOTE-CELL VALUE "Y".
       01  WS-CELL-TEXT PIC X(40) VALUE SPACES.
       01  WS-CELL-WORK PIC X(40) VALUE SPACES.
       01  WS-CELL-LENGTH PIC 9(3) VALUE ZERO.
       01  WS-CELL-IX PIC 9(3) VALUE ZERO.
       01  WS-CELL-TALLY PIC 9(3) VALUE ZERO.
       01  WS-CELL-NUMBER PIC 9(7) VALUE ZERO.
       01  WS-CELL-DECIMAL PIC 9(3)V9(2) VALUE ZERO.
       01  WS-EDIT-NUMBER PIC Z(6)9.
       01  WS-EDIT-DECIMAL PIC ZZ9.99.
       01  WS-EDIT-COUNT PIC Z(6)9.
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
      * Turns one master or history file into a delimited file a
      * spreadsheet opens as-is: header row, trimmed text, names in
      * quotes and the averages with a real decimal point instead
      * of the implied one. Driven by the EXPPARM card, whether the
      * job is submitted or the menu console wrote the card.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-MONTH
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DAY
           PERFORM 0060-READ-CONSOLE-OPERATOR
           PERFORM 0100-READ-EXPORT-PARM
           IF NOT WS-PARM-OK
               DISPLAY "Nothing exported - correct the EXPPARM card "
                   "and rerun."
               MOVE "EXPPARM INVALID" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
           PERFORM 0300-OPEN-OUTPUT-FILES
           PERFORM 0400-WRITE-HEADER-ROW
           EVALUATE TRUE
               WHEN WS-EXPORT-LEADERBD
                   PERFORM 1000-EXPORT-LEADERBOARD
               WHEN WS-EXPORT-PLAYERS
                   PERFORM 2000-EXPORT-PLAYERS
               WHEN WS-EXPORT-EMPROSTR
                   PERFORM 3000-EXPORT-ROSTER
               WHEN WS-EXPORT-PERHOURS
                   PERFORM 4000-EXPORT-PERIOD-HOURS
               WHEN WS-EXPORT-SEASHIST
                   PERFORM 5000-EXPORT-SEASON-HISTORY
            END-EVALUATE
           PERFORM 9000-WRITE-CONTROL-REPORT
           CLOSE EXPORT-CSV-FILE
           CLOSE EXPORT-REPORT-FILE
           DISPLAY "CSV-EXPORT: " WS-FILE-ID " - " WS-ROWS-EXPORTED
               " rows exported of " WS-RECORDS-READ " read."
           MOVE "EXPORT DONE" TO WS-AUDIT-OUTCOME
           PERFORM 9300-WRITE-AUDIT-LOG
           GOBACK.

       0060-READ-CONSOLE-OPERATOR.
      * A console-started run carries the signed-on employee id on
      * the CONSOPER dataset; it overrides whatever operator this
      * program would otherwise stamp on its audit records, so the
      * trail names a person. Scheduler and desk runs have no
      * CONSOPER allocated and behave exactly as before.
           OPEN INPUT CONSOLE-OPERATOR-FILE
           IF WS-CO-FILE-STATUS = "00"
               READ CONSOLE-OPERATOR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CONSOLE-OPERATOR-RECORD
                           TO WS-CONSOLE-OPERATOR
                END-READ
               CLOSE CONSOLE-OPERATOR-FILE
            END-IF.

       0100-READ-EXPORT-PARM.
      * Every selection is checked before anything is written: a
      * selection the named file cannot honour is refused rather
      * than quietly ignored, so nobody mistakes a full file for a
      * filtered one.
           MOVE SPACES TO EXPORT-PARM-RECORD
           OPEN INPUT EXPORT-PARM-FILE
           IF WS-EP-FILE-STATUS = "00"
               READ EXPORT-PARM-FILE
                   AT END
                       MOVE SPACES TO EXPORT-PARM-RECORD
                END-READ
               CLOSE EXPORT-PARM-FILE
            END-IF
           MOVE EP-FILE-ID TO WS-FILE-ID
           MOVE EP-DEPT-CODE TO WS-SEL-DEPT-CODE
           MOVE EP-FROM-DATE TO WS-SEL-FROM-DATE
           MOVE EP-TO-DATE TO WS-SEL-TO-DATE
           MOVE EP-SEASON-ID TO WS-SEL-SEASON-ID
           IF EP-DELIMITER NOT = SPACE
               MOVE EP-DELIMITER TO WS-DELIMITER
            END-IF
           IF NOT WS-EXPORT-LEADERBD AND NOT WS-EXPORT-PLAYERS
                   AND NOT WS-EXPORT-EMPROSTR
                   AND NOT WS-EXPORT-PERHOURS
                   AND NOT WS-EXPORT-SEASHIST
               DISPLAY "EXPPARM file '" WS-FILE-ID "' is not one "
                   "of LEADERBD, PLAYERS, EMPROSTR, PERHOURS, "
                   "SEASHIST."
               MOVE "N" TO WS-PARM-OK-SW
            END-IF
      * Dates carry hyphens and averages a point, and a quote is
      * what protects a name - none of them can separate columns.
           IF WS-DELIMITER = QUOTE OR "." OR "-"
                   OR WS-DELIMITER IS NUMERIC
                   OR WS-DELIMITER IS ALPHABETIC
               DISPLAY "EXPPARM delimiter '" WS-DELIMITER
                   "' would be mistaken for data - use , ; | or "
                   "similar."
               MOVE "N" TO WS-PARM-OK-SW
            END-IF
           IF WS-SEL-DEPT-CODE NOT = SPACES
                   AND NOT WS-EXPORT-EMPROSTR
                   AND NOT WS-EXPORT-PERHOURS
               DISPLAY "EXPPARM department selection only applies "
                   "to EMPROSTR and PERHOURS."
               MOVE "N" TO WS-PARM-OK-SW
            END-IF
           IF (WS-SEL-FROM-DATE NOT = SPACES
                   OR WS-SEL-TO-DATE NOT = SPACES)
                   AND NOT WS-EXPORT-PERHOURS
                   AND NOT WS-EXPORT-PLAYERS
               DISPLAY "EXPPARM date range only applies to PERHOURS "
                   "and PLAYERS."
               MOVE "N" TO WS-PARM-OK-SW
            END-IF
           IF WS-SEL-SEASON-ID NOT = SPACES
                   AND NOT WS-EXPORT-SEASHIST
               DISPLAY "EXPPARM season selection only applies to "
                   "SEASHIST."
               MOVE "N" TO WS-PARM-OK-SW
            END-IF
           IF WS-SEL-FROM-DATE NOT = SPACES
               MOVE WS-SEL-FROM-DATE TO FC-VALUE
               CALL "DATE-FIELD-CHECK" USING FIELD-CHECK-FIELDS
               IF FC-FAILED
                   DISPLAY "EXPPARM from date '" WS-SEL-FROM-DATE
                       "' is not YYYY-MM-DD."
                   MOVE "N" TO WS-PARM-OK-SW
                END-IF
            END-IF
           IF WS-SEL-TO-DATE NOT = SPACES
               MOVE WS-SEL-TO-DATE TO FC-VALUE
               CALL "DATE-FIELD-CHECK" USING FIELD-CHECK-FIELDS
               IF FC-FAILED
                   DISPLAY "EXPPARM to date '" WS-SEL-TO-DATE
                       "' is not YYYY-MM-DD."
                   MOVE "N" TO WS-PARM-OK-SW
                END-IF
            END-IF
           IF WS-SEL-FROM-DATE NOT = SPACES
                   AND WS-SEL-TO-DATE NOT = SPACES
                   AND WS-SEL-FROM-DATE > WS-SEL-TO-DATE
               DISPLAY "EXPPARM from date is after the to date."
               MOVE "N" TO WS-PARM-OK-SW
            END-IF
           IF WS-SEL-DEPT-CODE NOT = SPACES AND WS-PARM-OK
               PERFORM 0150-CHECK-DEPARTMENT
            END-IF.

       0150-CHECK-DEPARTMENT.
      * A mistyped department would export an empty file that looks
      * like a quiet department. Checked against DEPTMAST when it
      * is allocated; without it the code is taken as given.
           OPEN INPUT DEPARTMENT-MASTER-FILE
           IF WS-DM-FILE-STATUS = "00"
               MOVE WS-SEL-DEPT-CODE TO DM-DEPT-CODE
               READ DEPARTMENT-MASTER-FILE
                   INVALID KEY
                       DISPLAY "EXPPARM department " WS-SEL-DEPT-CODE
                           " is not on the department master."
                       MOVE "N" TO WS-PARM-OK-SW
                END-READ
               CLOSE DEPARTMENT-MASTER-FILE
            END-IF.

       0300-OPEN-OUTPUT-FILES.
           OPEN OUTPUT EXPORT-CSV-FILE
           IF WS-EC-FILE-STATUS NOT = "00"
               DISPLAY "EXPCSV could not be opened for output - "
                   "status " WS-EC-FILE-STATUS "."
               MOVE "EXPORT OUTPUT FAILED" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
            END-IF
           OPEN OUTPUT EXPORT-REPORT-FILE.

       0400-WRITE-HEADER-ROW.
           MOVE SPACES TO WS-CSV-LINE
           EVALUATE TRUE
               WHEN WS-EXPORT-LEADERBD
                   STRING "Player id" WS-DELIMITER
                       "Player name" WS-DELIMITER
                       "Games played" WS-DELIMITER
                       "Best attempts" WS-DELIMITER
                       "Total attempts" WS-DELIMITER
                       "Average attempts"
                       DELIMITED BY SIZE INTO WS-CSV-LINE
               WHEN WS-EXPORT-PLAYERS
                   STRING "Player id" WS-DELIMITER
                       "Player name" WS-DELIMITER
                       "Status" WS-DELIMITER
                       "Registered"
                       DELIMITED BY SIZE INTO WS-CSV-LINE
               WHEN WS-EXPORT-EMPROSTR
                   STRING "Employee id" WS-DELIMITER
                       "Employee name" WS-DELIMITER
                       "Dept" WS-DELIMITER
                       "Shift" WS-DELIMITER
                       "Active flag"
                       DELIMITED BY SIZE INTO WS-CSV-LINE
               WHEN WS-EXPORT-PERHOURS
                   STRING "Employee id" WS-DELIMITER
                       "Employee name" WS-DELIMITER
                       "Dept" WS-DELIMITER
                       "Work date" WS-DELIMITER
                       "Record type" WS-DELIMITER
                       "Leave type" WS-DELIMITER
                       "Minutes" WS-DELIMITER
                       "OT flag" WS-DELIMITER
                       "Holiday flag" WS-DELIMITER
                       "OT minutes" WS-DELIMITER
                       "OT approved minutes" WS-DELIMITER
                       "OT auth flag" WS-DELIMITER
                       "OT approver id"
                       DELIMITED BY SIZE INTO WS-CSV-LINE
               WHEN WS-EXPORT-SEASHIST
                   STRING "Season" WS-DELIMITER
                       "Player id" WS-DELIMITER
                       "Player name" WS-DELIMITER
                       "Games played" WS-DELIMITER
                       "Best attempts" WS-DELIMITER
                       "Total attempts" WS-DELIMITER
                       "Average attempts"
                       DELIMITED BY SIZE INTO WS-CSV-LINE
            END-EVALUATE
           MOVE WS-CSV-LINE TO EXPORT-CSV-RECORD
           WRITE EXPORT-CSV-RECORD.

       1000-EXPORT-LEADERBOARD.
           OPEN INPUT LEADERBOARD-FILE
           IF WS-LB-FILE-STATUS NOT = "00"
               DISPLAY "Leaderboard cluster is not available - "
                   "nothing exported."
               MOVE "LEADERBD UNAVAILABLE" TO WS-AUDIT-OUTCOME
               PERFORM 9800-ABANDON-EXPORT
            END-IF
           PERFORM 7000-OPEN-PLAYER-LOOKUP
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ LEADERBOARD-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM 1100-WRITE-LEADERBOARD-ROW
                END-READ
            END-PERFORM
           CLOSE LEADERBOARD-FILE
           PERFORM 7100-CLOSE-PLAYER-LOOKUP.

       1100-WRITE-LEADERBOARD-ROW.
           PERFORM 8000-START-ROW
           MOVE LB-PLAYER-ID TO WS-CELL-TEXT
           PERFORM 8100-ADD-TEXT-CELL
           MOVE LB-PLAYER-ID TO WS-LOOKUP-PLAYER-ID
           PERFORM 7200-LOOKUP-PLAYER-NAME
           PERFORM 8150-ADD-NAME-CELL
           MOVE LB-GAMES-PLAYED TO WS-CELL-NUMBER
           PERFORM 8200-ADD-NUMBER-CELL
           MOVE LB-BEST-ATTEMPTS TO WS-CELL-NUMBER
           PERFORM 8200-ADD-NUMBER-CELL
           MOVE LB-TOTAL-ATTEMPTS TO WS-CELL-NUMBER
           PERFORM 8200-ADD-NUMBER-CELL
           MOVE LB-AVERAGE-ATTEMPTS TO WS-CELL-DECIMAL
           PERFORM 8300-ADD-DECIMAL-CELL
           PERFORM 8900-WRITE-ROW.

       2000-EXPORT-PLAYERS.
           OPEN INPUT PLAYER-MASTER-FILE
           IF WS-PL-FILE-STATUS NOT = "00"
               DISPLAY "Player master is not available - nothing "
                   "exported."
               MOVE "PLAYERS UNAVAILABLE" TO WS-AUDIT-OUTCOME
               PERFORM 9800-ABANDON-EXPORT
            END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ PLAYER-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       MOVE PL-REG-DATE TO WS-ROW-DATE
                       PERFORM 6100-CHECK-DATE-RANGE
                       IF WS-ROW-SELECTED
                           PERFORM 2100-WRITE-PLAYER-ROW
                        END-IF
                END-READ
            END-PERFORM
           CLOSE PLAYER-MASTER-FILE.

       2100-WRITE-PLAYER-ROW.
           PERFORM 8000-START-ROW
           MOVE PL-PLAYER-ID TO WS-CELL-TEXT
           PERFORM 8100-ADD-TEXT-CELL
           MOVE PL-PLAYER-NAME TO WS-CELL-TEXT
           PERFORM 8150-ADD-NAME-CELL
           MOVE PL-STATUS-FLAG TO WS-CELL-TEXT
           PERFORM 8100-ADD-TEXT-CELL
           MOVE PL-REG-DATE TO WS-CELL-TEXT
           PERFORM 8100-ADD-TEXT-CELL
           PERFORM 8900-WRITE-ROW.

       3000-EXPORT-ROSTER.
           OPEN INPUT EMPLOYEE-ROSTER-FILE
           IF WS-ER-FILE-STATUS NOT = "00"
               DISPLAY "Employee roster is not available - nothing "
                   "exported."
               MOVE "ROSTER UNAVAILABLE" TO WS-AUDIT-OUTCOME
               PERFORM 9800-ABANDON-EXPORT
            END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ EMPLOYEE-ROSTER-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF WS-SEL-DEPT-CODE = SPACES
                               OR ER-DEPT-CODE = WS-SEL-DEPT-CODE
                           PERFORM 3100-WRITE-ROSTER-ROW
                        END-IF
                END-READ
            END-PERFORM
           CLOSE EMPLOYEE-ROSTER-FILE.

       3100-WRITE-ROSTER-ROW.
           PERFORM 8000-START-ROW
           MOVE ER-EMPLOYEE-ID TO WS-CELL-TEXT
           PERFORM 8100-ADD-TEXT-CELL
           MOVE ER-EMPLOYEE-NAME TO WS-CELL-TEXT
           PERFORM 8150-ADD-NAME-CELL
           MOVE ER-DEPT-CODE TO WS-CELL-TEXT
           PERFORM 8100-ADD-TEXT-CELL
           MOVE ER-SHIFT-CODE TO WS-CELL-TEXT
           PERFORM 8100-ADD-TEXT-CELL
           MOVE ER-ACTIVE-FLAG TO WS-CELL-TEXT
           PERFORM 8100-ADD-TEXT-CELL
           PERFORM 8900-WRITE-ROW.

       4000-EXPORT-PERIOD-HOURS.
      * PERHOURS carries no department, so each row takes the
      * employee's current roster department - the column the
      * department selection is judged on. Without the roster a
      * department selection cannot be honoured at all.
           OPEN INPUT PERIOD-HOURS-FILE
           IF WS-PH-FILE-STATUS NOT = "00"
               DISPLAY "Period hours file is not available - "
                   "nothing exported."
               MOVE "PERHOURS MISSING" TO WS-AUDIT-OUTCOME
               PERFORM 9800-ABANDON-EXPORT
            END-IF
           OPEN INPUT EMPLOYEE-ROSTER-FILE
           IF WS-ER-FILE-STATUS = "00"
               SET WS-ROSTER-AVAIL TO TRUE
            ELSE
               IF WS-SEL-DEPT-CODE NOT = SPACES
                   DISPLAY "Employee roster is not available - the "
                       "department selection cannot be applied."
                   CLOSE PERIOD-HOURS-FILE
                   MOVE "ROSTER UNAVAILABLE" TO WS-AUDIT-OUTCOME
                   PERFORM 9800-ABANDON-EXPORT
                END-IF
            END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ PERIOD-HOURS-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM 4050-SELECT-HOURS-ROW
                       IF WS-ROW-SELECTED
                           PERFORM 4100-WRITE-HOURS-ROW
                        END-IF
                END-READ
            END-PERFORM
           CLOSE PERIOD-HOURS-FILE
           IF WS-ROSTER-AVAIL
               CLOSE EMPLOYEE-ROSTER-FILE
            END-IF.

       4050-SELECT-HOURS-ROW.
           MOVE SPACES TO WS-ROW-DEPT-CODE
           IF WS-ROSTER-AVAIL
               MOVE PH-EMPLOYEE-ID TO ER-EMPLOYEE-ID
               READ EMPLOYEE-ROSTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ER-DEPT-CODE TO WS-ROW-DEPT-CODE
                END-READ
            END-IF
           MOVE PH-WORK-DATE TO WS-ROW-DATE
           PERFORM 6100-CHECK-DATE-RANGE
           IF WS-SEL-DEPT-CODE NOT = SPACES
                   AND WS-ROW-DEPT-CODE NOT = WS-SEL-DEPT-CODE
               MOVE "N" TO WS-SELECTED-SW
            END-IF.

       4100-WRITE-HOURS-ROW.
           PERFORM 8000-START-ROW
           MOVE PH-EMPLOYEE-ID TO WS-CELL-TEXT
           PERFORM 8100-ADD-TEXT-CELL
           MOVE PH-NAME TO WS-CELL-TEXT
           PERFORM 8150-ADD-NAME-CELL
           MOVE WS-ROW-DEPT-CODE TO WS-CELL-TEXT
           PERFORM 8100-ADD-TEXT-CELL
           MOVE PH-WORK-DATE TO WS-CELL-TEXT
           PERFORM 8100-ADD-TEXT-CELL
           MOVE PH-RECORD-TYPE TO WS-CELL-TEXT
           IF PH-RECORD-TYPE = SPACE
               MOVE "W" TO WS-CELL-TEXT
            END-IF
           PERFORM 8100-ADD-TEXT-CELL
           MOVE PH-LEAVE-TYPE TO WS-CELL-TEXT
           PERFORM 8100-ADD-TEXT-CELL
           MOVE PH-MINUTES TO WS-CELL-NUMBER
           PERFORM 8200-ADD-NUMBER-CELL
           MOVE PH-OT-FLAG TO WS-CELL-TEXT
           PERFORM 8100-ADD-TEXT-CELL
           MOVE PH-HOLIDAY-FLAG TO WS-CELL-TEXT
           PERFORM 8100-ADD-TEXT-CELL
           MOVE PH-OT-MINUTES TO WS-CELL-NUMBER
           PERFORM 8200-ADD-NUMBER-CELL
           MOVE PH-OT-APPROVED-MINUTES TO WS-CELL-NUMBER
           PERFORM 8200-ADD-NUMBER-CELL
           MOVE PH-OT-AUTH-FLAG TO WS-CELL-TEXT
           PERFORM 8100-ADD-TEXT-CELL
           MOVE PH-OT-APPROVER-ID TO WS-CELL-TEXT
           PERFORM 8100-ADD-TEXT-CELL
           PERFORM 8900-WRITE-ROW.

       5000-EXPORT-SEASON-HISTORY.
           OPEN INPUT SEASON-HISTORY-FILE
           IF WS-SS-FILE-STATUS NOT = "00"
               DISPLAY "Season history is not available - nothing "
                   "exported."
               MOVE "SEASHIST MISSING" TO WS-AUDIT-OUTCOME
               PERFORM 9800-ABANDON-EXPORT
            END-IF
           PERFORM 7000-OPEN-PLAYER-LOOKUP
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ SEASON-HISTORY-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF WS-SEL-SEASON-ID = SPACES
                               OR SS-SEASON-ID = WS-SEL-SEASON-ID
                           PERFORM 5100-WRITE-SEASON-ROW
                        END-IF
                END-READ
            END-PERFORM
           CLOSE SEASON-HISTORY-FILE
           PERFORM 7100-CLOSE-PLAYER-LOOKUP.

       5100-WRITE-SEASON-ROW.
           PERFORM 8000-START-ROW
           MOVE SS-SEASON-ID TO WS-CELL-TEXT
           PERFORM 8100-ADD-TEXT-CELL
           MOVE SS-PLAYER-ID TO WS-CELL-TEXT
           PERFORM 8100-ADD-TEXT-CELL
           MOVE SS-PLAYER-ID TO WS-LOOKUP-PLAYER-ID
           PERFORM 7200-LOOKUP-PLAYER-NAME
           PERFORM 8150-ADD-NAME-CELL
           MOVE SS-GAMES-PLAYED TO WS-CELL-NUMBER
           PERFORM 8200-ADD-NUMBER-CELL
           MOVE SS-BEST-ATTEMPTS TO WS-CELL-NUMBER
           PERFORM 8200-ADD-NUMBER-CELL
           MOVE SS-TOTAL-ATTEMPTS TO WS-CELL-NUMBER
           PERFORM 8200-ADD-NUMBER-CELL
           MOVE SS-AVERAGE-ATTEMPTS TO WS-CELL-DECIMAL
           PERFORM 8300-ADD-DECIMAL-CELL
           PERFORM 8900-WRITE-ROW.

       6100-CHECK-DATE-RANGE.
      * Dates on file are YYYY-MM-DD, so they compare as text.
           SET WS-ROW-SELECTED TO TRUE
           IF WS-SEL-FROM-DATE NOT = SPACES
                   AND WS-ROW-DATE < WS-SEL-FROM-DATE
               MOVE "N" TO WS-SELECTED-SW
            END-IF
           IF WS-SEL-TO-DATE NOT = SPACES
                   AND WS-ROW-DATE > WS-SEL-TO-DATE
               MOVE "N" TO WS-SELECTED-SW
            END-IF.

       7000-OPEN-PLAYER-LOOKUP.
      * The player name is a courtesy on the leaderboard and season
      * exports; without the master the column is left empty.
           MOVE "N" TO WS-PLAYERS-AVAIL-SW
           OPEN INPUT PLAYER-MASTER-FILE
           IF WS-PL-FILE-STATUS = "00"
               SET WS-PLAYERS-AVAIL TO TRUE
            END-IF.

       7100-CLOSE-PLAYER-LOOKUP.
           IF WS-PLAYERS-AVAIL
               CLOSE PLAYER-MASTER-FILE
            END-IF.

       7200-LOOKUP-PLAYER-NAME.
           MOVE SPACES TO WS-CELL-TEXT
           IF WS-PLAYERS-AVAIL
               MOVE WS-LOOKUP-PLAYER-ID TO PL-PLAYER-ID
               READ PLAYER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PL-PLAYER-NAME TO WS-CELL-TEXT
                END-READ
            END-IF.

       8000-START-ROW.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           MOVE "Y" TO WS-FIRST-CELL-SW.

       8100-ADD-TEXT-CELL.
      * Leading and trailing spaces are dropped. A value holding
      * the delimiter or a quote is quoted anyway, so a stray
      * comma can never shift the columns.
           MOVE "N" TO WS-QUOTE-SW
           MOVE ZERO TO WS-CELL-TALLY
           INSPECT WS-CELL-TEXT TALLYING WS-CELL-TALLY
               FOR ALL WS-DELIMITER
                   ALL QUOTE
           IF WS-CELL-TALLY > ZERO
               SET WS-QUOTE-CELL TO TRUE
            END-IF
           PERFORM 8500-PLACE-CELL.

       8150-ADD-NAME-CELL.
      * Names are always quoted: they are the one free-text column
      * and the one a spreadsheet would otherwise split or reformat.
           SET WS-QUOTE-CELL TO TRUE
           PERFORM 8500-PLACE-CELL.

       8200-ADD-NUMBER-CELL.
           MOVE WS-CELL-NUMBER TO WS-EDIT-NUMBER
           MOVE WS-EDIT-NUMBER TO WS-CELL-TEXT
           MOVE "N" TO WS-QUOTE-SW
           PERFORM 8500-PLACE-CELL.

       8300-ADD-DECIMAL-CELL.
      * The implied decimal of the 9(3)V9(2) averages becomes a
      * printed point here - 004.50 on file is 4.50 in the sheet.
           MOVE WS-CELL-DECIMAL TO WS-EDIT-DECIMAL
           MOVE WS-EDIT-DECIMAL TO WS-CELL-TEXT
           MOVE "N" TO WS-QUOTE-SW
           PERFORM 8500-PLACE-CELL.

       8500-PLACE-CELL.
           IF NOT WS-FIRST-CELL
               STRING WS-DELIMITER DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
            END-IF
           MOVE "N" TO WS-FIRST-CELL-SW
           MOVE SPACES TO WS-CELL-WORK
           IF WS-CELL-TEXT NOT = SPACES
               MOVE FUNCTION TRIM(WS-CELL-TEXT) TO WS-CELL-WORK
            END-IF
           MOVE 40 TO WS-CELL-LENGTH
           PERFORM UNTIL WS-CELL-LENGTH = ZERO
                   OR WS-CELL-WORK(WS-CELL-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-CELL-LENGTH
            END-PERFORM
           IF WS-QUOTE-CELL
               STRING QUOTE DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
               MOVE ZERO TO WS-CELL-IX
               PERFORM UNTIL WS-CELL-IX >= WS-CELL-LENGTH
                   ADD 1 TO WS-CELL-IX
      * An embedded quote is doubled, the way spreadsheets read it.
                   IF WS-CELL-WORK(WS-CELL-IX:1) = QUOTE
                       STRING QUOTE DELIMITED BY SIZE
                           INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
                    END-IF
                   STRING WS-CELL-WORK(WS-CELL-IX:1)
                       DELIMITED BY SIZE
                       INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
                END-PERFORM
               STRING QUOTE DELIMITED BY SIZE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
            ELSE
               IF WS-CELL-LENGTH > ZERO
                   STRING WS-CELL-WORK(1:WS-CELL-LENGTH)
                       DELIMITED BY SIZE
                       INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
                END-IF
            END-IF.

       8900-WRITE-ROW.
           MOVE WS-CSV-LINE TO EXPORT-CSV-RECORD
           WRITE EXPORT-CSV-RECORD
           ADD 1 TO WS-ROWS-EXPORTED.

       9000-WRITE-CONTROL-REPORT.
      * The control count: what was read, what went out, and the
      * selection that made the difference, closed by the standard
      * control trailer so the count can be reconciled by program.
           MOVE SPACES TO EXPORT-REPORT-RECORD
           STRING "CSV EXPORT CONTROL REPORT    Run date: "
               WS-RUN-DATE DELIMITED BY SIZE
               INTO EXPORT-REPORT-RECORD
           WRITE EXPORT-REPORT-RECORD
           MOVE SPACES TO EXPORT-REPORT-RECORD
           WRITE EXPORT-REPORT-RECORD
           MOVE SPACES TO EXPORT-REPORT-RECORD
           STRING "File exported:    " WS-FILE-ID
               DELIMITED BY SIZE INTO EXPORT-REPORT-RECORD
           WRITE EXPORT-REPORT-RECORD
           MOVE SPACES TO EXPORT-REPORT-RECORD
           STRING "Delimiter:        " WS-DELIMITER
               DELIMITED BY SIZE INTO EXPORT-REPORT-RECORD
           WRITE EXPORT-REPORT-RECORD
           MOVE SPACES TO EXPORT-REPORT-RECORD
           IF WS-SEL-DEPT-CODE = SPACES
               MOVE "Department:       all" TO EXPORT-REPORT-RECORD
            ELSE
               STRING "Department:       " WS-SEL-DEPT-CODE
                   DELIMITED BY SIZE INTO EXPORT-REPORT-RECORD
            END-IF
           WRITE EXPORT-REPORT-RECORD
           MOVE SPACES TO EXPORT-REPORT-RECORD
           IF WS-SEL-FROM-DATE = SPACES AND WS-SEL-TO-DATE = SPACES
               MOVE "Date range:       all" TO EXPORT-REPORT-RECORD
            ELSE
               STRING "Date range:       " WS-SEL-FROM-DATE
                   " to " WS-SEL-TO-DATE
                   DELIMITED BY SIZE INTO EXPORT-REPORT-RECORD
            END-IF
           WRITE EXPORT-REPORT-RECORD
           MOVE SPACES TO EXPORT-REPORT-RECORD
           IF WS-SEL-SEASON-ID = SPACES
               MOVE "Season:           all" TO EXPORT-REPORT-RECORD
            ELSE
               STRING "Season:           " WS-SEL-SEASON-ID
                   DELIMITED BY SIZE INTO EXPORT-REPORT-RECORD
            END-IF
           WRITE EXPORT-REPORT-RECORD
           MOVE SPACES TO EXPORT-REPORT-RECORD
           WRITE EXPORT-REPORT-RECORD
           MOVE WS-RECORDS-READ TO WS-EDIT-COUNT
           MOVE SPACES TO EXPORT-REPORT-RECORD
           STRING "Records read:     " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO EXPORT-REPORT-RECORD
           WRITE EXPORT-REPORT-RECORD
           MOVE WS-ROWS-EXPORTED TO WS-EDIT-COUNT
           MOVE SPACES TO EXPORT-REPORT-RECORD
           STRING "Rows exported:    " WS-EDIT-COUNT
               "   (header row not counted)"
               DELIMITED BY SIZE INTO EXPORT-REPORT-RECORD
           WRITE EXPORT-REPORT-RECORD
           MOVE "*CONTROL*" TO CT-TRAILER-TAG
           MOVE WS-FILE-ID TO CT-SOURCE-ID
           MOVE WS-RUN-DATE TO CT-RUN-DATE
           MOVE WS-RECORDS-READ TO CT-RECORD-COUNT
           MOVE WS-ROWS-EXPORTED TO CT-CONTROL-TOTAL
           MOVE SPACES TO EXPORT-REPORT-RECORD
           MOVE CONTROL-TRAILER-RECORD TO EXPORT-REPORT-RECORD
           WRITE EXPORT-REPORT-RECORD.

       9300-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-RUN-MINUTE
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-RUN-SECOND
           PERFORM 9950-NEXT-AUDIT-SEQUENCE
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AL-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
            END-IF
           MOVE "CSV-EXPORT" TO AL-PROGRAM-ID
           MOVE WS-RUN-DATE TO AL-RUN-DATE
           MOVE WS-RUN-TIME TO AL-RUN-TIME
           MOVE "N/A" TO AL-OPERATOR
           IF WS-CONSOLE-OPERATOR NOT = SPACES
               MOVE WS-CONSOLE-OPERATOR TO AL-OPERATOR
            END-IF
           MOVE WS-AUDIT-OUTCOME TO AL-OUTCOME
           MOVE WS-AUDIT-SEQUENCE TO AL-SEQUENCE
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.

       9800-ABANDON-EXPORT.
      * The source is missing: the header-only EXPCSV is left as it
      * is, the control report says why, and the run ends RC 16.
           MOVE SPACES TO EXPORT-REPORT-RECORD
           STRING "CSV EXPORT ABANDONED - " WS-FILE-ID
               " is not available (" WS-AUDIT-OUTCOME ")"
               DELIMITED BY SIZE INTO EXPORT-REPORT-RECORD
           WRITE EXPORT-REPORT-RECORD
           CLOSE EXPORT-CSV-FILE
           CLOSE EXPORT-REPORT-FILE
           PERFORM 9300-WRITE-AUDIT-LOG
           MOVE 16 TO RETURN-CODE
           GOBACK.

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
