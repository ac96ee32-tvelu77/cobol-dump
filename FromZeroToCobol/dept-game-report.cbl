               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-EMPLOYEE-ID
               FILE STATUS IS WS-ER-FILE-STATUS.
           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DM-FILE-STATUS.
           SELECT UNLINKED-SORT-FILE ASSIGN TO "UNLSORT".
           SELECT DEPT-GAME-REPORT-FILE ASSIGN TO "DEPTGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-SEQ-FILE ASSIGN TO "AUDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQ-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-ROSTER-FILE.
       COPY EMPROSTR.

       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPTMAST.

      * Unlinked player ids go through the sort and print at the
      * control break, the same pattern as the other rebuilt
      * reports: distinct free-text ids grow with the history, so
           05  UL-GAMES            PIC 9(7).

       FD  DEPT-GAME-REPORT-FILE.
       01  DEPT-GAME-REPORT-RECORD PIC X(132).

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.
       01  AUDIT-SEQ-RECORD.
           05  SQ-NEXT-SEQUENCE    PIC 9(7).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       COPY GAMESUM.
       01  WS-GR-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-XR-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-ER-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-DM-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-DEPTMAST-AVAIL-SW PIC X VALUE "N".
           88 WS-DEPTMAST-AVAIL VALUE "Y".
       01  WS-LOOKUP-DEPT-CODE PIC X(4) VALUE SPACES.
       01  WS-DEPT-NAME PIC X(30) VALUE SPACES.
       01  WS-AL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SQ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-BD-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-SEQUENCE PIC 9(7) VALUE ZERO.
       01  WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
      * finally see games, wins and average attempts by
      * department and shift. Player ids with no cross-reference
      * land in the exception section for someone to chase.
           PERFORM 0050-SET-BUSINESS-DATE
           OPEN INPUT EMP-PLAYER-XREF-FILE
           IF WS-XR-FILE-STATUS NOT = "00"
               DISPLAY "Cross-reference cluster is not available - "
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           OPEN INPUT DEPARTMENT-MASTER-FILE
           IF WS-DM-FILE-STATUS = "00"
               SET WS-DEPTMAST-AVAIL TO TRUE
            END-IF
           OPEN OUTPUT DEPT-GAME-REPORT-FILE
           PERFORM 9000-WRITE-REPORT-HEADER
           SORT UNLINKED-SORT-FILE
               OUTPUT PROCEDURE 9050-WRITE-REPORT-BODY
           CLOSE EMP-PLAYER-XREF-FILE
           CLOSE EMPLOYEE-ROSTER-FILE
           IF WS-DEPTMAST-AVAIL
               CLOSE DEPARTMENT-MASTER-FILE
            END-IF
           PERFORM 9200-WRITE-REPORT-SUMMARY
           CLOSE DEPT-GAME-REPORT-FILE
           MOVE "DEPT GAMES DONE" TO WS-AUDIT-OUTCOME
           PERFORM 9300-WRITE-AUDIT-LOG
           STOP RUN.

       0050-SET-BUSINESS-DATE.
      * The stream's shared business processing date, when the
      * date-open step has set one: the nightly copy of this
      * report is stamped with the business day the distribution
      * step bursts. Without the control file (stand-alone and
      * desk runs) the system date applies, exactly as before.
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

       1000-TALLY-GAME-HISTORY.
           OPEN INPUT GAME-RESULTS-FILE
           IF WS-GR-FILE-STATUS NOT = "00"
               INTO DEPT-GAME-REPORT-RECORD
           WRITE DEPT-GAME-REPORT-RECORD.

       9080-RESOLVE-DEPT-NAME.
      * Prints the department master's name next to the code, so a
      * mistyped code on the roster stands out as unknown instead
      * of passing for a department of its own.
           MOVE "(UNKNOWN DEPT)" TO WS-DEPT-NAME
           IF WS-DEPTMAST-AVAIL
               MOVE WS-LOOKUP-DEPT-CODE TO DM-DEPT-CODE
               READ DEPARTMENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DM-DEPT-NAME TO WS-DEPT-NAME
                END-READ
            END-IF.

       9100-WRITE-DEPT-LINE.
           COMPUTE WS-AVG-ATTEMPTS ROUNDED =
               WS-TALLY-ATTEMPTS(WS-TALLY-IX)
                   / WS-TALLY-GAMES(WS-TALLY-IX)
           MOVE WS-TALLY-DEPT(WS-TALLY-IX) TO WS-LOOKUP-DEPT-CODE
           PERFORM 9080-RESOLVE-DEPT-NAME
           MOVE SPACES TO DEPT-GAME-REPORT-RECORD
           STRING "Dept: " WS-TALLY-DEPT(WS-TALLY-IX)
               " " WS-DEPT-NAME
               "  Shift: " WS-TALLY-SHIFT(WS-TALLY-IX)
               "  Games: " WS-TALLY-GAMES(WS-TALLY-IX)
               "  Wins: " WS-TALLY-WINS(WS-TALLY-IX)
