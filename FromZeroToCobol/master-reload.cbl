               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-EMPLOYEE-ID
               FILE STATUS IS WS-ER-FILE-STATUS.
           SELECT EMP-PLAYER-XREF-FILE ASSIGN TO "EMPXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-PLAYER-ID
               FILE STATUS IS WS-XR-FILE-STATUS.
           SELECT BACKUP-FILE ASSIGN TO "BACKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-FILE-STATUS.
       FD  EMPLOYEE-ROSTER-FILE.
       COPY EMPROSTR.

       FD  EMP-PLAYER-XREF-FILE.
       COPY EMPXREF.

       FD  BACKUP-FILE.
       01  BACKUP-RECORD           PIC X(61).

       01  WS-LB-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-PL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-ER-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-XR-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-BK-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-RP-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AL-FILE-STATUS PIC XX VALUE SPACES.
                   PERFORM 2000-RELOAD-PLAYERS
               WHEN "EMPROSTR"
                   PERFORM 3000-RELOAD-ROSTER
               WHEN "EMPXREF"
                   PERFORM 4000-RELOAD-XREF
            END-EVALUATE
           CLOSE BACKUP-FILE
           PERFORM 9000-WRITE-RELOAD-REPORT
           IF WS-CLUSTER-NAME NOT = "LEADERBD"
                   AND WS-CLUSTER-NAME NOT = "PLAYERS"
                   AND WS-CLUSTER-NAME NOT = "EMPROSTR"
                   AND WS-CLUSTER-NAME NOT = "EMPXREF"
               DISPLAY "RELDPARM must name LEADERBD, PLAYERS, "
                   "EMPROSTR or EMPXREF - nothing reloaded."
               MOVE "RELDPARM INVALID" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
            END-PERFORM
           CLOSE EMPLOYEE-ROSTER-FILE.

       4000-RELOAD-XREF.
           OPEN OUTPUT EMP-PLAYER-XREF-FILE
           IF WS-XR-FILE-STATUS NOT = "00"
               MOVE "XREF UNAVAILABLE" TO WS-AUDIT-OUTCOME
               PERFORM 8900-FAIL-CLUSTER-OPEN
            END-IF
           PERFORM UNTIL WS-EOF
               READ BACKUP-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF BACKUP-RECORD(1:10) = "*CONTROL*"
                           PERFORM 0200-CAPTURE-TRAILER
                        ELSE
                           MOVE BACKUP-RECORD(1:16)
                               TO EMP-PLAYER-XREF-RECORD
                           WRITE EMP-PLAYER-XREF-RECORD
                           ADD 1 TO WS-RELOADED-COUNT
                        END-IF
                END-READ
            END-PERFORM
           CLOSE EMP-PLAYER-XREF-FILE.

       8900-FAIL-CLUSTER-OPEN.
           DISPLAY "Cluster " WS-CLUSTER-NAME " could not be "
               "opened for reload - define it fresh and resubmit."
