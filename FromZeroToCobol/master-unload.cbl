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

      * Flat image of the chosen cluster, one record per VSAM
      * record, closed by a *CONTROL* trailer carrying the record
      * count MASTER-RELOAD proves the rebuild against. The
      * trailer also carries the time the unload started in
      * columns 45-52, the point FORWARD-RECOVERY replays the
      * master journal from.
       FD  BACKUP-FILE.
       01  BACKUP-RECORD           PIC X(61).

       01  WS-LB-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-PL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-ER-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-XR-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-BK-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-UP-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AL-FILE-STATUS PIC XX VALUE SPACES.
           88 WS-EOF VALUE "Y".
       01  WS-CLUSTER-NAME PIC X(10) VALUE SPACES.
       01  WS-UNLOADED-COUNT PIC 9(7) VALUE ZERO.
       01  WS-UNLOAD-TIME PIC X(8) VALUE SPACES.
       01  WS-AUDIT-OUTCOME PIC X(20) VALUE SPACES.
       01  WS-RUN-DATE.
           05  WS-RUN-YEAR         PIC 9(4).
           05  WS-RUN-SECOND       PIC 9(2).

       PROCEDURE DIVISION.
      * Weekly insurance for the four VSAM masters: a dated flat
      * copy of the chosen cluster that MASTER-RELOAD can rebuild
      * from. Losing the roster stops meaning re-keying every
      * employee from memory.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-MONTH
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DAY
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-RUN-MINUTE
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-RUN-SECOND
           MOVE WS-RUN-TIME TO WS-UNLOAD-TIME
           PERFORM 0100-READ-UNLOAD-PARM
           OPEN OUTPUT BACKUP-FILE
           EVALUATE WS-CLUSTER-NAME
                   PERFORM 2000-UNLOAD-PLAYERS
               WHEN "EMPROSTR"
                   PERFORM 3000-UNLOAD-ROSTER
               WHEN "EMPXREF"
                   PERFORM 4000-UNLOAD-XREF
            END-EVALUATE
           PERFORM 8000-WRITE-CONTROL-TRAILER
           CLOSE BACKUP-FILE
           IF WS-CLUSTER-NAME NOT = "LEADERBD"
                   AND WS-CLUSTER-NAME NOT = "PLAYERS"
                   AND WS-CLUSTER-NAME NOT = "EMPROSTR"
                   AND WS-CLUSTER-NAME NOT = "EMPXREF"
               DISPLAY "UNLDPARM must name LEADERBD, PLAYERS, "
                   "EMPROSTR or EMPXREF - nothing unloaded."
               MOVE "UNLDPARM INVALID" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
            END-PERFORM
           CLOSE EMPLOYEE-ROSTER-FILE.

       4000-UNLOAD-XREF.
           OPEN INPUT EMP-PLAYER-XREF-FILE
           IF WS-XR-FILE-STATUS NOT = "00"
               MOVE "XREF UNAVAILABLE" TO WS-AUDIT-OUTCOME
               PERFORM 8900-FAIL-CLUSTER-OPEN
            END-IF
           PERFORM UNTIL WS-EOF
               READ EMP-PLAYER-XREF-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO BACKUP-RECORD
                       MOVE EMP-PLAYER-XREF-RECORD TO BACKUP-RECORD
                       WRITE BACKUP-RECORD
                       ADD 1 TO WS-UNLOADED-COUNT
                END-READ
            END-PERFORM
           CLOSE EMP-PLAYER-XREF-FILE.

       8000-WRITE-CONTROL-TRAILER.
      * These masters carry no natural hash field, so the trailer
      * carries the record count in both control positions - the
           MOVE WS-UNLOADED-COUNT TO CT-CONTROL-TOTAL
           MOVE SPACES TO BACKUP-RECORD
           MOVE CONTROL-TRAILER-RECORD TO BACKUP-RECORD
           MOVE WS-UNLOAD-TIME TO BACKUP-RECORD(45:8)
           WRITE BACKUP-RECORD.

       8900-FAIL-CLUSTER-OPEN.
