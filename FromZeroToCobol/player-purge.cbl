               FILE STATUS IS WS-PA-FILE-STATUS.
           SELECT PURGE-REPORT-FILE ASSIGN TO "PURGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MJ-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.
       FD  PURGE-REPORT-FILE.
       01  PURGE-REPORT-RECORD     PIC X(80).

       FD  MASTER-JOURNAL-FILE.
       COPY MSTJRNL.

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       01  WS-ROWS-KEPT PIC 9(5) VALUE ZERO.
       01  WS-ROWS-ARCHIVED PIC 9(5) VALUE ZERO.
       01  WS-AUDIT-OUTCOME PIC X(20) VALUE SPACES.
       01  WS-MJ-FILE-STATUS PIC XX VALUE SPACES.
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
           MOVE LEADERBOARD-RECORD TO PA-ROW-IMAGE
           WRITE PURGE-ARCHIVE-RECORD
           DELETE LEADERBOARD-FILE
           MOVE "D" TO WS-JRNL-ACTION
           MOVE LEADERBOARD-RECORD TO WS-JRNL-BEFORE-IMAGE
           MOVE SPACES TO WS-JRNL-AFTER-IMAGE
           PERFORM 9250-WRITE-MASTER-JOURNAL
           ADD 1 TO WS-ROWS-ARCHIVED.

       9000-WRITE-PURGE-REPORT.
            END-IF
           CLOSE PURGE-REPORT-FILE.

       9250-WRITE-MASTER-JOURNAL.
      * Leaderboard rows this run removes go on the master journal
      * like the game's own updates, so a forward recovery removes
      * them again instead of resurrecting them from the backup.
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
               DISPLAY "MSTJRNL could not be opened - the LEADERBD "
                   "update for " LB-PLAYER-ID " is not journaled."
            ELSE
               MOVE WS-JRNL-DATE TO MJ-JOURNAL-DATE
               MOVE WS-JRNL-TIME TO MJ-JOURNAL-TIME
               MOVE "LEADERBD" TO MJ-CLUSTER
               MOVE WS-JRNL-ACTION TO MJ-ACTION
               MOVE LB-PLAYER-ID TO MJ-RECORD-KEY
               MOVE "PLAYER-PURGE" TO MJ-PROGRAM-ID
               MOVE WS-JRNL-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
               MOVE WS-JRNL-AFTER-IMAGE TO MJ-AFTER-IMAGE
               WRITE MASTER-JOURNAL-RECORD
               CLOSE MASTER-JOURNAL-FILE
            END-IF.

       9300-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-RUN-MINUTE
