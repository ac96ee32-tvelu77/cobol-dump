               FILE STATUS IS WS-TX-FILE-STATUS.
           SELECT PLAYER-REPORT-FILE ASSIGN TO "PLAYRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MJ-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.
       FD  PLAYER-REPORT-FILE.
       01  PLAYER-REPORT-RECORD    PIC X(80).

       FD  MASTER-JOURNAL-FILE.
       COPY MSTJRNL.

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       01  WS-TX-APPLIED-COUNT PIC 9(05) VALUE ZERO.
       01  WS-TX-REJECTED-COUNT PIC 9(05) VALUE ZERO.
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
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-TX-APPLIED-COUNT
               PERFORM 9100-WRITE-APPLIED-LINES
               MOVE TX-ACTION TO WS-JRNL-ACTION
               MOVE WS-BEFORE-IMAGE TO WS-JRNL-BEFORE-IMAGE
               IF TX-ACTION = "D"
                   MOVE SPACES TO WS-JRNL-AFTER-IMAGE
                ELSE
                   MOVE PLAYER-MASTER-RECORD TO WS-JRNL-AFTER-IMAGE
                END-IF
               PERFORM 9250-WRITE-MASTER-JOURNAL
            ELSE
               ADD 1 TO WS-TX-REJECTED-COUNT
               PERFORM 9150-WRITE-REJECTED-LINES
               DELIMITED BY SIZE INTO PLAYER-REPORT-RECORD
           WRITE PLAYER-REPORT-RECORD.

       9250-WRITE-MASTER-JOURNAL.
      * Every applied registration goes on the master journal with
      * its before and after images, so a lost PLAYERS cluster can be
      * rolled forward from the weekly backup by FORWARD-RECOVERY.
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
                   "update for " TX-PLAYER-ID " is not journaled."
            ELSE
               MOVE WS-JRNL-DATE TO MJ-JOURNAL-DATE
               MOVE WS-JRNL-TIME TO MJ-JOURNAL-TIME
               MOVE "PLAYERS" TO MJ-CLUSTER
               MOVE WS-JRNL-ACTION TO MJ-ACTION
               MOVE TX-PLAYER-ID TO MJ-RECORD-KEY
               MOVE "PLAYER-REGISTRATION" TO MJ-PROGRAM-ID
               MOVE WS-JRNL-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
               MOVE WS-JRNL-AFTER-IMAGE TO MJ-AFTER-IMAGE
               WRITE MASTER-JOURNAL-RECORD
               CLOSE MASTER-JOURNAL-FILE
            END-IF.

       9300-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-MONTH
