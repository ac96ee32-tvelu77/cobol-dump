       01  GUESSES-RAW-RECORD.
           05  GE-PLAYER-ID        PIC X(10).
           05  GE-GUESS            PIC X(3).
           05  GE-SENDER-ID        PIC X(8).
           05  GE-BATCH-NO         PIC X(6).

       FD  GUESSES-CLEAN-FILE.
       01  GUESSES-CLEAN-RECORD.
           05  FILLER              PIC X.
           05  GJ-PLAYER-ID        PIC X(10).
           05  GJ-GUESS            PIC X(3).
           05  FILLER              PIC X.
           05  GJ-SENDER-ID        PIC X(8).

       FD  RANGE-PARM-FILE.
       01  RANGE-PARM-RECORD.
       01  WS-CLEAN-COUNT PIC 9(7) VALUE ZERO.
       01  WS-REJECT-COUNT PIC 9(7) VALUE ZERO.
       01  WS-AUDIT-OUTCOME PIC X(20) VALUE SPACES.
      * Passed and rejected counts by the sender GUESS-INTAKE
      * stamped on each record; a feed that did not come through
      * the intake counts against (NONE).
       01  WS-SENDER-FOUND-SW PIC X VALUE "N".
           88 WS-SENDER-FOUND VALUE "Y".
       01  WS-LOOKUP-SENDER PIC X(8) VALUE SPACES.
       01  WS-SENDER-COUNT PIC 9(3) VALUE ZERO.
       01  WS-SENDER-IX PIC 9(3) VALUE ZERO.
       01  WS-SENDER-TABLE.
           05  WS-SENDER-ENTRY OCCURS 50 TIMES.
               10  WS-SD-SENDER-ID     PIC X(8).
               10  WS-SD-PASSED        PIC 9(7).
               10  WS-SD-REJECTED      PIC 9(7).
       01  WS-RC-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-RC-EOF-SW PIC X VALUE "N".
           88 WS-RC-EOF VALUE "Y".
                   MOVE "02" TO WS-REJECT-REASON
                END-IF
            END-IF
           MOVE GE-SENDER-ID TO WS-LOOKUP-SENDER
           IF WS-LOOKUP-SENDER = SPACES
               MOVE "(NONE)" TO WS-LOOKUP-SENDER
            END-IF
           PERFORM 1100-FIND-SENDER
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-CLEAN-COUNT
               ADD 1 TO WS-SD-PASSED(WS-SENDER-IX)
               MOVE GE-PLAYER-ID TO GC-PLAYER-ID
               MOVE WS-GUESS-VALUE TO GC-GUESS
               WRITE GUESSES-CLEAN-RECORD
            ELSE
               ADD 1 TO WS-REJECT-COUNT
               ADD 1 TO WS-SD-REJECTED(WS-SENDER-IX)
               MOVE SPACES TO GUESSES-REJECT-RECORD
               MOVE WS-REJECT-REASON TO GJ-REASON-CODE
               MOVE GE-PLAYER-ID TO GJ-PLAYER-ID
               MOVE GE-GUESS TO GJ-GUESS
               MOVE GE-SENDER-ID TO GJ-SENDER-ID
               WRITE GUESSES-REJECT-RECORD
            END-IF.

       1100-FIND-SENDER.
           MOVE "N" TO WS-SENDER-FOUND-SW
           MOVE ZERO TO WS-SENDER-IX
           PERFORM UNTIL WS-SENDER-FOUND
                   OR WS-SENDER-IX >= WS-SENDER-COUNT
               ADD 1 TO WS-SENDER-IX
               IF WS-SD-SENDER-ID(WS-SENDER-IX) = WS-LOOKUP-SENDER
                   SET WS-SENDER-FOUND TO TRUE
                END-IF
            END-PERFORM
           IF NOT WS-SENDER-FOUND
               IF WS-SENDER-COUNT >= 50
                   DISPLAY "Sender table is full - raise the OCCURS "
                       "in GUESS-EDIT and rerun."
                   MOVE "SENDER TABLE FULL" TO WS-AUDIT-OUTCOME
                   PERFORM 9300-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                END-IF
               ADD 1 TO WS-SENDER-COUNT
               MOVE WS-SENDER-COUNT TO WS-SENDER-IX
               MOVE WS-LOOKUP-SENDER TO WS-SD-SENDER-ID(WS-SENDER-IX)
               MOVE ZERO TO WS-SD-PASSED(WS-SENDER-IX)
               MOVE ZERO TO WS-SD-REJECTED(WS-SENDER-IX)
            END-IF.

       9000-WRITE-REPORT-HEADER.
           PERFORM 0050-SET-BUSINESS-DATE
           MOVE SPACES TO EDIT-REPORT-RECORD
           MOVE SPACES TO EDIT-REPORT-RECORD
           STRING "Records rejected: " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD
           MOVE SPACES TO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD
           MOVE SPACES TO EDIT-REPORT-RECORD
           STRING "SENDER       PASSED   REJECTED"
               DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD
           MOVE ZERO TO WS-SENDER-IX
           PERFORM UNTIL WS-SENDER-IX >= WS-SENDER-COUNT
               ADD 1 TO WS-SENDER-IX
               MOVE SPACES TO EDIT-REPORT-RECORD
               STRING WS-SD-SENDER-ID(WS-SENDER-IX) "    "
                   WS-SD-PASSED(WS-SENDER-IX) "    "
                   WS-SD-REJECTED(WS-SENDER-IX)
                   DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
               WRITE EDIT-REPORT-RECORD
            END-PERFORM.

       9300-WRITE-AUDIT-LOG.
           PERFORM 0050-SET-BUSINESS-DATE
