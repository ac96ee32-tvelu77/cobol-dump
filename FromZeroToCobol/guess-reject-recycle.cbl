       COPY GUESSWRK.

       FD  REJECT-WORK-NEW-FILE.
       01  REJECT-WORK-NEW-RECORD  PIC X(34).

       FD  GUESSES-REJECT-FILE.
       01  GUESSES-REJECT-RECORD.
           05  FILLER              PIC X.
           05  GJ-PLAYER-ID        PIC X(10).
           05  GJ-GUESS            PIC X(3).
           05  FILLER              PIC X.
           05  GJ-SENDER-ID        PIC X(8).

       FD  GUESSES-RAW-FILE.
       01  GUESSES-RAW-RECORD.
           05  GE-PLAYER-ID        PIC X(10).
           05  GE-GUESS            PIC X(3).
       COPY GUESSHDR.

       FD  RECYCLE-REPORT-FILE.
       01  RECYCLE-REPORT-RECORD   PIC X(80).
       01  WS-RELEASED-COUNT PIC 9(7) VALUE ZERO.
       01  WS-FOLDED-COUNT PIC 9(7) VALUE ZERO.
       01  WS-AGED-COUNT PIC 9(7) VALUE ZERO.
       01  WS-RELEASED-HASH PIC 9(9) VALUE ZERO.
       01  WS-GUESS-VALUE PIC 9(3) VALUE ZERO.
       01  WS-AUDIT-OUTCOME PIC X(20) VALUE SPACES.
       01  WS-RUN-DATE.
           05  WS-RUN-YEAR         PIC 9(4).
           PERFORM 9000-WRITE-REPORT-HEADER
           OPEN OUTPUT REJECT-WORK-NEW-FILE
           PERFORM 1000-RELEASE-AND-AGE
           IF WS-RELEASED-COUNT > ZERO
               PERFORM 1260-CLOSE-RECYCLE-BATCH
            END-IF
           PERFORM 2000-FOLD-NEW-REJECTS
           CLOSE REJECT-WORK-NEW-FILE
           PERFORM 3000-COPY-WORKFILE-BACK

       1200-RELEASE-TO-GUESSES.
      * The corrected record goes back through the raw feed, so it
      * passes the same intake and edit as any other guess before
      * the game step sees it. The night's releases travel as one
      * sender batch of their own, sender RECYCLE, so GUESS-INTAKE
      * proves them against a trailer like a terminal's file.
           IF WS-RELEASED-COUNT = ZERO
               PERFORM 1250-OPEN-RECYCLE-BATCH
            END-IF
           MOVE SPACES TO GUESSES-RAW-RECORD
           MOVE RW-PLAYER-ID TO GE-PLAYER-ID
           MOVE RW-GUESS TO GE-GUESS
           WRITE GUESSES-RAW-RECORD
           ADD 1 TO WS-RELEASED-COUNT
           IF RW-GUESS IS NUMERIC
               MOVE RW-GUESS TO WS-GUESS-VALUE
               ADD WS-GUESS-VALUE TO WS-RELEASED-HASH
            END-IF
           MOVE SPACES TO RECYCLE-REPORT-RECORD
           STRING "RELEASED " RW-PLAYER-ID " guess " RW-GUESS
               " from " RW-SENDER-ID " back into the GUESSES feed"
               DELIMITED BY SIZE INTO RECYCLE-REPORT-RECORD
           WRITE RECYCLE-REPORT-RECORD.

       1250-OPEN-RECYCLE-BATCH.
      * One RECYCLE batch a business day, numbered YYMMDD from the
      * business date, so the batch register refuses it if it is
      * ever released twice.
           OPEN EXTEND GUESSES-RAW-FILE
           IF WS-GI-FILE-STATUS = "35"
               OPEN OUTPUT GUESSES-RAW-FILE
            END-IF
           MOVE SPACES TO SENDER-HEADER-RECORD
           SET SH-IS-HEADER TO TRUE
           MOVE "RECYCLE" TO SH-SENDER-ID
           MOVE WS-RUN-DATE TO SH-BUSINESS-DATE
           COMPUTE SH-BATCH-NO = FUNCTION MOD(WS-RUN-YEAR, 100)
               * 10000 + WS-RUN-MONTH * 100 + WS-RUN-DAY
           WRITE SENDER-HEADER-RECORD.

       1260-CLOSE-RECYCLE-BATCH.
           MOVE SPACES TO SENDER-TRAILER-RECORD
           SET BT-IS-TRAILER TO TRUE
           MOVE WS-RELEASED-COUNT TO BT-RECORD-COUNT
           MOVE WS-RELEASED-HASH TO BT-HASH-TOTAL
           WRITE SENDER-TRAILER-RECORD
           CLOSE GUESSES-RAW-FILE.

       1300-CHECK-REJECT-AGE.
           IF RW-AGING-DATE(1:4) IS NUMERIC
                   AND RW-AGING-DATE(6:2) IS NUMERIC
                   STRING "UNWORKED " RW-PLAYER-ID " guess "
                       RW-GUESS " reason " RW-REASON-CODE
                       " waiting since " RW-AGING-DATE
                       " from " RW-SENDER-ID
                       DELIMITED BY SIZE
                       INTO RECYCLE-REPORT-RECORD
                   WRITE RECYCLE-REPORT-RECORD
                           MOVE GJ-REASON-CODE TO RW-REASON-CODE
                           MOVE GJ-PLAYER-ID TO RW-PLAYER-ID
                           MOVE GJ-GUESS TO RW-GUESS
                           MOVE GJ-SENDER-ID TO RW-SENDER-ID
                           MOVE REJECT-WORK-RECORD
                               TO REJECT-WORK-NEW-RECORD
                           WRITE REJECT-WORK-NEW-RECORD
